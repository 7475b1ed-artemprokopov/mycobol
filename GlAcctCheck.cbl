      ******************************************************************
      * Author: Artem Prokopov
      * Date: 04/10/2026
      * Purpose: Shared general-ledger account check subroutine. The
      *          journals the night writes named their accounts in
      *          literals nobody checked, so a mistyped or retired
      *          code went to the ledger system unnoticed. Every
      *          program that writes a journal line calls this with
      *          the line's account code and gets back whether the
      *          code is on the chart of accounts (GLCHART.DAT,
      *          layout GLCHART.cpy, maintained through GlChartMaint),
      *          whether it is active for posting, its type and its
      *          description. A code not on the chart - or a chart
      *          that cannot be opened - comes back not found and not
      *          active; callers treat that as a journal that must
      *          not reach the ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartFile ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ChartFile
           RECORD CONTAINS 45 CHARACTERS.
           COPY "GLCHART.cpy".
       WORKING-STORAGE SECTION.
       01 ChartFileStatus          PIC XX.
           88 ChartFileOK          VALUE "00".
       01 ChartEndSwitch           PIC X.
           88 EndOfChart           VALUE "Y".
       LINKAGE SECTION.
       01 AcctCheckCode            PIC X(10).
       01 AcctCheckFoundFlag       PIC X.
           88 AccountOnChart       VALUE "Y".
       01 AcctCheckActiveFlag      PIC X.
           88 AccountActive        VALUE "Y".
       01 AcctCheckType            PIC X.
       01 AcctCheckDescription     PIC X(30).
       PROCEDURE DIVISION USING AcctCheckCode AcctCheckFoundFlag
               AcctCheckActiveFlag AcctCheckType
               AcctCheckDescription.
       MAIN-PROCEDURE.
           MOVE "N" TO AcctCheckFoundFlag
           MOVE "N" TO AcctCheckActiveFlag
           MOVE SPACE TO AcctCheckType
           MOVE SPACES TO AcctCheckDescription
           MOVE "N" TO ChartEndSwitch
           OPEN INPUT ChartFile
           IF ChartFileOK
               PERFORM 1000-READ-CHART-RECORD
               PERFORM 2000-MATCH-CHART-RECORD
                   UNTIL AccountOnChart OR EndOfChart
               CLOSE ChartFile
           END-IF
           GOBACK.

       1000-READ-CHART-RECORD.
           READ ChartFile
               AT END SET EndOfChart TO TRUE
           END-READ.

       2000-MATCH-CHART-RECORD.
           IF ChartAccountCode = AcctCheckCode
               SET AccountOnChart TO TRUE
               MOVE ChartAccountType TO AcctCheckType
               MOVE ChartDescription TO AcctCheckDescription
               IF ChartAccountActive
                   SET AccountActive TO TRUE
               END-IF
           ELSE
               PERFORM 1000-READ-CHART-RECORD
           END-IF.
       END PROGRAM GLACHECK.
