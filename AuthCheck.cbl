      ******************************************************************
      * Author: Artem Prokopov
      * Date: 14/09/2026
      * Purpose: Shared operator-authorization check, in the RUNLOCK/
      *          TRNMODE mold. ShopMenu decides which menu entries an
      *          operator sees from OPERAUTH.DAT, but a program run
      *          outside the menu had no way to ask the same
      *          question - anyone who passed SIGNON could work the
      *          credit desk. A caller passes the signed-on
      *          operator's ID and the authorization name it is
      *          guarded by (its audit name, the way ShopMenu's rows
      *          are keyed) and gets Y or N back. The check follows
      *          training mode the way AuthMaint does: in training
      *          the rows come from TESTAUTH.DAT. A missing
      *          authorization file answers Y with a console
      *          warning - ShopMenu's long-standing rule, so a
      *          program is not bricked before the file is first
      *          loaded. A refusal is logged through AUDITLOG under
      *          the caller's name.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorAuthFile
               ASSIGN TO DYNAMIC OperAuthFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorAuthFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OperatorAuthFile
           RECORD CONTAINS 19 CHARACTERS.
       01 OperatorAuthRecord.
           02 AuthOperatorId           PIC X(10).
           02 AuthSpace1               PIC X.
           02 AuthProgramName          PIC X(8).
       WORKING-STORAGE SECTION.
       01 OperatorAuthFileStatus   PIC XX.
           88 OperatorAuthFileOK   VALUE "00".
       01 OperatorAuthEndSwitch    PIC X.
           88 EndOfOperatorAuth    VALUE "Y".
       01 OperAuthFileName         PIC X(12).
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 AuditFieldName           PIC X(15) VALUE "AUTH-REFUSED".
       01 AuditValueEntered        PIC X(30).
       LINKAGE SECTION.
       01 CheckOperatorId          PIC X(10).
       01 CheckProgramName         PIC X(8).
       01 CheckResult              PIC X.
           88 OperatorAuthorized   VALUE "Y".
           88 OperatorRefused      VALUE "N".
       PROCEDURE DIVISION USING CheckOperatorId CheckProgramName
               CheckResult.
       MAIN-PROCEDURE.
           SET OperatorRefused TO TRUE
           MOVE "OPERAUTH.DAT" TO OperAuthFileName
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTAUTH.DAT" TO OperAuthFileName
           END-IF
           MOVE "N" TO OperatorAuthEndSwitch
           OPEN INPUT OperatorAuthFile
           IF OperatorAuthFileOK
               PERFORM 1000-READ-AUTH-RECORD
               PERFORM 2000-MATCH-AUTH-RECORD
                   UNTIL EndOfOperatorAuth OR OperatorAuthorized
               CLOSE OperatorAuthFile
               IF OperatorRefused
                   MOVE CheckOperatorId TO AuditValueEntered
                   CALL "AUDITLOG" USING CheckOperatorId
                       CheckProgramName AuditFieldName
                       AuditValueEntered
               END-IF
           ELSE
               DISPLAY "*** Authorization file not available - "
                       "access allowed ***"
               SET OperatorAuthorized TO TRUE
           END-IF
           GOBACK.

       1000-READ-AUTH-RECORD.
           READ OperatorAuthFile
               AT END SET EndOfOperatorAuth TO TRUE
           END-READ.

       2000-MATCH-AUTH-RECORD.
           IF AuthOperatorId = CheckOperatorId
               AND AuthProgramName = CheckProgramName
               SET OperatorAuthorized TO TRUE
           ELSE
               PERFORM 1000-READ-AUTH-RECORD
           END-IF.
       END PROGRAM AUTHCHK.
