      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Payroll acknowledgment matching for the person-master
      *          change feed. PayFeed logs every change record it
      *          sends payroll on PAYCLOG.DAT; payroll confirms each
      *          one on its acknowledgment file PAYACK.DAT (sequence
      *          number, person ID, date acknowledged). This utility
      *          marks the matching log rows acknowledged, then lists
      *          every change still unacknowledged after the PAYACK
      *          working-days allowance (SHOPPARM.DAT row, default 2 -
      *          counted by walking dates through the shared CALCHECK
      *          subroutine) on the exceptions list PAYLATE.DAT,
      *          leavers first in mind: a termination payroll has not
      *          confirmed is how someone gets paid after leaving.
      *          The log is rewritten through PAYCLOG.TMP and copied
      *          back. RETURN-CODE 4 while anything is overdue or an
      *          acknowledgment matches nothing on the log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayAck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChangeLogFile ASSIGN TO "PAYCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChangeLogFileStatus.
           SELECT ChangeLogWorkFile ASSIGN TO "PAYCLOG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AckFeedFile ASSIGN TO "PAYACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AckFeedFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT LateReportFile ASSIGN TO "PAYLATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ChangeLogFile
           RECORD CONTAINS 74 CHARACTERS.
           COPY "PAYCLOG.cpy".
       FD  ChangeLogWorkFile
           RECORD CONTAINS 74 CHARACTERS.
       01 ChangeLogWorkRecord          PIC X(74).
       FD  AckFeedFile
           RECORD CONTAINS 27 CHARACTERS.
       01 AckFeedRecord.
           02 AckSequence              PIC 9(7).
           02 AckSpace1                PIC X.
           02 AckPersonID              PIC X(10).
           02 AckSpace2                PIC X.
           02 AckDate                  PIC 9(8).
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  LateReportFile
           RECORD CONTAINS 80 CHARACTERS.
       01 LateReportRecord.
           02 LateLineText             PIC X(80).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 ChangeLogFileStatus      PIC XX.
           88 ChangeLogFileOK      VALUE "00".
       01 AckFeedFileStatus        PIC XX.
           88 AckFeedFileOK        VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 ChangeLogEndSwitch       PIC X VALUE "N".
           88 EndOfChangeLog       VALUE "Y".
       01 AckEndSwitch             PIC X VALUE "N".
           88 EndOfAckFeed         VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 AckAllowanceDays         PIC 9(3) VALUE 002.
       01 AckTable.
           02 AckEntry OCCURS 1000 TIMES
               INDEXED BY AckIdx.
               03 TableAckSequence  PIC 9(7).
               03 TableAckPersonID  PIC X(10).
               03 TableAckDate      PIC 9(8).
               03 TableAckUsed      PIC X.
       01 AckEntryCount            PIC 9(4) VALUE ZEROS.
       01 AckOverflowSwitch        PIC X VALUE "N".
           88 AckTableOverflowed   VALUE "Y".
       01 EntryFoundSwitch         PIC X.
           88 EntryFound           VALUE "Y".
       01 LogRowsReadCount         PIC 9(7) VALUE ZEROS.
       01 AcksAppliedCount         PIC 9(5) VALUE ZEROS.
       01 UnmatchedAckCount        PIC 9(5) VALUE ZEROS.
       01 OverdueCount             PIC 9(5) VALUE ZEROS.
       01 OverdueLeaverCount       PIC 9(5) VALUE ZEROS.
       01 LateLineCount            PIC 9(7) VALUE ZEROS.
       01 KindText                 PIC X(10).
      *----------------------------------------------------------------
      * Working-day walk, as DistAck's: from the sent date forward,
      * each date is asked of the processing calendar and only
      * working days count toward the allowance. Every month is
      * walked to the 31st - a day the month does not have is not
      * on the calendar, so it never counts. Capped at sixty
      * calendar days so a bad date can never loop the run.
      *----------------------------------------------------------------
       01 WalkDate                 PIC 9(8).
       01 WalkDateSplit REDEFINES WalkDate.
           02 WalkYear             PIC 9(4).
           02 WalkMonth            PIC 99.
           02 WalkDay              PIC 99.
       01 WalkDayWork              PIC 9(3).
       01 WorkingDaysElapsed       PIC 9(3).
       01 CalendarWalkCount        PIC 9(3).
       01 CalCheckFoundFlag        PIC X.
           88 CalendarDateFound    VALUE "Y".
       01 CalCheckWorkingFlag      PIC X.
           88 CalendarWorkingDay   VALUE "Y".
       01 CalCheckMonthEndFlag     PIC X.
       01 CalCheckDescription      PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           OPEN INPUT ChangeLogFile
           IF ChangeLogFileOK
               OPEN OUTPUT ChangeLogWorkFile
               PERFORM 2000-READ-CHANGE-LOG
               PERFORM 3000-JUDGE-LOG-ROW UNTIL EndOfChangeLog
               CLOSE ChangeLogFile
               CLOSE ChangeLogWorkFile
               PERFORM 8000-COPY-LOG-BACK
           ELSE
               DISPLAY "*** Change log PAYCLOG.DAT not available - "
                       "nothing to match ***"
           END-IF
           PERFORM 4000-LIST-UNMATCHED-ACKS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           PERFORM 1050-LOAD-ALLOWANCE-PARM
           PERFORM 1100-LOAD-ACK-FEED
           OPEN OUTPUT LateReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "PAYACK" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO LateLineText
           STRING "PAYROLL CHANGES NOT ACKNOWLEDGED WITHIN "
                      DELIMITED BY SIZE
                  AckAllowanceDays DELIMITED BY SIZE
                  " WORKING DAYS - " DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
               INTO LateLineText
           END-STRING
           WRITE LateReportRecord
           MOVE SPACES TO LateLineText
           WRITE LateReportRecord
           MOVE "SEQUENCE" TO LateLineText (1:8)
           MOVE "CHANGE" TO LateLineText (10:6)
           MOVE "PERSON ID" TO LateLineText (21:9)
           MOVE "EFFECTIVE" TO LateLineText (32:9)
           MOVE "SENT" TO LateLineText (42:4)
           MOVE "WORK DAYS" TO LateLineText (52:9)
           WRITE LateReportRecord.

       1050-LOAD-ALLOWANCE-PARM.
           MOVE 002 TO AckAllowanceDays
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1060-READ-PARM-RECORD
               PERFORM 1070-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF.

       1060-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1070-APPLY-PARM-RECORD.
           IF ParmProgramId = "PAYACK"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > ZEROS
               MOVE ParmLowValue TO AckAllowanceDays
           END-IF
           PERFORM 1060-READ-PARM-RECORD.

      *----------------------------------------------------------------
      * A missing acknowledgment file is not an error - payroll may
      * have had nothing to confirm - and every open change simply
      * ages another day.
      *----------------------------------------------------------------
       1100-LOAD-ACK-FEED.
           MOVE ZEROS TO AckEntryCount
           OPEN INPUT AckFeedFile
           IF AckFeedFileOK
               PERFORM 1110-READ-ACK-RECORD
               PERFORM 1120-STORE-ACK-RECORD UNTIL EndOfAckFeed
               CLOSE AckFeedFile
           END-IF.

       1110-READ-ACK-RECORD.
           READ AckFeedFile
               AT END SET EndOfAckFeed TO TRUE
           END-READ.

       1120-STORE-ACK-RECORD.
           IF AckEntryCount < 1000
               ADD 1 TO AckEntryCount
               MOVE AckSequence TO TableAckSequence (AckEntryCount)
               MOVE AckPersonID TO TableAckPersonID (AckEntryCount)
               MOVE AckDate TO TableAckDate (AckEntryCount)
               MOVE "N" TO TableAckUsed (AckEntryCount)
           ELSE
               SET AckTableOverflowed TO TRUE
               DISPLAY "*** Acknowledgment table full - sequence "
                       AckSequence " not applied ***"
           END-IF
           PERFORM 1110-READ-ACK-RECORD.

       2000-READ-CHANGE-LOG.
           READ ChangeLogFile
               AT END SET EndOfChangeLog TO TRUE
           END-READ.

       3000-JUDGE-LOG-ROW.
           ADD 1 TO LogRowsReadCount
           IF NOT PclAcknowledged
               PERFORM 3100-APPLY-ACKNOWLEDGMENT
           END-IF
           IF NOT PclAcknowledged
               PERFORM 3200-COUNT-WORKING-DAYS
               IF WorkingDaysElapsed > AckAllowanceDays
                   PERFORM 3400-LIST-OVERDUE-CHANGE
               END-IF
           END-IF
           MOVE PayChangeLogRecord TO ChangeLogWorkRecord
           WRITE ChangeLogWorkRecord
           PERFORM 2000-READ-CHANGE-LOG.

       3100-APPLY-ACKNOWLEDGMENT.
           MOVE "N" TO EntryFoundSwitch
           SET AckIdx TO 1
           PERFORM 3110-SEARCH-ACK-TABLE
               UNTIL EntryFound OR AckIdx > AckEntryCount
           IF EntryFound
               MOVE "Y" TO PclAckFlag
               MOVE TableAckDate (AckIdx) TO PclAckDate
               MOVE "Y" TO TableAckUsed (AckIdx)
               ADD 1 TO AcksAppliedCount
           END-IF.

       3110-SEARCH-ACK-TABLE.
           IF TableAckSequence (AckIdx) = PclSequence
               AND TableAckPersonID (AckIdx) = PclPersonID
               AND TableAckUsed (AckIdx) NOT = "Y"
               SET EntryFound TO TRUE
           ELSE
               SET AckIdx UP BY 1
           END-IF.

       3200-COUNT-WORKING-DAYS.
           MOVE ZEROS TO WorkingDaysElapsed
           MOVE ZEROS TO CalendarWalkCount
           MOVE PclSentDate TO WalkDate
           PERFORM 3300-WALK-ONE-DAY
               UNTIL WalkDate >= RunDate
                  OR CalendarWalkCount >= 60.

       3300-WALK-ONE-DAY.
           ADD 1 TO CalendarWalkCount
           COMPUTE WalkDayWork = WalkDay + 1
           IF WalkDayWork > 31
               MOVE 1 TO WalkDay
               ADD 1 TO WalkMonth
               IF WalkMonth > 12
                   MOVE 1 TO WalkMonth
                   ADD 1 TO WalkYear
               END-IF
           ELSE
               MOVE WalkDayWork TO WalkDay
           END-IF
           CALL "CALCHECK" USING WalkDate CalCheckFoundFlag
               CalCheckWorkingFlag CalCheckMonthEndFlag
               CalCheckDescription
           IF CalendarWorkingDay
               ADD 1 TO WorkingDaysElapsed
           END-IF.

       3400-LIST-OVERDUE-CHANGE.
           ADD 1 TO OverdueCount
           EVALUATE PclKind
               WHEN "H"
                   MOVE "HIRE" TO KindText
               WHEN "X"
                   MOVE "TRANSFER" TO KindText
               WHEN "N"
                   MOVE "NAME" TO KindText
               WHEN "L"
                   MOVE "LEAVER" TO KindText
                   ADD 1 TO OverdueLeaverCount
               WHEN OTHER
                   MOVE PclKind TO KindText
           END-EVALUATE
           MOVE SPACES TO LateLineText
           MOVE PclSequence TO LateLineText (1:7)
           MOVE KindText TO LateLineText (10:10)
           MOVE PclPersonID TO LateLineText (21:10)
           MOVE PclEffectiveDate TO LateLineText (32:8)
           MOVE PclSentDate TO LateLineText (42:8)
           MOVE WorkingDaysElapsed TO LateLineText (52:3)
           MOVE PclFileName TO LateLineText (57:24)
           WRITE LateReportRecord
           ADD 1 TO LateLineCount.

      *----------------------------------------------------------------
      * An acknowledgment that matched no open log row quotes a
      * sequence payroll was never sent, or one already confirmed -
      * either way someone at payroll should look at it.
      *----------------------------------------------------------------
       4000-LIST-UNMATCHED-ACKS.
           PERFORM 4100-CHECK-ONE-ACK
               VARYING AckIdx FROM 1 BY 1
               UNTIL AckIdx > AckEntryCount.

       4100-CHECK-ONE-ACK.
           IF TableAckUsed (AckIdx) NOT = "Y"
               ADD 1 TO UnmatchedAckCount
               MOVE SPACES TO LateLineText
               MOVE TableAckSequence (AckIdx) TO LateLineText (1:7)
               MOVE "ACK ONLY" TO LateLineText (10:10)
               MOVE TableAckPersonID (AckIdx) TO LateLineText (21:10)
               MOVE TableAckDate (AckIdx) TO LateLineText (32:8)
               MOVE "MATCHES NO OPEN CHANGE" TO LateLineText (42:22)
               WRITE LateReportRecord
               ADD 1 TO LateLineCount
           END-IF.

       8000-COPY-LOG-BACK.
           MOVE "N" TO ChangeLogEndSwitch
           OPEN INPUT ChangeLogWorkFile
           OPEN OUTPUT ChangeLogFile
           PERFORM 8100-READ-WORK-RECORD
           PERFORM 8200-WRITE-LOG-BACK UNTIL EndOfChangeLog
           CLOSE ChangeLogWorkFile
           CLOSE ChangeLogFile.

       8100-READ-WORK-RECORD.
           READ ChangeLogWorkFile
               AT END SET EndOfChangeLog TO TRUE
           END-READ.

       8200-WRITE-LOG-BACK.
           MOVE ChangeLogWorkRecord TO PayChangeLogRecord
           WRITE PayChangeLogRecord
           PERFORM 8100-READ-WORK-RECORD.

       9000-TERMINATE.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE LateLineCount TO TrailerRecordCount
           MOVE OverdueCount  TO TrailerControlTotal
           MOVE UnmatchedAckCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE LateReportFile
           DISPLAY "Change log rows read    = " LogRowsReadCount
           DISPLAY "Acknowledgments applied = " AcksAppliedCount
           DISPLAY "Acknowledgments unmatched = "
                   UnmatchedAckCount
           DISPLAY "Changes overdue         = " OverdueCount
           DISPLAY "  of which leavers      = " OverdueLeaverCount
           IF OverdueCount > ZERO
               OR UnmatchedAckCount > ZERO
               OR AckTableOverflowed
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM PayAck.
