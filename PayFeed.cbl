      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Nightly outbound change feed from the person master
      *          to payroll. Payroll keyed starters, moves and leavers
      *          from e-mails and has paid people past their
      *          termination date; PersMaint is the system of record,
      *          so this run compares PERSMSTR.DAT against last
      *          night's copy PERSPREV.DAT, both in person-ID order,
      *          and writes one record in payroll's PAYCHG layout for
      *          each hire, transfer, name change or termination onto
      *          the dated feed PAYCHG.yyyymmdd.DAT inside the RPTCTL
      *          bracket, cataloged through GENCATLG so a DISTLIST
      *          row sends it to payroll. Every record is also logged
      *          on PAYCLOG.DAT under its sequence number for PayAck
      *          to track payroll's acknowledgment. Tonight's master
      *          then replaces the copy (through PERSPREV.TMP) for the
      *          next night. A name blanked by the retention pass is
      *          not a name change and is not sent. With no copy yet
      *          the run only lays one down - RETURN-CODE 4 so a lost
      *          copy is noticed - and a person gone from the master
      *          altogether is reported for HR, RETURN-CODE 4.
      *          RETURN-CODE 8 when the person master cannot be read;
      *          nothing is written and the copy is left as it was.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayFeed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PersonMasterFile ASSIGN TO "PERSMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterPersonID
               FILE STATUS IS PersonMasterFileStatus.
           SELECT PrevMasterFile ASSIGN TO "PERSPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PrevMasterFileStatus.
           SELECT PrevMasterWorkFile ASSIGN TO "PERSPREV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChangeLogFile ASSIGN TO "PAYCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChangeLogFileStatus.
           SELECT PayrollFeedFile
               ASSIGN TO DYNAMIC PayrollFeedFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PersonMasterFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PERSMSTR.cpy".
       FD  PrevMasterFile
           RECORD CONTAINS 64 CHARACTERS.
       01 PrevMasterRecord.
           02 PrevPersonID             PIC X(10).
           02 PrevSpace1               PIC X.
           02 PrevPersonName           PIC X(20).
           02 PrevSpace2               PIC X.
           02 PrevDepartment           PIC X(10).
           02 PrevSpace3               PIC X.
           02 PrevEmployStatus         PIC X.
               88 PrevTerminated       VALUE "T".
           02 PrevSpace4               PIC X.
           02 PrevTermDate             PIC 9(8).
           02 PrevSpace5               PIC X.
           02 PrevHireDate             PIC 9(8).
           02 PrevRestOfRecord         PIC X(2).
       FD  PrevMasterWorkFile
           RECORD CONTAINS 64 CHARACTERS.
       01 PrevMasterWorkRecord         PIC X(64).
       FD  ChangeLogFile
           RECORD CONTAINS 74 CHARACTERS.
           COPY "PAYCLOG.cpy".
       FD  PayrollFeedFile
           RECORD CONTAINS 90 CHARACTERS.
           COPY "PAYCHG.cpy".
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 PersonMasterFileStatus   PIC XX.
           88 PersonMasterFileOK   VALUE "00".
       01 PrevMasterFileStatus     PIC XX.
           88 PrevMasterFileOK     VALUE "00".
       01 ChangeLogFileStatus      PIC XX.
           88 ChangeLogFileOK      VALUE "00".
           88 ChangeLogFileNew     VALUE "35".
       01 PersonMasterEndSwitch    PIC X VALUE "N".
           88 EndOfPersonMaster    VALUE "Y".
       01 PrevMasterEndSwitch      PIC X VALUE "N".
           88 EndOfPrevMaster      VALUE "Y".
       01 ChangeLogEndSwitch       PIC X VALUE "N".
           88 EndOfChangeLog       VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
      *----------------------------------------------------------------
      * Match keys for the two-file pass: each side's key goes to
      * HIGH-VALUES at its end of file, so the lower key always says
      * which side to act on and the pass ends when both are high.
      *----------------------------------------------------------------
       01 CurrentMatchKey          PIC X(10).
       01 PrevMatchKey             PIC X(10).
       01 FeedFailedSwitch         PIC X VALUE "N".
           88 FeedRunFailed        VALUE "Y".
       01 PrevCopySwitch           PIC X VALUE "N".
           88 PrevCopyPresent      VALUE "Y".
       01 NextChangeSequence       PIC 9(7) VALUE ZEROS.
       01 PersonsReadCount         PIC 9(7) VALUE ZEROS.
       01 ChangeRecordCount        PIC 9(7) VALUE ZEROS.
       01 HireCount                PIC 9(5) VALUE ZEROS.
       01 TransferCount            PIC 9(5) VALUE ZEROS.
       01 NameChangeCount          PIC 9(5) VALUE ZEROS.
       01 LeaverCount              PIC 9(5) VALUE ZEROS.
       01 RemovedPersonCount       PIC 9(5) VALUE ZEROS.
       01 PayrollFeedFileName      PIC X(24).
       01 GenReportName            PIC X(12) VALUE "PAYCHG".
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "PAYFEED".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "PAYFEED".
       01 JobStampRunDate          PIC 9(8).
       01 JobStampRunTime          PIC 9(8).
       01 JobStampRecordCount      PIC 9(7) VALUE ZEROS.
       01 JobStampCompletionCode   PIC 99 VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "H" TO JobStampMode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           PERFORM 1000-INITIALIZE
           IF NOT FeedRunFailed
               PERFORM 2000-MATCH-PERSON-FILES
                   UNTIL CurrentMatchKey = HIGH-VALUES
                     AND PrevMatchKey = HIGH-VALUES
               PERFORM 8000-CLOSE-FEED-FILES
               PERFORM 8500-REPLACE-PREVIOUS-COPY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           OPEN INPUT PersonMasterFile
           IF PersonMasterFileOK
               MOVE LOW-VALUES TO MasterPersonID
               START PersonMasterFile KEY IS GREATER THAN
                   MasterPersonID
                   INVALID KEY SET EndOfPersonMaster TO TRUE
               END-START
               PERFORM 1100-FIND-NEXT-SEQUENCE
               PERFORM 1200-OPEN-FEED-FILES
               PERFORM 1300-READ-NEXT-PERSON
               PERFORM 1400-READ-PREV-PERSON
           ELSE
               SET FeedRunFailed TO TRUE
               DISPLAY "*** Person master PERSMSTR.DAT not "
                       "available - no payroll feed ***"
           END-IF.

      *----------------------------------------------------------------
      * Sequence numbers carry on from the highest on the change
      * log, so payroll never sees the same number twice.
      *----------------------------------------------------------------
       1100-FIND-NEXT-SEQUENCE.
           MOVE ZEROS TO NextChangeSequence
           OPEN INPUT ChangeLogFile
           IF ChangeLogFileOK
               PERFORM 1110-READ-CHANGE-LOG
               PERFORM 1120-NOTE-LOG-SEQUENCE
                   UNTIL EndOfChangeLog
               CLOSE ChangeLogFile
           END-IF.

       1110-READ-CHANGE-LOG.
           READ ChangeLogFile
               AT END SET EndOfChangeLog TO TRUE
           END-READ.

       1120-NOTE-LOG-SEQUENCE.
           IF PclSequence NUMERIC
               AND PclSequence > NextChangeSequence
               MOVE PclSequence TO NextChangeSequence
           END-IF
           PERFORM 1110-READ-CHANGE-LOG.

       1200-OPEN-FEED-FILES.
           OPEN INPUT PrevMasterFile
           IF PrevMasterFileOK
               SET PrevCopyPresent TO TRUE
           ELSE
               DISPLAY "*** No previous copy PERSPREV.DAT - "
                       "tonight's master laid down, no changes "
                       "sent ***"
           END-IF
           OPEN OUTPUT PrevMasterWorkFile
           OPEN EXTEND ChangeLogFile
           IF ChangeLogFileNew
               OPEN OUTPUT ChangeLogFile
           END-IF
           MOVE SPACES TO PayrollFeedFileName
           STRING "PAYCHG." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO PayrollFeedFileName
           END-STRING
           OPEN OUTPUT PayrollFeedFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "PAYFEED" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord.

       1300-READ-NEXT-PERSON.
           IF NOT EndOfPersonMaster
               READ PersonMasterFile NEXT RECORD
                   AT END SET EndOfPersonMaster TO TRUE
               END-READ
           END-IF
           IF EndOfPersonMaster
               MOVE HIGH-VALUES TO CurrentMatchKey
           ELSE
               ADD 1 TO PersonsReadCount
               MOVE MasterPersonID TO CurrentMatchKey
           END-IF.

       1400-READ-PREV-PERSON.
           IF PrevCopyPresent
               AND NOT EndOfPrevMaster
               READ PrevMasterFile
                   AT END SET EndOfPrevMaster TO TRUE
               END-READ
           ELSE
               SET EndOfPrevMaster TO TRUE
           END-IF
           IF EndOfPrevMaster
               MOVE HIGH-VALUES TO PrevMatchKey
           ELSE
               MOVE PrevPersonID TO PrevMatchKey
           END-IF.

       2000-MATCH-PERSON-FILES.
           EVALUATE TRUE
               WHEN CurrentMatchKey < PrevMatchKey
                   PERFORM 2100-NEW-PERSON
                   PERFORM 2900-COPY-CURRENT-PERSON
                   PERFORM 1300-READ-NEXT-PERSON
               WHEN CurrentMatchKey > PrevMatchKey
                   PERFORM 2200-REMOVED-PERSON
                   PERFORM 1400-READ-PREV-PERSON
               WHEN OTHER
                   PERFORM 2300-COMPARE-PERSON
                   PERFORM 2900-COPY-CURRENT-PERSON
                   PERFORM 1300-READ-NEXT-PERSON
                   PERFORM 1400-READ-PREV-PERSON
           END-EVALUATE.

      *----------------------------------------------------------------
      * On the first night there is nothing to compare with, so a
      * person missing from the copy is only a hire when a copy
      * exists. A person keyed in already terminated goes to payroll
      * as a leaver - payroll may have set them up from an e-mail.
      *----------------------------------------------------------------
       2100-NEW-PERSON.
           IF PrevCopyPresent
               IF PersonTerminated
                   MOVE "L" TO PayChgKind
               ELSE
                   MOVE "H" TO PayChgKind
               END-IF
               MOVE SPACES TO PayChgOldDepartment
               PERFORM 3000-WRITE-CHANGE
           END-IF.

       2200-REMOVED-PERSON.
           ADD 1 TO RemovedPersonCount
           DISPLAY "*** " PrevPersonID " is no longer on the person "
                   "master - tell payroll by hand ***".

       2300-COMPARE-PERSON.
           MOVE PrevDepartment TO PayChgOldDepartment
           IF PrevTerminated
               AND NOT PersonTerminated
               MOVE "H" TO PayChgKind
               PERFORM 3000-WRITE-CHANGE
           END-IF
           IF MasterDepartment NOT = PrevDepartment
               MOVE "X" TO PayChgKind
               PERFORM 3000-WRITE-CHANGE
           END-IF
           IF MasterPersonName NOT = PrevPersonName
               AND MasterPersonName NOT = SPACES
               MOVE "N" TO PayChgKind
               PERFORM 3000-WRITE-CHANGE
           END-IF
           IF PersonTerminated
               AND NOT PrevTerminated
               MOVE "L" TO PayChgKind
               PERFORM 3000-WRITE-CHANGE
           END-IF.

       2900-COPY-CURRENT-PERSON.
           MOVE PersonMasterRecord TO PrevMasterWorkRecord
           WRITE PrevMasterWorkRecord.

      *----------------------------------------------------------------
      * PayChgKind (and PayChgOldDepartment) are set by the caller;
      * everything else comes off tonight's person master record.
      *----------------------------------------------------------------
       3000-WRITE-CHANGE.
           ADD 1 TO NextChangeSequence
           ADD 1 TO ChangeRecordCount
           MOVE NextChangeSequence TO PayChgSequence
           MOVE MasterPersonID TO PayChgPersonID
           MOVE MasterPersonName TO PayChgPersonName
           MOVE MasterDepartment TO PayChgDepartment
           MOVE MasterHireDate TO PayChgHireDate
           MOVE MasterTermDate TO PayChgTermDate
           EVALUATE TRUE
               WHEN PayChgHire
                   ADD 1 TO HireCount
                   MOVE MasterHireDate TO PayChgEffectiveDate
               WHEN PayChgLeaver
                   ADD 1 TO LeaverCount
                   MOVE MasterTermDate TO PayChgEffectiveDate
               WHEN PayChgTransfer
                   ADD 1 TO TransferCount
                   MOVE RunDate TO PayChgEffectiveDate
               WHEN OTHER
                   ADD 1 TO NameChangeCount
                   MOVE RunDate TO PayChgEffectiveDate
           END-EVALUATE
           MOVE SPACES TO PayChgSpace1 PayChgSpace2 PayChgSpace3
               PayChgSpace4 PayChgSpace5 PayChgSpace6 PayChgSpace7
               PayChgSpace8
           WRITE PayrollChangeRecord
           INITIALIZE PayChangeLogRecord
           MOVE PayChgSequence TO PclSequence
           MOVE PayChgKind TO PclKind
           MOVE PayChgPersonID TO PclPersonID
           MOVE PayChgEffectiveDate TO PclEffectiveDate
           MOVE RunDate TO PclSentDate
           MOVE PayrollFeedFileName TO PclFileName
           MOVE "N" TO PclAckFlag
           MOVE ZEROS TO PclAckDate
           WRITE PayChangeLogRecord.

      *----------------------------------------------------------------
      * The trailer's control total is the leaver count - the
      * records payroll must not miss.
      *----------------------------------------------------------------
       8000-CLOSE-FEED-FILES.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ChangeRecordCount TO TrailerRecordCount
           MOVE LeaverCount TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE PayrollFeedFile
           CLOSE ChangeLogFile
           CLOSE PrevMasterWorkFile
           CLOSE PersonMasterFile
           IF PrevCopyPresent
               CLOSE PrevMasterFile
           END-IF
           MOVE PayrollFeedFileName TO GenFileName
           MOVE ChangeRecordCount TO GenRecordCount
           MOVE LeaverCount TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

       8500-REPLACE-PREVIOUS-COPY.
           MOVE "N" TO PrevMasterEndSwitch
           OPEN INPUT PrevMasterWorkFile
           OPEN OUTPUT PrevMasterFile
           PERFORM 8600-READ-WORK-COPY
           PERFORM 8700-WRITE-PREVIOUS-COPY UNTIL EndOfPrevMaster
           CLOSE PrevMasterWorkFile
           CLOSE PrevMasterFile.

       8600-READ-WORK-COPY.
           READ PrevMasterWorkFile
               AT END SET EndOfPrevMaster TO TRUE
           END-READ.

       8700-WRITE-PREVIOUS-COPY.
           MOVE PrevMasterWorkRecord TO PrevMasterRecord
           WRITE PrevMasterRecord
           PERFORM 8600-READ-WORK-COPY.

       9000-TERMINATE.
           IF NOT FeedRunFailed
               DISPLAY "Persons read           = " PersonsReadCount
               DISPLAY "Hires                  = " HireCount
               DISPLAY "Transfers              = " TransferCount
               DISPLAY "Name changes           = " NameChangeCount
               DISPLAY "Leavers                = " LeaverCount
               DISPLAY "Removed from master    = " RemovedPersonCount
               DISPLAY "Change records sent    = " ChangeRecordCount
                       " on " PayrollFeedFileName
           END-IF
           EVALUATE TRUE
               WHEN FeedRunFailed
                   MOVE 8 TO RETURN-CODE
               WHEN NOT PrevCopyPresent
                   MOVE 4 TO RETURN-CODE
               WHEN RemovedPersonCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE ChangeRecordCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM PayFeed.
