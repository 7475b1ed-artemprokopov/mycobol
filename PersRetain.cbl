      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Personal-data retention pass for leavers. Terminated
      *          people stayed on PERSMSTR.DAT, BIRTHMST.DAT and the
      *          BIRTHARC.DAT archive with their name and birth date
      *          for ever; the privacy policy wants both gone a set
      *          number of years after termination. The number of
      *          years is the low value of the PERSRETN row on
      *          SHOPPARM.DAT - there is no default, and without a
      *          usable row the run anonymizes nobody. A leaver whose
      *          termination date falls before run date less that
      *          many years has the name blanked on the person master
      *          (ID, department, status and both employment dates
      *          stay, so headcount history still adds up), any
      *          birthdate row still on BIRTHMST.DAT moved to the
      *          archive with the birth date zeroed, and every
      *          archive row for the person zeroed the same way. The
      *          two flat files are rewritten through .TMP work files
      *          and copied back, as GenPurge does the catalog.
      *
      *          LEGLHOLD.DAT lists people under legal hold; they are
      *          never touched, only listed. A missing hold list stops
      *          the run - an absent list cannot be told from "no
      *          holds". The person master is locked against PersMaint
      *          and DeptMaint for the run. Each run leaves a dated
      *          certificate RETNCERT.yyyymmdd.DAT, cataloged through
      *          GENCATLG, of who was anonymized, who was held, and
      *          when. Snapshot generations taken before the run still
      *          carry the data until they age out; the certificate
      *          counts them from SNAPCTLG.DAT so the gap is on record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersRetain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT LegalHoldFile ASSIGN TO "LEGLHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LegalHoldFileStatus.
           SELECT PersonMasterFile ASSIGN TO "PERSMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterPersonID
               FILE STATUS IS PersonMasterFileStatus.
           SELECT BirthMasterFile ASSIGN TO "BIRTHMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BirthMasterFileStatus.
           SELECT BirthMasterWorkFile ASSIGN TO "BIRTHMST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BirthArchiveFile ASSIGN TO "BIRTHARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BirthArchiveFileStatus.
           SELECT BirthArchiveWorkFile ASSIGN TO "BIRTHARC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SnapCatalogFile ASSIGN TO "SNAPCTLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SnapCatalogFileStatus.
           SELECT CertificateFile
               ASSIGN TO DYNAMIC CertificateFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  LegalHoldFile
           RECORD CONTAINS 40 CHARACTERS.
       01 LegalHoldRecord.
           02 HoldPersonID             PIC X(10).
           02 HoldSpace1               PIC X.
           02 HoldStartDate            PIC 9(8).
           02 HoldSpace2               PIC X.
           02 HoldReference            PIC X(20).
       FD  PersonMasterFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PERSMSTR.cpy".
       FD  BirthMasterFile
           RECORD CONTAINS 18 CHARACTERS.
       01 BirthMasterRecord.
           02 BirthMasterPersonID      PIC X(10).
           02 BirthMasterBirthDate     PIC 9(8).
       FD  BirthMasterWorkFile
           RECORD CONTAINS 18 CHARACTERS.
       01 BirthMasterWorkRecord        PIC X(18).
       FD  BirthArchiveFile
           RECORD CONTAINS 27 CHARACTERS.
       01 BirthArchiveRecord.
           02 ArchivePersonID          PIC X(10).
           02 ArchiveBirthDate         PIC 9(8).
           02 ArchiveSpace1            PIC X.
           02 ArchiveDate              PIC 9(8).
       FD  BirthArchiveWorkFile
           RECORD CONTAINS 27 CHARACTERS.
       01 BirthArchiveWorkRecord.
           02 WorkArchivePersonID      PIC X(10).
           02 WorkArchiveBirthDate     PIC 9(8).
           02 WorkArchiveSpace1        PIC X.
           02 WorkArchiveDate          PIC 9(8).
       FD  SnapCatalogFile
           RECORD CONTAINS 66 CHARACTERS.
       01 SnapCatalogRecord.
           02 SnapMasterName           PIC X(12).
           02 SnapSpace1               PIC X.
           02 SnapFileNameOut          PIC X(24).
           02 SnapSpace2               PIC X.
           02 SnapRunDate              PIC 9(8).
           02 SnapSpace3               PIC X.
           02 SnapRecordCount          PIC 9(7).
           02 SnapSpace4               PIC X.
           02 SnapControlTotal         PIC 9(11).
       FD  CertificateFile
           RECORD CONTAINS 80 CHARACTERS.
       01 CertificateRecord.
           02 CertLineText             PIC X(80).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 LegalHoldFileStatus      PIC XX.
           88 LegalHoldFileOK      VALUE "00".
       01 PersonMasterFileStatus   PIC XX.
           88 PersonMasterFileOK   VALUE "00".
       01 BirthMasterFileStatus    PIC XX.
           88 BirthMasterFileOK    VALUE "00".
       01 BirthArchiveFileStatus   PIC XX.
           88 BirthArchiveFileOK   VALUE "00".
       01 SnapCatalogFileStatus    PIC XX.
           88 SnapCatalogFileOK    VALUE "00".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 LegalHoldEndSwitch       PIC X VALUE "N".
           88 EndOfLegalHold       VALUE "Y".
       01 PersonMasterEndSwitch    PIC X VALUE "N".
           88 EndOfPersonMaster    VALUE "Y".
       01 BirthMasterEndSwitch     PIC X VALUE "N".
           88 EndOfBirthMaster     VALUE "Y".
       01 BirthArchiveEndSwitch    PIC X VALUE "N".
           88 EndOfBirthArchive    VALUE "Y".
       01 SnapCatalogEndSwitch     PIC X VALUE "N".
           88 EndOfSnapCatalog     VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunDateSplit REDEFINES RunDate.
           02 RunYear              PIC 9(4).
           02 RunMonth             PIC 99.
           02 RunDay               PIC 99.
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 RetentionYears           PIC 9(3) VALUE ZEROS.
       01 CutoffDate               PIC 9(8) VALUE ZEROS.
       01 CutoffDateSplit REDEFINES CutoffDate.
           02 CutoffYear           PIC 9(4).
           02 CutoffMonth          PIC 99.
           02 CutoffDay            PIC 99.
       01 LeapQuotient             PIC 9(4).
       01 LeapRemainder            PIC 9(3).
       01 RetainFailedSwitch       PIC X VALUE "N".
           88 RetainRunFailed      VALUE "Y".
       01 HoldTable.
           02 HoldEntry OCCURS 500 TIMES
               INDEXED BY HoldIdx.
               03 TableHoldPersonID PIC X(10).
               03 TableHoldReference PIC X(20).
       01 HoldEntryCount           PIC 9(3) VALUE ZEROS.
       01 HoldOverflowSwitch       PIC X VALUE "N".
           88 HoldTableOverflowed  VALUE "Y".
       01 HoldFoundSwitch          PIC X.
           88 PersonOnHold         VALUE "Y".
      *----------------------------------------------------------------
      * One row per leaver past retention - anonymized (A) or held
      * (H). The birth-file passes find the anonymized IDs here and
      * tick off what they blanked, and the certificate is written
      * from the finished table.
      *----------------------------------------------------------------
       01 RetainTable.
           02 RetainEntry OCCURS 5000 TIMES
               INDEXED BY RetainIdx.
               03 TableRetainPersonID PIC X(10).
               03 TableTermDate     PIC 9(8).
               03 TableRetainAction PIC X.
                   88 TableAnonymized VALUE "A".
                   88 TableHeld       VALUE "H".
               03 TableBirthMoved   PIC X.
               03 TableArchiveCount PIC 9(3).
               03 TableHoldRef      PIC X(20).
       01 RetainEntryCount         PIC 9(5) VALUE ZEROS.
       01 RetainOverflowSwitch     PIC X VALUE "N".
           88 RetainTableOverflowed VALUE "Y".
       01 RetainFoundSwitch        PIC X.
           88 RetainPersonFound    VALUE "Y".
       01 SearchPersonID           PIC X(10).
       01 LeaversReadCount         PIC 9(7) VALUE ZEROS.
       01 AnonymizedCount          PIC 9(7) VALUE ZEROS.
       01 HeldCount                PIC 9(7) VALUE ZEROS.
       01 UndatedLeaverCount       PIC 9(5) VALUE ZEROS.
       01 BirthRowsMovedCount      PIC 9(7) VALUE ZEROS.
       01 ArchiveRowsBlankedCount  PIC 9(7) VALUE ZEROS.
       01 SnapGenerationCount      PIC 9(5) VALUE ZEROS.
       01 CountDisplay             PIC ZZZZ9.
       01 ArchiveCountDisplay      PIC ZZ9.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "PERSMSTR".
       01 LockHolderName           PIC X(8) VALUE "PERSRETN".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 CertificateFileName      PIC X(24).
       01 GenReportName            PIC X(12) VALUE "RETNCERT".
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "PERSRETN".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "PERSRETN".
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
           IF NOT RetainRunFailed
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   LockHolderName LockResult
               IF LockGranted
                   PERFORM 2000-ANONYMIZE-PERSON-MASTER
                   IF NOT RetainRunFailed
                       AND AnonymizedCount > ZERO
                       PERFORM 3000-BLANK-BIRTH-FILES
                   END-IF
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode LockResourceName
                       LockHolderName LockResult
               ELSE
                   SET RetainRunFailed TO TRUE
                   DISPLAY "*** Person master is in use (PersMaint "
                           "or DeptMaint) - nothing anonymized ***"
               END-IF
           END-IF
           IF NOT RetainRunFailed
               PERFORM 5000-COUNT-SNAPSHOTS
               PERFORM 6000-WRITE-CERTIFICATE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           PERFORM 1100-LOAD-SHOP-PARMS
           IF RetentionYears = ZERO
               SET RetainRunFailed TO TRUE
               DISPLAY "*** No PERSRETN retention row on "
                       "SHOPPARM.DAT - nothing anonymized ***"
           ELSE
               PERFORM 1200-SET-CUTOFF-DATE
               PERFORM 1300-LOAD-LEGAL-HOLDS
           END-IF.

       1100-LOAD-SHOP-PARMS.
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1110-READ-PARM-RECORD
               PERFORM 1120-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF.

       1110-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1120-APPLY-PARM-RECORD.
           IF ParmProgramId = "PERSRETN"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > ZEROS
               MOVE ParmLowValue TO RetentionYears
           END-IF
           PERFORM 1110-READ-PARM-RECORD.

      *----------------------------------------------------------------
      * Run date less the retention years; a 29 February run date in
      * a year that lands on a non-leap year steps back to the 28th.
      * Leavers dated strictly before the cutoff qualify.
      *----------------------------------------------------------------
       1200-SET-CUTOFF-DATE.
           MOVE RunDate TO CutoffDate
           COMPUTE CutoffYear = RunYear - RetentionYears
           IF CutoffMonth = 2
               AND CutoffDay = 29
               MOVE 28 TO CutoffDay
               DIVIDE CutoffYear BY 4 GIVING LeapQuotient
                   REMAINDER LeapRemainder
               IF LeapRemainder = ZERO
                   MOVE 29 TO CutoffDay
                   DIVIDE CutoffYear BY 100 GIVING LeapQuotient
                       REMAINDER LeapRemainder
                   IF LeapRemainder = ZERO
                       MOVE 28 TO CutoffDay
                       DIVIDE CutoffYear BY 400 GIVING LeapQuotient
                           REMAINDER LeapRemainder
                       IF LeapRemainder = ZERO
                           MOVE 29 TO CutoffDay
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1300-LOAD-LEGAL-HOLDS.
           MOVE ZEROS TO HoldEntryCount
           OPEN INPUT LegalHoldFile
           IF LegalHoldFileOK
               PERFORM 1310-READ-HOLD-RECORD
               PERFORM 1320-STORE-HOLD-RECORD UNTIL EndOfLegalHold
               CLOSE LegalHoldFile
           ELSE
               SET RetainRunFailed TO TRUE
               DISPLAY "*** Legal-hold list LEGLHOLD.DAT not "
                       "available - nothing anonymized ***"
           END-IF.

       1310-READ-HOLD-RECORD.
           READ LegalHoldFile
               AT END SET EndOfLegalHold TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A hold list that does not fit cannot be trusted to protect
      * everyone on it, so an overflow stops the run like a missing
      * list does.
      *----------------------------------------------------------------
       1320-STORE-HOLD-RECORD.
           IF HoldPersonID NOT = SPACES
               IF HoldEntryCount < 500
                   ADD 1 TO HoldEntryCount
                   MOVE HoldPersonID
                       TO TableHoldPersonID (HoldEntryCount)
                   MOVE HoldReference
                       TO TableHoldReference (HoldEntryCount)
               ELSE
                   SET HoldTableOverflowed TO TRUE
                   SET RetainRunFailed TO TRUE
                   DISPLAY "*** Legal-hold table full at "
                           HoldPersonID " - nothing anonymized ***"
               END-IF
           END-IF
           PERFORM 1310-READ-HOLD-RECORD.

      *----------------------------------------------------------------
      * Walk the person master in key order and blank the name of
      * every leaver past retention who is not on hold. A leaver
      * whose name is already blank went through an earlier run and
      * is left alone; one with no termination date cannot be aged
      * and is counted for HR to date it.
      *----------------------------------------------------------------
       2000-ANONYMIZE-PERSON-MASTER.
           OPEN I-O PersonMasterFile
           IF PersonMasterFileOK
               MOVE LOW-VALUES TO MasterPersonID
               START PersonMasterFile KEY IS GREATER THAN
                   MasterPersonID
                   INVALID KEY SET EndOfPersonMaster TO TRUE
               END-START
               IF NOT EndOfPersonMaster
                   PERFORM 2100-READ-NEXT-PERSON
                   PERFORM 2200-JUDGE-ONE-PERSON
                       UNTIL EndOfPersonMaster
               END-IF
               CLOSE PersonMasterFile
           ELSE
               SET RetainRunFailed TO TRUE
               DISPLAY "*** Person master PERSMSTR.DAT not "
                       "available - nothing anonymized ***"
           END-IF.

       2100-READ-NEXT-PERSON.
           READ PersonMasterFile NEXT RECORD
               AT END SET EndOfPersonMaster TO TRUE
           END-READ.

       2200-JUDGE-ONE-PERSON.
           IF PersonTerminated
               AND MasterPersonName NOT = SPACES
               ADD 1 TO LeaversReadCount
               IF MasterTermDate NOT NUMERIC
                   OR MasterTermDate = ZEROS
                   ADD 1 TO UndatedLeaverCount
                   DISPLAY "*** Leaver " MasterPersonID
                           " has no termination date - not aged ***"
               ELSE
                   IF MasterTermDate < CutoffDate
                       PERFORM 2300-RETIRE-PERSON-DATA
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-PERSON.

       2300-RETIRE-PERSON-DATA.
           MOVE "N" TO HoldFoundSwitch
           SET HoldIdx TO 1
           PERFORM 2310-SEARCH-HOLD-LIST
               UNTIL PersonOnHold
                  OR HoldIdx > HoldEntryCount
           IF RetainEntryCount < 5000
               ADD 1 TO RetainEntryCount
               SET RetainIdx TO RetainEntryCount
               MOVE MasterPersonID
                   TO TableRetainPersonID (RetainIdx)
               MOVE MasterTermDate TO TableTermDate (RetainIdx)
               MOVE "N" TO TableBirthMoved (RetainIdx)
               MOVE ZEROS TO TableArchiveCount (RetainIdx)
               MOVE SPACES TO TableHoldRef (RetainIdx)
               IF PersonOnHold
                   SET TableHeld (RetainIdx) TO TRUE
                   MOVE TableHoldReference (HoldIdx)
                       TO TableHoldRef (RetainIdx)
                   ADD 1 TO HeldCount
               ELSE
                   SET TableAnonymized (RetainIdx) TO TRUE
                   MOVE SPACES TO MasterPersonName
                   REWRITE PersonMasterRecord
                       INVALID KEY
                           DISPLAY "*** Rewrite failed for "
                                   MasterPersonID " ***"
                           MOVE "H" TO TableRetainAction (RetainIdx)
                           MOVE "REWRITE FAILED"
                               TO TableHoldRef (RetainIdx)
                           ADD 1 TO HeldCount
                       NOT INVALID KEY
                           ADD 1 TO AnonymizedCount
                   END-REWRITE
               END-IF
           ELSE
               SET RetainTableOverflowed TO TRUE
               DISPLAY "*** Retention table full - "
                       MasterPersonID " left for the next run ***"
           END-IF.

       2310-SEARCH-HOLD-LIST.
           IF TableHoldPersonID (HoldIdx) = MasterPersonID
               SET PersonOnHold TO TRUE
           ELSE
               SET HoldIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Archive first: every existing archive row of an anonymized
      * person is copied to the work file with the birth date zeroed.
      * Then the working birthdate master: an anonymized person's row
      * leaves it and joins the archive work file zeroed and stamped
      * with today, the way BirthArchive would have moved it. Both
      * work files are then copied back over the originals.
      *----------------------------------------------------------------
       3000-BLANK-BIRTH-FILES.
           OPEN OUTPUT BirthArchiveWorkFile
           OPEN INPUT BirthArchiveFile
           IF BirthArchiveFileOK
               PERFORM 3100-READ-ARCHIVE-RECORD
               PERFORM 3200-COPY-ARCHIVE-RECORD
                   UNTIL EndOfBirthArchive
               CLOSE BirthArchiveFile
           END-IF
           OPEN INPUT BirthMasterFile
           IF BirthMasterFileOK
               OPEN OUTPUT BirthMasterWorkFile
               PERFORM 3300-READ-BIRTH-MASTER
               PERFORM 3400-COPY-BIRTH-MASTER
                   UNTIL EndOfBirthMaster
               CLOSE BirthMasterFile
               CLOSE BirthMasterWorkFile
           END-IF
           CLOSE BirthArchiveWorkFile
           PERFORM 4000-COPY-ARCHIVE-BACK
           IF BirthMasterFileOK
               PERFORM 4500-COPY-BIRTH-MASTER-BACK
           END-IF.

       3100-READ-ARCHIVE-RECORD.
           READ BirthArchiveFile
               AT END SET EndOfBirthArchive TO TRUE
           END-READ.

       3200-COPY-ARCHIVE-RECORD.
           MOVE BirthArchiveRecord TO BirthArchiveWorkRecord
           MOVE ArchivePersonID TO SearchPersonID
           PERFORM 3500-FIND-ANONYMIZED-ID
           IF RetainPersonFound
               AND WorkArchiveBirthDate NOT = ZEROS
               MOVE ZEROS TO WorkArchiveBirthDate
               ADD 1 TO TableArchiveCount (RetainIdx)
               ADD 1 TO ArchiveRowsBlankedCount
           END-IF
           WRITE BirthArchiveWorkRecord
           PERFORM 3100-READ-ARCHIVE-RECORD.

       3300-READ-BIRTH-MASTER.
           READ BirthMasterFile
               AT END SET EndOfBirthMaster TO TRUE
           END-READ.

       3400-COPY-BIRTH-MASTER.
           MOVE BirthMasterPersonID TO SearchPersonID
           PERFORM 3500-FIND-ANONYMIZED-ID
           IF RetainPersonFound
               INITIALIZE BirthArchiveWorkRecord
               MOVE BirthMasterPersonID TO WorkArchivePersonID
               MOVE ZEROS TO WorkArchiveBirthDate
               MOVE RunDate TO WorkArchiveDate
               WRITE BirthArchiveWorkRecord
               MOVE "Y" TO TableBirthMoved (RetainIdx)
               ADD 1 TO BirthRowsMovedCount
           ELSE
               MOVE BirthMasterRecord TO BirthMasterWorkRecord
               WRITE BirthMasterWorkRecord
           END-IF
           PERFORM 3300-READ-BIRTH-MASTER.

       3500-FIND-ANONYMIZED-ID.
           MOVE "N" TO RetainFoundSwitch
           SET RetainIdx TO 1
           PERFORM 3510-SEARCH-RETAIN-TABLE
               UNTIL RetainPersonFound
                  OR RetainIdx > RetainEntryCount.

       3510-SEARCH-RETAIN-TABLE.
           IF TableRetainPersonID (RetainIdx) = SearchPersonID
               AND TableAnonymized (RetainIdx)
               SET RetainPersonFound TO TRUE
           ELSE
               SET RetainIdx UP BY 1
           END-IF.

       4000-COPY-ARCHIVE-BACK.
           MOVE "N" TO BirthArchiveEndSwitch
           OPEN INPUT BirthArchiveWorkFile
           OPEN OUTPUT BirthArchiveFile
           PERFORM 4100-READ-ARCHIVE-WORK
           PERFORM 4200-WRITE-ARCHIVE-BACK UNTIL EndOfBirthArchive
           CLOSE BirthArchiveWorkFile
           CLOSE BirthArchiveFile.

       4100-READ-ARCHIVE-WORK.
           READ BirthArchiveWorkFile
               AT END SET EndOfBirthArchive TO TRUE
           END-READ.

       4200-WRITE-ARCHIVE-BACK.
           MOVE BirthArchiveWorkRecord TO BirthArchiveRecord
           WRITE BirthArchiveRecord
           PERFORM 4100-READ-ARCHIVE-WORK.

       4500-COPY-BIRTH-MASTER-BACK.
           MOVE "N" TO BirthMasterEndSwitch
           OPEN INPUT BirthMasterWorkFile
           OPEN OUTPUT BirthMasterFile
           PERFORM 4600-READ-BIRTH-WORK
           PERFORM 4700-WRITE-BIRTH-BACK UNTIL EndOfBirthMaster
           CLOSE BirthMasterWorkFile
           CLOSE BirthMasterFile.

       4600-READ-BIRTH-WORK.
           READ BirthMasterWorkFile
               AT END SET EndOfBirthMaster TO TRUE
           END-READ.

       4700-WRITE-BIRTH-BACK.
           MOVE BirthMasterWorkRecord TO BirthMasterRecord
           WRITE BirthMasterRecord
           PERFORM 4600-READ-BIRTH-WORK.

      *----------------------------------------------------------------
      * Snapshots of the person and birthdate masters taken before
      * today still hold the blanked data; they are not rewritten
      * (SnapVerify's control totals would no longer agree), so the
      * certificate records how many are still out there.
      *----------------------------------------------------------------
       5000-COUNT-SNAPSHOTS.
           MOVE ZEROS TO SnapGenerationCount
           IF AnonymizedCount > ZERO
               OPEN INPUT SnapCatalogFile
               IF SnapCatalogFileOK
                   PERFORM 5100-READ-SNAP-CATALOG
                   PERFORM 5200-TALLY-SNAP-ENTRY
                       UNTIL EndOfSnapCatalog
                   CLOSE SnapCatalogFile
               END-IF
           END-IF.

       5100-READ-SNAP-CATALOG.
           READ SnapCatalogFile
               AT END SET EndOfSnapCatalog TO TRUE
           END-READ.

       5200-TALLY-SNAP-ENTRY.
           IF (SnapMasterName = "PERSMSTR.DAT"
               OR SnapMasterName = "BIRTHMST.DAT")
               AND SnapRunDate < RunDate
               ADD 1 TO SnapGenerationCount
           END-IF
           PERFORM 5100-READ-SNAP-CATALOG.

       6000-WRITE-CERTIFICATE.
           MOVE SPACES TO CertificateFileName
           STRING "RETNCERT." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO CertificateFileName
           END-STRING
           OPEN OUTPUT CertificateFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "PERSRETN" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO CertLineText
           STRING "PERSONAL DATA RETENTION CERTIFICATE - RUN "
                      DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
               INTO CertLineText
           END-STRING
           WRITE CertificateRecord
           MOVE SPACES TO CertLineText
           STRING "RETENTION " DELIMITED BY SIZE
                  RetentionYears DELIMITED BY SIZE
                  " YEARS - LEAVERS BEFORE " DELIMITED BY SIZE
                  CutoffDate DELIMITED BY SIZE
                  " ANONYMIZED" DELIMITED BY SIZE
               INTO CertLineText
           END-STRING
           WRITE CertificateRecord
           MOVE SPACES TO CertLineText
           WRITE CertificateRecord
           MOVE "PERSON ID" TO CertLineText (1:9)
           MOVE "LEFT" TO CertLineText (13:4)
           MOVE "ACTION" TO CertLineText (23:6)
           MOVE "ON" TO CertLineText (35:2)
           MOVE "BIRTHMST ARCHIVE / HOLD" TO CertLineText (45:23)
           WRITE CertificateRecord
           PERFORM 6100-WRITE-CERTIFICATE-LINE
               VARYING RetainIdx FROM 1 BY 1
               UNTIL RetainIdx > RetainEntryCount
           MOVE SPACES TO CertLineText
           WRITE CertificateRecord
           MOVE AnonymizedCount TO CountDisplay
           STRING "ANONYMIZED " DELIMITED BY SIZE
                  CountDisplay DELIMITED BY SIZE
                  "   HELD " DELIMITED BY SIZE
               INTO CertLineText
           END-STRING
           MOVE HeldCount TO CountDisplay
           MOVE CountDisplay TO CertLineText (25:5)
           WRITE CertificateRecord
           IF SnapGenerationCount > ZERO
               MOVE SPACES TO CertLineText
               MOVE SnapGenerationCount TO CountDisplay
               STRING "NOTE - " DELIMITED BY SIZE
                      CountDisplay DELIMITED BY SIZE
                      " EARLIER SNAPSHOT(S) OF PERSMSTR/BIRTHMST"
                          DELIMITED BY SIZE
                      " STILL HOLD" DELIMITED BY SIZE
                   INTO CertLineText
               END-STRING
               WRITE CertificateRecord
               MOVE SPACES TO CertLineText
               MOVE "       THIS DATA UNTIL THEY AGE OUT"
                   TO CertLineText
               WRITE CertificateRecord
           END-IF
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE AnonymizedCount TO TrailerRecordCount
           COMPUTE TrailerControlTotal =
               BirthRowsMovedCount + ArchiveRowsBlankedCount
           MOVE HeldCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE CertificateFile
           MOVE CertificateFileName TO GenFileName
           MOVE AnonymizedCount TO GenRecordCount
           MOVE TrailerControlTotal TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

       6100-WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO CertLineText
           MOVE TableRetainPersonID (RetainIdx) TO CertLineText (1:10)
           MOVE TableTermDate (RetainIdx) TO CertLineText (13:8)
           IF TableAnonymized (RetainIdx)
               MOVE "ANONYMIZED" TO CertLineText (23:10)
               MOVE RunDate TO CertLineText (35:8)
               IF TableBirthMoved (RetainIdx) = "Y"
                   MOVE "MOVED" TO CertLineText (45:5)
               ELSE
                   MOVE "-" TO CertLineText (45:1)
               END-IF
               MOVE TableArchiveCount (RetainIdx)
                   TO ArchiveCountDisplay
               MOVE ArchiveCountDisplay TO CertLineText (54:3)
           ELSE
               MOVE "HELD" TO CertLineText (23:4)
               MOVE TableHoldRef (RetainIdx) TO CertLineText (45:20)
           END-IF
           WRITE CertificateRecord.

       9000-TERMINATE.
           IF NOT RetainRunFailed
               DISPLAY "Retention years        = " RetentionYears
               DISPLAY "Cutoff date            = " CutoffDate
               DISPLAY "Leavers read           = " LeaversReadCount
               DISPLAY "Anonymized             = " AnonymizedCount
               DISPLAY "Held (legal hold)      = " HeldCount
               DISPLAY "Undated leavers        = " UndatedLeaverCount
               DISPLAY "Birth rows moved       = " BirthRowsMovedCount
               DISPLAY "Archive rows blanked   = "
                       ArchiveRowsBlankedCount
               DISPLAY "Certificate on " CertificateFileName
           END-IF
           EVALUATE TRUE
               WHEN RetainRunFailed
                   MOVE 8 TO RETURN-CODE
               WHEN UndatedLeaverCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN RetainTableOverflowed
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE AnonymizedCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM PersRetain.
