      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Weekly team digest for department managers. The
      *          upcoming-birthdays extract (BIRTHDAY) and the service-
      *          anniversary report (ServiceAnniv) are company-wide
      *          lists a manager had to search for their own people.
      *          This step gathers, for each department on the
      *          department master (DEPTMSTR.DAT, layout DEPTMSTR.cpy)
      *          with a manager named, the coming week's birthdays
      *          from the birthdate master (BIRTHMST.DAT), the
      *          milestone birthdays BirthMilestone watches for (40,
      *          50, 60 and retirement at 65), and the work
      *          anniversaries off the person master's hire date,
      *          ServiceAnniv's 5/10/20/25-year milestones marked -
      *          all on one page, soonest first, headed with the
      *          manager's name. Leavers are left off, and a person
      *          who opted out of greetings (MasterOptOutFlag) has no
      *          birthday listed. The week is the run date and the
      *          six days after it; the digest belongs to the start
      *          of the week and is only produced on a Monday unless
      *          the command line says FORCE. Each department's page
      *          is its own run-date generation, D<dept>.<date>.DAT,
      *          cataloged on RPTCATLG.DAT under report name D<dept>
      *          through GENCATLG, so a DISTLIST.DAT row naming that
      *          report and the manager's recipient puts the page in
      *          the manager's Distribute bundle (a manager of two
      *          departments gets both pages in the one bundle).
      *          RETURN-CODE 0, 4 when an occasion could not be put
      *          on a page (department not on the master or without
      *          a manager), 8 when the person master cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManagerDigest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeptMasterFile ASSIGN TO "DEPTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeptMasterFileStatus.
           SELECT PersonMasterFile ASSIGN TO "PERSMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterPersonID
               FILE STATUS IS PersonMasterFileStatus.
           SELECT BirthMasterFile ASSIGN TO "BIRTHMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BirthMasterFileStatus.
           SELECT DigestWorkFile ASSIGN TO "DGSTWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DigestSortFile ASSIGN TO "SRTWK01".
           SELECT DigestFile
               ASSIGN TO DYNAMIC DigestFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DeptMasterFile
           RECORD CONTAINS 52 CHARACTERS.
           COPY "DEPTMSTR.cpy".
       FD  PersonMasterFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PERSMSTR.cpy".
       FD  BirthMasterFile
           RECORD CONTAINS 18 CHARACTERS.
       01 BirthMasterRecord.
           02 BirthMasterPersonID      PIC X(10).
           02 BirthMasterBirthDate.
               03 MasterYearOfBirth    PIC 9(4).
               03 MasterMonthDayOfBirth PIC X(4).
       FD  DigestWorkFile
           RECORD CONTAINS 53 CHARACTERS.
       01 DigestWorkRecord.
           02 WorkDepartment           PIC X(10).
           02 WorkEventDate            PIC 9(8).
           02 WorkEventKind            PIC X.
           02 WorkYears                PIC 999.
           02 WorkMilestoneFlag        PIC X.
           02 WorkPersonID             PIC X(10).
           02 WorkPersonName           PIC X(20).
       SD  DigestSortFile.
       01 DigestSortRecord.
           02 SortDepartment           PIC X(10).
           02 SortEventDate            PIC 9(8).
           02 SortEventKind            PIC X.
               88 SortBirthday         VALUE "B".
           02 SortYears                PIC 999.
           02 SortMilestoneFlag        PIC X.
               88 SortMilestone        VALUE "Y".
           02 SortPersonID             PIC X(10).
           02 SortPersonName           PIC X(20).
       FD  DigestFile
           RECORD CONTAINS 72 CHARACTERS.
       01 DigestRecord.
           02 DigestLineText           PIC X(72).
           COPY "RPTCTL.cpy".
       WORKING-STORAGE SECTION.
       01 DeptMasterFileStatus     PIC XX.
           88 DeptMasterFileOK     VALUE "00".
       01 PersonMasterFileStatus   PIC XX.
           88 PersonMasterFileOK   VALUE "00".
       01 BirthMasterFileStatus    PIC XX.
           88 BirthMasterFileOK    VALUE "00".
       01 DeptMasterEndSwitch      PIC X VALUE "N".
           88 EndOfDeptMaster      VALUE "Y".
       01 PersonMasterEndSwitch    PIC X VALUE "N".
           88 EndOfPersonMaster    VALUE "Y".
       01 BirthMasterEndSwitch     PIC X VALUE "N".
           88 EndOfBirthMaster     VALUE "Y".
       01 DigestSortEndSwitch      PIC X VALUE "N".
           88 EndOfDigestSort      VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 DigestParm               PIC X(40).
       01 DigestModeWord           PIC X(8).
           88 DigestModeForce      VALUE "FORCE".
       01 DigestWantedSwitch       PIC X VALUE "N".
           88 DigestWanted         VALUE "Y".
       01 DigestFailedSwitch       PIC X VALUE "N".
           88 DigestFailed         VALUE "Y".
       01 WorkDate                 PIC 9(8).
       01 WorkDateSplit REDEFINES WorkDate.
           02 WorkYear             PIC 9(4).
           02 WorkMonth            PIC 99.
           02 WorkDay              PIC 99.
      *    Zeller's congruence, each term truncated as it is taken:
      *    January and February count as months 13 and 14 of the
      *    year before; day of week 0 is Saturday, 2 is Monday.
       01 ZellerMonth              PIC 99.
       01 ZellerYear               PIC 9(4).
       01 ZellerCentury            PIC 99.
       01 ZellerYearOfCentury      PIC 99.
       01 ZellerMonthTerm          PIC 9(3).
       01 ZellerYearTerm           PIC 99.
       01 ZellerCenturyTerm        PIC 99.
       01 ZellerWork               PIC 9(5).
       01 ZellerQuotient           PIC 9(5).
       01 ZellerDayOfWeek          PIC 9.
           88 RunDayIsMonday       VALUE 2.
       01 MonthLengthValues        PIC X(24)
           VALUE "312831303130313130313031".
       01 MonthLengthTable REDEFINES MonthLengthValues.
           02 MonthLength          PIC 99 OCCURS 12 TIMES.
       01 DaysThisMonth            PIC 99.
       01 LeapYearCheckYear        PIC 9(4).
       01 LeapQuotient             PIC 9(4).
       01 LeapRemainder            PIC 9(3).
       01 LeapYearSwitch           PIC X VALUE "N".
           88 IsLeapYear           VALUE "Y".
      *----------------------------------------------------------------
      * The seven days of the digest week. A 29 February birthday or
      * hire date falls on 1 March in a year without one, the same
      * day BIRTHDAY's day-of-year count gives it.
      *----------------------------------------------------------------
       01 WindowTable.
           02 WindowEntry OCCURS 7 TIMES
               INDEXED BY WindowIdx.
               03 WindowDate        PIC 9(8).
               03 WindowYear        PIC 9(4).
               03 WindowMonthDay    PIC X(4).
               03 WindowLeapFlag    PIC X.
                   88 WindowLeapYear VALUE "Y".
       01 WindowDayFoundSwitch     PIC X.
           88 WindowDayFound       VALUE "Y".
       01 EventMonthDay            PIC X(4).
       01 EventYears               PIC S9(4).
       01 MilestoneAgeValues.
           02 FILLER               PIC 999 VALUE 040.
           02 FILLER               PIC 999 VALUE 050.
           02 FILLER               PIC 999 VALUE 060.
           02 FILLER               PIC 999 VALUE 065.
       01 MilestoneAgeTable REDEFINES MilestoneAgeValues.
           02 MilestoneAge         PIC 999 OCCURS 4 TIMES
                                       INDEXED BY AgeIdx.
       01 RetirementAge            PIC 999 VALUE 065.
       01 ServiceYearValues.
           02 FILLER               PIC 999 VALUE 005.
           02 FILLER               PIC 999 VALUE 010.
           02 FILLER               PIC 999 VALUE 020.
           02 FILLER               PIC 999 VALUE 025.
       01 ServiceYearTable REDEFINES ServiceYearValues.
           02 ServiceYears         PIC 999 OCCURS 4 TIMES
                                       INDEXED BY ServiceIdx.
       01 MilestoneSwitch          PIC X.
           88 EventIsMilestone     VALUE "Y".
       01 DeptTable.
           02 DeptEntry OCCURS 50 TIMES
               INDEXED BY DeptIdx.
               03 TableDeptCode     PIC X(10).
               03 TableDeptName     PIC X(20).
               03 TableManager      PIC X(20).
               03 TableDigestFlag   PIC X.
                   88 TableDigestWritten VALUE "Y".
       01 DeptEntryCount           PIC 99 VALUE ZEROS.
       01 DeptFoundSwitch          PIC X.
           88 DeptFound            VALUE "Y".
       01 SearchDeptCode           PIC X(10).
       01 DigestOpenSwitch         PIC X VALUE "N".
           88 DigestOpen           VALUE "Y".
       01 DigestSkippingSwitch     PIC X VALUE "N".
           88 DigestSkipping       VALUE "Y".
       01 CurrentDepartment        PIC X(10).
       01 DigestFileName           PIC X(24).
       01 DigestReportName         PIC X(12).
       01 DigestEventCount         PIC 9(7).
       01 DigestMilestoneCount     PIC 9(9).
       01 YearsDisplay             PIC ZZ9.
       01 PersonsScanned           PIC 9(7) VALUE ZEROS.
       01 BirthdaysRead            PIC 9(7) VALUE ZEROS.
       01 BirthdaysNotOnMaster     PIC 9(7) VALUE ZEROS.
       01 OccasionCount            PIC 9(7) VALUE ZEROS.
       01 UnroutedCount            PIC 9(7) VALUE ZEROS.
       01 DigestCount              PIC 9(5) VALUE ZEROS.
       01 NoManagerCount           PIC 9(5) VALUE ZEROS.
       01 GenReportName            PIC X(12).
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "MGRDGST".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "MGRDGST".
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
           IF DigestWanted
               PERFORM 1100-LOAD-DEPT-MASTER
               PERFORM 2000-GATHER-OCCASIONS
           END-IF
           IF DigestWanted AND NOT DigestFailed
               PERFORM 3000-WRITE-DIGESTS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE SPACES TO DigestParm
           ACCEPT DigestParm FROM COMMAND-LINE
           MOVE SPACES TO DigestModeWord
           UNSTRING DigestParm DELIMITED BY ALL SPACES
               INTO DigestModeWord
           END-UNSTRING
           IF DigestModeForce
               SET DigestWanted TO TRUE
               DISPLAY "Manager digest forced for " RunDate
           ELSE
               PERFORM 7100-ZELLER-DAY-OF-WEEK
               IF RunDayIsMonday
                   SET DigestWanted TO TRUE
               ELSE
                   DISPLAY "Not the start of the week - "
                           "manager digest skipped"
               END-IF
           END-IF
           IF DigestWanted
               MOVE RunDate TO WorkDate
               PERFORM 1010-ADD-WINDOW-DAY
                   VARYING WindowIdx FROM 1 BY 1
                   UNTIL WindowIdx > 7
           END-IF.

       1010-ADD-WINDOW-DAY.
           MOVE WorkDate TO WindowDate (WindowIdx)
           MOVE WorkYear TO WindowYear (WindowIdx)
           MOVE WorkDate (5:4) TO WindowMonthDay (WindowIdx)
           MOVE WorkYear TO LeapYearCheckYear
           PERFORM 7300-CHECK-LEAP-YEAR
           MOVE LeapYearSwitch TO WindowLeapFlag (WindowIdx)
           PERFORM 7200-STEP-ONE-DAY.

       1100-LOAD-DEPT-MASTER.
           OPEN INPUT DeptMasterFile
           IF DeptMasterFileOK
               PERFORM 1110-READ-DEPT-MASTER
               PERFORM 1120-STORE-DEPT-MASTER UNTIL EndOfDeptMaster
               CLOSE DeptMasterFile
           ELSE
               DISPLAY "*** Department master DEPTMSTR.DAT not "
                       "available - no manager to send to ***"
           END-IF.

       1110-READ-DEPT-MASTER.
           READ DeptMasterFile
               AT END SET EndOfDeptMaster TO TRUE
           END-READ.

       1120-STORE-DEPT-MASTER.
           IF DeptMasterCode NOT = SPACES
               IF DeptEntryCount < 50
                   ADD 1 TO DeptEntryCount
                   SET DeptIdx TO DeptEntryCount
                   MOVE DeptMasterCode TO TableDeptCode (DeptIdx)
                   MOVE DeptMasterName TO TableDeptName (DeptIdx)
                   MOVE DeptMasterManager TO TableManager (DeptIdx)
                   MOVE "N" TO TableDigestFlag (DeptIdx)
               ELSE
                   DISPLAY "*** Department table full - "
                           DeptMasterCode " gets no digest ***"
               END-IF
           END-IF
           PERFORM 1110-READ-DEPT-MASTER.

      *----------------------------------------------------------------
      * Work anniversaries come off a scan of the person master;
      * birthdays off the birthdate master, each looked up on the
      * person master for the name, department, status and opt-out.
      *----------------------------------------------------------------
       2000-GATHER-OCCASIONS.
           OPEN OUTPUT DigestWorkFile
           OPEN INPUT PersonMasterFile
           IF PersonMasterFileOK
               MOVE LOW-VALUES TO MasterPersonID
               START PersonMasterFile KEY IS GREATER THAN
                   MasterPersonID
                   INVALID KEY SET EndOfPersonMaster TO TRUE
               END-START
               IF NOT EndOfPersonMaster
                   PERFORM 2110-READ-NEXT-PERSON
                   PERFORM 2100-CHECK-ANNIVERSARY
                       UNTIL EndOfPersonMaster
               END-IF
               PERFORM 2200-GATHER-BIRTHDAYS
               CLOSE PersonMasterFile
           ELSE
               SET DigestFailed TO TRUE
               DISPLAY "*** Person master PERSMSTR.DAT not "
                       "available - no manager digest ***"
           END-IF
           CLOSE DigestWorkFile.

       2100-CHECK-ANNIVERSARY.
           ADD 1 TO PersonsScanned
           IF NOT PersonTerminated
               AND MasterHireDate NUMERIC
               AND MasterHireDate > ZEROS
               MOVE MasterHireDate TO WorkDate
               MOVE WorkDate (5:4) TO EventMonthDay
               PERFORM 2500-FIND-WINDOW-DAY
               IF WindowDayFound
                   COMPUTE EventYears = WindowYear (WindowIdx)
                       - WorkYear
                   IF EventYears > ZERO
                       MOVE "N" TO MilestoneSwitch
                       PERFORM 2120-CHECK-SERVICE-MILESTONE
                           VARYING ServiceIdx FROM 1 BY 1
                           UNTIL ServiceIdx > 4
                       MOVE "S" TO WorkEventKind
                       PERFORM 2600-WRITE-OCCASION
                   END-IF
               END-IF
           END-IF
           PERFORM 2110-READ-NEXT-PERSON.

       2110-READ-NEXT-PERSON.
           READ PersonMasterFile NEXT RECORD
               AT END SET EndOfPersonMaster TO TRUE
           END-READ.

       2120-CHECK-SERVICE-MILESTONE.
           IF EventYears = ServiceYears (ServiceIdx)
               SET EventIsMilestone TO TRUE
           END-IF.

       2200-GATHER-BIRTHDAYS.
           OPEN INPUT BirthMasterFile
           IF BirthMasterFileOK
               PERFORM 2210-READ-BIRTH-MASTER
               PERFORM 2220-CHECK-BIRTHDAY UNTIL EndOfBirthMaster
               CLOSE BirthMasterFile
           ELSE
               DISPLAY "*** Birthdate master BIRTHMST.DAT not "
                       "available - no birthdays in the digest ***"
           END-IF.

       2210-READ-BIRTH-MASTER.
           READ BirthMasterFile
               AT END SET EndOfBirthMaster TO TRUE
           END-READ.

       2220-CHECK-BIRTHDAY.
           ADD 1 TO BirthdaysRead
           IF MasterYearOfBirth NUMERIC
               AND MasterMonthDayOfBirth NUMERIC
               MOVE MasterMonthDayOfBirth TO EventMonthDay
               PERFORM 2500-FIND-WINDOW-DAY
               IF WindowDayFound
                   PERFORM 2230-LOOK-UP-PERSON
               END-IF
           END-IF
           PERFORM 2210-READ-BIRTH-MASTER.

       2230-LOOK-UP-PERSON.
           MOVE BirthMasterPersonID TO MasterPersonID
           READ PersonMasterFile
               KEY IS MasterPersonID
               INVALID KEY
                   ADD 1 TO BirthdaysNotOnMaster
               NOT INVALID KEY
                   IF NOT PersonTerminated AND NOT GreetingOptedOut
                       COMPUTE EventYears = WindowYear (WindowIdx)
                           - MasterYearOfBirth
                       MOVE "N" TO MilestoneSwitch
                       PERFORM 2240-CHECK-AGE-MILESTONE
                           VARYING AgeIdx FROM 1 BY 1
                           UNTIL AgeIdx > 4
                       MOVE "B" TO WorkEventKind
                       PERFORM 2600-WRITE-OCCASION
                   END-IF
           END-READ.

       2240-CHECK-AGE-MILESTONE.
           IF EventYears = MilestoneAge (AgeIdx)
               SET EventIsMilestone TO TRUE
           END-IF.

       2500-FIND-WINDOW-DAY.
           MOVE "N" TO WindowDayFoundSwitch
           SET WindowIdx TO 1
           PERFORM 2510-CHECK-WINDOW-DAY
               UNTIL WindowDayFound OR WindowIdx > 7.

       2510-CHECK-WINDOW-DAY.
           IF WindowMonthDay (WindowIdx) = EventMonthDay
               OR (EventMonthDay = "0229"
                   AND WindowMonthDay (WindowIdx) = "0301"
                   AND NOT WindowLeapYear (WindowIdx))
               SET WindowDayFound TO TRUE
           ELSE
               SET WindowIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * The kind is set by the caller; the rest comes off the person
      * master record in hand.
      *----------------------------------------------------------------
       2600-WRITE-OCCASION.
           MOVE MasterDepartment TO WorkDepartment
           MOVE WindowDate (WindowIdx) TO WorkEventDate
           MOVE EventYears TO WorkYears
           MOVE MilestoneSwitch TO WorkMilestoneFlag
           MOVE MasterPersonID TO WorkPersonID
           MOVE MasterPersonName TO WorkPersonName
           WRITE DigestWorkRecord
           ADD 1 TO OccasionCount.

       3000-WRITE-DIGESTS.
           SORT DigestSortFile
               ON ASCENDING KEY SortDepartment SortEventDate
                                SortEventKind SortPersonName
               USING DigestWorkFile
               OUTPUT PROCEDURE IS 3100-RETURN-SORTED-OCCASIONS
           PERFORM 3500-WRITE-QUIET-DIGEST
               VARYING DeptIdx FROM 1 BY 1
               UNTIL DeptIdx > DeptEntryCount.

       3100-RETURN-SORTED-OCCASIONS.
           MOVE "N" TO DigestSortEndSwitch
           PERFORM 3200-TAKE-SORTED-OCCASION
               UNTIL EndOfDigestSort
           IF DigestOpen
               PERFORM 3900-CLOSE-DIGEST
           END-IF.

      *----------------------------------------------------------------
      * A change of department closes one page and starts the next.
      * Occasions for a department not on the master, or one with no
      * manager named, have nobody to go to and are only counted.
      *----------------------------------------------------------------
       3200-TAKE-SORTED-OCCASION.
           RETURN DigestSortFile
               AT END
                   SET EndOfDigestSort TO TRUE
               NOT AT END
                   IF (NOT DigestOpen AND NOT DigestSkipping)
                       OR SortDepartment NOT = CurrentDepartment
                       PERFORM 3300-START-DEPARTMENT
                   END-IF
                   IF DigestOpen
                       PERFORM 3400-WRITE-OCCASION-LINE
                   ELSE
                       ADD 1 TO UnroutedCount
                   END-IF
           END-RETURN.

       3300-START-DEPARTMENT.
           IF DigestOpen
               PERFORM 3900-CLOSE-DIGEST
           END-IF
           MOVE SortDepartment TO CurrentDepartment
           MOVE "N" TO DigestSkippingSwitch
           MOVE SortDepartment TO SearchDeptCode
           PERFORM 3310-FIND-DEPT-ENTRY
           IF DeptFound AND TableManager (DeptIdx) NOT = SPACES
               PERFORM 3800-OPEN-DIGEST
           ELSE
               SET DigestSkipping TO TRUE
               DISPLAY "*** No manager for department "
                       SortDepartment " - its occasions not sent ***"
           END-IF.

       3310-FIND-DEPT-ENTRY.
           MOVE "N" TO DeptFoundSwitch
           SET DeptIdx TO 1
           PERFORM 3320-SEARCH-DEPT-ENTRY
               UNTIL DeptFound OR DeptIdx > DeptEntryCount.

       3320-SEARCH-DEPT-ENTRY.
           IF TableDeptCode (DeptIdx) = SearchDeptCode
               SET DeptFound TO TRUE
           ELSE
               SET DeptIdx UP BY 1
           END-IF.

       3400-WRITE-OCCASION-LINE.
           MOVE SPACES TO DigestLineText
           MOVE SortEventDate TO DigestLineText (1:8)
           EVALUATE TRUE
               WHEN SortBirthday AND SortYears = RetirementAge
                   MOVE "RETIREMENT AGE" TO DigestLineText (10:18)
               WHEN SortBirthday AND SortMilestone
                   MOVE "MILESTONE BIRTHDAY" TO DigestLineText (10:18)
               WHEN SortBirthday
                   MOVE "BIRTHDAY" TO DigestLineText (10:18)
               WHEN SortMilestone
                   MOVE "SERVICE MILESTONE" TO DigestLineText (10:18)
               WHEN OTHER
                   MOVE "WORK ANNIVERSARY" TO DigestLineText (10:18)
           END-EVALUATE
           IF SortMilestone OR NOT SortBirthday
               MOVE SortYears TO YearsDisplay
               MOVE YearsDisplay TO DigestLineText (29:3)
           END-IF
           MOVE SortPersonName TO DigestLineText (34:20)
           MOVE SortPersonID TO DigestLineText (55:10)
           WRITE DigestRecord
           ADD 1 TO DigestEventCount
           IF SortMilestone
               ADD 1 TO DigestMilestoneCount
           END-IF.

      *----------------------------------------------------------------
      * A department with nothing to mark this week still gets its
      * page, so the manager's bundle arrives every week.
      *----------------------------------------------------------------
       3500-WRITE-QUIET-DIGEST.
           IF TableManager (DeptIdx) = SPACES
               ADD 1 TO NoManagerCount
           ELSE
               IF NOT TableDigestWritten (DeptIdx)
                   PERFORM 3800-OPEN-DIGEST
                   MOVE SPACES TO DigestLineText
                   MOVE "NO BIRTHDAYS OR WORK ANNIVERSARIES THIS WEEK"
                       TO DigestLineText
                   WRITE DigestRecord
                   PERFORM 3900-CLOSE-DIGEST
               END-IF
           END-IF.

       3800-OPEN-DIGEST.
           MOVE SPACES TO DigestReportName
           STRING "D" DELIMITED BY SIZE
                  TableDeptCode (DeptIdx) DELIMITED BY SPACE
               INTO DigestReportName
           END-STRING
           MOVE SPACES TO DigestFileName
           STRING DigestReportName DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO DigestFileName
           END-STRING
           OPEN OUTPUT DigestFile
           SET DigestOpen TO TRUE
           SET TableDigestWritten (DeptIdx) TO TRUE
           MOVE ZEROS TO DigestEventCount
           MOVE ZEROS TO DigestMilestoneCount
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "MGRDGST" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO DigestLineText
           STRING "TEAM DIGEST FOR THE WEEK " DELIMITED BY SIZE
                  WindowDate (1) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WindowDate (7) DELIMITED BY SIZE
               INTO DigestLineText
           END-STRING
           WRITE DigestRecord
           MOVE SPACES TO DigestLineText
           MOVE "MANAGER" TO DigestLineText (1:7)
           MOVE TableManager (DeptIdx) TO DigestLineText (12:20)
           WRITE DigestRecord
           MOVE SPACES TO DigestLineText
           MOVE "DEPARTMENT" TO DigestLineText (1:10)
           MOVE TableDeptCode (DeptIdx) TO DigestLineText (12:10)
           MOVE TableDeptName (DeptIdx) TO DigestLineText (23:20)
           WRITE DigestRecord
           MOVE SPACES TO DigestLineText
           WRITE DigestRecord
           MOVE "DATE" TO DigestLineText (1:4)
           MOVE "OCCASION" TO DigestLineText (10:8)
           MOVE "YRS" TO DigestLineText (29:3)
           MOVE "NAME" TO DigestLineText (34:4)
           MOVE "PERSON ID" TO DigestLineText (55:9)
           WRITE DigestRecord.

       3900-CLOSE-DIGEST.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE DigestEventCount TO TrailerRecordCount
           MOVE DigestMilestoneCount TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE DigestFile
           MOVE "N" TO DigestOpenSwitch
           ADD 1 TO DigestCount
           MOVE DigestReportName TO GenReportName
           MOVE DigestFileName TO GenFileName
           MOVE DigestEventCount TO GenRecordCount
           MOVE DigestMilestoneCount TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal.

       7100-ZELLER-DAY-OF-WEEK.
           MOVE RunDate TO WorkDate
           IF WorkMonth < 3
               COMPUTE ZellerMonth = WorkMonth + 12
               COMPUTE ZellerYear = WorkYear - 1
           ELSE
               MOVE WorkMonth TO ZellerMonth
               MOVE WorkYear TO ZellerYear
           END-IF
           DIVIDE ZellerYear BY 100
               GIVING ZellerCentury REMAINDER ZellerYearOfCentury
           COMPUTE ZellerMonthTerm = (ZellerMonth + 1) * 13 / 5
           DIVIDE 4 INTO ZellerYearOfCentury GIVING ZellerYearTerm
           DIVIDE 4 INTO ZellerCentury GIVING ZellerCenturyTerm
           COMPUTE ZellerWork =
               WorkDay + ZellerMonthTerm + ZellerYearOfCentury
               + ZellerYearTerm + ZellerCenturyTerm
               + 5 * ZellerCentury
           DIVIDE ZellerWork BY 7
               GIVING ZellerQuotient REMAINDER ZellerDayOfWeek.

       7200-STEP-ONE-DAY.
           MOVE MonthLength (WorkMonth) TO DaysThisMonth
           IF WorkMonth = 2
               MOVE WorkYear TO LeapYearCheckYear
               PERFORM 7300-CHECK-LEAP-YEAR
               IF IsLeapYear
                   MOVE 29 TO DaysThisMonth
               END-IF
           END-IF
           IF WorkDay < DaysThisMonth
               ADD 1 TO WorkDay
           ELSE
               MOVE 1 TO WorkDay
               IF WorkMonth < 12
                   ADD 1 TO WorkMonth
               ELSE
                   MOVE 1 TO WorkMonth
                   ADD 1 TO WorkYear
               END-IF
           END-IF.

       7300-CHECK-LEAP-YEAR.
           MOVE "N" TO LeapYearSwitch
           DIVIDE LeapYearCheckYear BY 4
               GIVING LeapQuotient REMAINDER LeapRemainder
           IF LeapRemainder = ZERO
               SET IsLeapYear TO TRUE
               DIVIDE LeapYearCheckYear BY 100
                   GIVING LeapQuotient REMAINDER LeapRemainder
               IF LeapRemainder = ZERO
                   MOVE "N" TO LeapYearSwitch
                   DIVIDE LeapYearCheckYear BY 400
                       GIVING LeapQuotient REMAINDER LeapRemainder
                   IF LeapRemainder = ZERO
                       SET IsLeapYear TO TRUE
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE.
           IF DigestWanted
               DISPLAY "Digest week            = " WindowDate (1)
                       " to " WindowDate (7)
               DISPLAY "Person records scanned = " PersonsScanned
               DISPLAY "Birthdates read        = " BirthdaysRead
               DISPLAY "Occasions gathered     = " OccasionCount
               DISPLAY "Manager digests        = " DigestCount
               DISPLAY "Occasions not sent     = " UnroutedCount
               IF BirthdaysNotOnMaster > ZERO
                   DISPLAY "Birthdates not on person master = "
                           BirthdaysNotOnMaster
               END-IF
               IF NoManagerCount > ZERO
                   DISPLAY "Departments with no manager     = "
                           NoManagerCount
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN DigestFailed
                   MOVE 8 TO RETURN-CODE
               WHEN UnroutedCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE OccasionCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM ManagerDigest.
