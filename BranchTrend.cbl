      *          - the view the network planning meeting asks for
      *          when branches are opened or closed. Written to
      *          BRCHTRND.DAT with the standard RPTCTL bracket.
      *
      *          Run with COMBINE on the command line, each closed
      *          branch's history is folded into the open branch that
      *          succeeded it on the City Master (CityMasterSuccessor,
      *          followed down the chain), so a successor that took on
      *          a closed branch's customers part-way through is
      *          compared like for like. Either way the city lines are
      *          followed by the same trend rolled up by
      *          CityMasterRegion.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Added the COMBINE option, folding each closed
      *                   branch's history into its successor branch
      *                   from the City Master (CityMasterSuccessor) for
      *                   like-for-like comparison, and a region rollup
      *                   section after the city lines. The city
      *                   subscript was widened to three digits - at two
      *                   it wrapped from 99 back to 00 and the city
      *                   loops never ended.
      *   12/10/2026 AP - Stamps its start and end through JOBSTAMP so
      *                   it records a completion on RUNSTATE.DAT - it
      *                   now runs on the month-end day in the PERIODRUN
      *                   stream, behind a RunRestart gate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchTrend.
               FILE STATUS IS BranchHistoryFileStatus.
           SELECT BranchTrendFile ASSIGN TO "BRCHTRND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CityMasterFile ASSIGN TO "CITYMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CityMasterCode
               ALTERNATE RECORD KEY IS CityMasterName
               FILE STATUS IS CityMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  BranchHistoryFile
       01 BranchTrendRecord.
           02 TrendLineText            PIC X(70).
           COPY "RPTCTL.cpy".
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       WORKING-STORAGE SECTION.
       01 CityMasterFileStatus     PIC XX.
           88 CityMasterFileOK     VALUE "00".
       01 CityMasterEndSwitch      PIC X VALUE "N".
           88 EndOfCityMaster      VALUE "Y".
       01 CityMasterLoadedSwitch   PIC X VALUE "N".
           88 CityMasterLoaded     VALUE "Y".
       01 TrendParm                PIC X(8).
       01 CombineSwitch            PIC X VALUE "N".
           88 CombineSuccessors    VALUE "Y".
       01 BranchHistoryFileStatus  PIC XX.
           88 BranchHistoryFileOK  VALUE "00".
       01 HistoryEndSwitch         PIC X VALUE "N".
               03 ThisMonthAmount   PIC 9(11)V99.
               03 PriorMonthCount   PIC 9(7).
               03 PriorMonthAmount  PIC 9(11)V99.
               03 TrendCityRegion   PIC X(14).
               03 TrendCityKnownFlag PIC X.
                   88 TrendCityKnown VALUE "Y".
               03 TrendCityClosedFlag PIC X.
                   88 TrendCityClosed VALUE "Y".
               03 TrendSuccessor    PIC 99.
               03 TrendCombinedFlag PIC X.
                   88 TrendCombinedInto VALUE "Y".
       01 RegionTrendTable.
           02 RegionTrendEntry OCCURS 20 TIMES
               INDEXED BY RegionIdx.
               03 RegionTrendName   PIC X(14).
               03 RegionThisCount   PIC 9(7).
               03 RegionThisAmount  PIC 9(11)V99.
               03 RegionPriorCount  PIC 9(7).
               03 RegionPriorAmount PIC 9(11)V99.
       01 RegionEntryCount         PIC 99 VALUE ZEROS.
       01 RegionFoundSwitch        PIC X.
           88 RegionFound          VALUE "Y".
       01 RegionNameWork           PIC X(14).
       01 ChainCode                PIC 99.
       01 ChainStepCount           PIC 99.
       01 ChainDoneSwitch          PIC X.
           88 ChainDone            VALUE "Y".
       01 CityCodeDisplay          PIC 99.
       01 CombinedCount            PIC 9(3) VALUE ZEROS.
       01 HistoryRecordCount       PIC 9(7) VALUE ZEROS.
       01 TrendLineCount           PIC 9(7) VALUE ZEROS.
       01 DirectionMarker          PIC X(4).
       01 CityCodeSub              PIC 9(3).
       01 AmountDisplay            PIC -(9)9.99.
       01 AmountDisplay2           PIC -(9)9.99.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "BRCHTRND".
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
           IF BranchHistoryFileOK
               PERFORM 2000-TALLY-HISTORY-RECORD
               DISPLAY "*** Branch history not available - "
                       "empty trend report produced ***"
           END-IF
           IF CombineSuccessors
               PERFORM 3000-COMBINE-CLOSED-BRANCH
                   VARYING CityCodeSub FROM 1 BY 1
                   UNTIL CityCodeSub > 99
           END-IF
           PERFORM 8000-WRITE-TREND-REPORT
           IF CityMasterLoaded
               PERFORM 8200-ROLL-UP-REGION
                   VARYING CityCodeSub FROM 1 BY 1
                   UNTIL CityCodeSub > 99
               PERFORM 8300-WRITE-REGION-SECTION
           END-IF
           PERFORM 9000-TERMINATE
           MOVE "T" TO JobStampMode
           MOVE HistoryRecordCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-ZERO-TREND-ENTRY
               VARYING CityCodeSub FROM 1 BY 1
               UNTIL CityCodeSub > 99
           ACCEPT TrendParm FROM COMMAND-LINE
           IF TrendParm = "COMBINE"
               SET CombineSuccessors TO TRUE
           END-IF
           PERFORM 1200-LOAD-CITY-MASTER
           IF CombineSuccessors AND NOT CityMasterLoaded
               MOVE "N" TO CombineSwitch
               DISPLAY "*** City Master not available - closed "
                       "branches not combined ***"
           END-IF
           IF CombineSuccessors
               PERFORM 1300-RESOLVE-SUCCESSOR
                   VARYING CityCodeSub FROM 1 BY 1
                   UNTIL CityCodeSub > 99
           END-IF
           OPEN OUTPUT BranchTrendFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE ZEROS TO ThisMonthCount (CityCodeSub)
           MOVE ZEROS TO ThisMonthAmount (CityCodeSub)
           MOVE ZEROS TO PriorMonthCount (CityCodeSub)
           MOVE ZEROS TO PriorMonthAmount (CityCodeSub)
           MOVE "NOT ON MASTER" TO TrendCityRegion (CityCodeSub)
           MOVE "N" TO TrendCityKnownFlag (CityCodeSub)
           MOVE "N" TO TrendCityClosedFlag (CityCodeSub)
           MOVE ZEROS TO TrendSuccessor (CityCodeSub)
           MOVE "N" TO TrendCombinedFlag (CityCodeSub).

      *----------------------------------------------------------------
      * Region, status and successor per branch off the City Master.
      * Without a master the region section is left off the report.
      *----------------------------------------------------------------
       1200-LOAD-CITY-MASTER.
           OPEN INPUT CityMasterFile
           IF CityMasterFileOK
               SET CityMasterLoaded TO TRUE
               MOVE ZERO TO CityMasterCode
               START CityMasterFile KEY IS GREATER THAN
                   CityMasterCode
                   INVALID KEY SET EndOfCityMaster TO TRUE
               END-START
               IF NOT EndOfCityMaster
                   PERFORM 1210-READ-NEXT-CITY
                   PERFORM 1220-STORE-CITY-ENTRY
                       UNTIL EndOfCityMaster
               END-IF
               CLOSE CityMasterFile
           ELSE
               DISPLAY "*** City Master not available - region "
                       "rollup omitted ***"
           END-IF.

       1210-READ-NEXT-CITY.
           READ CityMasterFile NEXT RECORD
               AT END SET EndOfCityMaster TO TRUE
           END-READ.

       1220-STORE-CITY-ENTRY.
           IF CityMasterCode > ZERO
               MOVE CityMasterRegion
                   TO TrendCityRegion (CityMasterCode)
               SET TrendCityKnown (CityMasterCode) TO TRUE
               IF CityBranchClosed
                   SET TrendCityClosed (CityMasterCode) TO TRUE
                   IF CityMasterSuccessor NUMERIC
                       MOVE CityMasterSuccessor
                           TO TrendSuccessor (CityMasterCode)
                   END-IF
               END-IF
           END-IF
           PERFORM 1210-READ-NEXT-CITY.

      *----------------------------------------------------------------
      * Follow each closed branch's successor down the chain to the
      * open branch serving its customers today, the same way the
      * routing run re-routes them. A chain that ends off the master
      * or loops leaves the closed branch standing on its own.
      *----------------------------------------------------------------
       1300-RESOLVE-SUCCESSOR.
           IF TrendCityClosed (CityCodeSub)
               AND TrendSuccessor (CityCodeSub) > ZERO
               MOVE TrendSuccessor (CityCodeSub) TO ChainCode
               MOVE ZEROS TO ChainStepCount
               MOVE "N" TO ChainDoneSwitch
               PERFORM 1310-FOLLOW-SUCCESSOR UNTIL ChainDone
               IF ChainCode > ZERO
                   AND TrendCityKnown (ChainCode)
                   AND NOT TrendCityClosed (ChainCode)
                   MOVE ChainCode TO TrendSuccessor (CityCodeSub)
               ELSE
                   MOVE ZEROS TO TrendSuccessor (CityCodeSub)
               END-IF
           ELSE
               MOVE ZEROS TO TrendSuccessor (CityCodeSub)
           END-IF.

       1310-FOLLOW-SUCCESSOR.
           IF ChainCode = ZERO OR ChainStepCount > 98
               SET ChainDone TO TRUE
           ELSE
               IF TrendCityKnown (ChainCode)
                   AND TrendCityClosed (ChainCode)
                   MOVE TrendSuccessor (ChainCode) TO ChainCode
                   ADD 1 TO ChainStepCount
               ELSE
                   SET ChainDone TO TRUE
               END-IF
           END-IF.

       2100-READ-HISTORY-RECORD.
           READ BranchHistoryFile
           END-IF
           PERFORM 2100-READ-HISTORY-RECORD.

      *----------------------------------------------------------------
      * COMBINE: a closed branch's months move onto its successor's
      * line, which is marked COMB, and the closed branch drops off
      * the city lines - a COMBINED line below says where it went.
      *----------------------------------------------------------------
       3000-COMBINE-CLOSED-BRANCH.
           IF TrendSuccessor (CityCodeSub) > ZERO
               MOVE TrendSuccessor (CityCodeSub) TO ChainCode
               ADD ThisMonthCount (CityCodeSub)
                   TO ThisMonthCount (ChainCode)
               ADD ThisMonthAmount (CityCodeSub)
                   TO ThisMonthAmount (ChainCode)
               ADD PriorMonthCount (CityCodeSub)
                   TO PriorMonthCount (ChainCode)
               ADD PriorMonthAmount (CityCodeSub)
                   TO PriorMonthAmount (ChainCode)
               MOVE ZEROS TO ThisMonthCount (CityCodeSub)
               MOVE ZEROS TO ThisMonthAmount (CityCodeSub)
               MOVE ZEROS TO PriorMonthCount (CityCodeSub)
               MOVE ZEROS TO PriorMonthAmount (CityCodeSub)
               SET TrendCombinedInto (ChainCode) TO TRUE
               ADD 1 TO CombinedCount
           END-IF.

      *----------------------------------------------------------------
      * One line per city with any activity in either month: this
      * month's count and amount, the prior month's, and the
           ADD 1 TO TrendLineCount
           PERFORM 8100-WRITE-CITY-TREND-LINE
               VARYING CityCodeSub FROM 1 BY 1
               UNTIL CityCodeSub > 99
           IF CombinedCount > ZERO
               PERFORM 8150-WRITE-COMBINED-LINE
                   VARYING CityCodeSub FROM 1 BY 1
                   UNTIL CityCodeSub > 99
           END-IF.

       8100-WRITE-CITY-TREND-LINE.
           IF ThisMonthCount (CityCodeSub) > ZERO
               MOVE SPACES TO TrendLineText
               MOVE ThisMonthAmount (CityCodeSub) TO AmountDisplay
               MOVE PriorMonthAmount (CityCodeSub) TO AmountDisplay2
               MOVE CityCodeSub TO CityCodeDisplay
               MOVE CityCodeDisplay TO TrendLineText (1:2)
               MOVE ThisMonthCount (CityCodeSub)
                   TO TrendLineText (7:7)
               MOVE AmountDisplay TO TrendLineText (16:13)
                   TO TrendLineText (33:7)
               MOVE AmountDisplay2 TO TrendLineText (42:13)
               MOVE DirectionMarker TO TrendLineText (59:4)
               IF TrendCombinedInto (CityCodeSub)
                   MOVE "COMB" TO TrendLineText (64:4)
               END-IF
               WRITE BranchTrendRecord
               ADD 1 TO TrendLineCount
           END-IF.

       8150-WRITE-COMBINED-LINE.
           IF TrendSuccessor (CityCodeSub) > ZERO
               MOVE CityCodeSub TO CityCodeDisplay
               MOVE SPACES TO TrendLineText
               STRING CityCodeDisplay DELIMITED BY SIZE
                      "    CLOSED - COMBINED INTO " DELIMITED BY SIZE
                      TrendSuccessor (CityCodeSub) DELIMITED BY SIZE
                   INTO TrendLineText
               END-STRING
               WRITE BranchTrendRecord
               ADD 1 TO TrendLineCount
           END-IF.

      *----------------------------------------------------------------
      * Region rollup of the city figures as they stand - after a
      * COMBINE, a closed branch's months count in its successor's
      * region (lookup-or-add on the region name, as the routing
      * run's own region rollup does).
      *----------------------------------------------------------------
       8200-ROLL-UP-REGION.
           IF ThisMonthCount (CityCodeSub) > ZERO
               OR PriorMonthCount (CityCodeSub) > ZERO
               MOVE TrendCityRegion (CityCodeSub) TO RegionNameWork
               MOVE "N" TO RegionFoundSwitch
               SET RegionIdx TO 1
               PERFORM 8210-SEARCH-REGION-ENTRY
                   UNTIL RegionFound OR RegionIdx > RegionEntryCount
               IF NOT RegionFound
                   IF RegionEntryCount < 20
                       ADD 1 TO RegionEntryCount
                       SET RegionIdx TO RegionEntryCount
                       MOVE RegionNameWork
                           TO RegionTrendName (RegionIdx)
                       MOVE ZEROS TO RegionThisCount (RegionIdx)
                       MOVE ZEROS TO RegionThisAmount (RegionIdx)
                       MOVE ZEROS TO RegionPriorCount (RegionIdx)
                       MOVE ZEROS TO RegionPriorAmount (RegionIdx)
                       SET RegionFound TO TRUE
                   ELSE
                       DISPLAY "*** Region table full - "
                               RegionNameWork " not rolled up ***"
                   END-IF
               END-IF
               IF RegionFound
                   ADD ThisMonthCount (CityCodeSub)
                       TO RegionThisCount (RegionIdx)
                   ADD ThisMonthAmount (CityCodeSub)
                       TO RegionThisAmount (RegionIdx)
                   ADD PriorMonthCount (CityCodeSub)
                       TO RegionPriorCount (RegionIdx)
                   ADD PriorMonthAmount (CityCodeSub)
                       TO RegionPriorAmount (RegionIdx)
               END-IF
           END-IF.

       8210-SEARCH-REGION-ENTRY.
           IF RegionTrendName (RegionIdx) = RegionNameWork
               SET RegionFound TO TRUE
           ELSE
               SET RegionIdx UP BY 1
           END-IF.

       8300-WRITE-REGION-SECTION.
           MOVE SPACES TO TrendLineText
           MOVE "REGION         THIS CNT    THIS AMOUNT PRI CNT"
               TO TrendLineText (1:46)
           MOVE "PRIOR AMOUNT DIR" TO TrendLineText (51:16)
           WRITE BranchTrendRecord
           ADD 1 TO TrendLineCount
           SET RegionIdx TO 1
           PERFORM 8310-WRITE-REGION-LINE
               UNTIL RegionIdx > RegionEntryCount.

       8310-WRITE-REGION-LINE.
           EVALUATE TRUE
               WHEN RegionThisAmount (RegionIdx)
                   > RegionPriorAmount (RegionIdx)
                   MOVE "UP" TO DirectionMarker
               WHEN RegionThisAmount (RegionIdx)
                   < RegionPriorAmount (RegionIdx)
                   MOVE "DOWN" TO DirectionMarker
               WHEN OTHER
                   MOVE "FLAT" TO DirectionMarker
           END-EVALUATE
           MOVE SPACES TO TrendLineText
           MOVE RegionThisAmount (RegionIdx) TO AmountDisplay
           MOVE RegionPriorAmount (RegionIdx) TO AmountDisplay2
           MOVE RegionTrendName (RegionIdx) TO TrendLineText (1:14)
           MOVE RegionThisCount (RegionIdx) TO TrendLineText (16:7)
           MOVE AmountDisplay TO TrendLineText (26:13)
           MOVE RegionPriorCount (RegionIdx)
               TO TrendLineText (40:7)
           MOVE AmountDisplay2 TO TrendLineText (50:13)
           MOVE DirectionMarker TO TrendLineText (64:4)
           WRITE BranchTrendRecord
           ADD 1 TO TrendLineCount
           SET RegionIdx UP BY 1.

       9000-TERMINATE.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
