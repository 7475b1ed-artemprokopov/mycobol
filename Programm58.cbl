      *                   month-over-month trend report stops
      *                   depending on whichever generations
      *                   GenPurge has not trimmed yet.
      *   12/10/2026 AP - Inter-branch settlement: the batch routing
      *                   pass nets each day's transfers between every
      *                   pair of branches onto INTBSETL.DAT
      *                   (INTBSETL.cpy) - due-to branch, due-from
      *                   branch, net amount - and writes the balanced
      *                   inter-branch journal INTBJRNL.DAT in the
      *                   GLJRNL layout (1450 due-from and 2450 due-to
      *                   accounts per branch pair) for GlPost;
      *                   IbStatement reports the month. An account
      *                   not on the chart (GLACHECK) is reported and
      *                   ends the step RETURN-CODE 4.
      *   12/10/2026 AP - Successor-branch remapping: a transaction
      *                   quoting a closed branch that has a successor
      *                   on the City Master (CityMasterSuccessor,
      *                   followed down the chain to the open branch) is
      *                   re-routed to the successor instead of
      *                   rejecting to ROUTEREJ.DAT for RouteFix. It
      *                   tallies, rolls up and posts to BRCHHIST.DAT
      *                   under the successor, whose summary line is
      *                   marked REMAP, with a REMAP line per closed
      *                   branch giving what was moved. Transfers are
      *                   remapped at either end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT BranchHistoryFile ASSIGN TO "BRCHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BranchHistoryFileStatus.
           SELECT SettlementFile ASSIGN TO "INTBSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SettlementFileStatus.
           SELECT InterBranchJournalFile ASSIGN TO "INTBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       FD  RoutingTranFile
           RECORD CONTAINS 14 CHARACTERS.
           02 BrchHistTranCount                PIC 9(7).
           02 BrchHistSpace3                   PIC X.
           02 BrchHistAmount                   PIC 9(9)V99.
       FD  SettlementFile
           RECORD CONTAINS 34 CHARACTERS.
           COPY "INTBSETL.cpy".
       FD  InterBranchJournalFile
           RECORD CONTAINS 40 CHARACTERS.
           COPY "GLJRNL.cpy".
       WORKING-STORAGE SECTION.
       01 SettlementFileStatus     PIC XX.
           88 SettlementFileOK     VALUE "00".
           88 SettlementFileNew    VALUE "35".
       01 BranchHistoryFileStatus  PIC XX.
           88 BranchHistoryFileOK  VALUE "00".
           88 BranchHistoryFileNew VALUE "35".
                   88 CityCodeKnown VALUE "Y".
               03 CityCodeClosedFlag PIC X VALUE "N".
                   88 CityCodeClosed VALUE "Y".
               03 CityCodeSuccessor PIC 99 VALUE ZEROS.
               03 CityRemapInFlag   PIC X VALUE "N".
                   88 CityRemapReceived VALUE "Y".
               03 CityRemapCount    PIC 9(7) VALUE ZEROS.
               03 CityRemapAmount   PIC 9(9)V99 VALUE ZEROS.
       01 ResolveSub                PIC 9(3).
       01 ChainCode                 PIC 99.
       01 ChainStepCount            PIC 99.
       01 ChainDoneSwitch           PIC X.
           88 ChainDone             VALUE "Y".
       01 ResolveCodeDisplay        PIC 99.
       01 RemapOriginCode           PIC 99.
       01 RemapDestCode             PIC 99.
       01 SavedRoutingRecord        PIC X(14).
       01 RemappedTranCount         PIC 9(7) VALUE ZEROS.
       01 TransferMatrixTable.
           02 TransferMatrixEntry OCCURS 50 TIMES
               INDEXED BY MatrixIdx.
       01 MatrixFoundSwitch         PIC X.
           88 MatrixEntryFound      VALUE "Y".
       01 TransferTranCount         PIC 9(7) VALUE ZEROS.
      *----------------------------------------------------------------
      * Inter-branch settlement: the matrix flows folded onto each
      * unordered pair of branches (lower code first), so the two
      * directions can be netted into one due-to/due-from amount.
      *----------------------------------------------------------------
       01 SettlePairTable.
           02 SettlePairEntry OCCURS 50 TIMES
               INDEXED BY PairIdx.
               03 PairLowCode       PIC 99.
               03 PairHighCode      PIC 99.
               03 PairLowToHighAmt  PIC 9(9)V99.
               03 PairHighToLowAmt  PIC 9(9)V99.
               03 PairTranCount     PIC 9(7).
       01 SettlePairCount           PIC 99 VALUE ZEROS.
       01 PairFoundSwitch           PIC X.
           88 PairEntryFound        VALUE "Y".
       01 PairLowWork               PIC 99.
       01 PairHighWork              PIC 99.
       01 PairNetAmount             PIC 9(9)V99.
       01 SettleDueToCode           PIC 99.
       01 SettleDueFromCode         PIC 99.
       01 SettleRowCount            PIC 9(5) VALUE ZEROS.
       01 JournalNetTotal           PIC 9(11)V99 VALUE ZEROS.
       01 JournalLineCount          PIC 9(5) VALUE ZEROS.
       01 IbAccountCode             PIC X(10).
       01 IbAccountErrorCount       PIC 9(5) VALUE ZEROS.
       01 AcctCheckFoundFlag        PIC X.
           88 AccountOnChart        VALUE "Y".
       01 AcctCheckActiveFlag       PIC X.
           88 AccountActive         VALUE "Y".
       01 AcctCheckType             PIC X.
       01 AcctCheckDescription      PIC X(30).
       01 TransferRejectSwitch      PIC X.
           88 TransferAcceptable    VALUE "Y".
       01 RejectReasonWork          PIC X(25).
               DISPLAY "Branch status: CLOSED since "
                       CityMasterCloseDate
                       " (opened " CityMasterOpenDate ")"
               IF CityMasterSuccessor NUMERIC
                   AND CityMasterSuccessor > ZERO
                   DISPLAY "Customers now served by branch "
                           CityMasterSuccessor
               END-IF
           ELSE
               DISPLAY "Branch status: ACTIVE since "
                       CityMasterOpenDate
           IF BranchHistoryFileNew
               OPEN OUTPUT BranchHistoryFile
           END-IF
           OPEN EXTEND SettlementFile
           IF SettlementFileNew
               OPEN OUTPUT SettlementFile
           END-IF
           OPEN OUTPUT InterBranchJournalFile
           PERFORM 5050-WRITE-SUMMARY-HEADER
           PERFORM 5060-WRITE-REJECT-HEADER
           MOVE ZEROS TO RoutingRecordCount
           PERFORM 5100-ZERO-TALLY-ENTRY
               VARYING TallyIdx FROM 1 BY 1 UNTIL TallyIdx > 99
           PERFORM 5150-LOAD-KNOWN-CITY-CODES
           PERFORM 5170-RESOLVE-SUCCESSOR
               VARYING ResolveSub FROM 1 BY 1 UNTIL ResolveSub > 99
           PERFORM 5200-READ-ROUTING-RECORD
           PERFORM 5300-PROCESS-ROUTING-RECORD
               UNTIL RoutingEndOfFile
           PERFORM 5400-WRITE-SUMMARY-REPORT
           PERFORM 5470-WRITE-REGION-ROLLUP
           PERFORM 5490-WRITE-REMAP-LINE
               VARYING ResolveSub FROM 1 BY 1 UNTIL ResolveSub > 99
           PERFORM 5480-WRITE-TRANSFER-MATRIX
           PERFORM 5500-NET-TRANSFER-PAIRS
           PERFORM 5600-WRITE-SETTLEMENT
           PERFORM 5440-WRITE-CLOSED-TRAFFIC-LINE
           PERFORM 5450-WRITE-SUMMARY-TRAILER
           PERFORM 5460-WRITE-REJECT-TRAILER
                   RejectedTranCount
           DISPLAY "Transfers tallied              = "
                   TransferTranCount
           DISPLAY "Remapped to successor branch   = "
                   RemappedTranCount
           DISPLAY "Settlement pairs written       = "
                   SettleRowCount
           DISPLAY "Inter-branch journal lines     = "
                   JournalLineCount
           CLOSE RoutingTranFile
           CLOSE BranchSummaryFile
           CLOSE RoutingRejectFile
           CLOSE BranchHistoryFile
           CLOSE SettlementFile
           CLOSE InterBranchJournalFile
           MOVE SummaryLineCount   TO GenRecordCount
           MOVE RoutingRecordCount TO GenControlTotal
           CALL "GENCATLG" USING GenReportName BranchSummaryFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal
           IF IbAccountErrorCount > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE "T" TO JobStampMode
           MOVE RoutingRecordCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           MOVE "Y" TO CityCodeKnownFlag (CityMasterCode)
           IF CityBranchClosed
               MOVE "Y" TO CityCodeClosedFlag (CityMasterCode)
               IF CityMasterSuccessor NUMERIC
                   MOVE CityMasterSuccessor
                       TO CityCodeSuccessor (CityMasterCode)
               END-IF
           END-IF
           PERFORM 5410-READ-NEXT-CITY.

      *----------------------------------------------------------------
      * A closed branch's successor may itself have closed since, so
      * each closed branch's successor is followed down the chain to
      * the open branch that serves its customers today. A chain that
      * ends on a code not on the master, or loops, leaves the closed
      * branch with no successor - its traffic rejects as before.
      *----------------------------------------------------------------
       5170-RESOLVE-SUCCESSOR.
           IF CityCodeClosed (ResolveSub)
               AND CityCodeSuccessor (ResolveSub) > ZERO
               MOVE CityCodeSuccessor (ResolveSub) TO ChainCode
               MOVE ZEROS TO ChainStepCount
               MOVE "N" TO ChainDoneSwitch
               PERFORM 5180-FOLLOW-SUCCESSOR UNTIL ChainDone
               MOVE ResolveSub TO ResolveCodeDisplay
               IF ChainCode > ZERO
                   AND CityCodeKnown (ChainCode)
                   AND NOT CityCodeClosed (ChainCode)
                   MOVE ChainCode TO CityCodeSuccessor (ResolveSub)
               ELSE
                   MOVE ZEROS TO CityCodeSuccessor (ResolveSub)
                   DISPLAY "*** Successor of closed branch "
                           ResolveCodeDisplay
                           " is not an open branch - not remapped ***"
               END-IF
           ELSE
               MOVE ZEROS TO CityCodeSuccessor (ResolveSub)
           END-IF.

       5180-FOLLOW-SUCCESSOR.
           IF ChainCode = ZERO OR ChainStepCount > 98
               SET ChainDone TO TRUE
           ELSE
               IF CityCodeKnown (ChainCode)
                   AND CityCodeClosed (ChainCode)
                   MOVE CityCodeSuccessor (ChainCode) TO ChainCode
                   ADD 1 TO ChainStepCount
               ELSE
                   SET ChainDone TO TRUE
               END-IF
           END-IF.

       5200-READ-ROUTING-RECORD.
           READ RoutingTranFile
               AT END SET RoutingEndOfFile TO TRUE

       5300-PROCESS-ROUTING-RECORD.
           ADD 1 TO RoutingRecordCount
           PERFORM 5310-REMAP-CLOSED-BRANCH
           IF TranIsTransfer
               PERFORM 5330-PROCESS-TRANSFER-RECORD
           ELSE
                   ADD 1 TO CityTallyCount (TranCityCode)
                   ADD TranAmount TO CityTallyAmount (TranCityCode)
                   ADD TranAmount TO GrandTotalAmount
                   PERFORM 5320-TALLY-REMAP
               ELSE
                   MOVE "CITY CODE NOT ON MASTER"
                       TO RejectReasonWork
           END-IF
           PERFORM 5200-READ-ROUTING-RECORD.

      *----------------------------------------------------------------
      * Customers of a closed branch keep quoting its code. Where the
      * City Master names a successor, the transaction is re-routed
      * to it before validation - origin and, for a transfer, the
      * destination too - and tallies under the successor. The
      * record as received is kept, so a transaction that still
      * rejects goes to ROUTEREJ.DAT with the codes it came in with.
      *----------------------------------------------------------------
       5310-REMAP-CLOSED-BRANCH.
           MOVE RoutingTranRecord TO SavedRoutingRecord
           MOVE ZEROS TO RemapOriginCode
           MOVE ZEROS TO RemapDestCode
           IF TranCityCode NUMERIC AND TranCityCode > ZERO
               IF CityCodeSuccessor (TranCityCode) > ZERO
                   MOVE TranCityCode TO RemapOriginCode
                   MOVE CityCodeSuccessor (TranCityCode)
                       TO TranCityCode
               END-IF
           END-IF
           IF TranIsTransfer
               AND TranDestCityCode NUMERIC
               AND TranDestCityCode > ZERO
               IF CityCodeSuccessor (TranDestCityCode) > ZERO
                   MOVE TranDestCityCode TO RemapDestCode
                   MOVE CityCodeSuccessor (TranDestCityCode)
                       TO TranDestCityCode
               END-IF
           END-IF.

       5320-TALLY-REMAP.
           IF RemapOriginCode > ZERO OR RemapDestCode > ZERO
               ADD 1 TO RemappedTranCount
           END-IF
           IF RemapOriginCode > ZERO
               ADD 1 TO CityRemapCount (RemapOriginCode)
               ADD TranAmount TO CityRemapAmount (RemapOriginCode)
               MOVE "Y" TO CityRemapInFlag (TranCityCode)
           END-IF
           IF RemapDestCode > ZERO
               ADD 1 TO CityRemapCount (RemapDestCode)
               ADD TranAmount TO CityRemapAmount (RemapDestCode)
               MOVE "Y" TO CityRemapInFlag (TranDestCityCode)
           END-IF.

      *----------------------------------------------------------------
      * A transfer touches two branches: both must exist on the
      * City Master and neither may be closed - money routed into
           IF TransferAcceptable
               ADD 1 TO TransferTranCount
               PERFORM 5340-TALLY-TRANSFER-MATRIX
               PERFORM 5320-TALLY-REMAP
           ELSE
               PERFORM 5350-WRITE-ROUTING-REJECT
           END-IF.

       5350-WRITE-ROUTING-REJECT.
           ADD 1 TO RejectedTranCount
           MOVE SavedRoutingRecord TO RoutingTranRecord
           INITIALIZE RoutingRejectRecord
           MOVE TranCityCode TO RejectCityCode
           MOVE TranAmount   TO RejectAmount
               ADD CityTallyCount (CityMasterCode)
                   TO ClosedBranchTranCount
           END-IF
           IF CityRemapReceived (CityMasterCode)
               MOVE "REMAP" TO SummaryStatusMarker
           END-IF
           PERFORM 5415-ROLL-UP-REGION
           WRITE BranchSummaryRecord
           ADD 1 TO SummaryLineCount
           WRITE BranchSummaryRecord
           SET MatrixIdx UP BY 1.

      *----------------------------------------------------------------
      * One line per closed branch whose traffic went to its
      * successor today - the successor's own line is marked REMAP.
      *----------------------------------------------------------------
       5490-WRITE-REMAP-LINE.
           IF CityRemapCount (ResolveSub) > ZERO
               MOVE ResolveSub TO ResolveCodeDisplay
               MOVE SPACES TO PageHeadingLine
               STRING "REMAP " DELIMITED BY SIZE
                      ResolveCodeDisplay DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      CityCodeSuccessor (ResolveSub)
                          DELIMITED BY SIZE
                      " CNT " DELIMITED BY SIZE
                      CityRemapCount (ResolveSub) DELIMITED BY SIZE
                      " AMT " DELIMITED BY SIZE
                      CityRemapAmount (ResolveSub) DELIMITED BY SIZE
                   INTO PageHeadingLine
               END-STRING
               WRITE BranchSummaryRecord
           END-IF.

      *----------------------------------------------------------------
      * Fold every origin/destination flow onto its branch pair. A
      * transfer from a branch to itself moves nothing between
      * branches and stays out of the settlement.
      *----------------------------------------------------------------
       5500-NET-TRANSFER-PAIRS.
           MOVE ZEROS TO SettlePairCount
           PERFORM 5510-FOLD-MATRIX-ENTRY
               VARYING MatrixIdx FROM 1 BY 1
               UNTIL MatrixIdx > TransferMatrixCount.

       5510-FOLD-MATRIX-ENTRY.
           IF MatrixOriginCode (MatrixIdx)
               NOT = MatrixDestCode (MatrixIdx)
               IF MatrixOriginCode (MatrixIdx)
                   < MatrixDestCode (MatrixIdx)
                   MOVE MatrixOriginCode (MatrixIdx) TO PairLowWork
                   MOVE MatrixDestCode (MatrixIdx) TO PairHighWork
               ELSE
                   MOVE MatrixDestCode (MatrixIdx) TO PairLowWork
                   MOVE MatrixOriginCode (MatrixIdx) TO PairHighWork
               END-IF
               MOVE "N" TO PairFoundSwitch
               SET PairIdx TO 1
               PERFORM 5520-SEARCH-PAIR-ENTRY
                   UNTIL PairEntryFound
                      OR PairIdx > SettlePairCount
               IF NOT PairEntryFound
                   ADD 1 TO SettlePairCount
                   SET PairIdx TO SettlePairCount
                   MOVE PairLowWork TO PairLowCode (PairIdx)
                   MOVE PairHighWork TO PairHighCode (PairIdx)
                   MOVE ZEROS TO PairLowToHighAmt (PairIdx)
                   MOVE ZEROS TO PairHighToLowAmt (PairIdx)
                   MOVE ZEROS TO PairTranCount (PairIdx)
               END-IF
               IF MatrixOriginCode (MatrixIdx) = PairLowWork
                   ADD MatrixAmount (MatrixIdx)
                       TO PairLowToHighAmt (PairIdx)
               ELSE
                   ADD MatrixAmount (MatrixIdx)
                       TO PairHighToLowAmt (PairIdx)
               END-IF
               ADD MatrixTranCount (MatrixIdx)
                   TO PairTranCount (PairIdx)
           END-IF.

       5520-SEARCH-PAIR-ENTRY.
           IF PairLowCode (PairIdx) = PairLowWork
               AND PairHighCode (PairIdx) = PairHighWork
               SET PairEntryFound TO TRUE
           ELSE
               SET PairIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * One settlement row per pair for the day, and for every pair
      * that does not net to zero a balanced pair of journal lines:
      * the net sender debits what the other branch owes it (1450,
      * due from) and the net receiver credits what it owes (2450,
      * due to), each account carrying its own branch code first
      * and the counterparty's second. The BATCH header carries the
      * total netted, as GlExtract's carries the register gross.
      *----------------------------------------------------------------
       5600-WRITE-SETTLEMENT.
           MOVE ZEROS TO JournalNetTotal
           PERFORM 5610-ADD-PAIR-TO-TOTAL
               VARYING PairIdx FROM 1 BY 1
               UNTIL PairIdx > SettlePairCount
           INITIALIZE GlJournalRecord
           MOVE "BATCH" TO JournalLineType
           MOVE JournalNetTotal TO JournalAmount
           MOVE RunDate TO JournalRunDate
           WRITE GlJournalRecord
           PERFORM 5620-WRITE-PAIR-SETTLEMENT
               VARYING PairIdx FROM 1 BY 1
               UNTIL PairIdx > SettlePairCount.

       5610-ADD-PAIR-TO-TOTAL.
           PERFORM 5630-SET-PAIR-DIRECTION
           ADD PairNetAmount TO JournalNetTotal.

       5620-WRITE-PAIR-SETTLEMENT.
           PERFORM 5630-SET-PAIR-DIRECTION
           INITIALIZE InterBranchSettleRecord
           MOVE RunDate TO IbsSettleDate
           MOVE SettleDueToCode TO IbsDueToBranch
           MOVE SettleDueFromCode TO IbsDueFromBranch
           MOVE PairNetAmount TO IbsNetAmount
           MOVE PairTranCount (PairIdx) TO IbsTransferCount
           WRITE InterBranchSettleRecord
           ADD 1 TO SettleRowCount
           IF PairNetAmount > ZERO
               MOVE SPACES TO IbAccountCode
               STRING "1450-" DELIMITED BY SIZE
                      SettleDueToCode DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      SettleDueFromCode DELIMITED BY SIZE
                   INTO IbAccountCode
               END-STRING
               INITIALIZE GlJournalRecord
               MOVE "IBSET" TO JournalLineType
               MOVE "DR" TO JournalDrCrFlag
               MOVE IbAccountCode TO JournalAccountCode
               PERFORM 5640-CHECK-IB-ACCOUNT
               MOVE PairNetAmount TO JournalAmount
               MOVE RunDate TO JournalRunDate
               WRITE GlJournalRecord
               MOVE SPACES TO IbAccountCode
               STRING "2450-" DELIMITED BY SIZE
                      SettleDueFromCode DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      SettleDueToCode DELIMITED BY SIZE
                   INTO IbAccountCode
               END-STRING
               INITIALIZE GlJournalRecord
               MOVE "IBSET" TO JournalLineType
               MOVE "CR" TO JournalDrCrFlag
               MOVE IbAccountCode TO JournalAccountCode
               PERFORM 5640-CHECK-IB-ACCOUNT
               MOVE PairNetAmount TO JournalAmount
               MOVE RunDate TO JournalRunDate
               WRITE GlJournalRecord
               ADD 2 TO JournalLineCount
           END-IF.

       5630-SET-PAIR-DIRECTION.
           IF PairHighToLowAmt (PairIdx) > PairLowToHighAmt (PairIdx)
               MOVE PairHighCode (PairIdx) TO SettleDueToCode
               MOVE PairLowCode (PairIdx) TO SettleDueFromCode
               COMPUTE PairNetAmount = PairHighToLowAmt (PairIdx)
                   - PairLowToHighAmt (PairIdx)
           ELSE
               MOVE PairLowCode (PairIdx) TO SettleDueToCode
               MOVE PairHighCode (PairIdx) TO SettleDueFromCode
               COMPUTE PairNetAmount = PairLowToHighAmt (PairIdx)
                   - PairHighToLowAmt (PairIdx)
           END-IF.

      *----------------------------------------------------------------
      * Every inter-branch account must be on the chart and active,
      * as for every other journal. The line is still written - the
      * settlement row stands either way - but GlPost will refuse the
      * journal until finance opens the account.
      *----------------------------------------------------------------
       5640-CHECK-IB-ACCOUNT.
           CALL "GLACHECK" USING JournalAccountCode AcctCheckFoundFlag
               AcctCheckActiveFlag AcctCheckType
               AcctCheckDescription
           EVALUATE TRUE
               WHEN NOT AccountOnChart
                   DISPLAY "*** Account " JournalAccountCode
                           " is not on the chart of accounts ***"
                   ADD 1 TO IbAccountErrorCount
               WHEN NOT AccountActive
                   DISPLAY "*** Account " JournalAccountCode
                           " is not active for posting ***"
                   ADD 1 TO IbAccountErrorCount
           END-EVALUATE.

       5440-WRITE-CLOSED-TRAFFIC-LINE.
           MOVE SPACES TO PageHeadingLine
           STRING "CLOSED BRANCH TRAFFIC = " DELIMITED BY SIZE
