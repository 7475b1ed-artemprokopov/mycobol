      *                   a completed posting on a same-date
      *                   resubmission; the duplicate skip was the
      *                   only protection a rerun had.
      *   05/10/2026 AP - A register dated in a closed fiscal period
      *                   (PERIODCHK) posts its items dated the first
      *                   day of the next open period; with no later
      *                   period open its items are refused, counted and
      *                   the run ends RETURN-CODE 8.
      *   05/10/2026 AP - End of the invoice register no longer reads as
      *                   a missing register at the close - the run
      *                   ended RETURN-CODE 8 and left both files open
      *                   however the posting went.
      *   15/10/2026 AP - Holds the ARLEDGER run lock while it posts, so
      *                   its items are not lost to a program rewriting
      *                   the ledger from a table loaded before them;
      *                   with the ledger in use nothing is posted and
      *                   the run ends RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArPost.
               88 ArItemClosed         VALUE "C".
       WORKING-STORAGE SECTION.
       01 InvoiceRegisterFileStatus PIC XX.
           88 InvoiceRegisterFileOK VALUE "00" "10".
       01 ArLedgerFileStatus       PIC XX.
           88 ArLedgerFileOK       VALUE "00".
           88 ArLedgerFileNew      VALUE "35".
           88 EndOfLedger          VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RegisterRunDate          PIC 9(8) VALUE ZEROS.
       01 PerCheckDate             PIC 9(8).
       01 PerCheckFoundFlag        PIC X.
           88 PeriodDefined        VALUE "Y".
       01 PerCheckClosedFlag       PIC X.
           88 PeriodClosed         VALUE "Y".
       01 PerCheckPeriodId         PIC X(6).
       01 PerCheckPostingDate      PIC 9(8).
       01 RegisterPeriodSwitch     PIC X VALUE "N".
           88 RegisterPeriodRefused VALUE "Y".
       01 PeriodRefusedCount       PIC 9(5) VALUE ZEROS.
       01 LedgerLockSwitch         PIC X VALUE "N".
           88 LedgerLockHeld       VALUE "Y".
           88 LedgerInUse          VALUE "R".
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "ARLEDGER".
       01 LockHolderName           PIC X(8) VALUE "ARPOST".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 PostedInvoiceTable.
           02 PostedInvoiceEntry OCCURS 500 TIMES
               INDEXED BY PostedIdx.
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN LedgerInUse
                   DISPLAY "*** AR ledger is in use - nothing "
                           "posted ***"
               WHEN InvoiceRegisterFileOK
                   PERFORM 2000-POST-REGISTER-RECORD
                       UNTIL EndOfRegister
               WHEN OTHER
                   DISPLAY "*** Invoice register not available - "
                           "nothing posted ***"
           END-EVALUATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate TO RegisterRunDate
           PERFORM 1050-CHECK-REGISTER-PERIOD
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode LockResourceName
               LockHolderName LockResult
           IF LockGranted
               SET LedgerLockHeld TO TRUE
               PERFORM 1100-LOAD-POSTED-INVOICES
               OPEN INPUT InvoiceRegisterFile
               IF InvoiceRegisterFileOK
                   OPEN EXTEND ArLedgerFile
                   IF ArLedgerFileNew
                       OPEN OUTPUT ArLedgerFile
                   END-IF
                   PERFORM 1200-READ-REGISTER-RECORD
               END-IF
           ELSE
               SET LedgerInUse TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The ledger item is dated from the register, and a register
      * dated in a closed fiscal period must not land there: its
      * items are redated to the first day of the next open period,
      * or - with no later period open - not posted at all.
      *----------------------------------------------------------------
       1050-CHECK-REGISTER-PERIOD.
           MOVE "N" TO RegisterPeriodSwitch
           MOVE RegisterRunDate TO PerCheckDate
           CALL "PERIODCHK" USING PerCheckDate PerCheckFoundFlag
               PerCheckClosedFlag PerCheckPeriodId PerCheckPostingDate
           EVALUATE TRUE
               WHEN NOT PeriodClosed
                   CONTINUE
               WHEN PerCheckPostingDate = ZEROS
                   SET RegisterPeriodRefused TO TRUE
                   DISPLAY "*** Register dated " RegisterRunDate
                           " is in closed period " PerCheckPeriodId
                           " and no later period is open - not "
                           "posted ***"
               WHEN OTHER
                   DISPLAY "Register dated " RegisterRunDate
                           " is in closed period " PerCheckPeriodId
                           " - items dated " PerCheckPostingDate
                   MOVE PerCheckPostingDate TO RegisterRunDate
           END-EVALUATE.

      *----------------------------------------------------------------
      * Every invoice number already on the ledger is remembered, so
      * re-running the posting step (or re-feeding a register) skips
           EVALUATE TRUE
               WHEN RawRecordType = "HDR"
                   MOVE RawRunDate TO RegisterRunDate
                   PERFORM 1050-CHECK-REGISTER-PERIOD
               WHEN RawRecordType = "TRL"
                   CONTINUE
               WHEN RegisterPeriodRefused
                   ADD 1 TO RegisterDetailCount
                   ADD 1 TO PeriodRefusedCount
               WHEN OTHER
                   ADD 1 TO RegisterDetailCount
                   PERFORM 2100-POST-ONE-INVOICE
           END-IF.

       9000-TERMINATE.
           IF LedgerLockHeld
               IF InvoiceRegisterFileOK
                   CLOSE InvoiceRegisterFile
                   CLOSE ArLedgerFile
               END-IF
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   LockHolderName LockResult
           END-IF
           DISPLAY "Register detail records = " RegisterDetailCount
           DISPLAY "Items posted to ledger  = " ItemsPostedCount
           DISPLAY "Duplicates skipped      = " DuplicateSkipCount
           DISPLAY "Refused, period closed  = " PeriodRefusedCount
           DISPLAY "Amount posted           = " PostedAmountTotal
           EVALUATE TRUE
               WHEN LedgerInUse
                   MOVE 8 TO RETURN-CODE
               WHEN NOT InvoiceRegisterFileOK
                   MOVE 8 TO RETURN-CODE
               WHEN PeriodRefusedCount > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN DuplicateSkipCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
