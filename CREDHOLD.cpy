      ******************************************************************
      * Purpose:   shared credit-hold record layout. The pricing run
      *            parks an invoice that would take its customer past
      *            the credit limit on CREDHOLD.DAT instead of the
      *            register, and the credit desk (CreditDesk) works
      *            the file - releasing a hold back into the next
      *            pricing run or cancelling it with a reason. COPY
      *            this into any program's FILE SECTION for an FD
      *            naming the hold file.
      * Modifications:
      *   14/09/2026 AP - Added the hold date, the desk's decision
      *                   (status, decided-by operator, decision
      *                   date) and the cancel reason; record grew
      *                   58 -> 120 bytes. The file now accumulates
      *                   across runs instead of being rewritten by
      *                   each pricing run, so an undecided hold is
      *                   never lost. A blank status, as on every
      *                   record written before the field existed,
      *                   reads as held.
      ******************************************************************
       01 CreditHoldRecord.
           02 HoldInvoiceNo                    PIC 9(6).
           02 HoldSpace1                       PIC X.
           02 HoldCustomerId                   PIC X(6).
           02 HoldSpace2                       PIC X.
           02 HoldInvoiceRef                   PIC X(6).
           02 HoldSpace3                       PIC X.
           02 HoldInvoiceTotal                 PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 HoldSpace4                       PIC X.
           02 HoldCreditLimit                  PIC 9(9)V99.
           02 HoldSpace5                       PIC X.
           02 HoldRunExposure                  PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 HoldSpace6                       PIC X.
           02 HoldDate                         PIC 9(8).
           02 HoldSpace7                       PIC X.
           02 HoldStatus                       PIC X.
               88 HoldAwaitingDecision         VALUE "H" SPACE.
               88 HoldReleased                 VALUE "R".
               88 HoldCancelled                VALUE "C".
           02 HoldSpace8                       PIC X.
           02 HoldDecidedBy                    PIC X(10).
           02 HoldSpace9                       PIC X.
           02 HoldDecisionDate                 PIC 9(8).
           02 HoldSpace10                      PIC X.
           02 HoldCancelReason                 PIC X(30).
