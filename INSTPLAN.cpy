      ******************************************************************
      * Purpose:   shared installment-plan register record layout.
      *            INSTPLAN.DAT holds one record for every installment
      *            of a payment plan ARITHMETICCobol posts against an
      *            AR item: the installment's own item number on
      *            ARLEDGER.DAT (taken from the invoice-number sequence
      *            in INVCTL.DAT), the item the plan was split from and
      *            the customer, the installment's place in the plan
      *            (number and count), the date the plan was accepted,
      *            the installment's due date on the processing
      *            calendar, the annual rate the plan was worked at,
      *            the installment amount and its principal and
      *            interest parts, the operator who accepted it, and
      *            its status - P journal pending, D journalled - with
      *            the date GlExtract cut the interest journal lines.
      *            ArStatement, ArDunning and FinCharge age an
      *            installment from its due date here rather than from
      *            the item date plus the customer's terms. COPY this
      *            into any program's FILE SECTION for an FD naming
      *            the installment-plan register.
      ******************************************************************
       01 InstallmentPlanRecord.
           02 InstItemNo                       PIC 9(6).
           02 InstSpace1                       PIC X.
           02 InstInvoiceNo                    PIC 9(6).
           02 InstSpace2                       PIC X.
           02 InstCustomerId                   PIC X(6).
           02 InstSpace3                       PIC X.
           02 InstSeqNo                        PIC 99.
           02 InstSpace4                       PIC X.
           02 InstCount                        PIC 99.
           02 InstSpace5                       PIC X.
           02 InstPlanDate                     PIC 9(8).
           02 InstSpace6                       PIC X.
           02 InstDueDate                      PIC 9(8).
           02 InstSpace7                       PIC X.
           02 InstAnnualRate                   PIC 99V999.
           02 InstSpace8                       PIC X.
           02 InstAmount                       PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 InstSpace9                       PIC X.
           02 InstPrincipal                    PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 InstSpace10                      PIC X.
           02 InstInterest                     PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 InstSpace11                      PIC X.
           02 InstOperatorId                   PIC X(10).
           02 InstSpace12                      PIC X.
           02 InstStatus                       PIC X.
               88 InstJournalPending           VALUE "P".
               88 InstJournalled               VALUE "D".
           02 InstSpace13                      PIC X.
           02 InstPostedDate                   PIC 9(8).
