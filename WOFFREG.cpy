      ******************************************************************
      * Purpose:   shared AR write-off record layout. WOFFREG.DAT
      *            holds one record for every AR ledger item written
      *            off - by ArWriteOff, or by Approve when a bad-debt
      *            write-off above the approval threshold is approved -
      *            after the item has been closed on ARLEDGER.DAT: the
      *            invoice and customer, the date, the kind of write-
      *            off (S small residual balance, B bad debt) with its
      *            reason code, the amount written off, who asked for
      *            it and who approved it (blank when no approval was
      *            needed), and its status - P journal pending, D
      *            journalled, with the date GlExtract cut the journal
      *            lines. COPY this into any program's FILE SECTION
      *            for an FD naming the write-off register.
      ******************************************************************
       01 WriteOffRecord.
           02 WoInvoiceNo                      PIC 9(6).
           02 WoSpace1                         PIC X.
           02 WoCustomerId                     PIC X(6).
           02 WoSpace2                         PIC X.
           02 WoDate                           PIC 9(8).
           02 WoSpace3                         PIC X.
           02 WoKind                           PIC X.
               88 WoSmallBalance               VALUE "S".
               88 WoBadDebt                    VALUE "B".
           02 WoSpace4                         PIC X.
           02 WoReasonCode                     PIC X(4).
           02 WoSpace5                         PIC X.
           02 WoAmount                         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 WoSpace6                         PIC X.
           02 WoRequestedBy                    PIC X(10).
           02 WoSpace7                         PIC X.
           02 WoApprovedBy                     PIC X(10).
           02 WoSpace8                         PIC X.
           02 WoStatus                         PIC X.
               88 WoJournalPending             VALUE "P".
               88 WoJournalled                 VALUE "D".
           02 WoSpace9                         PIC X.
           02 WoPostedDate                     PIC 9(8).
