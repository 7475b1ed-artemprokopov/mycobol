      ******************************************************************
      * Purpose:   shared petty-cash voucher record layout. PCVOUCH.DAT
      *            holds one record for every voucher paid out of the
      *            petty-cash tin through PettyCash: the voucher
      *            number, the date paid, the payee, the expense
      *            category (PCCATG.DAT), the amount, whether a
      *            receipt is held (Y/N) and who keyed it; then its
      *            status - O open since the last top-up, P claimed on
      *            a replenishment request (journal pending), D
      *            journalled - with the request number and the
      *            category's expense account PcReplen claimed it
      *            under, the date GlExtract cut the journal lines,
      *            and the date the request's cash went back into the
      *            tin (zeros until then). COPY this into any
      *            program's FILE SECTION for an FD naming the
      *            voucher register.
      ******************************************************************
       01 PettyCashVoucherRecord.
           02 PcVoucherNo                      PIC 9(6).
           02 PcSpace1                         PIC X.
           02 PcVoucherDate                    PIC 9(8).
           02 PcSpace2                         PIC X.
           02 PcPayee                          PIC X(20).
           02 PcSpace3                         PIC X.
           02 PcCategory                       PIC X(4).
           02 PcSpace4                         PIC X.
           02 PcAmount                         PIC 9(5)V99.
           02 PcSpace5                         PIC X.
           02 PcReceiptFlag                    PIC X.
               88 PcReceiptHeld                VALUE "Y".
               88 PcNoReceipt                  VALUE "N".
           02 PcSpace6                         PIC X.
           02 PcEnteredBy                      PIC X(10).
           02 PcSpace7                         PIC X.
           02 PcStatus                         PIC X.
               88 PcVoucherOpen                VALUE "O".
               88 PcJournalPending             VALUE "P".
               88 PcJournalled                 VALUE "D".
           02 PcSpace8                         PIC X.
           02 PcRequestNo                      PIC 9(6).
           02 PcSpace9                         PIC X.
           02 PcAccountCode                    PIC X(10).
           02 PcSpace10                        PIC X.
           02 PcPostedDate                     PIC 9(8).
           02 PcSpace11                        PIC X.
           02 PcToppedUpDate                   PIC 9(8).
