      ******************************************************************
      * Purpose:   shared general-ledger journal record layout. The
      *            night's journals are handed to the ledger system
      *            in this one layout - GlExtract's GLJRNL.DAT off the
      *            pricing run and CashJrnl's GLCASH.DAT off the cash
      *            application: a BATCH header line carrying the
      *            batch's control amount, then one line per posting
      *            with its line type, DR or CR, the account code, the
      *            amount and the run date. COPY this into any
      *            program's FILE SECTION for an FD naming a journal
      *            file.
      ******************************************************************
       01 GlJournalRecord.
           02 JournalLineType          PIC X(5).
           02 JournalSpace1            PIC X.
           02 JournalDrCrFlag          PIC X(2).
           02 JournalSpace2            PIC X.
           02 JournalAccountCode       PIC X(10).
           02 JournalSpace3            PIC X.
           02 JournalAmount            PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 JournalSpace4            PIC X.
           02 JournalRunDate           PIC 9(8).
