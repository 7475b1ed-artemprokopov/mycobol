      ******************************************************************
      * Purpose:   shared held-line record layout. For every invoice
      *            the pricing run parks on CREDHOLD.DAT, each of its
      *            original PRICETRN.DAT transaction records is kept
      *            here under the held invoice number, exactly as it
      *            arrived - the credit desk feeds these images back
      *            into PRICETRN.DAT when the hold is released, so
      *            nobody re-keys the lines. The image is the 55-
      *            byte transaction with its stock location; a line
      *            held before the location was carried (60-byte
      *            record) reads it blank, which the pricing run
      *            takes as the main warehouse. COPY this into any
      *            program's FILE SECTION for an FD naming
      *            CREDHLIN.DAT.
      ******************************************************************
       01 HeldLineRecord.
           02 HeldLineInvoiceNo                PIC 9(6).
           02 HeldLineSpace1                   PIC X.
           02 HeldLineTranImage                PIC X(55).
