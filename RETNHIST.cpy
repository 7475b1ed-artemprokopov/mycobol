      ******************************************************************
      * Purpose:   shared returns history record layout. The pricing
      *            run appends one record to RETNHIST.DAT for every
      *            return line on an invoice it issues (a return on an
      *            invoice held for credit is recorded when the credit
      *            desk releases it and the invoice is issued): the
      *            date the return posted under, the invoice it was
      *            credited on, the customer and product, the quantity
      *            and gross credit, and the RMA it came back under.
      *            RETNREG.DAT lists one run's returns only; this file
      *            keeps them all. CommCalc follows the RMA back to the
      *            invoice the goods were billed on to claw back the
      *            commission paid on the returned value. COPY this
      *            into any program's FILE SECTION for an FD naming
      *            the returns history.
      ******************************************************************
       01 ReturnHistoryRecord.
           02 RhPostingDate                    PIC 9(8).
           02 RhSpace1                         PIC X.
           02 RhInvoiceNo                      PIC 9(6).
           02 RhSpace2                         PIC X.
           02 RhCustomerId                     PIC X(6).
           02 RhSpace3                         PIC X.
           02 RhProductCode                    PIC X(6).
           02 RhSpace4                         PIC X.
           02 RhQuantity                       PIC 9(5).
           02 RhSpace5                         PIC X.
           02 RhCreditGross                    PIC 9(8)V99.
           02 RhSpace6                         PIC X.
           02 RhRmaNumber                      PIC X(8).
