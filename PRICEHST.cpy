      ******************************************************************
      * Purpose:   shared product price-history record layout
      *            (PRICEHST.DAT). One record per price a product has
      *            carried or is scheduled to carry: the product code,
      *            the date the price takes effect, the new unit price,
      *            the price it replaced (at the time it was keyed),
      *            the status - S scheduled (effective date still to
      *            come when keyed) or A applied to the product master
      *            - who keyed it and when, and the date it reached
      *            the master. ProdMaint appends a record for every
      *            price keyed, applied at once (effective today) or
      *            scheduled for a later date; the pricing run applies
      *            each scheduled price to the master on its effective
      *            date, and prices every line at the price in effect
      *            on the transaction's own date - the record with the
      *            newest effective date not after it, the same way
      *            EXCHRATE.DAT rows are picked (of two records with
      *            the same date, the one later in the file wins). A
      *            date before a product's first record takes that
      *            record's prior price. COPY this into any program's
      *            FILE SECTION for an FD naming the price-history
      *            file.
      ******************************************************************
       01 PriceHistoryRecord.
           02 PhProductCode                    PIC X(6).
           02 PhSpace1                         PIC X.
           02 PhEffectiveDate                  PIC 9(8).
           02 PhSpace2                         PIC X.
           02 PhUnitPrice                      PIC 9(5)V999.
           02 PhSpace3                         PIC X.
           02 PhPriorPrice                     PIC 9(5)V999.
           02 PhSpace4                         PIC X.
           02 PhStatus                         PIC X.
               88 PhScheduled                  VALUE "S".
               88 PhApplied                    VALUE "A".
           02 PhSpace5                         PIC X.
           02 PhEnteredBy                      PIC X(10).
           02 PhSpace6                         PIC X.
           02 PhEntryDate                      PIC 9(8).
           02 PhSpace7                         PIC X.
           02 PhAppliedDate                    PIC 9(8).
