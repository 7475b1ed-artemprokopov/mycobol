      ******************************************************************
      * Purpose:   shared quantity-break discount record layout.
      *            DISCTIER.DAT holds one record per product (blank
      *            for a tier that applies to every product), quantity
      *            threshold AND effective date, giving the discount
      *            percentage a line reaching that threshold earns
      *            from that date forward. Of the rows for one
      *            product and threshold, pricing uses the one with
      *            the newest TierEffectiveDate not after the line's
      *            own date; a row at 0.00 keyed after an earlier row
      *            for its key withdraws that tier from its date on.
      *            A blank date (a row keyed before tiers were dated)
      *            counts as in effect from the beginning.
      *            The text views let TaxDiscCheck and TaxTierMaint
      *            test the fields before trusting them as numbers.
      ******************************************************************
       01 DiscountTierRecord.
           02 TierProductCode         PIC X(6).
           02 TierSpace1              PIC X.
           02 TierQtyThresholdText    PIC X(5).
           02 TierQtyThreshold REDEFINES TierQtyThresholdText
                                      PIC 9(5).
           02 TierSpace2              PIC X.
           02 TierDiscountPctText     PIC X(4).
           02 TierDiscountPct REDEFINES TierDiscountPctText
                                      PIC 99V99.
           02 TierSpace3              PIC X.
           02 TierEffectiveText       PIC X(8).
           02 TierEffectiveDate REDEFINES TierEffectiveText
                                      PIC 9(8).
