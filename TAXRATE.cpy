      ******************************************************************
      * Purpose:   shared tax-rate record layout. TAXRATE.DAT holds
      *            one record per tax category AND effective date,
      *            giving the percentage charged on the discounted
      *            net of a line in that category from that date
      *            forward - so a rate change on a quarter boundary
      *            is keyed ahead of time instead of at midnight.
      *            Pricing picks the row with the newest
      *            TaxRateEffectiveDate that is not after the line's
      *            own date, the EXCHRATE.cpy rule. A blank date (a
      *            row keyed before rates were dated) counts as in
      *            effect from the beginning. The text views let
      *            TaxDiscCheck and TaxTierMaint test the fields
      *            before trusting them as numbers.
      ******************************************************************
       01 TaxRateRecord.
           02 TaxRateCategory         PIC X.
           02 TaxRateSpace1           PIC X.
           02 TaxRatePercentText      PIC X(4).
           02 TaxRatePercent REDEFINES TaxRatePercentText
                                      PIC 99V99.
           02 TaxRateSpace2           PIC X.
           02 TaxRateEffectiveText    PIC X(8).
           02 TaxRateEffectiveDate REDEFINES TaxRateEffectiveText
                                      PIC 9(8).
