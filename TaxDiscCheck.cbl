      *          standard RPTCTL bracket, and sets RETURN-CODE 4 on
      *          exceptions (8 when either file is missing) so
      *          NIGHTRUN can gate the pricing step on it the way
      *          the stream already gates on FileLenAudit. Rates
      *          and tiers are effective-dated (TAXRATE.cpy,
      *          DISCTIER.cpy): a duplicate is now the same key on
      *          the same effective date, and a date that is neither
      *          blank nor a plausible YYYYMMDD is rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  TaxRateFile
           RECORD CONTAINS 15 CHARACTERS.
           COPY "TAXRATE.cpy".
       FD  DiscountTierFile
           RECORD CONTAINS 26 CHARACTERS.
           COPY "DISCTIER.cpy".
       FD  CheckExceptFile
           RECORD CONTAINS 57 CHARACTERS.
       01 CheckExceptRecord.
           02 ExceptSourceFile         PIC X(8).
           02 ExceptSpace1             PIC X.
           02 ExceptRecordImage        PIC X(26).
           02 ExceptSpace2             PIC X.
           02 ExceptReasonText         PIC X(21).
           COPY "RPTCTL.cpy".
       01 MaxTaxPercent            PIC 99V99 VALUE 50.
       01 MaxDiscountPercent       PIC 99V99 VALUE 90.
       01 SeenCategoryTable.
           02 SeenCategoryEntry OCCURS 50 TIMES
               INDEXED BY SeenCatIdx.
               03 SeenCategory      PIC X.
               03 SeenCategoryDate  PIC X(8).
       01 SeenCategoryCount        PIC 99 VALUE ZEROS.
       01 SeenTierTable.
           02 SeenTierEntry OCCURS 99 TIMES
               INDEXED BY SeenTierIdx.
               03 SeenTierProduct   PIC X(6).
               03 SeenTierThreshold PIC X(5).
               03 SeenTierDate      PIC X(8).
       01 SeenTierCount            PIC 99 VALUE ZEROS.
       01 CheckedDateText          PIC X(8).
       01 CheckedDateSplit REDEFINES CheckedDateText.
           02 CheckedYear          PIC 9(4).
           02 CheckedMonth         PIC 99.
           02 CheckedDay           PIC 99.
       01 DateValidSwitch          PIC X.
           88 DateValid            VALUE "Y".
       01 EntryFoundSwitch         PIC X.
           88 EntryFound           VALUE "Y".
       01 RejectReason             PIC X(21).
                   MOVE "RATE OUT OF RANGE" TO RejectReason
                   PERFORM 2900-WRITE-TAX-EXCEPTION
               WHEN OTHER
                   MOVE TaxRateEffectiveText TO CheckedDateText
                   PERFORM 4000-CHECK-EFFECTIVE-DATE
                   IF DateValid
                       PERFORM 2300-CHECK-DUPLICATE-CATEGORY
                   ELSE
                       MOVE "DATE NOT VALID" TO RejectReason
                       PERFORM 2900-WRITE-TAX-EXCEPTION
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-TAX-RATE-RECORD.

      *----------------------------------------------------------------
      * A category may carry several rows, one per effective date -
      * only two rows for the same category and date are a clash.
      *----------------------------------------------------------------
       2300-CHECK-DUPLICATE-CATEGORY.
           MOVE "N" TO EntryFoundSwitch
           SET SeenCatIdx TO 1
               MOVE "DUPLICATE CATEGORY" TO RejectReason
               PERFORM 2900-WRITE-TAX-EXCEPTION
           ELSE
               IF SeenCategoryCount < 50
                   ADD 1 TO SeenCategoryCount
                   MOVE TaxRateCategory
                       TO SeenCategory (SeenCategoryCount)
                   MOVE TaxRateEffectiveText
                       TO SeenCategoryDate (SeenCategoryCount)
               ELSE
                   DISPLAY "*** Seen-category table full - duplicate "
                           "check incomplete past "
                           TaxRateCategory " "
                           TaxRateEffectiveText " ***"
               END-IF
           END-IF.

       2310-SEARCH-SEEN-CATEGORY.
           IF SeenCategory (SeenCatIdx) = TaxRateCategory
               AND SeenCategoryDate (SeenCatIdx)
                   = TaxRateEffectiveText
               SET EntryFound TO TRUE
           ELSE
               SET SeenCatIdx UP BY 1
                   MOVE "PERCENT OUT OF RANGE" TO RejectReason
                   PERFORM 3900-WRITE-TIER-EXCEPTION
               WHEN OTHER
                   MOVE TierEffectiveText TO CheckedDateText
                   PERFORM 4000-CHECK-EFFECTIVE-DATE
                   IF DateValid
                       PERFORM 3300-CHECK-DUPLICATE-TIER
                   ELSE
                       MOVE "DATE NOT VALID" TO RejectReason
                       PERFORM 3900-WRITE-TIER-EXCEPTION
                   END-IF
           END-EVALUATE
           PERFORM 3100-READ-TIER-RECORD.

               MOVE "DUPLICATE TIER KEY" TO RejectReason
               PERFORM 3900-WRITE-TIER-EXCEPTION
           ELSE
               IF SeenTierCount < 99
                   ADD 1 TO SeenTierCount
                   MOVE TierProductCode
                       TO SeenTierProduct (SeenTierCount)
                   MOVE TierQtyThresholdText
                       TO SeenTierThreshold (SeenTierCount)
                   MOVE TierEffectiveText
                       TO SeenTierDate (SeenTierCount)
               ELSE
                   DISPLAY "*** Seen-tier table full - duplicate "
                           "check incomplete past "
                           TierProductCode " "
                           TierQtyThresholdText " ***"
               END-IF
           END-IF.

           IF SeenTierProduct (SeenTierIdx) = TierProductCode
               AND SeenTierThreshold (SeenTierIdx)
                   = TierQtyThresholdText
               AND SeenTierDate (SeenTierIdx) = TierEffectiveText
               SET EntryFound TO TRUE
           ELSE
               SET SeenTierIdx UP BY 1
           MOVE RejectReason TO ExceptReasonText
           WRITE CheckExceptRecord.

      *----------------------------------------------------------------
      * An effective date is blank (in effect from the beginning) or
      * a plausible YYYYMMDD - the same test TaxTierMaint applies as
      * the date is keyed.
      *----------------------------------------------------------------
       4000-CHECK-EFFECTIVE-DATE.
           MOVE "N" TO DateValidSwitch
           EVALUATE TRUE
               WHEN CheckedDateText = SPACES
                   SET DateValid TO TRUE
               WHEN CheckedDateText NOT NUMERIC
                   CONTINUE
               WHEN CheckedMonth >= 1 AND CheckedMonth <= 12
                   AND CheckedDay >= 1 AND CheckedDay <= 31
                   SET DateValid TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-TERMINATE.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
