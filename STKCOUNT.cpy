      ******************************************************************
      * Purpose:   shared stock-count record layout (STKCOUNT.DAT).
      *            CountSheet appends one record for every product it
      *            puts on a count sheet, freezing the book quantity
      *            (the master's on-hand when the sheet was printed),
      *            the unit value the count is costed at (the unit
      *            cost, or the unit price when no cost is held) and
      *            the cycle-count group the product fell in. The
      *            record is written printed (P); CountEntry keys the
      *            counted quantity (C, with who counted), and a
      *            second operator approves the variance (A, with who
      *            approved) or sends it back for a recount (P
      *            again). The next pricing run posts an approved
      *            count: counted less book goes onto the product's
      *            on-hand as an A movement on STKMOVE.DAT, and the
      *            record is marked posted (D, with the posting date),
      *            or rejected (X) when the product is no longer on
      *            the master. A product with a count in P, C or A is
      *            out for count and is not put on another sheet.
      *            COPY this into any program's FILE SECTION for an
      *            FD naming the stock-count file.
      ******************************************************************
       01 StockCountRecord.
           02 CntProductCode                   PIC X(6).
           02 CntSpace1                        PIC X.
           02 CntDescription                   PIC X(20).
           02 CntSpace2                        PIC X.
           02 CntFrozenDate                    PIC 9(8).
           02 CntSpace3                        PIC X.
           02 CntCycleGroup                    PIC 9(3).
           02 CntSpace4                        PIC X.
           02 CntBookQty                       PIC 9(7).
           02 CntSpace5                        PIC X.
           02 CntCountedQty                    PIC 9(7).
           02 CntSpace6                        PIC X.
           02 CntUnitValue                     PIC 9(5)V999.
           02 CntSpace7                        PIC X.
           02 CntStatus                        PIC X.
               88 CntSheetPrinted              VALUE "P".
               88 CntCounted                   VALUE "C".
               88 CntApproved                  VALUE "A".
               88 CntPosted                    VALUE "D".
               88 CntRejected                  VALUE "X".
               88 CntOutForCount               VALUE "P" "C" "A".
           02 CntSpace8                        PIC X.
           02 CntCountedBy                     PIC X(10).
           02 CntSpace9                        PIC X.
           02 CntApprovedBy                    PIC X(10).
           02 CntSpace10                       PIC X.
           02 CntPostedDate                    PIC 9(8).
