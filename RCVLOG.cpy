      ******************************************************************
      * Purpose:   shared goods-receipt record layout (RCVLOG.DAT).
      *            GoodsRcv appends one record for every delivery
      *            quantity taken in against a purchase-order line,
      *            carrying the PO line, the supplier and product, the
      *            quantity received, what is still outstanding on the
      *            line afterwards, and an OVER or SHORT variance flag
      *            (spaces when the receipt exactly met the line). The
      *            record is written pending (P); the next pricing run
      *            adds the quantity to the product master's on-hand,
      *            writes a G movement to STKMOVE.DAT and the receipts
      *            register, and marks the record posted (D, with the
      *            posting date), or rejected (X) when the product is
      *            no longer on the master. RcvUnitCost is the purchase-
      *            order line's unit cost the goods came in at, which
      *            the posting folds into the product's weighted-
      *            average cost; a record written before the cost was
      *            carried (77 bytes) reads it blank and leaves the
      *            average alone. COPY this into any program's FILE
      *            SECTION for an FD naming the receipt log.
      ******************************************************************
       01 GoodsReceiptRecord.
           02 RcvPoNumber                      PIC X(8).
           02 RcvSpace1                        PIC X.
           02 RcvPoLineNo                      PIC 9(3).
           02 RcvSpace2                        PIC X.
           02 RcvSupplierId                    PIC X(6).
           02 RcvSpace3                        PIC X.
           02 RcvProductCode                   PIC X(6).
           02 RcvSpace4                        PIC X.
           02 RcvQuantity                      PIC 9(5).
           02 RcvSpace5                        PIC X.
           02 RcvOutstandingQty                PIC 9(7).
           02 RcvSpace6                        PIC X.
           02 RcvVarianceFlag                  PIC X(5).
               88 RcvOverReceived              VALUE "OVER ".
               88 RcvShortReceived             VALUE "SHORT".
           02 RcvSpace7                        PIC X.
           02 RcvDate                          PIC 9(8).
           02 RcvSpace8                        PIC X.
           02 RcvOperatorId                    PIC X(10).
           02 RcvSpace9                        PIC X.
           02 RcvStatus                        PIC X.
               88 RcvPostingPending            VALUE "P".
               88 RcvPosted                    VALUE "D".
               88 RcvRejected                  VALUE "X".
           02 RcvSpace10                       PIC X.
           02 RcvPostedDate                    PIC 9(8).
           02 RcvSpace11                       PIC X.
           02 RcvUnitCost                      PIC 9(5)V999.
