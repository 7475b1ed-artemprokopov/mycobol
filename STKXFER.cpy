      ******************************************************************
      * Purpose:   shared stock-transfer record layout (STKXFER.DAT).
      *            StockXfer appends one record for every transfer of
      *            a product's stock from one location to another (a
      *            branch's CityMasterCode, or 00 for the main
      *            warehouse), with the quantity, the date keyed and
      *            the operator who keyed it. The record is written
      *            pending (P); the next pricing run takes the
      *            quantity off the from-location's stock and puts it
      *            on the to-location's (LOCSTOCK.DAT), writes the
      *            pair of movements to STKMOVE.DAT - O out of the one
      *            location, I into the other - and marks the record
      *            posted (D, with the posting date), or rejected (X,
      *            with the reason) when the product is no longer on
      *            the master or the from-location no longer holds the
      *            quantity. A transfer moves stock between locations
      *            only: the company on-hand and the stock value do
      *            not change. COPY this into any program's FILE
      *            SECTION for an FD naming the stock-transfer file.
      ******************************************************************
       01 StockTransferRecord.
           02 XfrProductCode                   PIC X(6).
           02 XfrSpace1                        PIC X.
           02 XfrFromLocation                  PIC 99.
           02 XfrSpace2                        PIC X.
           02 XfrToLocation                    PIC 99.
           02 XfrSpace3                        PIC X.
           02 XfrQuantity                      PIC 9(5).
           02 XfrSpace4                        PIC X.
           02 XfrEntryDate                     PIC 9(8).
           02 XfrSpace5                        PIC X.
           02 XfrEnteredBy                     PIC X(10).
           02 XfrSpace6                        PIC X.
           02 XfrStatus                        PIC X.
               88 XfrPending                   VALUE "P".
               88 XfrPosted                    VALUE "D".
               88 XfrRejected                  VALUE "X".
           02 XfrSpace7                        PIC X.
           02 XfrPostedDate                    PIC 9(8).
           02 XfrSpace8                        PIC X.
           02 XfrRejectReason                  PIC X(20).
