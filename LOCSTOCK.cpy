      ******************************************************************
      * Purpose:   shared location-stock record layout (LOCSTOCK.DAT):
      *            one record per product per stock location - the
      *            product code and the location, which is a branch's
      *            CityMasterCode or 00 for the main warehouse - with
      *            the quantity on hand there and the location's own
      *            reorder point. The product master's on-hand stays
      *            the company total; the pricing run keeps the two in
      *            step. A sale or return moves the stock of the
      *            location on its transaction, goods receipts, stock-
      *            count adjustments and invoice voids move the
      *            warehouse's, and a StockXfer transfer moves stock
      *            from one location to another. The warehouse record
      *            carries the product master's reorder point; a
      *            branch's reorder point is set in StockXfer (zero,
      *            the default, keeps the branch off the reorder
      *            report). When the file does not exist yet the run
      *            builds it with each product's whole on-hand at the
      *            warehouse. COPY this into any program's FILE
      *            SECTION for an FD naming the location-stock file.
      ******************************************************************
       01 LocationStockRecord.
           02 LocProductCode                   PIC X(6).
           02 LocSpace1                        PIC X.
           02 LocLocationCode                  PIC 99.
           02 LocSpace2                        PIC X.
           02 LocOnHandQty                     PIC 9(7).
           02 LocSpace3                        PIC X.
           02 LocReorderPoint                  PIC 9(7).
