      ******************************************************************
      * Purpose:   shared purchase-order line layout (POFILE.DAT). One
      *            record per PO line; the lines of a PO are written
      *            together under one PO number ("P" + seven digits
      *            from the PO control file POCTL.DAT), so the file
      *            stays in ascending PO-number order. The order date
      *            and expected date (order date plus the supplier's
      *            lead time) repeat on every line. A line is open (O)
      *            until goods are received against it, part-received
      *            (P) while PoReceivedQty is short of PoOrderQty, and
      *            closed (C) once fully received. Open and part-
      *            received lines count as stock on order when the PO
      *            generation step decides what still needs buying.
      *            PoUnitCost is the product master's unit cost when
      *            the PO was raised - the price the supplier's
      *            invoice is matched against.
      *            COPY this into any program's FILE SECTION for an FD
      *            naming the PO file.
      ******************************************************************
       01 PurchaseOrderRecord.
           02 PoNumber                         PIC X(8).
           02 PoSpace1                         PIC X.
           02 PoLineNo                         PIC 9(3).
           02 PoSpace2                         PIC X.
           02 PoSupplierId                     PIC X(6).
           02 PoSpace3                         PIC X.
           02 PoProductCode                    PIC X(6).
           02 PoSpace4                         PIC X.
           02 PoOrderQty                       PIC 9(7).
           02 PoSpace5                         PIC X.
           02 PoReceivedQty                    PIC 9(7).
           02 PoSpace6                         PIC X.
           02 PoOrderDate                      PIC 9(8).
           02 PoSpace7                         PIC X.
           02 PoExpectedDate                   PIC 9(8).
           02 PoSpace8                         PIC X.
           02 PoLineStatus                     PIC X.
               88 PoLineOpen                   VALUE "O".
               88 PoLinePartReceived           VALUE "P".
               88 PoLineClosed                 VALUE "C".
               88 PoLineOnOrder                VALUE "O" "P".
           02 PoSpace9                         PIC X.
           02 PoUnitCost                       PIC 9(5)V999.
