      ******************************************************************
      * Purpose:   shared product master record layout (PRODMSTR.DAT):
      *            code, description, current unit price, status
      *            (A active / I inactive - a product is never
      *            deleted), on-hand quantity, reorder point, the
      *            preferred supplier (a SupplierId on SUPPMSTR.DAT),
      *            the order multiple purchase orders are rounded
      *            up to (zero or blank is taken as 1), and the unit
      *            cost the shop buys at - the price a purchase order
      *            is raised at and a supplier's invoice is matched
      *            against. The unit cost is kept as a weighted
      *            average: the pricing run re-averages it on every
      *            receipt it posts, at the receipt's purchase-order
      *            cost, and costs sales and returns at it. The
      *            layout was declared separately in the pricing run,
      *            order entry and ProdMaint; COPY this
      *            into any program's FILE SECTION for an FD naming
      *            the product master, the way CUSTMSTR.cpy shares the
      *            customer master.
      *            Records written before the supplier fields existed
      *            (54 bytes) or the unit cost (67 bytes) read with
      *            those fields blank.
      ******************************************************************
       01 ProductMasterRecord.
           02 ProdMasterCode                   PIC X(6).
           02 ProdMasterSpace1                 PIC X.
           02 ProdMasterDescription            PIC X(20).
           02 ProdMasterSpace2                 PIC X.
           02 ProdMasterUnitPrice              PIC 9(5)V999.
           02 ProdMasterSpace3                 PIC X.
           02 ProdMasterStatus                 PIC X.
               88 ProdMasterActive             VALUE "A".
               88 ProdMasterInactive           VALUE "I".
           02 ProdMasterSpace4                 PIC X.
           02 ProdMasterOnHandQty              PIC 9(7).
           02 ProdMasterSpace5                 PIC X.
           02 ProdMasterReorderPoint           PIC 9(7).
           02 ProdMasterSpace6                 PIC X.
           02 ProdMasterSupplierId             PIC X(6).
           02 ProdMasterSpace7                 PIC X.
           02 ProdMasterOrderMultiple          PIC 9(5).
           02 ProdMasterSpace8                 PIC X.
           02 ProdMasterUnitCost               PIC 9(5)V999.
