      ******************************************************************
      * Purpose:   shared supplier master record layout (SUPPMSTR.DAT):
      *            supplier ID, name, two address lines, lead time in
      *            days (order date to expected delivery), payment
      *            terms as printed on the purchase order, and status
      *            (A active / I inactive - a supplier is never
      *            deleted, and no purchase order is raised against an
      *            inactive one). Maintained by SuppMaint; the product
      *            master's ProdMasterSupplierId points here. COPY this
      *            into any program's FILE SECTION for an FD naming the
      *            supplier master.
      ******************************************************************
       01 SupplierMasterRecord.
           02 SuppMasterId                     PIC X(6).
           02 SuppMasterSpace1                 PIC X.
           02 SuppMasterName                   PIC X(30).
           02 SuppMasterSpace2                 PIC X.
           02 SuppMasterAddress1               PIC X(30).
           02 SuppMasterSpace3                 PIC X.
           02 SuppMasterAddress2               PIC X(30).
           02 SuppMasterSpace4                 PIC X.
           02 SuppMasterLeadDays               PIC 9(3).
           02 SuppMasterSpace5                 PIC X.
           02 SuppMasterTerms                  PIC X(15).
           02 SuppMasterSpace6                 PIC X.
           02 SuppMasterStatus                 PIC X.
               88 SuppMasterActive             VALUE "A" SPACE.
               88 SuppMasterInactive           VALUE "I".
