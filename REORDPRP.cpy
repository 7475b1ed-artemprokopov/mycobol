      ******************************************************************
      * Purpose:   shared reorder-point proposal record layout
      *            (REORDPRP.DAT). RopCalc writes one record per
      *            product whose reorder point the sales history says
      *            should change: the reorder point on the master when
      *            it was worked out, the proposed one, the average and
      *            peak monthly usage and the supplier lead time in
      *            days it was worked from, the months of history
      *            used, the date proposed, and its status - P pending,
      *            A approved, R rejected - with who decided it in
      *            ProdMaint and when. Only an approval changes the
      *            product master. COPY this into any program's FILE
      *            SECTION for an FD naming the proposal file.
      ******************************************************************
       01 ReorderProposalRecord.
           02 RpProductCode                    PIC X(6).
           02 RpSpace1                         PIC X.
           02 RpCurrentPoint                   PIC 9(7).
           02 RpSpace2                         PIC X.
           02 RpProposedPoint                  PIC 9(7).
           02 RpSpace3                         PIC X.
           02 RpAverageUsage                   PIC 9(7).
           02 RpSpace4                         PIC X.
           02 RpPeakUsage                      PIC 9(7).
           02 RpSpace5                         PIC X.
           02 RpLeadDays                       PIC 9(3).
           02 RpSpace6                         PIC X.
           02 RpMonthsUsed                     PIC 99.
           02 RpSpace7                         PIC X.
           02 RpProposalDate                   PIC 9(8).
           02 RpSpace8                         PIC X.
           02 RpStatus                         PIC X.
               88 RpPending                    VALUE "P".
               88 RpApproved                   VALUE "A".
               88 RpRejected                   VALUE "R".
           02 RpSpace9                         PIC X.
           02 RpDecidedBy                      PIC X(10).
           02 RpSpace10                        PIC X.
           02 RpDecidedDate                    PIC 9(8).
