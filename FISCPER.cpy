      ******************************************************************
      * Purpose:   shared fiscal-period control record layout.
      *            FISCPER.DAT holds one record per fiscal period:
      *            the fiscal year and period number (together the
      *            period id, yyyypp), the first and last calendar
      *            dates the period covers, its status (O open, C
      *            closed) and the date and ID of whoever last
      *            changed that status. Periods are defined through
      *            PeriodMaint, closed by PeriodClose and reopened only
      *            through the two-person Approve queue; every program
      *            that posts money asks the shared PERIODCHK
      *            subroutine whether its posting date falls in a
      *            closed period. COPY this into any program's FILE
      *            SECTION for an FD naming the period file.
      ******************************************************************
       01 FiscalPeriodRecord.
           02 FpPeriodId.
               03 FpFiscalYear                 PIC 9(4).
               03 FpPeriodNo                   PIC 99.
           02 FpSpace1                         PIC X.
           02 FpStartDate                      PIC 9(8).
           02 FpSpace2                         PIC X.
           02 FpEndDate                        PIC 9(8).
           02 FpSpace3                         PIC X.
           02 FpStatus                         PIC X.
               88 FpPeriodOpen                 VALUE "O".
               88 FpPeriodClosed               VALUE "C".
           02 FpSpace4                         PIC X.
           02 FpStatusDate                     PIC 9(8).
           02 FpSpace5                         PIC X.
           02 FpStatusBy                       PIC X(10).
