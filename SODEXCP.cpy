      ******************************************************************
      * Purpose:   shared segregation-of-duties exception layout.
      *            SODEXCP.DAT holds the approved exceptions: one
      *            operator may hold both authorizations of one
      *            SODRULES.DAT rule until the expiry date. AuthMaint
      *            queues an exception on the two-person approval
      *            queue, and only Approve, on a DIFFERENT
      *            supervisor's approval, adds the row - requester
      *            and approver both named on it. Rows are never
      *            changed; a renewal is a new row, and the row
      *            with the latest expiry is the one in force.
      *            COPY this into any program's FILE SECTION for an
      *            FD naming the exceptions.
      ******************************************************************
       01 SodExceptionRecord.
           02 SodExcpOperatorId        PIC X(10).
           02 SodExcpSpace1            PIC X.
           02 SodExcpRuleId            PIC X(4).
           02 SodExcpSpace2            PIC X.
           02 SodExcpExpiryDate        PIC 9(8).
           02 SodExcpSpace3            PIC X.
           02 SodExcpRequestedBy       PIC X(10).
           02 SodExcpSpace4            PIC X.
           02 SodExcpApprovedBy        PIC X(10).
           02 SodExcpSpace5            PIC X.
           02 SodExcpApprovedDate      PIC 9(8).
