      ******************************************************************
      * Purpose:   shared pending-approval record layout. PENDAPPR.DAT
      *            is the two-person approval queue: a requesting
      *            program writes one record per sensitive action
      *            (status P), and a second, different supervisor
      *            decides it through the Approve program (status A
      *            or R, with the decider's ID). The layout was
      *            declared separately in OperMaint, ShopParmMaint
      *            and Approve; COPY this into any program's FILE
      *            SECTION for an FD naming the queue, so every
      *            requester writes the same shape Approve reads.
      *            PendTargetFile names the master the action is
      *            against, PendActionCode what is to be done, and
      *            PendKeyValue the record it applies to; the two
      *            new-value fields carry the action's data.
      ******************************************************************
       01 PendingApprovalRecord.
           02 PendSeqNumber            PIC 9(5).
           02 PendSpace1               PIC X.
           02 PendTargetFile           PIC X(8).
           02 PendSpace2               PIC X.
           02 PendActionCode           PIC X(8).
           02 PendSpace3               PIC X.
           02 PendKeyValue             PIC X(10).
           02 PendSpace4               PIC X.
           02 PendNewValue1            PIC X(10).
           02 PendSpace5               PIC X.
           02 PendNewValue2            PIC X(10).
           02 PendSpace6               PIC X.
           02 PendRequestedBy          PIC X(10).
           02 PendSpace7               PIC X.
           02 PendRequestDate          PIC 9(8).
           02 PendSpace8               PIC X.
           02 PendStatus               PIC X.
           02 PendSpace9               PIC X.
           02 PendDecidedBy            PIC X(10).
