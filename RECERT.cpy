      ******************************************************************
      * Purpose:   shared access-recertification register layout.
      *            RECERT.DAT holds the current quarter's cycle:
      *            RecertCycle opens it from OPERAUTH.DAT, the
      *            supervisors decide it through Recertify, and
      *            RecertCycle closes it at the deadline. Three kinds
      *            of row share the record -
      *              C  the cycle itself (one, first): status O open
      *                 or X closed, the deadline, and who opened or
      *                 closed it and when
      *              L  one operator/program authorization under the
      *                 operator's supervisor (spaces when the
      *                 operator has none on OPERSUPV.DAT): status P
      *                 pending, C confirmed, R revoked or S
      *                 suspended at the deadline, with who decided
      *                 and when
      *              S  a supervisor's sign-off of the whole list
      *                 (status F), once no line of it is pending
      *            COPY this into any program's FILE SECTION for an
      *            FD naming the register.
      ******************************************************************
       01 RecertRecord.
           02 RecertRowType            PIC X.
               88 RecertCycleRow       VALUE "C".
               88 RecertLineRow        VALUE "L".
               88 RecertSignOffRow     VALUE "S".
           02 RecertSpace1             PIC X.
           02 RecertCycleId            PIC X(6).
           02 RecertSpace2             PIC X.
           02 RecertSupervisorId       PIC X(10).
           02 RecertSpace3             PIC X.
           02 RecertOperatorId         PIC X(10).
           02 RecertSpace4             PIC X.
           02 RecertProgramName        PIC X(8).
           02 RecertSpace5             PIC X.
           02 RecertStatus             PIC X.
               88 RecertCycleOpen      VALUE "O".
               88 RecertCycleClosed    VALUE "X".
               88 RecertLinePending    VALUE "P".
               88 RecertLineConfirmed  VALUE "C".
               88 RecertLineRevoked    VALUE "R".
               88 RecertLineSuspended  VALUE "S".
               88 RecertSignedOff      VALUE "F".
           02 RecertSpace6             PIC X.
           02 RecertDecidedBy          PIC X(10).
           02 RecertSpace7             PIC X.
           02 RecertDecisionDate       PIC 9(8).
           02 RecertSpace8             PIC X.
           02 RecertDecisionTime       PIC 9(6).
           02 RecertSpace9             PIC X.
           02 RecertDeadlineDate       PIC 9(8).
