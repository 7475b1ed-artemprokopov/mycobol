      ******************************************************************
      * Purpose:   payroll change log layout (PAYCLOG.DAT). PayFeed
      *            appends one row for every change record it sends
      *            payroll - the sequence number, kind, person and
      *            effective date, the night it went and the feed
      *            file it went on - and PayAck marks the row
      *            acknowledged when payroll's acknowledgment file
      *            quotes it back. A row still unacknowledged after
      *            the PAYACK working-days allowance is an exception.
      *            COPY this into any program's FILE SECTION for an
      *            FD naming the change log.
      ******************************************************************
       01 PayChangeLogRecord.
           02 PclSequence                      PIC 9(7).
           02 PclSpace1                        PIC X.
           02 PclKind                          PIC X.
           02 PclSpace2                        PIC X.
           02 PclPersonID                      PIC X(10).
           02 PclSpace3                        PIC X.
           02 PclEffectiveDate                 PIC 9(8).
           02 PclSpace4                        PIC X.
           02 PclSentDate                      PIC 9(8).
           02 PclSpace5                        PIC X.
           02 PclFileName                      PIC X(24).
           02 PclSpace6                        PIC X.
           02 PclAckFlag                       PIC X.
               88 PclAcknowledged              VALUE "Y".
           02 PclSpace7                        PIC X.
           02 PclAckDate                       PIC 9(8).
