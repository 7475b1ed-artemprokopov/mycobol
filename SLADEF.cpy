      ******************************************************************
      * Purpose:   shared batch SLA deadline layout. SLADEF.DAT gives
      *            each NIGHTRUN step operations holds to a deadline
      *            its JOBSTAMP job name, its step name in the stream,
      *            the latest acceptable completion time (hhmm, on
      *            the processing date) and a description - one step
      *            per line, in stream order, a line starting * is a
      *            comment. SlaCheck projects the steps still to run
      *            in that order, so a row out of order only weakens
      *            the projection. Only steps that run ahead of the
      *            stream's final SLA checkpoint belong here. COPY
      *            this into any program's FILE SECTION for an FD
      *            naming the deadlines.
      ******************************************************************
       01 SlaDeadlineRecord.
           02 SlaJobName               PIC X(8).
           02 SlaSpace1                PIC X.
           02 SlaStepName              PIC X(8).
           02 SlaSpace2                PIC X.
           02 SlaDeadlineTime          PIC 9(4).
           02 SlaDeadlineSplit REDEFINES SlaDeadlineTime.
               03 SlaDeadlineHour      PIC 99.
               03 SlaDeadlineMinute    PIC 99.
           02 SlaSpace3                PIC X.
           02 SlaDescription           PIC X(30).
