      ******************************************************************
      * Purpose:   shared batch SLA outcome history layout. SlaCheck
      *            keeps one SLAHIST.DAT row per SLA step per
      *            processing date, replaced at every checkpoint of
      *            that date, so the row left at the end of the night
      *            is the step's outcome for the day:
      *              M  met       clean completion by the deadline
      *              L  late      clean completion after it
      *              X  missed    no clean completion and the
      *                           deadline passed (or the stream
      *                           ended without one)
      *              P  at risk   still to complete, projected to
      *                           finish after the deadline
      *              O  on track  still to complete, projected in time
      *            with the completion time (zeros when none), the
      *            projected completion at the last check, and the
      *            alert already raised for the day (N none, P at
      *            risk, X missed) so a later checkpoint alerts again
      *            only when the outcome gets worse. SlaReport reads
      *            the month's rows for the attainment report. COPY
      *            this into any program's FILE SECTION for an FD
      *            naming the history.
      ******************************************************************
       01 SlaHistoryRecord.
           02 SlaHistDate              PIC 9(8).
           02 SlaHistDateSplit REDEFINES SlaHistDate.
               03 SlaHistYearMonth     PIC 9(6).
               03 SlaHistDay           PIC 99.
           02 SlaHistSpace1            PIC X.
           02 SlaHistJobName           PIC X(8).
           02 SlaHistSpace2            PIC X.
           02 SlaHistStepName          PIC X(8).
           02 SlaHistSpace3            PIC X.
           02 SlaHistDeadline          PIC 9(4).
           02 SlaHistSpace4            PIC X.
           02 SlaHistEndTime           PIC 9(6).
           02 SlaHistSpace5            PIC X.
           02 SlaHistProjected         PIC 9(6).
           02 SlaHistSpace6            PIC X.
           02 SlaHistOutcome           PIC X.
               88 SlaOutcomeMet        VALUE "M".
               88 SlaOutcomeLate       VALUE "L".
               88 SlaOutcomeMissed     VALUE "X".
               88 SlaOutcomeAtRisk     VALUE "P".
               88 SlaOutcomeOnTrack    VALUE "O".
           02 SlaHistSpace7            PIC X.
           02 SlaHistAlerted           PIC X.
