      *                   BIRTHDYR, BIRTHDYM, BIRTHDAY) so the
      *                   validate and report steps restart
      *                   independently.
      *   11/10/2026 AP - Department reconciliation skips leavers:
      *                   DeptMaint only deletes a department once its
      *                   active people have moved, and a leaver keeps
      *                   the department they left from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.BIRTHDAY.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * Department reconciliation, run once per validate pass: each
      * active person's free-text department must match a row on the
      * department master, or the person lands on the reconciliation
      * listing for HR to fix the spelling. A leaver keeps the
      * department they left from even once DeptMaint has deleted
      * it, so leavers are not listed. A missing department master
      * skips the check with a warning.
      *----------------------------------------------------------------
       1075-CHECK-DEPARTMENTS.
           PERFORM 1076-LOAD-DEPT-MASTER
           PERFORM 1081-SEARCH-DEPT-ENTRY
               UNTIL DeptFound OR DeptIdx > DeptEntryCount
           IF NOT DeptFound
               AND NOT PersonTerminated
               ADD 1 TO DeptMismatchCount
               INITIALIZE PersonReconRecord
               MOVE MasterPersonID TO ReconPersonID
