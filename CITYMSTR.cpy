      ******************************************************************
      * Purpose:   shared City Master record layout (code, name,
      *            region, branch status, open/close dates). This is
      *            the same 50-character layout Programm58 keeps as an
      *            indexed file keyed on CityMasterCode with an
      *            alternate key on CityMasterName. COPY this into any
      *            program's FILE SECTION for an FD naming a city
      *            A closed branch stays on file with CityMasterStatus
      *            set to C and its close date filled in, instead of
      *            being physically deleted and taking its history
      *            with it. A closed branch whose customers moved to
      *            another branch names that branch in
      *            CityMasterSuccessor (00 = no successor), and the
      *            routing run re-routes the closed code's traffic
      *            there.
      * Modifications:
      *   22/08/2026 AP - Added CityMasterStatus (A=active, C=closed)
      *                   and the branch open/close dates, so a closed
      *                   branch keeps its record and its history
      *                   instead of being deleted from the master.
      *   12/10/2026 AP - Added CityMasterSuccessor, the branch that
      *                   takes over a closed branch's customers (the
      *                   record grew from 48 to 50 bytes).
      ******************************************************************
       01 CityMasterRecord.
           02 CityMasterCode                   PIC 99.
               88 CityBranchClosed             VALUE "C".
           02 CityMasterOpenDate               PIC 9(8).
           02 CityMasterCloseDate              PIC 9(8).
           02 CityMasterSuccessor              PIC 99.
