      *          TESTPERS.DAT the way SnapRestore does; the City
      *          Master reloads into the indexed TESTCITY.DAT from
      *          CityLoad's flat backup CITYBKUP.DAT (no snapshot
      *          exists for the indexed master); and SHOPPARM.DAT,
      *          PRODMSTR.DAT, CUSTMSTR.DAT, the credit-hold pair
      *          CREDHOLD.DAT/CREDHLIN.DAT, the RMA pair
      *          RMAFILE.DAT/RMACTL.DAT, the AR ledger ARLEDGER.DAT
      *          and the void register VOIDREG.DAT copy straight from
      *          the live files into TESTPARM.DAT, TESTPROD.DAT,
      *          TESTCUST.DAT, TESTHOLD.DAT, TESTHLIN.DAT,
      *          TESTRMA.DAT, TESTRMAC.DAT, TESTARLG.DAT and
      *          TESTVOID.DAT - small files with no snapshots of
      *          their own.
      *          Together that covers every TEST file the gated
      *          programs open for update (TESTTRAN.DAT needs no
      *          refresh - OrderEntry creates it on first use).
      *          RETURN-CODE 4 when any source is missing.
      * Tectonics: cobc
      * Modifications:
      *   07/09/2026 AP - CUSTMSTR.DAT joins the live-copied files
      *                   (into TESTCUST.DAT) now that CustMaint
      *                   maintains it under training redirection.
      *   14/09/2026 AP - CREDHOLD.DAT and CREDHLIN.DAT join the
      *                   live-copied files (into TESTHOLD.DAT and
      *                   TESTHLIN.DAT) for the new CreditDesk.
      *   15/09/2026 AP - RMAFILE.DAT and RMACTL.DAT join the live-
      *                   copied files (into TESTRMA.DAT and
      *                   TESTRMAC.DAT) for the new RmaMaint.
      *   16/09/2026 AP - ARLEDGER.DAT and VOIDREG.DAT join the live-
      *                   copied files (into TESTARLG.DAT and
      *                   TESTVOID.DAT) for the new InvVoid.
      *   17/09/2026 AP - SUPPMSTR.DAT joins the live-copied files (into
      *                   TESTSUPP.DAT) for the new SuppMaint and
      *                   ProdMaint's supplier check.
      *   18/09/2026 AP - POFILE.DAT and RCVLOG.DAT join the live-copied
      *                   files (into TESTPO.DAT and TESTRCVL.DAT) for
      *                   the new GoodsRcv.
      *   21/09/2026 AP - APLEDGER.DAT joins the live-copied files (into
      *                   TESTAPLG.DAT) for the new ApReview.
      *   22/09/2026 AP - STKCOUNT.DAT joins the live-copied files (into
      *                   TESTSTKC.DAT) for the new CountEntry.
      *   25/09/2026 AP - LOCSTOCK.DAT and STKXFER.DAT join the live-
      *                   copied files (into TESTLSTK.DAT and
      *                   TESTXFER.DAT) for the new StockXfer.
      *   28/09/2026 AP - PRICEHST.DAT joins the live-copied files (into
      *                   TESTPHST.DAT) now that ProdMaint records
      *                   prices on it.
      *   28/09/2026 AP - CONTRACT.DAT joins the live-copied files (into
      *                   TESTCNTR.DAT) for the new ContractMaint.
      *   29/09/2026 AP - QUOTE.DAT and QUOTECTL.DAT join the live-
      *                   copied files (into TESTQUOT.DAT and
      *                   TESTQCTL.DAT) for OrderEntry's quotation mode.
      *   30/09/2026 AP - REORDPRP.DAT joins the live-copied files (into
      *                   TESTRPRP.DAT) for the reorder-point review in
      *                   ProdMaint.
      *   03/10/2026 AP - WOFFREG.DAT joins the live-copied files (into
      *                   TESTWOFF.DAT) for the new ArWriteOff and
      *                   Approve's bad-debt write-offs.
      *   04/10/2026 AP - GLCHART.DAT joins the live-copied files (into
      *                   TESTGLCH.DAT) for the new GlChartMaint.
      *   05/10/2026 AP - FISCPER.DAT joins the live-copied files (into
      *                   TESTFPER.DAT) for the new PeriodMaint and
      *                   Approve's period reopens.
      *   06/10/2026 AP - SLSPMSTR.DAT joins the live-copied files (into
      *                   TESTSLSP.DAT) for the new SlspMaint and
      *                   CustMaint's salesperson check.
      *   09/10/2026 AP - TRADPART.DAT joins the live-copied files (into
      *                   TESTTRAD.DAT) for the new TpMaint.
      *   10/10/2026 AP - SALESHST.DAT, INVREFHS.DAT and RETNREG.DAT
      *                   join the live-copied files (into TESTSHST.DAT,
      *                   TESTIRHS.DAT and TESTRETN.DAT) so the new
      *                   CustMerge can practice a merge on the history
      *                   files.
      *   11/10/2026 AP - TAXRATE.DAT and DISCTIER.DAT join the refresh
      *                   list (as TESTTAXR.DAT and TESTDTIR.DAT) for
      *                   the new TaxTierMaint.
      *   11/10/2026 AP - DEPTMSTR.DAT joins the refresh list (as
      *                   TESTDEPT.DAT) for the new DeptMaint.
      *   12/10/2026 AP - Widened the City Master record to carry the
      *                   successor branch of a closed branch
      *                   (CITYMSTR.cpy grew from 48 to 50 bytes).
      *   15/10/2026 AP - INSTPLAN.DAT and INVCTL.DAT join the refresh
      *                   list (as TESTINST.DAT and TESTICTL.DAT) for
      *                   ARITHMETICCobol's installment-plan posting.
      *   15/10/2026 AP - FINCHG.DAT joins the refresh list (as
      *                   TESTFCHG.DAT) for InvVoid, which refuses to
      *                   void a finance-charge item.
      *   15/10/2026 AP - RETNHIST.DAT, BACKORD.DAT and STANDORD.DAT
      *                   join the refresh list (as TESTRHST.DAT,
      *                   TESTBKOR.DAT and TESTSTND.DAT) so a training
      *                   CustMerge moves them on the test copies.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrainRefresh.
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PERSMSTR.cpy".
       FD  TestCityFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       WORKING-STORAGE SECTION.
       01 SnapCatalogFileStatus    PIC XX.
      * Snapshot-sourced masters and their TEST copies. The person
      * and city masters reload indexed through their own
      * paragraphs, and the live-copied reference files (SHOPPARM,
      * PRODMSTR, CUSTMSTR, CREDHOLD, CREDHLIN, RMAFILE, RMACTL,
      * ARLEDGER, VOIDREG) through theirs.
      *----------------------------------------------------------------
       01 RefreshPairValues.
           02 FILLER PIC X(12) VALUE "OPERMSTR.DAT".
           02 FILLER PIC X(12) VALUE "TESTPARM.DAT".
           02 FILLER PIC X(12) VALUE "PRODMSTR.DAT".
           02 FILLER PIC X(12) VALUE "TESTPROD.DAT".
           02 FILLER PIC X(12) VALUE "CUSTMSTR.DAT".
           02 FILLER PIC X(12) VALUE "TESTCUST.DAT".
           02 FILLER PIC X(12) VALUE "CREDHOLD.DAT".
           02 FILLER PIC X(12) VALUE "TESTHOLD.DAT".
           02 FILLER PIC X(12) VALUE "CREDHLIN.DAT".
           02 FILLER PIC X(12) VALUE "TESTHLIN.DAT".
           02 FILLER PIC X(12) VALUE "RMAFILE.DAT".
           02 FILLER PIC X(12) VALUE "TESTRMA.DAT".
           02 FILLER PIC X(12) VALUE "RMACTL.DAT".
           02 FILLER PIC X(12) VALUE "TESTRMAC.DAT".
           02 FILLER PIC X(12) VALUE "ARLEDGER.DAT".
           02 FILLER PIC X(12) VALUE "TESTARLG.DAT".
           02 FILLER PIC X(12) VALUE "VOIDREG.DAT".
           02 FILLER PIC X(12) VALUE "TESTVOID.DAT".
           02 FILLER PIC X(12) VALUE "SUPPMSTR.DAT".
           02 FILLER PIC X(12) VALUE "TESTSUPP.DAT".
           02 FILLER PIC X(12) VALUE "POFILE.DAT".
           02 FILLER PIC X(12) VALUE "TESTPO.DAT".
           02 FILLER PIC X(12) VALUE "RCVLOG.DAT".
           02 FILLER PIC X(12) VALUE "TESTRCVL.DAT".
           02 FILLER PIC X(12) VALUE "APLEDGER.DAT".
           02 FILLER PIC X(12) VALUE "TESTAPLG.DAT".
           02 FILLER PIC X(12) VALUE "STKCOUNT.DAT".
           02 FILLER PIC X(12) VALUE "TESTSTKC.DAT".
           02 FILLER PIC X(12) VALUE "LOCSTOCK.DAT".
           02 FILLER PIC X(12) VALUE "TESTLSTK.DAT".
           02 FILLER PIC X(12) VALUE "STKXFER.DAT".
           02 FILLER PIC X(12) VALUE "TESTXFER.DAT".
           02 FILLER PIC X(12) VALUE "PRICEHST.DAT".
           02 FILLER PIC X(12) VALUE "TESTPHST.DAT".
           02 FILLER PIC X(12) VALUE "CONTRACT.DAT".
           02 FILLER PIC X(12) VALUE "TESTCNTR.DAT".
           02 FILLER PIC X(12) VALUE "QUOTE.DAT".
           02 FILLER PIC X(12) VALUE "TESTQUOT.DAT".
           02 FILLER PIC X(12) VALUE "QUOTECTL.DAT".
           02 FILLER PIC X(12) VALUE "TESTQCTL.DAT".
           02 FILLER PIC X(12) VALUE "REORDPRP.DAT".
           02 FILLER PIC X(12) VALUE "TESTRPRP.DAT".
           02 FILLER PIC X(12) VALUE "WOFFREG.DAT".
           02 FILLER PIC X(12) VALUE "TESTWOFF.DAT".
           02 FILLER PIC X(12) VALUE "GLCHART.DAT".
           02 FILLER PIC X(12) VALUE "TESTGLCH.DAT".
           02 FILLER PIC X(12) VALUE "FISCPER.DAT".
           02 FILLER PIC X(12) VALUE "TESTFPER.DAT".
           02 FILLER PIC X(12) VALUE "SLSPMSTR.DAT".
           02 FILLER PIC X(12) VALUE "TESTSLSP.DAT".
           02 FILLER PIC X(12) VALUE "TRADPART.DAT".
           02 FILLER PIC X(12) VALUE "TESTTRAD.DAT".
           02 FILLER PIC X(12) VALUE "SALESHST.DAT".
           02 FILLER PIC X(12) VALUE "TESTSHST.DAT".
           02 FILLER PIC X(12) VALUE "INVREFHS.DAT".
           02 FILLER PIC X(12) VALUE "TESTIRHS.DAT".
           02 FILLER PIC X(12) VALUE "RETNREG.DAT".
           02 FILLER PIC X(12) VALUE "TESTRETN.DAT".
           02 FILLER PIC X(12) VALUE "TAXRATE.DAT".
           02 FILLER PIC X(12) VALUE "TESTTAXR.DAT".
           02 FILLER PIC X(12) VALUE "DISCTIER.DAT".
           02 FILLER PIC X(12) VALUE "TESTDTIR.DAT".
           02 FILLER PIC X(12) VALUE "DEPTMSTR.DAT".
           02 FILLER PIC X(12) VALUE "TESTDEPT.DAT".
           02 FILLER PIC X(12) VALUE "INSTPLAN.DAT".
           02 FILLER PIC X(12) VALUE "TESTINST.DAT".
           02 FILLER PIC X(12) VALUE "INVCTL.DAT".
           02 FILLER PIC X(12) VALUE "TESTICTL.DAT".
           02 FILLER PIC X(12) VALUE "FINCHG.DAT".
           02 FILLER PIC X(12) VALUE "TESTFCHG.DAT".
           02 FILLER PIC X(12) VALUE "RETNHIST.DAT".
           02 FILLER PIC X(12) VALUE "TESTRHST.DAT".
           02 FILLER PIC X(12) VALUE "BACKORD.DAT".
           02 FILLER PIC X(12) VALUE "TESTBKOR.DAT".
           02 FILLER PIC X(12) VALUE "STANDORD.DAT".
           02 FILLER PIC X(12) VALUE "TESTSTND.DAT".
       01 LiveCopyPairTable REDEFINES LiveCopyPairValues.
           02 LiveCopyPairEntry OCCURS 38 TIMES
               INDEXED BY LiveIdx.
               03 LivePairSource    PIC X(12).
               03 LivePairTest      PIC X(12).
               VARYING PairIdx FROM 1 BY 1 UNTIL PairIdx > 2
           PERFORM 3000-REFRESH-PERSON-MASTER
           PERFORM 4000-COPY-ONE-LIVE-PAIR
               VARYING LiveIdx FROM 1 BY 1 UNTIL LiveIdx > 38
           PERFORM 5000-REFRESH-CITY-MASTER
           DISPLAY "Test files refreshed = " RefreshedCount
           DISPLAY "Snapshots missing    = " MissingCount
      *----------------------------------------------------------------
      * The live-copied reference files: small, no snapshots of
      * their own, and the trainees still need realistic rows in
      * the TEST copies ShopParmMaint, ProdMaint, CustMaint and
      * CreditDesk open.
      *----------------------------------------------------------------
       4000-COPY-ONE-LIVE-PAIR.
           MOVE LivePairSource (LiveIdx) TO SnapshotFileName
           END-IF.

       5100-RELOAD-TEST-CITY.
           MOVE SnapshotRecord (1:50) TO CityMasterRecord
           WRITE CityMasterRecord
               INVALID KEY
                   DISPLAY "*** Duplicate city code "
