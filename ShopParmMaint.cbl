      *                   rewrites SHOPPARM.DAT for it. Adding a
      *                   NEW row stays immediate - a row that
      *                   did not exist guards nothing yet.
      *   07/09/2026 AP - CUSTMNT joins the known row IDs - its low
      *                   value is CustMaint's credit-limit increase
      *                   threshold in thousands, above which an
      *                   increase is queued for approval.
      *   15/09/2026 AP - RMAEXPD joins the known row IDs - its low
      *                   value is the number of days an RMA stays open
      *                   before it is closed as expired.
      *   21/09/2026 AP - APMATCH joins the known row IDs - ApPost's
      *                   three-way match tolerances: low value the
      *                   quantity tolerance percent (default 000), high
      *                   value the price tolerance percent (default
      *                   002).
      *   22/09/2026 AP - CNTCYCLE joins the known row IDs - its low
      *                   value is the number of cycle-count groups
      *                   CountSheet rotates through (default 004).
      *   24/09/2026 AP - BOAGING joins the known row IDs - its low
      *                   value is the number of days a backorder may
      *                   wait before BoAging flags it overdue (default
      *                   030).
      *   28/09/2026 AP - PRICECHG joins the known row IDs - its low
      *                   value is the number of days ahead PriceChgList
      *                   lists scheduled price changes for (default
      *                   007).
      *   28/09/2026 AP - CONTREXP joins the known row IDs - its low
      *                   value is the number of days ahead ContractExp
      *                   warns of contracts running out (default 030).
      *   29/09/2026 AP - QUOTEVAL and QUOTERPT join the known row IDs -
      *                   QUOTEVAL's low value is the number of days a
      *                   quotation from OrderEntry holds its prices
      *                   (default 030), QUOTERPT's the number of days
      *                   back QuoteRpt reports quotes for (default
      *                   007).
      *   30/09/2026 AP - ROPCALC joins the known row IDs - its low
      *                   value is the number of months of sales history
      *                   RopCalc works reorder points from (default
      *                   006, at most 024).
      *   03/10/2026 AP - ARWOFF joins the known row IDs - its low value
      *                   is ArWriteOff's small-balance tolerance in
      *                   cents (default 100 = 1.00), its high value the
      *                   bad-debt amount in whole currency above which
      *                   a write-off needs a second supervisor's
      *                   approval (default 500).
      *   12/10/2026 AP - PERSRETN joins the known row IDs - its low
      *                   value is the number of whole years after
      *                   termination PersRetain keeps a leaver's name
      *                   and birth date (no default - without the
      *                   row nobody is anonymized). Row and known-ID
      *                   tables grow to 40.
      *   12/10/2026 AP - PAYACK joins the known row IDs - its low value
      *                   is the number of working days payroll has to
      *                   acknowledge a PayFeed change before PayAck
      *                   lists it (default 002).
      *   12/10/2026 AP - BRCHTGT joins the known row IDs - its low
      *                   value is the percentage behind its year-to-
      *                   date target at which BranchTarget calls a
      *                   branch out (default 010).
      *   12/10/2026 AP - RECERT joins the known row IDs - its low value
      *                   is the number of days supervisors have to
      *                   confirm or revoke their operators'
      *                   authorizations before RecertCycle suspends
      *                   what is left (default 030).
      *   12/10/2026 AP - PETTYCSH joins the known row IDs - its low
      *                   value is the largest voucher PettyCash pays
      *                   without a receipt, its high value the petty-
      *                   cash float, both in whole currency (defaults
      *                   025 and 200).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShopParmMaint.
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 ParmTable.
           02 ParmEntry OCCURS 40 TIMES
               INDEXED BY ParmIdx.
               03 TableProgramId    PIC X(8).
               03 TableLowValue     PIC X(3).
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "INCWARN".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "CUSTMNT".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "RMAEXPD".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "APMATCH".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "CNTCYCLE".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "BOAGING".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "PRICECHG".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "CONTREXP".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "QUOTEVAL".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "QUOTERPT".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "ROPCALC".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "ARWOFF".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "PERSRETN".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "PAYACK".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "BRCHTGT".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "RECERT".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(8) VALUE "PETTYCSH".
           02 FILLER PIC X    VALUE "N".
           02 FILLER PIC X(45) VALUE SPACES.
       01 KnownParmIdTable REDEFINES KnownParmIdValues.
           02 KnownParmEntry OCCURS 40 TIMES
               INDEXED BY KnownIdx.
               03 KnownParmId   PIC X(8).
               03 KnownParmKind PIC X.
           END-READ.

       1200-STORE-PARM-RECORD.
           IF ParmEntryCount < 40
               ADD 1 TO ParmEntryCount
               MOVE ParmProgramId TO TableProgramId (ParmEntryCount)
               MOVE ParmLowValue  TO TableLowValue (ParmEntryCount)
           MOVE "N" TO KnownIdSwitch
           MOVE SPACES TO MatchedParmKind
           PERFORM 2310-CHECK-KNOWN-ID
               VARYING KnownIdx FROM 1 BY 1 UNTIL KnownIdx > 40
           IF NOT ParmIdIsKnown
               DISPLAY "*** " EnteredProgramId
                       " is not a parameter ID the suite reads ***"
           ELSE
               PERFORM 2300-VALIDATE-PARM-FIELDS
               IF ParmIdIsKnown
                   IF ParmEntryCount < 40
                       ADD 1 TO ParmEntryCount
                       SET ParmIdx TO ParmEntryCount
                       MOVE SPACES TO BeforeImageText
