      ******************************************************************
      * Purpose:   shared customer master record layout. CUSTMSTR.DAT
      *            supplies the name, address, payment terms and
      *            credit limit to the pricing run, order entry, the
      *            invoice print, statements and dunning, and its
      *            layout was declared separately in every program
      *            that read it. COPY this into any program's FILE
      *            SECTION for an FD naming the customer master, the
      *            same way PERSMSTR.cpy shares the person master
      *            layout, so a record change happens in one place.
      * Modifications:
      *   07/09/2026 AP - Added CustMasterStatus (A=active,
      *                   I=inactive; record grew 73 -> 75 bytes) for
      *                   the new CustMaint program - a customer is
      *                   never deleted, it is inactivated and its
      *                   history stays. A blank status, as on every
      *                   record written before the field existed,
      *                   reads as active.
      *   03/10/2026 AP - Added CustMasterFinChgExempt (Y = key account
      *                   exempt from finance charges; record grew
      *                   75 -> 77 bytes), maintained in CustMaint and
      *                   read by the new FinCharge. A blank flag, as
      *                   on every record written before the field
      *                   existed, reads as not exempt.
      *   06/10/2026 AP - Added CustMasterSalesperson (the salesperson
      *                   the customer is assigned to on SLSPMSTR.DAT;
      *                   record grew 77 -> 82 bytes), maintained in
      *                   CustMaint and read by CommCalc. A blank
      *                   salesperson, as on every record written
      *                   before the field existed, is unassigned.
      *   10/10/2026 AP - Added CustMasterMergedInto (the surviving
      *                   customer ID a duplicate was merged into by
      *                   the new CustMerge; record grew 82 -> 89
      *                   bytes). A merged customer is left inactive
      *                   pointing at its survivor. A blank pointer,
      *                   as on every record written before the field
      *                   existed, means never merged.
      ******************************************************************
       01 CustomerMasterRecord.
           02 CustMasterId                     PIC X(6).
           02 CustMasterSpace1                 PIC X.
           02 CustMasterName                   PIC X(20).
           02 CustMasterSpace2                 PIC X.
           02 CustMasterAddress                PIC X(30).
           02 CustMasterSpace3                 PIC X.
           02 CustMasterTermsCode              PIC X(2).
           02 CustMasterSpace4                 PIC X.
           02 CustMasterCreditLimit            PIC 9(9)V99.
           02 CustMasterSpace5                 PIC X.
           02 CustMasterStatus                 PIC X.
               88 CustomerActive               VALUE "A" SPACE.
               88 CustomerInactive             VALUE "I".
           02 CustMasterSpace6                 PIC X.
           02 CustMasterFinChgExempt           PIC X.
               88 CustomerFinChgExempt         VALUE "Y".
           02 CustMasterSpace7                 PIC X.
           02 CustMasterSalesperson            PIC X(4).
               88 CustomerUnassigned           VALUE SPACES.
           02 CustMasterSpace8                 PIC X.
           02 CustMasterMergedInto             PIC X(6).
               88 CustomerNotMerged            VALUE SPACES.
