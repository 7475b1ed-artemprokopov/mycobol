      ******************************************************************
      * Purpose:   payroll's fixed change-record layout for the
      *            outbound person-master feed (PAYCHG.yyyymmdd.DAT).
      *            PayFeed writes one record per change it finds
      *            between last night's copy of the person master
      *            and tonight's - H a hire (or a leaver taken back
      *            on), X a transfer between departments, N a name
      *            change, L a termination - inside the shop's usual
      *            RPTCTL header/trailer bracket. The effective date
      *            is the hire date for H, the termination date for
      *            L and the run date for X and N, which the person
      *            master does not date. The sequence number is
      *            unique across all feeds and is what payroll quotes
      *            back on its acknowledgment file. COPY this into
      *            any program's FILE SECTION for an FD naming the
      *            payroll change feed.
      ******************************************************************
       01 PayrollChangeRecord.
           02 PayChgSequence                   PIC 9(7).
           02 PayChgSpace1                     PIC X.
           02 PayChgKind                       PIC X.
               88 PayChgHire                   VALUE "H".
               88 PayChgTransfer               VALUE "X".
               88 PayChgNameChange             VALUE "N".
               88 PayChgLeaver                 VALUE "L".
           02 PayChgSpace2                     PIC X.
           02 PayChgPersonID                   PIC X(10).
           02 PayChgSpace3                     PIC X.
           02 PayChgEffectiveDate              PIC 9(8).
           02 PayChgSpace4                     PIC X.
           02 PayChgPersonName                 PIC X(20).
           02 PayChgSpace5                     PIC X.
           02 PayChgDepartment                 PIC X(10).
           02 PayChgSpace6                     PIC X.
           02 PayChgOldDepartment              PIC X(10).
           02 PayChgSpace7                     PIC X.
           02 PayChgHireDate                   PIC 9(8).
           02 PayChgSpace8                     PIC X.
           02 PayChgTermDate                   PIC 9(8).
