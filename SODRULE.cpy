      ******************************************************************
      * Purpose:   shared segregation-of-duties rule layout.
      *            SODRULES.DAT names the pairs of authorization
      *            names (as OPERAUTH.DAT carries them) that one
      *            operator must not hold together - one rule per
      *            line, a line starting * is a comment. AuthMaint
      *            refuses a grant that would complete a pair unless
      *            SODEXCP.DAT holds an approved, unexpired exception
      *            for that operator and rule; SodReport lists every
      *            pair held at month-end. COPY this into any
      *            program's FILE SECTION for an FD naming the rules.
      ******************************************************************
       01 SodRuleRecord.
           02 SodRuleId                PIC X(4).
           02 SodRuleSpace1            PIC X.
           02 SodRuleProgramA          PIC X(8).
           02 SodRuleSpace2            PIC X.
           02 SodRuleProgramB          PIC X(8).
           02 SodRuleSpace3            PIC X.
           02 SodRuleDescription       PIC X(40).
