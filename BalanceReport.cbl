      *                   generations, so the balance pass resolves
      *                   tonight's generation names before scanning
      *                   them.
      *   18/09/2026 AP - Added the RECEIPTS row - the pricing run's
      *                   goods-receipts register RCVREG.DAT and its
      *                   rejects RCVREJ.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceReport.
           02 FILLER PIC X     VALUE "N".
           02 FILLER PIC X(40) VALUE "ROUTEREJ.DAT".
           02 FILLER PIC X     VALUE "Y".
           02 FILLER PIC X(8)  VALUE "RECEIPTS".
           02 FILLER PIC X(40) VALUE "RCVREG.DAT".
           02 FILLER PIC X     VALUE "Y".
           02 FILLER PIC X(40) VALUE "RCVREJ.DAT".
           02 FILLER PIC X     VALUE "Y".
       01 BalancePairTable REDEFINES BalancePairValues.
           02 BalancePairEntry OCCURS 7 TIMES
               INDEXED BY PairIdx.
               03 PairProgramName   PIC X(8).
               03 PairOutputFile    PIC X(40).
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BALANCE-ONE-PROGRAM
               VARYING PairIdx FROM 1 BY 1 UNTIL PairIdx > 7
           PERFORM 9000-TERMINATE
           STOP RUN.

