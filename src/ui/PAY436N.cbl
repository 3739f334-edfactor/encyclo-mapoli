**                                                                **
** 09/01/2026 K.Alvarez  MAIN-2127 New program - console inquiry  **
**                       on PAYPROFIT, PAYBEN and the journal.    **
** 09/08/2026 K.Alvarez  MAIN-2131 Vested percent shows 100% once **
**                       PAY439N has forfeited the unvested part  **
**                       for the current termination.             **
********************************************************************

 ENVIRONMENT DIVISION.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  DISPLAY THE PAYPROFIT RECORD WITH THE VESTED PERCENT AND
*  VESTED DOLLARS WORKED OUT FROM THE PSRULES SCHEDULE, THE SAME
*  DERIVATION PAY427N USES (PY-TERM = "Z" IS 100%, AND SO IS A
*  BALANCE ALREADY REDUCED BY A PAY439N FORFEITURE FOR THE
*  CURRENT TERMINATION).
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

     IF PY-TERM = "Z"
         MOVE 100 TO WS-VEST-PRCT
     END-IF.
     IF PY-FORF-AMT > 0 AND PY-FORF-TERM-DT = PY-TERM-DT
         MOVE 100 TO WS-VEST-PRCT
     END-IF.
 250-EXIT.
     EXIT.

