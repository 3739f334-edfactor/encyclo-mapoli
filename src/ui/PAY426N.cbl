**                       last-year balance derivation subtracts   **
**                       it along with the contribution and       **
**                       earnings instead of adding it back.      **
** 09/08/2026 K.Alvarez  MAIN-2131 Forfeitures are now posted by  **
**                       the new PAY439N run. An employee already **
**                       forfeited for the current termination    **
**                       (PY-FORF-TERM-DT = PY-TERM-DT) is 100%   **
**                       vested in the remaining balance, so PR11 **
**                       no longer projects the same forfeiture   **
**                       again.                                   **
** 09/28/2026 K.Alvarez  MAIN-2137 QDRO alternate-payee accounts  **
**                       (PYBEN-LEVEL "A") are left off Report 10 **
**                       and the PR12 deceased worksheet.         **
********************************************************************

 ENVIRONMENT DIVISION.
         MOVE 1 TO WS-VESTED-SW
     END-IF.

*  A TERMINATED EMPLOYEE WHOSE UNVESTED BALANCE PAY439N HAS ALREADY
*  FORFEITED FOR THIS TERMINATION IS 100% VESTED IN WHAT IS LEFT -
*  PR11 MUST NOT PROJECT THE SAME FORFEITURE A SECOND TIME.
     IF PY-FORF-AMT > 0 AND PY-FORF-TERM-DT = PY-TERM-DT
        MOVE 100 TO WS-VEST-PRCT
        MOVE 1 TO WS-VESTED-SW
     END-IF.

***************************************************************************
** DPRUGH 11/06/02 P#144600  ADDED NEW PROFIT SHARING CHECKS FOR ACTIVE
**                           EMPLOYEES 65+ AND 5+ YEARS SINCE INITIAL

     PERFORM 310-PAYBEN-DUP-CHECK THRU 310-EXIT.

*  A QDRO ALTERNATE PAYEE'S ACCOUNT (PAY445N) IS NOT A
*  BENEFICIARY AND STAYS OFF REPORT 10.
     IF PYBEN-LEVEL = "A"
        GO TO 300-GET-PAYBEN-DATA
     END-IF.

     MOVE PYBEN-PAYSSN TO PAYPROF-SSN
     MOVE "PAYPROF-SSN-KEY" TO UFAS-ALT-KEY-NAME
     CALL "READ-ALT-KEY-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
     IF PYBEN-PAYSSN NOT = S-SSN
         GO TO 680-BEN-DONE
     END-IF.
*  A QDRO ALTERNATE PAYEE'S ACCOUNT IS ALREADY THEIRS - IT IS
*  NOT PART OF THE DECEASED EMPLOYEE'S PAYOUT.
     IF PYBEN-LEVEL = "A"
         GO TO 682-DW-BEN-LOOP
     END-IF.
     IF LN12-CNT > 58
         PERFORM 684-DW-HEADING THRU 684-EXIT
     END-IF.
