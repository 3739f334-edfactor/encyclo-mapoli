**                          - A BENEFICIARY PAYOUT MUST NOT       **
**                            EXCEED PYBEN-PSAMT (BENEFICIARIES   **
**                            ARE ALWAYS 100% VESTED)             **
**                          - NOTHING IS PAID AGAINST A           **
**                            PARTICIPANT WITH A DOMESTIC         **
**                            RELATIONS ORDER (QDRO) PENDING, OR  **
**                            QUALIFIED BUT NOT YET SEGREGATED BY **
**                            PAY445N - EXCEPT FROM AN ALTERNATE  **
**                            PAYEE'S OWN PAYBEN ACCOUNT          **
**                        ACCEPTED PAYOUTS PRINT ON THE CHECK     **
**                        REGISTER (PD1), ARE APPENDED TO THE     **
**                        DISTRIBUTION HISTORY FILE (DSTHIST)     **
**                        GROSS, WITHHOLDING AND DISTRIBUTION     **
**                        CODE.  REJECTS GO TO THE EXCEPTION      **
**                        REPORT (PD2) WITH A REASON.             **
**                        EVERY CHECK WRITTEN ALSO GOES ON THE    **
**                        POSITIVE-PAY ISSUE FILE (PPAY) FOR THE  **
**                        BANK, DRAWN ON THE ACCOUNT ON THE       **
**                        PSRULES "BANK" RECORD, WITH A TRAILER   **
**                        OF THE CHECK COUNT AND DOLLARS.  THE    **
**                        TRAILER IS ONLY WRITTEN WHEN THE RUN    **
**                        FINISHES, SO AN ABORTED RUN'S FILE IS   **
**                        VISIBLY INCOMPLETE.                     **
**                                                                **
**                        GENERAL LEDGER: THE RUN APPENDS A       **
**                        BALANCED JOURNAL BATCH TO THE GL        **
**                        INTERFACE FILE (GLINTF) - THE GROSS A   **
**                        DEBIT TO THE PARTICIPANT ACCOUNTS, THE  **
**                        WITHHOLDING AND NET CHECKS CREDITS TO   **
**                        WITHHOLDING PAYABLE AND CASH, BY COST   **
**                        CENTER (PY-STOR; BENEFICIARIES POST TO  **
**                        THE GLACCT BENEFICIARY COST CENTER),    **
**                        WITH THE ACCOUNT NUMBERS FROM THE       **
**                        PSRULES "GLACCT" RECORD. THE GL POSTING **
**                        SUMMARY (PD3) PROVES DEBITS EQUAL       **
**                        CREDITS AND TIES EACH ACCOUNT TO THE    **
**                        PD1 TOTALS. THE END STAMP ON RUNREG     **
**                        CARRIES THE RANGE OF CHECK NUMBERS      **
**                        RECORDED, FOR INFORMATION.  A           **
**                        TRANSACTION WHOSE CHECK NUMBER IS       **
**                        ALREADY ON DSTHIST AS A PAYOUT OR A     **
**                        REISSUE IS REJECTED AS ALREADY PAID, SO **
**                        NO CHECK IS PAID OR SENT TO THE LEDGER  **
**                        TWICE, WHILE A TRANSACTION REJECTED IN  **
**                        AN EARLIER RUN CAN STILL BE FED AGAIN.  **
**                                                                **
**                        THE PAY426N PR12 DECEASED WORKSHEET     **
**                        TELLS THE OFFICE WHO TO PAY; THIS RUN   **
** 08/28/2026 K.Alvarez  MAIN-2125 Run registry: the run now      **
**                       appends start and end stamps to the      **
**                       shared RUNREG file.                      **
** 09/08/2026 K.Alvarez  MAIN-2131 The balance left after a       **
**                       PAY439N forfeiture for the current       **
**                       termination is 100% vested and may be    **
**                       paid out in full.                        **
** 09/24/2026 K.Alvarez  MAIN-2136 Positive-pay issue file for    **
**                       the bank; history records now carry the  **
**                       entry type and posting date used by the  **
**                       PAY443N void run.                        **
** 09/28/2026 K.Alvarez  MAIN-2137 Distributions against a        **
**                       participant with a QDRO order pending,   **
**                       or qualified but not yet segregated by   **
**                       PAY445N, are rejected.                   **
** 10/01/2026 K.Alvarez  MAIN-2138 General ledger interface:      **
**                       balanced journal batch to GLINTF by      **
**                       account and cost center from the PSRULES **
**                       GLACCT record, new PD3 posting summary   **
**                       tied to PD1, end stamp carries the check **
**                       range and a rerun of the same checks is  **
**                       refused.                                 **
** 10/15/2026 K.Alvarez  MAIN-2141 Each check number tested       **
**                       against DSTHIST; a paid check is         **
**                       rejected, not the whole file.            **
********************************************************************

 ENVIRONMENT DIVISION.
 SELECT DEXTRFL   ASSIGN "DEXTR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DEXTR-FILE-STATUS.
 SELECT PPAYFL    ASSIGN "PPAY"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PPAY-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.
 SELECT OPTIONAL QDROFL ASSIGN "QDRO"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS QDRO-FILE-STATUS.
 SELECT OPTIONAL QDSEGFL ASSIGN "QDROSEG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS QDSEG-FILE-STATUS.
 SELECT GLSUMFL   ASSIGN LINE ADVANCING "PD3"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL GLINTFL ASSIGN "GLINTF"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GLINTF-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  DEXTRFL LABEL RECORDS OMITTED.
 01  DEXTR-REC                             PIC X(68).

 FD  PPAYFL LABEL RECORDS OMITTED.
 COPY X-FD-POSPAY.

 FD  RUNREGFL LABEL RECORDS OMITTED.
 COPY X-FD-RUNREG.

 FD  QDROFL LABEL RECORDS OMITTED.
 COPY X-FD-QDRO.

 FD  QDSEGFL LABEL RECORDS OMITTED.
 COPY X-FD-QDROSEG.

 FD  GLSUMFL LABEL RECORDS OMITTED.
 01  PD3-REC                               PIC X(132).

 FD  GLINTFL LABEL RECORDS OMITTED.
 COPY X-FD-GLINTF.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*
 01 DTRN-FILE-STATUS         PIC XX VALUE "00".
 01 DSTHST-FILE-STATUS       PIC XX VALUE "00".
 01 DEXTR-FILE-STATUS        PIC XX VALUE "00".
 01 PPAY-FILE-STATUS         PIC XX VALUE "00".
 01 RUNREG-FILE-STATUS       PIC XX VALUE "00".
 01 QDRO-FILE-STATUS         PIC XX VALUE "00".
 01 QDSEG-FILE-STATUS        PIC XX VALUE "00".
 01 GLINTF-FILE-STATUS       PIC XX VALUE "00".
 01 RR-W-CURDATE             PIC X(21) VALUE SPACES.
 01 WS-RR-START-SW           PIC 9(01) VALUE 0.
    88  RUN-STAMPED                    VALUE 1.
     03  WS-CURR-MM                         PIC 9(02).
     03  WS-CURR-DD                         PIC 9(02).
     03  FILLER                             PIC X(13).
 01  DUMMY REDEFINES WS-DATE-CURRENT.
     03  WS-CURR-CYMD                       PIC 9(08).
     03  FILLER                             PIC X(13).
 01  WS-INDICATORS.
     03  WS-DTRN-EOF-SW                     PIC 9(01) VALUE 0.
         88  DTRN-EOF                                 VALUE 1.
         88  PAYBEN-RECORD-FOUND                      VALUE 1.
     03  WS-REJECT-SW                       PIC 9(01) VALUE 0.
         88  TRN-REJECTED                             VALUE 1.
     03  WS-QDRO-EOF-SW                     PIC 9(01) VALUE 0.
         88  QDRO-EOF                                 VALUE 1.
     03  WS-QDSEG-EOF-SW                    PIC 9(01) VALUE 0.
         88  QDSEG-EOF                                VALUE 1.
     03  WS-RUNREG-EOF-SW                   PIC 9(01) VALUE 0.
         88  RUNREG-EOF                               VALUE 1.
     03  WS-DSTHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  DSTHST-EOF                               VALUE 1.
     03  WS-GL-OPEN-SW                      PIC 9(01) VALUE 0.
         88  GL-FILE-OPEN                             VALUE 1.
     03  WS-GL-SEND-SW                      PIC 9(01) VALUE 0.
         88  SEND-TO-GL                               VALUE 1.
     03  WS-GL-FAIL-SW                      PIC 9(01) VALUE 0.
     03  WS-GL-TIE-SW                       PIC 9(01) VALUE 0.
         88  GL-TIE-VARIANCE                          VALUE 1.
*  ORDERS PAY445N HAS SEGREGATED, AND THE PARTICIPANTS WHOSE
*  DISTRIBUTIONS ARE HELD FOR A QDRO ORDER.  HD-STATUS IS THE
*  ORDER STATUS, "P" OR "Q".
 01  SG-TABLE.
     03  SG-CNT                             PIC 9(05) COMP VALUE 0.
     03  SG-ENTRY OCCURS 2000 TIMES
                  INDEXED BY SG-IDX.
         05  SG-ORDER-NO                    PIC X(10).
 01  HD-TABLE.
     03  HD-CNT                             PIC 9(05) COMP VALUE 0.
     03  HD-ENTRY OCCURS 2000 TIMES
                  INDEXED BY HD-IDX.
         05  HD-BADGE                       PIC 9(07).
         05  HD-SSN                         PIC 9(09).
         05  HD-STATUS                      PIC X(01).
 01  SG-SUB                                 PIC 9(05) COMP VALUE 0.
 01  HD-SUB                                 PIC 9(05) COMP VALUE 0.
 01  WS-HOLD-BADGE                          PIC 9(07) VALUE 0.
 01  WS-HOLD-SSN                            PIC 9(09) VALUE 0.
 01  WS-PS-YEARS                            PIC 9(02) VALUE 0.
 01  WS-VEST-PRCT                           PIC 9(03) VALUE 0.
 01  WS-VESTED-AMT                          PIC S9(08)V99 VALUE 0.
     03  DEXTR-CODE                         PIC X(01) VALUE SPACES.
 01  WS-DEXTR-FAIL-SW                       PIC 9(01) VALUE 0.
 01  WS-DSTHST-FAIL-SW                      PIC 9(01) VALUE 0.
 01  WS-PPAY-FAIL-SW                        PIC 9(01) VALUE 0.
*  POSITIVE-PAY ACCOUNT (PSRULES "BANK") AND FILE TOTALS.
 01  PP-BANK-ACCOUNT                        PIC X(17) VALUE SPACES.
 01  PP-ISSUE-CNT                           PIC 9(08) VALUE 0.
 01  PP-ISSUE-AMT                           PIC 9(10)V99 VALUE 0.
*  GENERAL LEDGER JOURNAL.  GJ-AMT IS THE AMOUNT PAID BY COST
*  CENTER (PY-STOR + 1) AND JOURNAL CATEGORY - 1 GROSS, A DEBIT
*  TO THE PARTICIPANT ACCOUNTS, 2 WITHHOLDING AND 3 NET CHECKS,
*  CREDITS TO WITHHOLDING PAYABLE AND CASH.  GJ-CAT-REG IS THE
*  MATCHING PD1 TOTAL AND GJ-CAT-GL WHAT THE JOURNAL CARRIES,
*  FOR THE TIE-OUT.
 01  GJ-TABLE.
     03  GJ-STORE OCCURS 1000 TIMES.
         05  GJ-AMT OCCURS 3 TIMES          PIC S9(11)V99.
 01  GJ-CAT-TABLE.
     03  GJ-CAT OCCURS 3 TIMES.
         05  GJ-CAT-ACCT                    PIC X(10).
         05  GJ-CAT-SIDE                    PIC X(01).
         05  GJ-CAT-DESC                    PIC X(20).
         05  GJ-CAT-GL                      PIC S9(11)V99.
         05  GJ-CAT-REG                     PIC S9(11)V99.
 01  GJ-C                                   PIC 9(04) COMP VALUE 0.
 01  GJ-SUB                                 PIC 9(04) COMP VALUE 0.
 01  GJ-CC                                  PIC 9(03) VALUE 0.
 01  GJ-BEN-CC                              PIC 9(03) VALUE 0.
 01  GJ-SIDE                                PIC X(01) VALUE SPACE.
 01  GJ-THIS-AMT                            PIC S9(11)V99 VALUE 0.
 01  GJ-TOT-DEBITS                          PIC S9(11)V99 VALUE 0.
 01  GJ-TOT-CREDITS                         PIC S9(11)V99 VALUE 0.
 01  GJ-LINE-CNT                            PIC 9(07) VALUE 0.
 01  GJ-PG-CNT                              PIC 9(05) VALUE 0.
 01  GJ-LN-CNT                              PIC 9(02) VALUE 57.
 01  GJ-W-CURDATE                           PIC X(21) VALUE SPACES.
 01  GJ-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY432N                            ".
     03  FILLER                             PIC X(42)
         VALUE "GENERAL LEDGER POSTING SUMMARY   RUN DATE ".
     03  GJ-HEAD-RM                         PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  GJ-HEAD-RD                         PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  GJ-HEAD-RY                         PIC 9(04).
     03  FILLER                             PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  GJ-PAGE                            PIC ZZZZ9.
     03  FILLER                             PIC X(21) VALUE SPACES.
 01  GJ-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "ACCOUNT    COST CTR  DESCRIPTION             ".
     03  FILLER                             PIC X(45)
         VALUE "       DEBIT           CREDIT                ".
     03  FILLER                             PIC X(42) VALUE SPACES.
 01  GJ-LINE.
     03  GJ-D-ACCT                          PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(05) VALUE SPACES.
     03  GJ-D-CC                            PIC X(03) VALUE SPACES.
     03  FILLER                             PIC X(03) VALUE SPACES.
     03  GJ-D-DESC                          PIC X(20) VALUE SPACES.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  GJ-D-DEBIT                         PIC ZZZ,ZZZ,ZZZ.99-
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  GJ-D-CREDIT                        PIC ZZZ,ZZZ,ZZZ.99-
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(57) VALUE SPACES.
 01  GJ-TOT-LINE.
     03  GJ-T-LABEL                         PIC X(43) VALUE SPACES.
     03  GJ-T-DEBIT                         PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  GJ-T-CREDIT                        PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  GJ-T-STATUS                        PIC X(16) VALUE SPACES.
     03  FILLER                             PIC X(39) VALUE SPACES.
 01  GJ-TIE-LINE.
     03  GJ-TIE-LABEL                       PIC X(22) VALUE SPACES.
     03  FILLER                             PIC X(09)
         VALUE "    PD1: ".
     03  GJ-TIE-REG                         PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(06)
         VALUE "  GL: ".
     03  GJ-TIE-GL                          PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(12)
         VALUE "  VARIANCE: ".
     03  GJ-TIE-VAR                         PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(38) VALUE SPACES.
 01  GJ-MSG-LINE.
     03  GJ-MSG-TEXT                        PIC X(80) VALUE SPACES.
     03  FILLER                             PIC X(52) VALUE SPACES.
*  CHECK NUMBER RANGE OF THE RUN.  THE END STAMP CARRIES THE
*  RANGE OF THE CHECKS RECORDED IN RR-PARAMS, FOR INFORMATION.
 01  GJ-RR-CHECKS.
     03  FILLER                             PIC X(07) VALUE "CHECKS ".
     03  GJ-RR-LO                           PIC 9(08) VALUE 0.
     03  FILLER                             PIC X(04) VALUE " TO ".
     03  GJ-RR-HI                           PIC 9(08) VALUE 0.
     03  FILLER                             PIC X(03) VALUE SPACES.
*  THE CHECK NUMBERS ON THE TRANSACTION FILE.  CK-PAID-DATE IS
*  THE CHECK DATE OF THE PAYOUT ALREADY ON DSTHIST FOR THE CHECK,
*  OR THIS RUN'S DATE ONCE THIS RUN HAS PAID IT; ZERO IS UNPAID.
 01  CK-TABLE.
     03  CK-CNT                             PIC 9(05) COMP VALUE 0.
     03  CK-ENTRY OCCURS 5000 TIMES
                  INDEXED BY CK-IDX.
         05  CK-CHECK-NO                    PIC 9(08).
         05  CK-PAID-DATE                   PIC 9(08).
 01  CK-SUB                                 PIC 9(05) COMP VALUE 0.

 LINKAGE SECTION.
 01  OPTION-LINK.
     MOVE WS-CURR-MM TO REG-RM.
     MOVE WS-CURR-DD TO REG-RD.
     MOVE WS-CURR-CCYY TO REG-RY.
     MOVE WS-CURR-MM TO GJ-HEAD-RM.
     MOVE WS-CURR-DD TO GJ-HEAD-RD.
     MOVE WS-CURR-CCYY TO GJ-HEAD-RY.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     IF DTRN-FILE-STATUS NOT = "00"
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
*  THE SAME GOES FOR THE GENERAL LEDGER - A CHECK WHOSE JOURNAL
*  CANNOT BE SENT WOULD HAVE TO BE RE-KEYED BY HAND.
     IF NOT GL-FILE-OPEN
         MOVE "PAY432N" TO DAEMON-DISP-PROG
         MOVE "** PAY432N - CAN NOT OPEN GL INTERFACE FILE - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 719-READ-GL-ACCOUNTS THRU 719-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 760-CHECK-INTERLOCK THRU 760-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 160-LOAD-QDRO-HOLDS THRU 160-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
 000-LOOP.
     READ DTRNFL
         AT END MOVE 1 TO WS-DTRN-EOF-SW
     WRITE PD1-REC FROM REG-TOT-LINE AFTER ADVANCING 2.
     MOVE TRN-REJ-CNT TO EXC-TOT-REJ.
     WRITE PD2-REC FROM EXC-TOT-LINE AFTER ADVANCING 2.
     PERFORM 275-POSPAY-TRAILER THRU 275-EXIT.
     PERFORM 500-GL-JOURNAL THRU 500-EXIT.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY432N" TO DAEMON-DISP-PROG
         MOVE "CHECK NUMBER MISSING" TO EXC-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     PERFORM 172-CHECK-PAID THRU 172-EXIT.
     IF TRN-REJECTED
         GO TO 100-EXIT.
     IF DTRN-TYPE = "E"
         PERFORM 110-VALIDATE-EMPLOYEE THRU 110-EXIT
     ELSE
         MOVE "BADGE NOT ON PAYPROFIT" TO EXC-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 110-EXIT.
     MOVE PAYPROF-BADGE TO WS-HOLD-BADGE.
     MOVE PAYPROF-SSN TO WS-HOLD-SSN.
     PERFORM 170-CHECK-QDRO-HOLD THRU 170-EXIT.
     IF TRN-REJECTED
         GO TO 110-EXIT.
     IF PY-SCOD NOT = "T" AND PY-TERM = SPACE
         MOVE "EMPLOYEE NOT TERMINATED OR DECEASED" TO EXC-REASON
         PERFORM 150-REJECT THRU 150-EXIT
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  DERIVE THE VESTED PERCENT FROM THE PSRULES VESTING SCHEDULE,
*  THE SAME WAY PAY427N DOES.  DECEASED EMPLOYEES (PY-TERM = "Z")
*  ARE ALWAYS 100% VESTED.  SO IS WHAT IS LEFT AFTER PAY439N HAS
*  FORFEITED THE UNVESTED PART FOR THE CURRENT TERMINATION
*  (PY-FORF-TERM-DT = PY-TERM-DT) - THE REMAINDER IS ALL VESTED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

     IF PY-TERM = "Z"
         MOVE 100 TO WS-VEST-PRCT
     END-IF.
     IF PY-FORF-AMT > 0 AND PY-FORF-TERM-DT = PY-TERM-DT
         MOVE 100 TO WS-VEST-PRCT
     END-IF.
 120-EXIT.
     EXIT.

         MOVE "BENEFICIARY NOT ON FILE" TO EXC-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 130-EXIT.
*  AN ALTERNATE PAYEE'S ACCOUNT IS ALREADY SEGREGATED - ONLY THE
*  PARTICIPANT'S OWN BENEFICIARIES WAIT ON THE ORDER.
     IF PYBEN-LEVEL NOT = "A"
         MOVE 0 TO WS-HOLD-BADGE
         MOVE PYBEN-PAYSSN TO WS-HOLD-SSN
         PERFORM 170-CHECK-QDRO-HOLD THRU 170-EXIT
         IF TRN-REJECTED
             GO TO 130-EXIT
         END-IF
     END-IF.
     IF DTRN-GROSS > PYBEN-PSAMT
         MOVE "GROSS EXCEEDS BENEFICIARY BALANCE" TO EXC-REASON
         PERFORM 150-REJECT THRU 150-EXIT
 155-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  QDRO HOLDS.  EVERY ORDER ON THE LEGAL ORDER FILE (QDRO) THAT
*  IS PENDING, OR QUALIFIED BUT NOT YET ON THE PAY445N
*  SEGREGATION LEDGER (QDROSEG), HOLDS THE PARTICIPANT'S
*  DISTRIBUTIONS.  NO ORDER FILE MEANS NO HOLDS.  A TABLE TOO
*  SMALL FOR THE ORDERS ABORTS - A HOLD THAT WAS NOT LOADED
*  WOULD LET THE PAYMENT THROUGH.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 160-LOAD-QDRO-HOLDS.
     OPEN INPUT QDSEGFL.
     IF QDSEG-FILE-STATUS NOT = "00" AND
        QDSEG-FILE-STATUS NOT = "05"
         GO TO 163-LOAD-ORDERS.
 162-SEGREGATED-LOOP.
     READ QDSEGFL
         AT END MOVE 1 TO WS-QDSEG-EOF-SW
     END-READ.
     IF QDSEG-EOF
         CLOSE QDSEGFL
         GO TO 163-LOAD-ORDERS.
     IF SG-CNT NOT < 2000
         CLOSE QDSEGFL
         GO TO 168-TABLE-FULL.
     ADD 1 TO SG-CNT.
     MOVE QS-ORDER-NO TO SG-ORDER-NO (SG-CNT).
     GO TO 162-SEGREGATED-LOOP.
 163-LOAD-ORDERS.
     OPEN INPUT QDROFL.
     IF QDRO-FILE-STATUS NOT = "00" AND
        QDRO-FILE-STATUS NOT = "05"
         GO TO 160-EXIT.
 164-ORDER-LOOP.
     READ QDROFL
         AT END MOVE 1 TO WS-QDRO-EOF-SW
     END-READ.
     IF QDRO-EOF
         CLOSE QDROFL
         GO TO 160-EXIT.
     IF NOT QD-PENDING AND NOT QD-QUALIFIED
         GO TO 164-ORDER-LOOP.
     IF QD-QUALIFIED
         PERFORM 166-FIND-SEGREGATED THRU 166-EXIT
         IF SG-SUB > 0
             GO TO 164-ORDER-LOOP
         END-IF
     END-IF.
     IF HD-CNT NOT < 2000
         CLOSE QDROFL
         GO TO 168-TABLE-FULL.
     ADD 1 TO HD-CNT.
     MOVE 0 TO HD-BADGE (HD-CNT) HD-SSN (HD-CNT).
     IF QD-BADGE NUMERIC
         MOVE QD-BADGE TO HD-BADGE (HD-CNT).
     IF QD-SSN NUMERIC
         MOVE QD-SSN TO HD-SSN (HD-CNT).
     MOVE QD-STATUS TO HD-STATUS (HD-CNT).
     GO TO 164-ORDER-LOOP.
 168-TABLE-FULL.
     MOVE "PAY432N" TO DAEMON-DISP-PROG.
     MOVE "** PAY432N - QDRO TABLE FULL (2000) - ABORTED"
         TO DAEMON-DISP-MSG.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     MOVE 16 TO RETURN-CODE.
 160-EXIT.
     EXIT.

 166-FIND-SEGREGATED.
     MOVE 0 TO SG-SUB.
     IF SG-CNT = 0
         GO TO 166-EXIT.
     SET SG-IDX TO 1.
     SEARCH SG-ENTRY
         AT END
             CONTINUE
         WHEN SG-IDX > SG-CNT
             CONTINUE
         WHEN SG-ORDER-NO (SG-IDX) = QD-ORDER-NO
             SET SG-SUB TO SG-IDX
     END-SEARCH.
 166-EXIT.
     EXIT.

*  REJECT THE TRANSACTION IF WS-HOLD-BADGE OR WS-HOLD-SSN (SET
*  BY THE CALLER; A ZERO NEVER MATCHES) IS HELD.
 170-CHECK-QDRO-HOLD.
     MOVE 0 TO HD-SUB.
     IF HD-CNT = 0
         GO TO 170-EXIT.
     SET HD-IDX TO 1.
     SEARCH HD-ENTRY
         AT END
             CONTINUE
         WHEN HD-IDX > HD-CNT
             CONTINUE
         WHEN WS-HOLD-BADGE NOT = 0 AND
              HD-BADGE (HD-IDX) = WS-HOLD-BADGE
             SET HD-SUB TO HD-IDX
         WHEN WS-HOLD-SSN NOT = 0 AND
              HD-SSN (HD-IDX) = WS-HOLD-SSN
             SET HD-SUB TO HD-IDX
     END-SEARCH.
     IF HD-SUB = 0
         GO TO 170-EXIT.
     IF HD-STATUS (HD-SUB) = "P"
         MOVE "QDRO ORDER PENDING FOR PARTICIPANT" TO EXC-REASON
     ELSE
         MOVE "QDRO AWARD NOT YET SEGREGATED" TO EXC-REASON
     END-IF.
     PERFORM 150-REJECT THRU 150-EXIT.
 170-EXIT.
     EXIT.

*  REJECT THE TRANSACTION IF ITS CHECK NUMBER HAS ALREADY BEEN
*  PAID (760 LOADED THE TABLE).  CK-SUB IS LEFT ON THE CHECK'S
*  ENTRY FOR 260 TO MARK IT PAID.
 172-CHECK-PAID.
     MOVE 0 TO CK-SUB.
     IF CK-CNT = 0
         GO TO 172-EXIT.
     SET CK-IDX TO 1.
     SEARCH CK-ENTRY
         AT END
             CONTINUE
         WHEN CK-IDX > CK-CNT
             CONTINUE
         WHEN CK-CHECK-NO (CK-IDX) = DTRN-CHECK-NO
             SET CK-SUB TO CK-IDX
     END-SEARCH.
     IF CK-SUB = 0
         GO TO 172-EXIT.
     IF CK-PAID-DATE (CK-SUB) = 0
         GO TO 172-EXIT.
     MOVE SPACES TO EXC-REASON.
     STRING  "CHECK ALREADY PAID " CK-PAID-DATE (CK-SUB)
          DELIMITED SIZE INTO EXC-REASON.
     PERFORM 150-REJECT THRU 150-EXIT.
 172-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  APPLY AN ACCEPTED PAYOUT: REDUCE THE BALANCE, PRINT THE CHECK
     ADD DTRN-GROSS TO TOT-GROSS.
     ADD DTRN-WHOLD TO TOT-WHOLD.
     ADD WS-NET-AMT TO TOT-NET.
     IF DTRN-TYPE = "E"
         MOVE PY-STOR TO GJ-CC
     ELSE
         MOVE GJ-BEN-CC TO GJ-CC
     END-IF.
     COMPUTE GJ-SUB = GJ-CC + 1.
     ADD DTRN-GROSS TO GJ-AMT (GJ-SUB 1).
     ADD DTRN-WHOLD TO GJ-AMT (GJ-SUB 2).
     ADD WS-NET-AMT TO GJ-AMT (GJ-SUB 3).
     IF GJ-RR-LO = 0 OR DTRN-CHECK-NO < GJ-RR-LO
         MOVE DTRN-CHECK-NO TO GJ-RR-LO
     END-IF.
     IF DTRN-CHECK-NO > GJ-RR-HI
         MOVE DTRN-CHECK-NO TO GJ-RR-HI
     END-IF.
 250-EXIT.
     EXIT.
 255-REG-HEAD.
     MOVE DTRN-GROSS TO DST-GROSS.
     MOVE DTRN-WHOLD TO DST-WHOLD.
     MOVE DTRN-CODE TO DST-CODE.
     MOVE SPACE TO DST-ENTRY-TYPE.
     MOVE 0 TO DST-ORIG-CHECK-NO.
     MOVE WS-CURR-CYMD TO DST-POST-DATE.
     WRITE DST-REC.
     IF CK-SUB > 0
         MOVE WS-CURR-CYMD TO CK-PAID-DATE (CK-SUB)
     END-IF.
     IF DSTHST-FILE-STATUS NOT = "00"
         IF WS-DSTHST-FAIL-SW = 0
             MOVE 1 TO WS-DSTHST-FAIL-SW
         END-IF
         MOVE 16 TO RETURN-CODE
     END-IF.
     PERFORM 270-WRITE-POSPAY THRU 270-EXIT.
 260-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  POSITIVE PAY.  THE BANK HONORS ONLY A CHECK NUMBER AND FACE
*  AMOUNT IT HAS BEEN SENT, SO EVERY CHECK ON THE REGISTER GOES
*  ON THE ISSUE FILE AT ITS NET AMOUNT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 270-WRITE-POSPAY.
     MOVE SPACES TO PPAY-REC.
     MOVE "D" TO PP-REC-TYPE.
     MOVE PP-BANK-ACCOUNT TO PP-ACCOUNT.
     MOVE DTRN-CHECK-NO TO PP-CHECK-NO.
     MOVE DTRN-CHECK-DATE TO PP-ISSUE-DATE.
     MOVE WS-NET-AMT TO PP-AMOUNT.
     MOVE "I" TO PP-VOID-IND.
     MOVE DST-NAME TO PP-PAYEE.
     WRITE PPAY-REC.
     IF PPAY-FILE-STATUS NOT = "00"
         PERFORM 278-POSPAY-FAILED THRU 278-EXIT
         GO TO 270-EXIT.
     ADD 1 TO PP-ISSUE-CNT.
     ADD WS-NET-AMT TO PP-ISSUE-AMT.
 270-EXIT.
     EXIT.

 275-POSPAY-TRAILER.
     MOVE SPACES TO PPAY-TRAILER.
     MOVE "T" TO PP-T-REC-TYPE.
     MOVE PP-BANK-ACCOUNT TO PP-T-ACCOUNT.
     MOVE PP-ISSUE-CNT TO PP-T-ISSUE-CNT.
     MOVE PP-ISSUE-AMT TO PP-T-ISSUE-AMT.
     MOVE 0 TO PP-T-VOID-CNT.
     MOVE 0 TO PP-T-VOID-AMT.
     WRITE PPAY-TRAILER.
     IF PPAY-FILE-STATUS NOT = "00"
         PERFORM 278-POSPAY-FAILED THRU 278-EXIT.
 275-EXIT.
     EXIT.

 278-POSPAY-FAILED.
     IF WS-PPAY-FAIL-SW = 0
         MOVE 1 TO WS-PPAY-FAIL-SW
         MOVE "PAY432N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY432N - POSITIVE PAY WRITE FAILED, STATUS "
                PPAY-FILE-STATUS
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
     END-IF.
     MOVE 16 TO RETURN-CODE.
 278-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOCATE THE PAYBEN RECORD FOR THE TRANSACTION SSN AND
 320-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  GENERAL LEDGER JOURNAL AND POSTING SUMMARY.  ONE JOURNAL
*  LINE PER ACCOUNT AND COST CENTER, ACCOUNT BY ACCOUNT, IS
*  PRINTED ON PD3 AND - WHEN ANY CHECK WAS RECORDED - APPENDED
*  TO THE GL INTERFACE FILE: THE GROSS IS A DEBIT TO THE
*  PARTICIPANT ACCOUNTS, THE WITHHOLDING AND THE NET CHECKS
*  CREDITS TO WITHHOLDING PAYABLE AND CASH.  THE SUMMARY PROVES
*  DEBITS EQUAL CREDITS AND TIES EACH ACCOUNT BACK TO THE CHECK
*  REGISTER (PD1) TOTALS.  THE BATCH TRAILER IS ONLY WRITTEN
*  WHEN THE BATCH BALANCES, SO THE LEDGER WILL NOT LOAD ONE
*  THAT DOES NOT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 500-GL-JOURNAL.
     MOVE TOT-GROSS TO GJ-CAT-REG (1).
     MOVE TOT-WHOLD TO GJ-CAT-REG (2).
     MOVE TOT-NET TO GJ-CAT-REG (3).
     MOVE 0 TO GJ-TOT-DEBITS GJ-TOT-CREDITS GJ-LINE-CNT.
     MOVE 0 TO WS-GL-SEND-SW.
     IF GL-FILE-OPEN AND TRN-EMP-CNT + TRN-BEN-CNT > 0
         MOVE 1 TO WS-GL-SEND-SW
     END-IF.
     MOVE FUNCTION CURRENT-DATE TO GJ-W-CURDATE.
     PERFORM 550-GL-HEAD THRU 550-EXIT.
     PERFORM 510-GL-ACCOUNT THRU 510-EXIT
         VARYING GJ-C FROM 1 BY 1 UNTIL GJ-C > 3.
     PERFORM 530-GL-TOTALS THRU 530-EXIT.
 500-EXIT.
     EXIT.

 510-GL-ACCOUNT.
     MOVE 0 TO GJ-CAT-GL (GJ-C).
     PERFORM 520-GL-DETAIL THRU 520-EXIT
         VARYING GJ-SUB FROM 1 BY 1 UNTIL GJ-SUB > 1000.
     IF GJ-LN-CNT > 55
         PERFORM 550-GL-HEAD THRU 550-EXIT
     END-IF.
     MOVE GJ-CAT-ACCT (GJ-C) TO GJ-D-ACCT.
     MOVE SPACES TO GJ-D-CC.
     MOVE "  ACCOUNT TOTAL" TO GJ-D-DESC.
     MOVE 0 TO GJ-D-DEBIT GJ-D-CREDIT.
     IF GJ-CAT-SIDE (GJ-C) = "D"
         MOVE GJ-CAT-GL (GJ-C) TO GJ-D-DEBIT
     ELSE
         MOVE GJ-CAT-GL (GJ-C) TO GJ-D-CREDIT
     END-IF.
     WRITE PD3-REC FROM GJ-LINE AFTER ADVANCING 1.
     MOVE SPACES TO PD3-REC.
     WRITE PD3-REC AFTER ADVANCING 1.
     ADD 2 TO GJ-LN-CNT.
 510-EXIT.
     EXIT.

*  A NEGATIVE AMOUNT IS POSTED TO THE OTHER SIDE OF THE ACCOUNT.
 520-GL-DETAIL.
     IF GJ-AMT (GJ-SUB GJ-C) = 0
         GO TO 520-EXIT.
     COMPUTE GJ-CC = GJ-SUB - 1.
     MOVE GJ-AMT (GJ-SUB GJ-C) TO GJ-THIS-AMT.
     ADD GJ-THIS-AMT TO GJ-CAT-GL (GJ-C).
     MOVE GJ-CAT-SIDE (GJ-C) TO GJ-SIDE.
     IF GJ-THIS-AMT < 0
         COMPUTE GJ-THIS-AMT = 0 - GJ-THIS-AMT
         IF GJ-SIDE = "D"
             MOVE "C" TO GJ-SIDE
         ELSE
             MOVE "D" TO GJ-SIDE
         END-IF
     END-IF.
     ADD 1 TO GJ-LINE-CNT.
     MOVE 0 TO GJ-D-DEBIT GJ-D-CREDIT.
     IF GJ-SIDE = "D"
         ADD GJ-THIS-AMT TO GJ-TOT-DEBITS
         MOVE GJ-THIS-AMT TO GJ-D-DEBIT
     ELSE
         ADD GJ-THIS-AMT TO GJ-TOT-CREDITS
         MOVE GJ-THIS-AMT TO GJ-D-CREDIT
     END-IF.
     IF GJ-LN-CNT > 56
         PERFORM 550-GL-HEAD THRU 550-EXIT
     END-IF.
     MOVE GJ-CAT-ACCT (GJ-C) TO GJ-D-ACCT.
     MOVE GJ-CC TO GJ-D-CC.
     MOVE GJ-CAT-DESC (GJ-C) TO GJ-D-DESC.
     WRITE PD3-REC FROM GJ-LINE AFTER ADVANCING 1.
     ADD 1 TO GJ-LN-CNT.
     IF NOT SEND-TO-GL
         GO TO 520-EXIT.
     MOVE SPACES TO GLINTF-REC.
     MOVE "D" TO GL-REC-TYPE.
     MOVE "PAY432N" TO GL-SOURCE.
     MOVE GJ-W-CURDATE (1:8) TO GL-RUN-DATE.
     MOVE GJ-W-CURDATE (9:6) TO GL-RUN-TIME.
     MOVE WS-CURR-CYMD TO GL-EFF-DATE.
     MOVE GJ-CAT-ACCT (GJ-C) TO GL-ACCOUNT.
     MOVE GJ-CC TO GL-COST-CENTER.
     MOVE GJ-SIDE TO GL-DR-CR.
     MOVE GJ-THIS-AMT TO GL-AMOUNT.
     MOVE GJ-CAT-DESC (GJ-C) TO GL-DESC.
     WRITE GLINTF-REC.
     IF GLINTF-FILE-STATUS NOT = "00"
         PERFORM 565-GL-FAILED THRU 565-EXIT.
 520-EXIT.
     EXIT.

 530-GL-TOTALS.
     IF GJ-LN-CNT > 44
         PERFORM 550-GL-HEAD THRU 550-EXIT
     END-IF.
     MOVE "TOTAL DEBITS AND CREDITS" TO GJ-T-LABEL.
     MOVE GJ-TOT-DEBITS TO GJ-T-DEBIT.
     MOVE GJ-TOT-CREDITS TO GJ-T-CREDIT.
     IF GJ-TOT-DEBITS = GJ-TOT-CREDITS
         MOVE "IN BALANCE" TO GJ-T-STATUS
     ELSE
         MOVE "OUT OF BALANCE" TO GJ-T-STATUS
     END-IF.
     WRITE PD3-REC FROM GJ-TOT-LINE AFTER ADVANCING 2.
     MOVE "TIE-OUT TO THE CHECK REGISTER (PD1) TOTALS"
         TO GJ-MSG-TEXT.
     WRITE PD3-REC FROM GJ-MSG-LINE AFTER ADVANCING 3.
     MOVE SPACES TO PD3-REC.
     WRITE PD3-REC AFTER ADVANCING 1.
     MOVE 0 TO WS-GL-TIE-SW.
     PERFORM 540-GL-TIE-LINE THRU 540-EXIT
         VARYING GJ-C FROM 1 BY 1 UNTIL GJ-C > 3.
     ADD 11 TO GJ-LN-CNT.
     MOVE SPACES TO GJ-MSG-TEXT.
     IF GJ-TOT-DEBITS NOT = GJ-TOT-CREDITS
         MOVE "OUT OF BALANCE - NO TRAILER WRITTEN, BATCH WILL NOT LOAD"
             TO GJ-MSG-TEXT
         MOVE "PAY432N" TO DAEMON-DISP-PROG
         MOVE "** PAY432N - GL JOURNAL OUT OF BALANCE - NO TRAILER"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
     ELSE
         IF SEND-TO-GL
             PERFORM 560-GL-TRAILER THRU 560-EXIT
             STRING  "JOURNAL BATCH OF " GJ-LINE-CNT
                     " LINES WRITTEN TO THE GL INTERFACE FILE"
                  DELIMITED SIZE INTO GJ-MSG-TEXT
         ELSE
             MOVE "NO CHECKS RECORDED - NOTHING SENT TO THE LEDGER"
                 TO GJ-MSG-TEXT
         END-IF
     END-IF.
     WRITE PD3-REC FROM GJ-MSG-LINE AFTER ADVANCING 2.
     IF GL-TIE-VARIANCE
         MOVE "PAY432N" TO DAEMON-DISP-PROG
         MOVE "** PAY432N - GL JOURNAL DOES NOT TIE TO PD1 TOTALS"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
     END-IF.
 530-EXIT.
     EXIT.

 540-GL-TIE-LINE.
     MOVE GJ-CAT-DESC (GJ-C) TO GJ-TIE-LABEL.
     MOVE GJ-CAT-REG (GJ-C) TO GJ-TIE-REG.
     MOVE GJ-CAT-GL (GJ-C) TO GJ-TIE-GL.
     COMPUTE GJ-THIS-AMT = GJ-CAT-REG (GJ-C) - GJ-CAT-GL (GJ-C).
     MOVE GJ-THIS-AMT TO GJ-TIE-VAR.
     IF GJ-THIS-AMT NOT = 0
         MOVE 1 TO WS-GL-TIE-SW
     END-IF.
     WRITE PD3-REC FROM GJ-TIE-LINE AFTER ADVANCING 1.
 540-EXIT.
     EXIT.

 550-GL-HEAD.
     ADD 1 TO GJ-PG-CNT.
     MOVE GJ-PG-CNT TO GJ-PAGE.
     MOVE 0 TO GJ-LN-CNT.
     WRITE PD3-REC FROM GJ-HEAD1 AFTER ADVANCING PAGE.
     WRITE PD3-REC FROM GJ-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO PD3-REC.
     WRITE PD3-REC AFTER ADVANCING 1.
     ADD 4 TO GJ-LN-CNT.
 550-EXIT.
     EXIT.

 560-GL-TRAILER.
     MOVE SPACES TO GLINTF-TRAILER.
     MOVE "T" TO GL-T-REC-TYPE.
     MOVE "PAY432N" TO GL-T-SOURCE.
     MOVE GJ-W-CURDATE (1:8) TO GL-T-RUN-DATE.
     MOVE GJ-W-CURDATE (9:6) TO GL-T-RUN-TIME.
     MOVE WS-CURR-CYMD TO GL-T-EFF-DATE.
     MOVE GJ-LINE-CNT TO GL-T-REC-CNT.
     MOVE GJ-TOT-DEBITS TO GL-T-DEBITS.
     MOVE GJ-TOT-CREDITS TO GL-T-CREDITS.
     WRITE GLINTF-TRAILER.
     IF GLINTF-FILE-STATUS NOT = "00"
         PERFORM 565-GL-FAILED THRU 565-EXIT.
 560-EXIT.
     EXIT.

 565-GL-FAILED.
     IF WS-GL-FAIL-SW = 0
         MOVE 1 TO WS-GL-FAIL-SW
         MOVE "PAY432N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY432N - GL INTERFACE WRITE FAILED, STATUS "
                GLINTF-FILE-STATUS
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
     END-IF.
     MOVE 16 TO RETURN-CODE.
 565-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*
     OPEN OUTPUT REGFL EXCPTFL.
     OPEN EXTEND DSTHSTFL.
     OPEN OUTPUT DEXTRFL.
     OPEN OUTPUT PPAYFL.
     OPEN OUTPUT GLSUMFL.
     OPEN EXTEND GLINTFL.
     IF GLINTF-FILE-STATUS = "00" OR GLINTF-FILE-STATUS = "05"
         MOVE 1 TO WS-GL-OPEN-SW
     END-IF.
     WRITE PD1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     WRITE PD2-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     WRITE PD3-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     PERFORM 716-READ-PSRULES THRU 716-EXIT.
     PERFORM 718-READ-BANK THRU 718-EXIT.
 700-EXIT.
     EXIT.
 702-CLOSE-FILES.
     CLOSE EXCPTFL.
     CLOSE DSTHSTFL.
     CLOSE DEXTRFL.
     CLOSE PPAYFL.
     CLOSE GLSUMFL.
     IF GL-FILE-OPEN
         CLOSE GLINTFL
     END-IF.
 702-EXIT.
     EXIT.

 716-EXIT.
     EXIT.

*  THE DISBURSEMENT ACCOUNT FOR THE POSITIVE-PAY FILE.  WITHOUT
*  A "BANK" RECORD THE CHECKS STILL GO OUT, BUT THE FILE CARRIES
*  NO ACCOUNT AND THE OFFICE IS TOLD.
 718-READ-BANK.
     MOVE "BANK" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS = "00"
         MOVE PSBNK-ACCOUNT TO PP-BANK-ACCOUNT
         GO TO 718-EXIT.
     MOVE "PAY432N" TO DAEMON-DISP-PROG.
     MOVE "** PAY432N - NO PSRULES BANK RECORD - PPAY HAS NO ACCOUNT"
         TO DAEMON-DISP-MSG.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
 718-EXIT.
     EXIT.

*  THE GENERAL LEDGER ACCOUNTS COME FROM THE PSRULES "GLACCT"
*  RECORD.  NO CHECK IS WRITTEN WITHOUT THE PARTICIPANT,
*  WITHHOLDING AND CASH ACCOUNTS, SINCE ITS JOURNAL COULD NOT BE
*  SENT.  BENEFICIARIES AND ALTERNATE PAYEES HAVE NO STORE, SO
*  THEY POST TO THE GLACCT BENEFICIARY COST CENTER.
 719-READ-GL-ACCOUNTS.
     INITIALIZE GJ-TABLE.
     INITIALIZE GJ-CAT-TABLE.
     MOVE "D" TO GJ-CAT-SIDE (1).
     MOVE "C" TO GJ-CAT-SIDE (2) GJ-CAT-SIDE (3).
     MOVE "GROSS DISTRIBUTIONS" TO GJ-CAT-DESC (1).
     MOVE "TAX WITHHOLDING" TO GJ-CAT-DESC (2).
     MOVE "NET CHECKS ISSUED" TO GJ-CAT-DESC (3).
     MOVE "GLACCT" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS NOT = "00"
         MOVE "PAY432N" TO DAEMON-DISP-PROG
         MOVE "** PAY432N - NO PSRULES GLACCT RECORD - RUN ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 719-EXIT.
     MOVE PSGL-PART-ACCT TO GJ-CAT-ACCT (1).
     MOVE PSGL-WHOLD-ACCT TO GJ-CAT-ACCT (2).
     MOVE PSGL-CASH-ACCT TO GJ-CAT-ACCT (3).
     IF PSGL-BEN-COST-CTR NUMERIC
         MOVE PSGL-BEN-COST-CTR TO GJ-BEN-CC
     END-IF.
     IF PSGL-PART-ACCT = SPACES OR PSGL-WHOLD-ACCT = SPACES OR
        PSGL-CASH-ACCT = SPACES
         MOVE "PAY432N" TO DAEMON-DISP-PROG
         MOVE "** PAY432N - GLACCT RECORD LACKS A DISTRIBUTION ACCOUNT"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 719-EXIT.
 719-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RUN REGISTRY.  750 APPENDS THE START STAMP, 752 THE END STAMP
     MOVE RR-W-CURDATE (9:6) TO RR-RUN-TIME.
     MOVE 0 TO RR-CUTOFF-DATE.
     MOVE "C" TO RR-MODE.
     MOVE GJ-RR-CHECKS TO RR-PARAMS.
 756-EXIT.
     EXIT.

*  A CHECK NUMBER ALREADY ON DSTHIST AS A PAYOUT (ENTRY TYPE
*  SPACE) OR A REISSUE ("R") HAS BEEN PAID, AND ITS JOURNAL HAS
*  GONE TO THE LEDGER.  THE TRANSACTION FILE'S CHECK NUMBERS ARE
*  LOADED AND THE FILE REOPENED, THEN DSTHIST IS READ FROM THE
*  START AND EVERY PAID CHECK ON IT IS MARKED IN THE TABLE; 172
*  REJECTS THOSE TRANSACTIONS ONE BY ONE.  A TABLE TOO SMALL FOR
*  THE TRANSACTION FILE, OR A HISTORY THAT CANNOT BE READ, ABORTS.
 760-CHECK-INTERLOCK.
     MOVE 0 TO CK-CNT.
 762-SCAN-DTRAN.
     READ DTRNFL
         AT END MOVE 1 TO WS-DTRN-EOF-SW
     END-READ.
     IF DTRN-EOF
         GO TO 764-RESTART-DTRAN.
     IF DTRN-CHECK-NO NOT NUMERIC OR DTRN-CHECK-NO = 0
         GO TO 762-SCAN-DTRAN.
     IF CK-CNT NOT < 5000
         MOVE "PAY432N" TO DAEMON-DISP-PROG
         MOVE "** PAY432N - CHECK TABLE FULL (5000) - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 760-EXIT.
     ADD 1 TO CK-CNT.
     MOVE DTRN-CHECK-NO TO CK-CHECK-NO (CK-CNT).
     MOVE 0 TO CK-PAID-DATE (CK-CNT).
     GO TO 762-SCAN-DTRAN.
 764-RESTART-DTRAN.
     CLOSE DTRNFL.
     OPEN INPUT DTRNFL.
     MOVE 0 TO WS-DTRN-EOF-SW.
     IF CK-CNT = 0
         GO TO 760-EXIT.
     CLOSE DSTHSTFL.
     OPEN INPUT DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00" AND
        DSTHST-FILE-STATUS NOT = "05"
         GO TO 768-HISTORY-FAILED.
     MOVE 0 TO WS-DSTHST-EOF-SW.
 766-INTERLOCK-LOOP.
     READ DSTHSTFL
         AT END MOVE 1 TO WS-DSTHST-EOF-SW
     END-READ.
     IF DSTHST-EOF
         CLOSE DSTHSTFL
         GO TO 767-REOPEN-HISTORY.
     IF NOT DST-PAYOUT AND NOT DST-REISSUE
         GO TO 766-INTERLOCK-LOOP.
     SET CK-IDX TO 1.
     SEARCH CK-ENTRY
         AT END
             CONTINUE
         WHEN CK-IDX > CK-CNT
             CONTINUE
         WHEN CK-CHECK-NO (CK-IDX) = DST-CHECK-NO
             MOVE DST-CHECK-DATE TO CK-PAID-DATE (CK-IDX)
     END-SEARCH.
     GO TO 766-INTERLOCK-LOOP.
 767-REOPEN-HISTORY.
     OPEN EXTEND DSTHSTFL.
     IF DSTHST-FILE-STATUS = "00" OR DSTHST-FILE-STATUS = "05"
         GO TO 760-EXIT.
 768-HISTORY-FAILED.
     MOVE "PAY432N" TO DAEMON-DISP-PROG.
     MOVE "** PAY432N - CAN NOT READ DSTHIST HISTORY - ABORTED"
         TO DAEMON-DISP-MSG.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     MOVE 16 TO RETURN-CODE.
 760-EXIT.
     EXIT.
