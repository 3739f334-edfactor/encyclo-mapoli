 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAY446N.
********************************************************************
**        PROGRAM:        PAY446N                                 **
**     WRITTEN BY:        K ALVAREZ                               **
**   DATE WRITTEN:        10/05/2026                              **
**    DESCRIPTION:        MANUAL PARTICIPANT BALANCE ADJUSTMENT   **
**                        RUN.  APPLIES A TRANSACTION FILE        **
**                        (ATRAN, THE SAME STYLE AS THE PAY428N   **
**                        BTRAN FILE) OF SIGNED-OFF CORRECTIONS - **
**                        A LATE WAGE CORRECTION, A MISALLOCATED  **
**                        FORFEITURE, A TRUSTEE TRUE-UP - SO THEY **
**                        NO LONGER HAVE TO BE PATCHED INTO THE   **
**                        FILES OUTSIDE THE BATCH.  EACH          **
**                        TRANSACTION NAMES:                      **
**                          "E" = AN EMPLOYEE, BY BADGE, AND THE  **
**                                FIELD: PSAMT (PY-PS-AMT ONLY),  **
**                                CONT, EARN OR FORF              **
**                                (PY-PROF-CONT / -EARN / -FORF   **
**                                AND PY-PS-AMT BY THE SAME       **
**                                AMOUNT, AS PAY431N POSTS THEM)  **
**                          "B" = A PAYBEN ACCOUNT, BY EMPLOYEE   **
**                                SSN AND BENEFICIARY NAME; FIELD **
**                                PSAMT (PYBEN-PSAMT) ONLY        **
**                        PLUS THE SIGNED AMOUNT, A REASON CODE,  **
**                        THE ADJUSTMENT NUMBER FROM THE SIGN-OFF **
**                        FORM AND THE IDS OF THE PERSON WHO      **
**                        ENTERED IT AND THE PERSON WHO APPROVED  **
**                        IT.                                     **
**                                                                **
**                        A TRANSACTION IS REJECTED TO THE        **
**                        EXCEPTION REPORT (PA2) WITH A REASON    **
**                        WHEN ANY EDIT FAILS - AMONG THEM A      **
**                        MISSING SIGN-OFF, AN APPROVER WHO IS    **
**                        ALSO THE ENTERER, AN ADJUSTMENT NUMBER  **
**                        ALREADY APPLIED (ADJHIST) OR REPEATED   **
**                        IN THE FILE, AN ACCOUNT NOT ON FILE, OR **
**                        A RESULT THAT WOULD TAKE A BALANCE (OR  **
**                        A CONTRIBUTION OR FORFEITURE) BELOW     **
**                        ZERO.                                   **
**                                                                **
**                        EVERY APPLIED ADJUSTMENT IS APPENDED TO **
**                        THE ADJUSTMENT HISTORY (ADJHIST) WITH   **
**                        ITS BEFORE AND AFTER IMAGES AND PRINTS  **
**                        AS A BEFORE/AFTER PAIR ON THE           **
**                        ADJUSTMENT REGISTER (PA1), WHICH ENDS   **
**                        WITH CONTROL TOTALS BY FIELD AND THE    **
**                        NET CHANGE TO PLAN BALANCES - THE       **
**                        FIGURE THAT EXPLAINS THE MOVE IN THE    **
**                        PAY433N TIE-OUT.  THE END STAMP ON      **
**                        RUNREG CARRIES THE COUNT APPLIED AND    **
**                        THE NET CHANGE.                         **
**                                                                **
**                        SWITCH 3 ON = DRY RUN: EVERY EDIT RUNS  **
**                        AND BOTH REPORTS PRINT, BUT NOTHING IS  **
**                        REWRITTEN AND NO HISTORY IS WRITTEN.    **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
**   DATE   NAME:        PROJ # DESCRIPTION                       **
** MM/DD/YY ____________ NNNNNN _________________________________ **
**                                                                **
** 10/05/2026 K.Alvarez  MAIN-2139 New program - manual balance   **
**                       adjustments with dual sign-off,          **
**                       before/after history, register with      **
**                       control totals and exception report.     **
** 10/15/2026 K.Alvarez  MAIN-2141 Report note text no longer     **
**                       split across continuation lines.         **
********************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
  SOURCE-COMPUTER. UNIX-MF.
  OBJECT-COMPUTER. UNIX-MF.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT ATRNFL    ASSIGN "ATRAN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ATRN-FILE-STATUS.
 SELECT REGFL     ASSIGN LINE ADVANCING "PA1"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT EXCPTFL   ASSIGN LINE ADVANCING "PA2"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL ADJHSTFL ASSIGN "ADJHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ADJHST-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  ATRNFL LABEL RECORDS OMITTED.
 01  ATRN-REC.
     03  ATRN-ADJ-ID                       PIC X(10).
     03  ATRN-TYPE                         PIC X(01).
     03  ATRN-BADGE                        PIC 9(07).
     03  ATRN-PAYSSN                       PIC 9(09).
     03  ATRN-BEN-NAME                     PIC X(25).
     03  ATRN-FIELD                        PIC X(05).
     03  ATRN-AMOUNT                       PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
     03  ATRN-REASON                       PIC X(04).
     03  ATRN-MEMO                         PIC X(30).
     03  ATRN-ENTERED-BY                   PIC X(08).
     03  ATRN-APPROVED-BY                  PIC X(08).

 FD  REGFL LABEL RECORDS OMITTED.
 01  PA1-REC                               PIC X(132).
 FD  EXCPTFL LABEL RECORDS OMITTED.
 01  PA2-REC                               PIC X(132).

 FD  ADJHSTFL LABEL RECORDS OMITTED.
 COPY X-FD-ADJHIST.

 FD  RUNREGFL LABEL RECORDS OMITTED.
 COPY X-FD-RUNREG.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 WORKING-STORAGE SECTION.
  COPY METADATA.

 01 UFAS-ALT-KEY-NAME PIC X(20).

 01 UFAS-OPEN-MODE PIC X(6).
 COPY X-FD-PAYPROFIT.
 COPY X-FD-PAYBEN.

 01 PAYPROFIT-FILE-STATUS    PIC XX.
 01 PAYBEN-FILE-STATUS       PIC XX.
 01 ATRN-FILE-STATUS         PIC XX VALUE "00".
 01 ADJHST-FILE-STATUS       PIC XX VALUE "00".
 01 RUNREG-FILE-STATUS       PIC XX VALUE "00".
 01 RR-W-CURDATE             PIC X(21) VALUE SPACES.
 01 WS-RR-START-SW           PIC 9(01) VALUE 0.
    88  RUN-STAMPED                    VALUE 1.
 01 WS-RR-END-STATUS         PIC X(01) VALUE "C".

 COPY WS-QUE-DISP.

 01  WS-DATE-CURRENT.
     03  WS-CURR-CCYY                       PIC 9(04).
     03  WS-CURR-MM                         PIC 9(02).
     03  WS-CURR-DD                         PIC 9(02).
     03  WS-CURR-TIME                       PIC 9(06).
     03  FILLER                             PIC X(07).
 01  DUMMY REDEFINES WS-DATE-CURRENT.
     03  WS-CURR-CYMD                       PIC 9(08).
     03  FILLER                             PIC X(13).
 01  WS-INDICATORS.
     03  WS-ATRN-EOF-SW                     PIC 9(01) VALUE 0.
         88  ATRN-EOF                                 VALUE 1.
     03  WS-ADJHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  ADJHST-EOF                               VALUE 1.
     03  WS-PAYBEN-FOUND-SW                 PIC 9(01) VALUE 0.
         88  PAYBEN-RECORD-FOUND                      VALUE 1.
     03  WS-REJECT-SW                       PIC 9(01) VALUE 0.
         88  TRN-REJECTED                             VALUE 1.
     03  WS-UPDATE-RUN-SW                   PIC 9(01) VALUE 1.
         88  COMMITTED-UPDATE-RUN                     VALUE 1.
     03  WS-ID-OVERFLOW-SW                  PIC 9(01) VALUE 0.
         88  ID-TABLE-FULL                            VALUE 1.
     03  WS-HST-OPEN-SW                     PIC 9(01) VALUE 0.
         88  HST-FILE-OPEN                            VALUE 1.
     03  WS-HST-FAIL-SW                     PIC 9(01) VALUE 0.
         88  HST-WRITE-FAILED                         VALUE 1.
 01  WS-REASON-CHECK                        PIC X(04) VALUE SPACES.
     88  VALID-REASON         VALUE "WAGE" "FORF" "TRUE"
                                    "ALOC" "OTHR".
 01  WS-FIELD-CHECK                         PIC X(05) VALUE SPACES.
     88  VALID-EMP-FIELD      VALUE "PSAMT" "CONT " "EARN "
                                    "FORF ".
*  EVERY ADJUSTMENT NUMBER ALREADY ON ADJHIST, PLUS EACH ONE
*  ACCEPTED IN THIS RUN, SO NO SIGN-OFF FORM IS APPLIED TWICE.
 01  AJ-ID-TABLE.
     03  AJ-ID-CNT                          PIC 9(04) COMP VALUE 0.
     03  AJ-ID                              PIC X(10) VALUE SPACES
                                            OCCURS 5000 TIMES
                                            INDEXED BY AJ-IDX.
 01  AJ-NOTE-ID                             PIC X(10) VALUE SPACES.
*  THE AMOUNTS EITHER SIDE OF THE ADJUSTMENT.  A PAYBEN ACCOUNT
*  USES ONLY THE BALANCE; THE PY-PROF FIELDS STAY ZERO.
 01  AJ-BEFORE.
     03  AJ-B-PS-AMT                        PIC S9(07)V99 VALUE 0.
     03  AJ-B-CONT                          PIC S9(07)V99 VALUE 0.
     03  AJ-B-EARN                          PIC S9(07)V99 VALUE 0.
     03  AJ-B-FORF                          PIC S9(07)V99 VALUE 0.
 01  AJ-AFTER.
     03  AJ-A-PS-AMT                        PIC S9(07)V99 VALUE 0.
     03  AJ-A-CONT                          PIC S9(07)V99 VALUE 0.
     03  AJ-A-EARN                          PIC S9(07)V99 VALUE 0.
     03  AJ-A-FORF                          PIC S9(07)V99 VALUE 0.
 01  AJ-NEW-BAL                             PIC S9(09)V99 VALUE 0.
 01  AJ-NEW-FLD                             PIC S9(09)V99 VALUE 0.
 01  AJ-OLD-FLD                             PIC S9(07)V99 VALUE 0.
 01  AJ-SUB                                 PIC 9(02) COMP VALUE 0.
*  CONTROL TOTALS BY FIELD: 1-4 EMPLOYEE PSAMT/CONT/EARN/FORF,
*  5 PAYBEN PSAMT.  EVERY ONE OF THEM MOVES A PLAN BALANCE, SO
*  THE NET OF ALL FIVE IS THE NET CHANGE TO PLAN BALANCES.
 01  AT-LABEL-VALUES.
     03  FILLER                             PIC X(32)
         VALUE "EMPLOYEE BALANCE (PSAMT)".
     03  FILLER                             PIC X(32)
         VALUE "EMPLOYEE CONTRIBUTION (CONT)".
     03  FILLER                             PIC X(32)
         VALUE "EMPLOYEE EARNINGS (EARN)".
     03  FILLER                             PIC X(32)
         VALUE "EMPLOYEE FORFEITURE (FORF)".
     03  FILLER                             PIC X(32)
         VALUE "BENEFICIARY BALANCE (PSAMT)".
 01  AT-LABEL-TABLE REDEFINES AT-LABEL-VALUES.
     03  AT-LABEL                           PIC X(32) OCCURS 5 TIMES.
 01  AT-TABLE.
     03  AT-ENTRY OCCURS 5 TIMES.
         05  AT-CNT                         PIC 9(07).
         05  AT-INCR                        PIC S9(11)V99.
         05  AT-DECR                        PIC S9(11)V99.
 01  AT-NET                                 PIC S9(11)V99 VALUE 0.
 01  AT-GRAND-CNT                           PIC 9(07) VALUE 0.
 01  AT-GRAND-INCR                          PIC S9(11)V99 VALUE 0.
 01  AT-GRAND-DECR                          PIC S9(11)V99 VALUE 0.
 01  AT-GRAND-NET                           PIC S9(11)V99 VALUE 0.
 01  AT-RR-NET                              PIC Z(8)9.99-.
 01  TRN-READ-CNT                           PIC 9(06) VALUE 0.
 01  TRN-APPLIED-CNT                        PIC 9(06) VALUE 0.
 01  TRN-REJ-CNT                            PIC 9(06) VALUE 0.
 01  AD-PG-CNT                              PIC 9(05) VALUE 0.
 01  AD-LN-CNT                              PIC 9(02) VALUE 57.
 01  EX-PG-CNT                              PIC 9(05) VALUE 0.
 01  EX-LN-CNT                              PIC 9(02) VALUE 57.
 01  XEROX-HEADER.
     03  XEROX-REC                          PIC X(32)
         VALUE "DJDE JDE=PAY446,JDL=PAYROL,END,;".
     03  FILLER                             PIC X(100) VALUE SPACES.
 01  AD-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY446N                            ".
     03  FILLER                             PIC X(40)
         VALUE "MANUAL BALANCE ADJUSTMENT REGISTER      ".
     03  FILLER                             PIC X(10)
         VALUE "RUN DATE: ".
     03  AD-RM                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  AD-RD                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  AD-RY                              PIC 9(04).
     03  AD-HEAD-MODE                       PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  AD-PAGE                            PIC ZZZZ9.
     03  FILLER                             PIC X(13) VALUE SPACES.
 01  AD-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "IMAGE  T   BADGE SSN       NAME              ".
     03  FILLER                             PIC X(45)
         VALUE "        FIELD RSN       AMOUNT   PS BALANCE  ".
     03  FILLER                             PIC X(42)
         VALUE "FIELD VALUE  ENTERED  APPROVED ADJ NUMBER ".
 01  AD-LINE.
     03  AD-TAG                             PIC X(06) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-TYPE                            PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-BADGE                           PIC ZZZZZZ9
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-SSN                             PIC 9(09) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-NAME                            PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-FIELD                           PIC X(05) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-REASON                          PIC X(04) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-AMT                             PIC ZZZZ,ZZ9.99-
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-BAL                             PIC ZZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-FLD-VAL                         PIC ZZZZ,ZZ9.99-.
     03  AD-FLD-VAL-X REDEFINES AD-FLD-VAL  PIC X(12).
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-ENTERED                         PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-APPROVED                        PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AD-ADJ-ID                          PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
 01  AD-MEMO-LINE.
     03  FILLER                             PIC X(27) VALUE SPACES.
     03  FILLER                             PIC X(06) VALUE "MEMO: ".
     03  AD-MEMO                            PIC X(30) VALUE SPACES.
     03  FILLER                             PIC X(69) VALUE SPACES.
 01  AT-HEAD.
     03  FILLER                             PIC X(45)
         VALUE "CONTROL TOTALS                      COUNT    ".
     03  FILLER                             PIC X(45)
         VALUE "   INCREASES        DECREASES       NET CHANG".
     03  FILLER                             PIC X(42)
         VALUE "E                                         ".
 01  AT-LINE.
     03  AT-L-LABEL                         PIC X(32) VALUE SPACES.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  AT-L-CNT                           PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  AT-L-INCR                          PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  AT-L-DECR                          PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  AT-L-NET                           PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(40) VALUE SPACES.
 01  AT-CNT-LINE.
     03  AT-C-LABEL                         PIC X(32) VALUE SPACES.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  AT-C-CNT                           PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(91) VALUE SPACES.
 01  AT-NOTE-LINE.
     03  AT-N-TEXT                          PIC X(90) VALUE SPACES.
     03  FILLER                             PIC X(42) VALUE SPACES.
 01  EX-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY446N                            ".
     03  FILLER                             PIC X(40)
         VALUE "MANUAL BALANCE ADJUSTMENT EXCEPTIONS    ".
     03  FILLER                             PIC X(10)
         VALUE "RUN DATE: ".
     03  EX-RM                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  EX-RD                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  EX-RY                              PIC 9(04).
     03  EX-HEAD-MODE                       PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  EX-PAGE                            PIC ZZZZ9.
     03  FILLER                             PIC X(13) VALUE SPACES.
 01  EX-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "ADJ NUMBER T   BADGE SSN       NAME          ".
     03  FILLER                             PIC X(45)
         VALUE "            FIELD      AMOUNT  RSN  ENTERED  ".
     03  FILLER                             PIC X(42)
         VALUE "APPROVED REASON REJECTED                  ".
 01  EX-LINE.
     03  EX-ADJ-ID                          PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EX-TYPE                            PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EX-BADGE                           PIC ZZZZZZ9
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EX-SSN                             PIC 9(09) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EX-NAME                            PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EX-FIELD                           PIC X(05) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EX-AMT                             PIC ZZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EX-RSN                             PIC X(04) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EX-ENTERED                         PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EX-APPROVED                        PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EX-REASON                          PIC X(33) VALUE SPACES.
 01  EX-TOT-LINE.
     03  FILLER                             PIC X(26)
         VALUE "TOTAL REJECTED:           ".
     03  EX-TOT-REJ                         PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(99) VALUE SPACES.

 LINKAGE SECTION.
 01  OPTION-LINK.
     03  LENGTH-OF PIC S9(9) COMP-5.
     03  TEXTE.
         05 OPTION-CHAR PIC X OCCURS 1 TO 80 DEPENDING ON LENGTH-OF.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 PROCEDURE DIVISION USING OPTION-LINK.
 PROC-CBT-SECT SECTION 01.
 000-START.

     DISPLAY "*** PAY446N starting ***".
     IF META-SW (3) = 1
         MOVE 0 TO WS-UPDATE-RUN-SW
         MOVE " DRY RUN  " TO AD-HEAD-MODE EX-HEAD-MODE
     END-IF.
     MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT.
     MOVE WS-CURR-MM TO AD-RM EX-RM.
     MOVE WS-CURR-DD TO AD-RD EX-RD.
     MOVE WS-CURR-CCYY TO AD-RY EX-RY.
     INITIALIZE AT-TABLE.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     IF ATRN-FILE-STATUS NOT = "00"
         MOVE "PAY446N" TO DAEMON-DISP-PROG
         MOVE "** PAY446N - CAN NOT OPEN TRANSACTION FILE - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 600-LOAD-ADJ-IDS THRU 600-EXIT.
     IF ID-TABLE-FULL
         MOVE "PAY446N" TO DAEMON-DISP-PROG
         MOVE "** PAY446N - ADJHIST NUMBER TABLE FULL - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     IF NOT COMMITTED-UPDATE-RUN
         GO TO 000-LOOP.
     OPEN EXTEND ADJHSTFL.
     IF ADJHST-FILE-STATUS NOT = "00" AND
        ADJHST-FILE-STATUS NOT = "05"
         MOVE "PAY446N" TO DAEMON-DISP-PROG
         MOVE "** PAY446N - CAN NOT OPEN ADJHIST - RUN ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     MOVE 1 TO WS-HST-OPEN-SW.
 000-LOOP.
     READ ATRNFL
         AT END MOVE 1 TO WS-ATRN-EOF-SW
     END-READ.
     IF ATRN-EOF
         GO TO 000-TOTALS.
     ADD 1 TO TRN-READ-CNT.
     MOVE 0 TO WS-REJECT-SW.
     PERFORM 100-VALIDATE THRU 100-EXIT.
     IF TRN-REJECTED
         GO TO 000-LOOP.
     IF ATRN-TYPE = "E"
         PERFORM 200-APPLY-EMPLOYEE THRU 200-EXIT
     ELSE
         PERFORM 210-APPLY-BENEFICIARY THRU 210-EXIT
     END-IF.
*  AN ADJUSTMENT THAT REACHED THE FILE BUT NOT THE HISTORY STOPS
*  THE RUN - NOTHING MORE IS APPLIED WITHOUT ITS AUDIT TRAIL.
     IF HST-WRITE-FAILED
         GO TO 000-TOTALS.
     GO TO 000-LOOP.
 000-TOTALS.
     PERFORM 400-TOTALS-PAGE THRU 400-EXIT.
     MOVE TRN-REJ-CNT TO EX-TOT-REJ.
     WRITE PA2-REC FROM EX-TOT-LINE AFTER ADVANCING 2.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY446N" TO DAEMON-DISP-PROG
     MOVE SPACES TO DAEMON-DISP-MSG
     STRING  "** PAY446N - READ " TRN-READ-CNT
             " APPLIED " TRN-APPLIED-CNT
             " REJECTED " TRN-REJ-CNT
          DELIMITED SIZE INTO DAEMON-DISP-MSG
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     DISPLAY "** PAY446N - READ: " TRN-READ-CNT
             " APPLIED: " TRN-APPLIED-CNT
             " REJ: " TRN-REJ-CNT
             " NET CHANGE: " AT-GRAND-NET.
     IF RETURN-CODE = 16
         MOVE "A" TO WS-RR-END-STATUS
     END-IF.
     PERFORM 752-STAMP-END THRU 752-EXIT.
     EXIT PROGRAM.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  VALIDATE THE TRANSACTION CURRENTLY IN ATRN-REC.  THE SIGN-OFF
*  IS EDITED FIRST: AN ADJUSTMENT NUMBER NOT YET APPLIED, AND AN
*  ENTERED-BY AND AN APPROVED-BY ID THAT ARE BOTH PRESENT AND
*  NOT THE SAME PERSON.  THE FIRST FAILED EDIT REJECTS THE
*  TRANSACTION TO THE EXCEPTION REPORT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 100-VALIDATE.
     IF ATRN-ADJ-ID = SPACES
         MOVE "ADJUSTMENT NUMBER MISSING" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     IF AJ-ID-CNT > 0
         SET AJ-IDX TO 1
         SEARCH AJ-ID
             AT END
                 CONTINUE
             WHEN AJ-ID (AJ-IDX) = ATRN-ADJ-ID
                 MOVE "ADJUSTMENT NUMBER ALREADY APPLIED"
                     TO EX-REASON
                 PERFORM 150-REJECT THRU 150-EXIT
                 GO TO 100-EXIT
         END-SEARCH
     END-IF.
     IF ATRN-ENTERED-BY = SPACES
         MOVE "ENTERED-BY ID MISSING" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     IF ATRN-APPROVED-BY = SPACES
         MOVE "APPROVED-BY ID MISSING" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     IF ATRN-APPROVED-BY = ATRN-ENTERED-BY
         MOVE "ENTERED AND APPROVED BY SAME ID" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     IF ATRN-TYPE NOT = "E" AND ATRN-TYPE NOT = "B"
         MOVE "TYPE NOT E OR B" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     MOVE ATRN-REASON TO WS-REASON-CHECK.
     IF NOT VALID-REASON
         MOVE "INVALID REASON CODE" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     IF ATRN-REASON = "OTHR" AND ATRN-MEMO = SPACES
         MOVE "REASON OTHR NEEDS A MEMO" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     IF ATRN-AMOUNT NOT NUMERIC
         MOVE "AMOUNT NOT NUMERIC" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     IF ATRN-AMOUNT = 0
         MOVE "AMOUNT IS ZERO" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     IF ATRN-TYPE = "B"
         GO TO 105-CHECK-BENEFICIARY.
     MOVE ATRN-FIELD TO WS-FIELD-CHECK.
     IF NOT VALID-EMP-FIELD
         MOVE "FIELD NOT PSAMT, CONT, EARN, FORF" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     PERFORM 110-CHECK-EMPLOYEE THRU 110-EXIT.
     IF TRN-REJECTED
         GO TO 100-EXIT.
     GO TO 108-CHECK-RESULT.
 105-CHECK-BENEFICIARY.
     IF ATRN-FIELD NOT = "PSAMT"
         MOVE "PAYBEN ADJUSTS PSAMT ONLY" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
     PERFORM 120-CHECK-BENEFICIARY THRU 120-EXIT.
     IF TRN-REJECTED
         GO TO 100-EXIT.
 108-CHECK-RESULT.
     PERFORM 130-CHECK-RESULT THRU 130-EXIT.
 100-EXIT.
     EXIT.

*
*  THE EMPLOYEE MUST BE ON PAYPROFIT.  THE RECORD READ HERE IS
*  THE ONE 200-APPLY-EMPLOYEE REWRITES.
*

 110-CHECK-EMPLOYEE.
     IF ATRN-BADGE NOT NUMERIC
         MOVE "BADGE NOT NUMERIC" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 110-EXIT.
     IF ATRN-BADGE = 0
         MOVE "BADGE IS ZERO" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 110-EXIT.
     MOVE ATRN-BADGE TO PAYPROF-BADGE.
     CALL "READ-KEY-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                     PAYPROF-REC.
     IF PAYPROFIT-FILE-STATUS NOT = "00"
         MOVE "BADGE NOT ON PAYPROFIT" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 110-EXIT.
     MOVE PY-PS-AMT TO AJ-B-PS-AMT.
     MOVE PY-PROF-CONT TO AJ-B-CONT.
     MOVE PY-PROF-EARN TO AJ-B-EARN.
     MOVE PY-PROF-FORF TO AJ-B-FORF.
 110-EXIT.
     EXIT.

*
*  THE PAYBEN ACCOUNT MUST BE ON FILE UNDER THE EMPLOYEE SSN
*  AND BENEFICIARY NAME (320-LOCATE-PAYBEN LEAVES IT IN
*  PAYBEN-REC FOR 210-APPLY-BENEFICIARY).
*

 120-CHECK-BENEFICIARY.
     IF ATRN-PAYSSN NOT NUMERIC
         MOVE "SSN NOT NUMERIC" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 120-EXIT.
     IF ATRN-PAYSSN = 0
         MOVE "SSN IS ZERO" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 120-EXIT.
     IF ATRN-BEN-NAME = SPACES
         MOVE "BENEFICIARY NAME MISSING" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 120-EXIT.
     PERFORM 320-LOCATE-PAYBEN THRU 320-EXIT.
     IF NOT PAYBEN-RECORD-FOUND
         MOVE "BENEFICIARY NOT ON PAYBEN" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 120-EXIT.
     MOVE PYBEN-PSAMT TO AJ-B-PS-AMT.
     MOVE 0 TO AJ-B-CONT AJ-B-EARN AJ-B-FORF.
 120-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  WORK OUT THE AFTER IMAGE.  THE BALANCE ALWAYS MOVES BY THE
*  AMOUNT; A CONT, EARN OR FORF ADJUSTMENT ALSO MOVES THAT
*  PY-PROF FIELD, SO THE BALANCE STILL EQUALS WHAT PAY431N
*  POSTED PLUS THE CORRECTION.  NO BALANCE, CONTRIBUTION OR
*  FORFEITURE MAY GO BELOW ZERO; EARNINGS MAY (A LOSS YEAR).
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 130-CHECK-RESULT.
     MOVE AJ-BEFORE TO AJ-AFTER.
     MOVE 0 TO AJ-OLD-FLD AJ-NEW-FLD.
     COMPUTE AJ-NEW-BAL = AJ-B-PS-AMT + ATRN-AMOUNT.
     IF AJ-NEW-BAL < 0
         MOVE "BALANCE WOULD GO BELOW ZERO" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 130-EXIT.
     IF AJ-NEW-BAL > 9999999.99
         MOVE "BALANCE WOULD OVERFLOW" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 130-EXIT.
     MOVE AJ-NEW-BAL TO AJ-A-PS-AMT.
     IF ATRN-FIELD = "PSAMT"
         GO TO 130-EXIT.
     IF ATRN-FIELD = "CONT"
         MOVE AJ-B-CONT TO AJ-OLD-FLD.
     IF ATRN-FIELD = "EARN"
         MOVE AJ-B-EARN TO AJ-OLD-FLD.
     IF ATRN-FIELD = "FORF"
         MOVE AJ-B-FORF TO AJ-OLD-FLD.
     COMPUTE AJ-NEW-FLD = AJ-OLD-FLD + ATRN-AMOUNT.
     IF AJ-NEW-FLD < 0 AND ATRN-FIELD NOT = "EARN"
         MOVE "FIELD WOULD GO BELOW ZERO" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 130-EXIT.
     IF AJ-NEW-FLD > 9999999.99 OR AJ-NEW-FLD < -9999999.99
         MOVE "FIELD WOULD OVERFLOW" TO EX-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 130-EXIT.
     IF ATRN-FIELD = "CONT"
         MOVE AJ-NEW-FLD TO AJ-A-CONT.
     IF ATRN-FIELD = "EARN"
         MOVE AJ-NEW-FLD TO AJ-A-EARN.
     IF ATRN-FIELD = "FORF"
         MOVE AJ-NEW-FLD TO AJ-A-FORF.
 130-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  WRITE THE REJECTED TRANSACTION AND ITS REASON TO THE
*  EXCEPTION REPORT.  EX-REASON IS SET BY THE CALLER.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 150-REJECT.
     MOVE 1 TO WS-REJECT-SW.
     ADD 1 TO TRN-REJ-CNT.
     MOVE ATRN-ADJ-ID TO EX-ADJ-ID.
     MOVE ATRN-TYPE TO EX-TYPE.
     IF ATRN-BADGE NUMERIC
         MOVE ATRN-BADGE TO EX-BADGE
     ELSE
         MOVE 0 TO EX-BADGE
     END-IF.
     IF ATRN-PAYSSN NUMERIC
         MOVE ATRN-PAYSSN TO EX-SSN
     ELSE
         MOVE 0 TO EX-SSN
     END-IF.
     MOVE ATRN-BEN-NAME TO EX-NAME.
     MOVE ATRN-FIELD TO EX-FIELD.
     IF ATRN-AMOUNT NUMERIC
         MOVE ATRN-AMOUNT TO EX-AMT
     ELSE
         MOVE 0 TO EX-AMT
     END-IF.
     MOVE ATRN-REASON TO EX-RSN.
     MOVE ATRN-ENTERED-BY TO EX-ENTERED.
     MOVE ATRN-APPROVED-BY TO EX-APPROVED.
     IF EX-LN-CNT > 56
         PERFORM 155-EX-HEAD THRU 155-EXIT
     END-IF.
     WRITE PA2-REC FROM EX-LINE AFTER ADVANCING 1.
     ADD 1 TO EX-LN-CNT.
 150-EXIT.
     EXIT.
 155-EX-HEAD.
     ADD 1 TO EX-PG-CNT.
     MOVE EX-PG-CNT TO EX-PAGE.
     MOVE 0 TO EX-LN-CNT.
     WRITE PA2-REC FROM EX-HEAD1 AFTER ADVANCING PAGE.
     WRITE PA2-REC FROM EX-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO PA2-REC.
     WRITE PA2-REC AFTER ADVANCING 1.
     ADD 4 TO EX-LN-CNT.
 155-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  APPLY AN ACCEPTED ADJUSTMENT.  A DRY RUN GOES THROUGH THE
*  SAME STEPS AND PRINTS THE SAME REGISTER, BUT NOTHING IS
*  REWRITTEN AND NO HISTORY IS WRITTEN.  A FAILED REWRITE
*  REJECTS THE TRANSACTION.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 200-APPLY-EMPLOYEE.
     MOVE AJ-A-PS-AMT TO PY-PS-AMT.
     MOVE AJ-A-CONT TO PY-PROF-CONT.
     MOVE AJ-A-EARN TO PY-PROF-EARN.
     MOVE AJ-A-FORF TO PY-PROF-FORF.
     IF COMMITTED-UPDATE-RUN
         CALL "REWRITE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                        PAYPROF-REC
         IF PAYPROFIT-FILE-STATUS NOT = "00"
             MOVE "PAYPROFIT REWRITE FAILED" TO EX-REASON
             PERFORM 150-REJECT THRU 150-EXIT
             GO TO 200-EXIT
         END-IF
     END-IF.
     PERFORM 230-RECORD-ADJUSTMENT THRU 230-EXIT.
 200-EXIT.
     EXIT.

 210-APPLY-BENEFICIARY.
     MOVE AJ-A-PS-AMT TO PYBEN-PSAMT.
     IF COMMITTED-UPDATE-RUN
         CALL "REWRITE-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC
         IF PAYBEN-FILE-STATUS NOT = "00"
             MOVE "PAYBEN REWRITE FAILED" TO EX-REASON
             PERFORM 150-REJECT THRU 150-EXIT
             GO TO 210-EXIT
         END-IF
     END-IF.
     PERFORM 230-RECORD-ADJUSTMENT THRU 230-EXIT.
 210-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  AFTER THE ADJUSTMENT IS ON FILE: REMEMBER ITS NUMBER, ADD IT
*  TO THE CONTROL TOTALS, PRINT THE BEFORE/AFTER PAIR AND (A
*  COMMITTED RUN) APPEND THE HISTORY RECORD.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 230-RECORD-ADJUSTMENT.
     ADD 1 TO TRN-APPLIED-CNT.
     MOVE ATRN-ADJ-ID TO AJ-NOTE-ID.
     PERFORM 610-NOTE-ADJ-ID THRU 610-EXIT.
     MOVE 5 TO AJ-SUB.
     IF ATRN-TYPE = "E"
         MOVE 1 TO AJ-SUB
         IF ATRN-FIELD = "CONT"
             MOVE 2 TO AJ-SUB
         END-IF
         IF ATRN-FIELD = "EARN"
             MOVE 3 TO AJ-SUB
         END-IF
         IF ATRN-FIELD = "FORF"
             MOVE 4 TO AJ-SUB
         END-IF
     END-IF.
     ADD 1 TO AT-CNT (AJ-SUB).
     IF ATRN-AMOUNT > 0
         ADD ATRN-AMOUNT TO AT-INCR (AJ-SUB)
     ELSE
         ADD ATRN-AMOUNT TO AT-DECR (AJ-SUB)
     END-IF.
     PERFORM 250-REGISTER-LINES THRU 250-EXIT.
     IF COMMITTED-UPDATE-RUN
         PERFORM 260-WRITE-HISTORY THRU 260-EXIT
     END-IF.
 230-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE BEFORE LINE CARRIES THE ADJUSTMENT ITSELF - AMOUNT,
*  REASON, SIGN-OFF IDS AND NUMBER; THE AFTER LINE ONLY THE NEW
*  BALANCE AND FIELD VALUE.  A MEMO PRINTS UNDER THE PAIR.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 250-REGISTER-LINES.
     IF AD-LN-CNT > 54
         PERFORM 255-AD-HEAD THRU 255-EXIT
     END-IF.
     MOVE ATRN-TYPE TO AD-TYPE.
     IF ATRN-TYPE = "E"
         MOVE PAYPROF-BADGE TO AD-BADGE
         MOVE PAYPROF-SSN TO AD-SSN
         MOVE PY-NAM TO AD-NAME
     ELSE
         MOVE 0 TO AD-BADGE
         MOVE PYBEN-PAYSSN TO AD-SSN
         MOVE PYBEN-NAME TO AD-NAME
     END-IF.
     MOVE ATRN-FIELD TO AD-FIELD.
     MOVE "BEFORE" TO AD-TAG.
     MOVE ATRN-REASON TO AD-REASON.
     MOVE ATRN-AMOUNT TO AD-AMT.
     MOVE AJ-B-PS-AMT TO AD-BAL.
     IF ATRN-FIELD = "PSAMT"
         MOVE SPACES TO AD-FLD-VAL-X
     ELSE
         MOVE AJ-OLD-FLD TO AD-FLD-VAL
     END-IF.
     MOVE ATRN-ENTERED-BY TO AD-ENTERED.
     MOVE ATRN-APPROVED-BY TO AD-APPROVED.
     MOVE ATRN-ADJ-ID TO AD-ADJ-ID.
     WRITE PA1-REC FROM AD-LINE AFTER ADVANCING 1.
     MOVE "AFTER" TO AD-TAG.
     MOVE SPACES TO AD-REASON AD-ENTERED AD-APPROVED AD-ADJ-ID.
     MOVE 0 TO AD-AMT.
     MOVE AJ-A-PS-AMT TO AD-BAL.
     IF ATRN-FIELD NOT = "PSAMT"
         MOVE AJ-NEW-FLD TO AD-FLD-VAL
     END-IF.
     WRITE PA1-REC FROM AD-LINE AFTER ADVANCING 1.
     ADD 2 TO AD-LN-CNT.
     IF ATRN-MEMO NOT = SPACES
         MOVE ATRN-MEMO TO AD-MEMO
         WRITE PA1-REC FROM AD-MEMO-LINE AFTER ADVANCING 1
         ADD 1 TO AD-LN-CNT
     END-IF.
 250-EXIT.
     EXIT.
 255-AD-HEAD.
     ADD 1 TO AD-PG-CNT.
     MOVE AD-PG-CNT TO AD-PAGE.
     MOVE 0 TO AD-LN-CNT.
     WRITE PA1-REC FROM AD-HEAD1 AFTER ADVANCING PAGE.
     WRITE PA1-REC FROM AD-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO PA1-REC.
     WRITE PA1-REC AFTER ADVANCING 1.
     ADD 4 TO AD-LN-CNT.
 255-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  COMMITTED RUNS ONLY - APPEND THE ADJUSTMENT WITH ITS BEFORE
*  AND AFTER IMAGES.  EVERY RECORD FROM ONE RUN CARRIES THE
*  SAME RUN DATE AND TIME.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 260-WRITE-HISTORY.
     MOVE ATRN-ADJ-ID TO ADJ-ADJ-ID.
     MOVE WS-CURR-CYMD TO ADJ-RUN-DATE.
     MOVE WS-CURR-TIME TO ADJ-RUN-TIME.
     MOVE ATRN-TYPE TO ADJ-TYPE.
     IF ATRN-TYPE = "E"
         MOVE PAYPROF-BADGE TO ADJ-BADGE
         MOVE PAYPROF-SSN TO ADJ-SSN
         MOVE SPACES TO ADJ-BEN-NAME
     ELSE
         MOVE 0 TO ADJ-BADGE
         MOVE PYBEN-PAYSSN TO ADJ-SSN
         MOVE PYBEN-NAME TO ADJ-BEN-NAME
     END-IF.
     MOVE ATRN-FIELD TO ADJ-FIELD.
     MOVE ATRN-AMOUNT TO ADJ-AMOUNT.
     MOVE ATRN-REASON TO ADJ-REASON.
     MOVE ATRN-MEMO TO ADJ-MEMO.
     MOVE ATRN-ENTERED-BY TO ADJ-ENTERED-BY.
     MOVE ATRN-APPROVED-BY TO ADJ-APPROVED-BY.
     MOVE AJ-B-PS-AMT TO ADJ-B-PS-AMT.
     MOVE AJ-B-CONT TO ADJ-B-CONT.
     MOVE AJ-B-EARN TO ADJ-B-EARN.
     MOVE AJ-B-FORF TO ADJ-B-FORF.
     MOVE AJ-A-PS-AMT TO ADJ-A-PS-AMT.
     MOVE AJ-A-CONT TO ADJ-A-CONT.
     MOVE AJ-A-EARN TO ADJ-A-EARN.
     MOVE AJ-A-FORF TO ADJ-A-FORF.
     WRITE ADJHIST-REC.
     IF ADJHST-FILE-STATUS NOT = "00"
         MOVE 1 TO WS-HST-FAIL-SW
         MOVE "PAY446N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY446N - ADJHIST WRITE FAILED, STATUS "
                ADJHST-FILE-STATUS " - RUN STOPPED"
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
     END-IF.
 260-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOCATE THE PAYBEN RECORD FOR THE TRANSACTION SSN AND
*  BENEFICIARY NAME - THE SAME FORWARD READ AS PAY428N.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 320-LOCATE-PAYBEN.
     MOVE 0 TO WS-PAYBEN-FOUND-SW.
     INITIALIZE PAYBEN-REC.
     MOVE ATRN-PAYSSN TO PYBEN-PAYSSN.
     CALL "START-SUP-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         GO TO 320-EXIT.
 322-LOCATE-NEXT.
     CALL "READ-NEXT-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         GO TO 320-EXIT.
     IF PYBEN-PAYSSN > ATRN-PAYSSN
         GO TO 320-EXIT.
     IF PYBEN-PAYSSN < ATRN-PAYSSN
         GO TO 322-LOCATE-NEXT.
     IF PYBEN-NAME = ATRN-BEN-NAME
         MOVE 1 TO WS-PAYBEN-FOUND-SW
         GO TO 320-EXIT.
     GO TO 322-LOCATE-NEXT.
 320-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  CONTROL TOTALS AT THE END OF THE REGISTER: COUNT, INCREASES,
*  DECREASES AND NET BY FIELD, THE NET CHANGE TO PLAN BALANCES
*  (EVERY FIELD MOVES A BALANCE, SO IT IS THE SUM OF ALL FIVE)
*  AND THE TRANSACTION COUNTS.  READ = APPLIED + REJECTED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 400-TOTALS-PAGE.
     IF AD-LN-CNT > 44
         PERFORM 255-AD-HEAD THRU 255-EXIT
     END-IF.
     WRITE PA1-REC FROM AT-HEAD AFTER ADVANCING 2.
     MOVE 0 TO AT-GRAND-CNT AT-GRAND-INCR AT-GRAND-DECR.
     PERFORM 410-TOTAL-LINE THRU 410-EXIT
         VARYING AJ-SUB FROM 1 BY 1 UNTIL AJ-SUB > 5.
     COMPUTE AT-GRAND-NET = AT-GRAND-INCR + AT-GRAND-DECR.
     MOVE "NET CHANGE TO PLAN BALANCES" TO AT-L-LABEL.
     MOVE AT-GRAND-CNT TO AT-L-CNT.
     MOVE AT-GRAND-INCR TO AT-L-INCR.
     MOVE AT-GRAND-DECR TO AT-L-DECR.
     MOVE AT-GRAND-NET TO AT-L-NET.
     WRITE PA1-REC FROM AT-LINE AFTER ADVANCING 2.
     MOVE "TRANSACTIONS READ" TO AT-C-LABEL.
     MOVE TRN-READ-CNT TO AT-C-CNT.
     WRITE PA1-REC FROM AT-CNT-LINE AFTER ADVANCING 2.
     MOVE "ADJUSTMENTS APPLIED" TO AT-C-LABEL.
     MOVE TRN-APPLIED-CNT TO AT-C-CNT.
     WRITE PA1-REC FROM AT-CNT-LINE AFTER ADVANCING 1.
     MOVE "REJECTED (SEE PA2)" TO AT-C-LABEL.
     MOVE TRN-REJ-CNT TO AT-C-CNT.
     WRITE PA1-REC FROM AT-CNT-LINE AFTER ADVANCING 1.
     MOVE SPACES TO AT-N-TEXT.
     IF COMMITTED-UPDATE-RUN
         STRING "EVERY APPLIED ADJUSTMENT IS ON ADJHIST WITH "
                "ITS BEFORE AND AFTER IMAGES."
              DELIMITED SIZE INTO AT-N-TEXT
     ELSE
         STRING "DRY RUN - NOTHING REWRITTEN AND NO ADJHIST "
                "RECORD WRITTEN."
              DELIMITED SIZE INTO AT-N-TEXT
     END-IF.
     WRITE PA1-REC FROM AT-NOTE-LINE AFTER ADVANCING 2.
     IF HST-WRITE-FAILED
         MOVE SPACES TO AT-N-TEXT
         STRING "ADJHIST WRITE FAILED - RUN STOPPED. THE "
                "LAST ADJUSTMENT ABOVE IS ON FILE BUT NOT ON "
                "ADJHIST."
              DELIMITED SIZE INTO AT-N-TEXT
         WRITE PA1-REC FROM AT-NOTE-LINE AFTER ADVANCING 1
     END-IF.
 400-EXIT.
     EXIT.

 410-TOTAL-LINE.
     MOVE AT-LABEL (AJ-SUB) TO AT-L-LABEL.
     MOVE AT-CNT (AJ-SUB) TO AT-L-CNT.
     MOVE AT-INCR (AJ-SUB) TO AT-L-INCR.
     MOVE AT-DECR (AJ-SUB) TO AT-L-DECR.
     COMPUTE AT-NET = AT-INCR (AJ-SUB) + AT-DECR (AJ-SUB).
     MOVE AT-NET TO AT-L-NET.
     WRITE PA1-REC FROM AT-LINE AFTER ADVANCING 1.
     ADD AT-CNT (AJ-SUB) TO AT-GRAND-CNT.
     ADD AT-INCR (AJ-SUB) TO AT-GRAND-INCR.
     ADD AT-DECR (AJ-SUB) TO AT-GRAND-DECR.
 410-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOAD EVERY ADJUSTMENT NUMBER ALREADY ON ADJHIST SO 100-
*  VALIDATE CAN REFUSE ONE THAT HAS BEEN APPLIED.  A TABLE THAT
*  FILLS ABORTS THE RUN, SINCE THE CHECK WOULD BE INCOMPLETE.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 600-LOAD-ADJ-IDS.
     MOVE 0 TO AJ-ID-CNT.
     OPEN INPUT ADJHSTFL.
     IF ADJHST-FILE-STATUS NOT = "00" AND
        ADJHST-FILE-STATUS NOT = "05"
         GO TO 600-EXIT.
 602-LOAD-NEXT.
     READ ADJHSTFL
         AT END MOVE 1 TO WS-ADJHST-EOF-SW
     END-READ.
     IF ADJHST-EOF OR ID-TABLE-FULL
         CLOSE ADJHSTFL
         GO TO 600-EXIT.
     MOVE ADJ-ADJ-ID TO AJ-NOTE-ID.
     PERFORM 610-NOTE-ADJ-ID THRU 610-EXIT.
     GO TO 602-LOAD-NEXT.
 600-EXIT.
     EXIT.

 610-NOTE-ADJ-ID.
     IF AJ-ID-CNT < 5000
         ADD 1 TO AJ-ID-CNT
         MOVE AJ-NOTE-ID TO AJ-ID (AJ-ID-CNT)
     ELSE
         MOVE 1 TO WS-ID-OVERFLOW-SW
     END-IF.
 610-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 700-OPEN-FILES.
     IF COMMITTED-UPDATE-RUN
         MOVE "I-O" TO UFAS-OPEN-MODE
     ELSE
         MOVE "INPUT" TO UFAS-OPEN-MODE
     END-IF.
     CALL "OPEN-PAYPROFIT" USING PAYPROFIT-FILE-STATUS UFAS-OPEN-MODE
     CALL "OPEN-PAYBEN" USING PAYBEN-FILE-STATUS UFAS-OPEN-MODE.
     OPEN INPUT ATRNFL.
     OPEN OUTPUT REGFL EXCPTFL.
     WRITE PA1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     WRITE PA2-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
 700-EXIT.
     EXIT.
 702-CLOSE-FILES.
     CALL "CLOSE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
     CALL "CLOSE-PAYBEN" USING PAYBEN-FILE-STATUS.
     CLOSE ATRNFL.
     CLOSE REGFL.
     CLOSE EXCPTFL.
     IF HST-FILE-OPEN
         CLOSE ADJHSTFL
     END-IF.
 702-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RUN REGISTRY.  750 APPENDS THE START STAMP, 752 THE END STAMP
*  WITH THE OUTCOME, THE COUNT OF ADJUSTMENTS APPLIED AND THE
*  NET CHANGE TO PLAN BALANCES IN RR-PARAMS.  A REGISTRY THAT
*  CANNOT BE WRITTEN ONLY WARNS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 750-STAMP-START.
     OPEN EXTEND RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         MOVE "PAY446N" TO DAEMON-DISP-PROG
         MOVE "** PAY446N - CAN NOT OPEN RUN REGISTRY - NOT STAMPED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         GO TO 750-EXIT
     END-IF.
     PERFORM 756-FILL-STAMP THRU 756-EXIT.
     MOVE "S" TO RR-STAMP.
     MOVE SPACE TO RR-STATUS.
     MOVE 0 TO RR-REC-COUNT.
     MOVE SPACES TO RR-PARAMS.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
     MOVE 1 TO WS-RR-START-SW.
 750-EXIT.
     EXIT.

 752-STAMP-END.
     IF NOT RUN-STAMPED
         GO TO 752-EXIT.
     OPEN EXTEND RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         GO TO 752-EXIT
     END-IF.
     PERFORM 756-FILL-STAMP THRU 756-EXIT.
     MOVE "E" TO RR-STAMP.
     MOVE WS-RR-END-STATUS TO RR-STATUS.
     MOVE TRN-APPLIED-CNT TO RR-REC-COUNT.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
 752-EXIT.
     EXIT.

 756-FILL-STAMP.
     MOVE "PAY446N" TO RR-PROGRAM.
     MOVE FUNCTION CURRENT-DATE TO RR-W-CURDATE.
     MOVE RR-W-CURDATE (1:8) TO RR-RUN-DATE.
     MOVE RR-W-CURDATE (9:6) TO RR-RUN-TIME.
     MOVE 0 TO RR-CUTOFF-DATE.
     IF COMMITTED-UPDATE-RUN
         MOVE "C" TO RR-MODE
     ELSE
         MOVE "D" TO RR-MODE
     END-IF.
     MOVE AT-GRAND-NET TO AT-RR-NET.
     MOVE SPACES TO RR-PARAMS.
     STRING "NET CHANGE " AT-RR-NET
          DELIMITED SIZE INTO RR-PARAMS.
 756-EXIT.
     EXIT.
