 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAY445N.
********************************************************************
**        PROGRAM:        PAY445N                                 **
**     WRITTEN BY:        K ALVAREZ                               **
**   DATE WRITTEN:        09/28/2026                              **
**    DESCRIPTION:        DOMESTIC RELATIONS ORDER (QDRO) RUN.    **
**                        READS THE ORDER FILE KEPT BY LEGAL      **
**                        (QDRO), ONE RECORD PER ORDER WITH ITS   **
**                        STATUS:                                 **
**                          "P" = PENDING - PAY432N HOLDS EVERY   **
**                                DISTRIBUTION AGAINST THE        **
**                                PARTICIPANT                     **
**                          "Q" = QUALIFIED - THE AWARD IS        **
**                                SEGREGATED                      **
**                          "R" = REJECTED - NO ACTION            **
**                        THE AWARD IS A PERCENT OF THE           **
**                        PARTICIPANT'S VESTED BALANCE AS OF THE  **
**                        VALUATION DATE, OR A FLAT DOLLAR        **
**                        AMOUNT.  FOR A PERCENT AWARD THE        **
**                        VALUATION BALANCE IS PY-PS-AMT WITH THE **
**                        PAYOUTS (DSTHIST) AND EARLIER           **
**                        SEGREGATIONS SINCE THE VALUATION DATE   **
**                        ADDED BACK, AND THE CONTRIBUTION AND    **
**                        FORFEITURE OF A PAY431N ALLOCATION      **
**                        SINCE THEN TAKEN OUT - THE EARNINGS     **
**                        STAY IN, SO THE AWARD SHARES IN THEM.   **
**                        ONLY ONE ALLOCATION CAN BE TAKEN OUT    **
**                        THIS WAY; AN OLDER VALUATION DATE IS AN **
**                        EXCEPTION AND LEGAL CONVERTS THE AWARD  **
**                        TO DOLLARS.  THE AWARD MAY NOT EXCEED   **
**                        THE VESTED BALANCE TODAY.               **
**                                                                **
**                        SEGREGATING A QUALIFIED ORDER MOVES THE **
**                        AWARD OUT OF PY-PS-AMT INTO THE         **
**                        ALTERNATE PAYEE'S OWN ACCOUNT - A       **
**                        PAYBEN RECORD UNDER THE PARTICIPANT'S   **
**                        SSN WITH PYBEN-LEVEL "A" AND THE        **
**                        ALTERNATE PAYEE'S SSN IN PYBEN-TIN - SO **
**                        IT SHARES IN PAY431N EARNINGS, IS PAID  **
**                        BY PAY432N AND REPORTED BY PAY442N LIKE **
**                        ANY PAYBEN BALANCE, AND THE PAY433N     **
**                        TIE-OUT IS UNCHANGED.  EVERY            **
**                        SEGREGATION IS APPENDED TO THE QDROSEG  **
**                        LEDGER SO AN ORDER IS NEVER SEGREGATED  **
**                        TWICE.  SWITCH 3 ON IS A DRY RUN -      **
**                        NOTHING IS UPDATED.                     **
**                                                                **
**                        REPORTS: QD1 ORDER STATUS REPORT FOR    **
**                        LEGAL, EVERY ORDER WITH ITS AWARD, DAYS **
**                        PENDING AND WHAT WAS SEGREGATED,        **
**                        TOTALLED BY STATUS; QD2 EXCEPTIONS -    **
**                        ORDERS THAT FAIL AN EDIT OR CANNOT BE   **
**                        SEGREGATED, WITH THE REASON.            **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
**   DATE   NAME:        PROJ # DESCRIPTION                       **
** MM/DD/YY ____________ NNNNNN _________________________________ **
**                                                                **
** 09/28/2026 K.Alvarez  MAIN-2137 New program - QDRO order       **
**                       status report and segregation of         **
**                       qualified awards to alternate-payee      **
**                       accounts.                                **
** 10/15/2026 K.Alvarez  MAIN-2141 Missing EXIT added to          **
**                       810-EXIT.                                **
** 10/15/2026 K.Alvarez  MAIN-2141 Run stops when a segregated    **
**                       award cannot be put on QDROSEG or put    **
**                       back on PAYPROFIT; the order number and  **
**                       the lost award go to the console.        **
********************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
  SOURCE-COMPUTER. UNIX-MF.
  OBJECT-COMPUTER. UNIX-MF.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT QDROFL    ASSIGN "QDRO"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS QDRO-FILE-STATUS.
 SELECT OPTIONAL QDSEGFL ASSIGN "QDROSEG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS QDSEG-FILE-STATUS.
 SELECT STATFL    ASSIGN LINE ADVANCING "QD1"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT EXCPTFL   ASSIGN LINE ADVANCING "QD2"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL DSTHSTFL ASSIGN "DSTHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DSTHST-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  QDROFL LABEL RECORDS OMITTED.
 COPY X-FD-QDRO.

 FD  QDSEGFL LABEL RECORDS OMITTED.
 COPY X-FD-QDROSEG.

 FD  STATFL LABEL RECORDS OMITTED.
 01  QD1-REC                               PIC X(132).
 FD  EXCPTFL LABEL RECORDS OMITTED.
 01  QD2-REC                               PIC X(132).

 FD  DSTHSTFL LABEL RECORDS OMITTED.
 COPY X-FD-DSTHIST.

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
 COPY X-FD-PSRULES.

 01 PAYPROFIT-FILE-STATUS    PIC XX.
 01 PAYBEN-FILE-STATUS       PIC XX.
 01 PSRULES-FILE-STATUS      PIC XX.
 01 QDRO-FILE-STATUS         PIC XX VALUE "00".
 01 QDSEG-FILE-STATUS        PIC XX VALUE "00".
 01 DSTHST-FILE-STATUS       PIC XX VALUE "00".
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
     03  FILLER                             PIC X(13).
 01  DUMMY REDEFINES WS-DATE-CURRENT.
     03  WS-CURR-CYMD                       PIC 9(08).
     03  FILLER                             PIC X(13).
 01  WS-INDICATORS.
     03  WS-QDRO-EOF-SW                     PIC 9(01) VALUE 0.
         88  QDRO-EOF                                 VALUE 1.
     03  WS-QDSEG-EOF-SW                    PIC 9(01) VALUE 0.
         88  QDSEG-EOF                                VALUE 1.
     03  WS-DSTHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  DSTHST-EOF                               VALUE 1.
     03  WS-RUNREG-EOF-SW                   PIC 9(01) VALUE 0.
         88  RUNREG-EOF                               VALUE 1.
     03  WS-PAYBEN-FOUND-SW                 PIC 9(01) VALUE 0.
         88  PAYBEN-RECORD-FOUND                      VALUE 1.
     03  WS-ERROR-SW                        PIC 9(01) VALUE 0.
         88  ORDER-IN-ERROR                           VALUE 1.
     03  WS-PAYPROF-FOUND-SW                PIC 9(01) VALUE 0.
         88  PAYPROF-RECORD-FOUND                     VALUE 1.
     03  WS-QDSEG-OPEN-SW                   PIC 9(01) VALUE 0.
         88  QDSEG-EXTEND-OPEN                        VALUE 1.
     03  WS-UPDATE-RUN-SW                   PIC 9(01) VALUE 1.
         88  COMMITTED-UPDATE-RUN                     VALUE 1.
     03  WS-QDSEG-FAIL-SW                   PIC 9(01) VALUE 0.
*  ORDERS ALREADY SEGREGATED, FROM THE QDROSEG LEDGER PLUS THOSE
*  SEGREGATED IN THIS RUN.
 01  SG-TABLE.
     03  SG-CNT                             PIC 9(05) COMP VALUE 0.
     03  SG-ENTRY OCCURS 2000 TIMES
                  INDEXED BY SG-IDX.
         05  SG-ORDER-NO                    PIC X(10).
         05  SG-BADGE                       PIC 9(07).
         05  SG-RUN-DATE                    PIC 9(08).
         05  SG-AMOUNT                      PIC S9(07)V99.
 01  SG-SUB                                 PIC 9(05) COMP VALUE 0.
 01  SG-SCAN                                PIC 9(05) COMP VALUE 0.
*  ORDER NUMBERS READ SO FAR THIS RUN, TO CATCH A DUPLICATE.
 01  OR-TABLE.
     03  OR-CNT                             PIC 9(05) COMP VALUE 0.
     03  OR-ENTRY OCCURS 2000 TIMES
                  INDEXED BY OR-IDX.
         05  OR-ORDER-NO                    PIC X(10).
 01  OR-SUB                                 PIC 9(05) COMP VALUE 0.
*  CUTOFF DATES OF THE COMMITTED PAY431N ALLOCATIONS ON RUNREG.
 01  CO-TABLE.
     03  CO-CNT                             PIC 9(05) COMP VALUE 0.
     03  CO-CUTOFF-DATE OCCURS 500 TIMES    PIC 9(08).
 01  CO-SUB                                 PIC 9(05) COMP VALUE 0.
 01  CO-AFTER-CNT                           PIC 9(05) COMP VALUE 0.
 01  WS-PS-YEARS                            PIC 9(02) VALUE 0.
 01  WS-VEST-PRCT                           PIC 9(03) VALUE 0.
 01  WS-VAL-BAL                             PIC S9(08)V99 VALUE 0.
 01  WS-VAL-VESTED                          PIC S9(08)V99 VALUE 0.
 01  WS-CUR-VESTED                          PIC S9(08)V99 VALUE 0.
 01  WS-AWARD                               PIC S9(08)V99 VALUE 0.
 01  WS-BAL-BEFORE                          PIC S9(08)V99 VALUE 0.
 01  WS-SEG-AMT                             PIC S9(08)V99 VALUE 0.
 01  WS-REMARK                              PIC X(20) VALUE SPACES.
 01  WS-PEND-DAYS                           PIC S9(07) VALUE 0.
*  DAY NUMBERS FOR DAYS PENDING - DAYS SINCE 01/01/0001.
 01  DN-DATE                                PIC 9(08) VALUE 0.
 01  FILLER REDEFINES DN-DATE.
     03  DN-CCYY                            PIC 9(04).
     03  DN-MM                              PIC 9(02).
     03  DN-DD                              PIC 9(02).
 01  DN-DAYS                                PIC 9(07) VALUE 0.
 01  DN-YEARS                               PIC 9(04) VALUE 0.
 01  DN-QUOT                                PIC 9(04) VALUE 0.
 01  DN-REM4                                PIC 9(03) VALUE 0.
 01  DN-REM100                              PIC 9(03) VALUE 0.
 01  DN-REM400                              PIC 9(03) VALUE 0.
 01  DN-CUM-VALUES                          PIC X(36)
     VALUE "000031059090120151181212243273304334".
 01  FILLER REDEFINES DN-CUM-VALUES.
     03  DN-CUM-DAYS OCCURS 12 TIMES        PIC 9(03).
 01  RUN-DAYS                               PIC 9(07) VALUE 0.
*  COUNTS AND AMOUNTS BY ORDER OUTCOME.
 01  QD-TOTALS.
     03  ORD-READ-CNT                       PIC 9(06) VALUE 0.
     03  ORD-PEND-CNT                       PIC 9(06) VALUE 0.
     03  ORD-QUAL-CNT                       PIC 9(06) VALUE 0.
     03  ORD-REJ-CNT                        PIC 9(06) VALUE 0.
     03  ORD-EXC-CNT                        PIC 9(06) VALUE 0.
     03  SEG-NEW-CNT                        PIC 9(06) VALUE 0.
     03  SEG-NEW-AMT                        PIC S9(11)V99 VALUE 0.
     03  SEG-PRIOR-CNT                      PIC 9(06) VALUE 0.
     03  SEG-PRIOR-AMT                      PIC S9(11)V99 VALUE 0.
     03  SEG-FAIL-CNT                       PIC 9(06) VALUE 0.
     03  EXC-WRITE-CNT                      PIC 9(06) VALUE 0.
 01  ST-PG-CNT                              PIC 9(05) VALUE 0.
 01  ST-LN-CNT                              PIC 9(02) VALUE 57.
 01  EXC-PG-CNT                             PIC 9(05) VALUE 0.
 01  EXC-LN-CNT                             PIC 9(02) VALUE 57.
 01  WS-PSRULES.
     03  WS-PSRULES-VEST-YR1                PIC 9(02)    VALUE 3.
     03  WS-PSRULES-VEST-PCT1               PIC 9(03)    VALUE 20.
     03  WS-PSRULES-VEST-YR2                PIC 9(02)    VALUE 4.
     03  WS-PSRULES-VEST-PCT2               PIC 9(03)    VALUE 40.
     03  WS-PSRULES-VEST-YR3                PIC 9(02)    VALUE 5.
     03  WS-PSRULES-VEST-PCT3               PIC 9(03)    VALUE 60.
     03  WS-PSRULES-VEST-YR4                PIC 9(02)    VALUE 6.
     03  WS-PSRULES-VEST-PCT4               PIC 9(03)    VALUE 80.
     03  WS-PSRULES-VEST-PCT5               PIC 9(03)    VALUE 100.
 01  XEROX-HEADER.
     03  XEROX-REC                          PIC X(32)
         VALUE "DJDE JDE=PAY445,JDL=PAYROL,END,;".
     03  FILLER                             PIC X(100) VALUE SPACES.
 01  WS-ED-DATE.
     03  WS-ED-MM                           PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  WS-ED-DD                           PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  WS-ED-YY                           PIC 9(02).
 01  WS-ED-DATE-X REDEFINES WS-ED-DATE      PIC X(08).
 01  WS-ED-AWARD                            PIC Z,ZZZ,ZZ9.99.
 01  QD-HEAD1.
     03  FILLER                             PIC X(10)
         VALUE "PAY445N   ".
     03  QD-H-TITLE                         PIC X(40) VALUE SPACES.
     03  QD-H-MODE                          PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(23) VALUE SPACES.
     03  FILLER                             PIC X(13)
         VALUE "   RUN DATE: ".
     03  QD-RM                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  QD-RD                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  QD-RY                              PIC 9(04).
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  QD-PAGE                            PIC ZZZZ9.
     03  FILLER                             PIC X(12) VALUE SPACES.
 01  QD1-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "ORDER NO   S   BADGE PARTICIPANT         ALTE".
     03  FILLER                             PIC X(45)
         VALUE "RNATE PAYEE            AWARD VAL DATE RECEIVE".
     03  FILLER                             PIC X(42)
         VALUE "D  DAYS    SEGREGATED REMARKS             ".
 01  QD2-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "ORDER NO   S   BADGE SSN       ALTERNATE PAYE".
     03  FILLER                             PIC X(45)
         VALUE "E                  AWARD VAL DATE REASON     ".
     03  FILLER                             PIC X(42)
         VALUE "                                          ".
 01  QD1-LINE.
     03  QD1-D-ORDER-NO                     PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD1-D-STATUS                       PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD1-D-BADGE                        PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD1-D-NAME                         PIC X(19) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD1-D-AP-NAME                      PIC X(19) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD1-D-AWARD                        PIC X(12) VALUE SPACES.
     03  QD1-D-AWARD-P REDEFINES QD1-D-AWARD.
         05  QD1-D-PCT                      PIC ZZZZZ9.99.
         05  QD1-D-PCT-SIGN                 PIC X(03).
     03  QD1-D-AWARD-D REDEFINES QD1-D-AWARD
                                            PIC Z,ZZZ,ZZ9.99.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD1-D-VAL-DATE                     PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD1-D-RECVD                        PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD1-D-DAYS                         PIC ZZZZ9 BLANK WHEN ZERO.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD1-D-SEG-AMT                      PIC Z,ZZZ,ZZ9.99-
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD1-D-REMARK                       PIC X(20) VALUE SPACES.
 01  QD1-TOT-LINE.
     03  QD1-T-LABEL                        PIC X(36) VALUE SPACES.
     03  QD1-T-CNT                          PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  QD1-T-AMT                          PIC ZZZ,ZZZ,ZZ9.99-
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(72) VALUE SPACES.
 01  QD2-LINE.
     03  QD2-D-ORDER-NO                     PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD2-D-STATUS                       PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD2-D-BADGE                        PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD2-D-SSN                          PIC X(09) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD2-D-AP-NAME                      PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD2-D-AWARD                        PIC X(12) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD2-D-VAL-DATE                     PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  QD2-D-REASON                       PIC X(45) VALUE SPACES.
     03  FILLER                             PIC X(08) VALUE SPACES.
 01  QD2-TOT-LINE.
     03  FILLER                             PIC X(26)
         VALUE "TOTAL EXCEPTIONS:         ".
     03  QD2-T-CNT                          PIC ZZZ,ZZ9.
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

     DISPLAY "*** PAY445N starting ***".
     MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT.
     IF META-SW (3) = 1
         MOVE 0 TO WS-UPDATE-RUN-SW
         MOVE " DRY RUN  " TO QD-H-MODE
     END-IF.
     MOVE WS-CURR-MM TO QD-RM.
     MOVE WS-CURR-DD TO QD-RD.
     MOVE WS-CURR-CCYY TO QD-RY.
     MOVE WS-CURR-CYMD TO DN-DATE.
     PERFORM 800-DAY-NUMBER THRU 800-EXIT.
     MOVE DN-DAYS TO RUN-DAYS.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     IF QDRO-FILE-STATUS NOT = "00"
         MOVE "PAY445N" TO DAEMON-DISP-PROG
         MOVE "** PAY445N - CAN NOT OPEN QDRO ORDER FILE - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 100-LOAD-SEGREGATED THRU 100-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 110-LOAD-ALLOCATIONS THRU 110-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
*  ONCE A COMMITTED RUN HAS SEGREGATED AN ORDER IT MUST BE ON
*  QDROSEG OR THE NEXT RUN WOULD SEGREGATE IT AGAIN - A LEDGER
*  THAT CANNOT BE EXTENDED ABORTS BEFORE THE FIRST ORDER.
     IF COMMITTED-UPDATE-RUN
         OPEN EXTEND QDSEGFL
         IF QDSEG-FILE-STATUS NOT = "00" AND
            QDSEG-FILE-STATUS NOT = "05"
             MOVE "PAY445N" TO DAEMON-DISP-PROG
             MOVE "** PAY445N - CAN NOT EXTEND QDROSEG LEDGER - ABORTED"
                 TO DAEMON-DISP-MSG
             CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
             MOVE 16 TO RETURN-CODE
             GO TO 000-CLOSE
         END-IF
         MOVE 1 TO WS-QDSEG-OPEN-SW
     END-IF.
 000-LOOP.
     READ QDROFL
         AT END MOVE 1 TO WS-QDRO-EOF-SW
     END-READ.
     IF QDRO-EOF
         GO TO 000-TOTALS.
     ADD 1 TO ORD-READ-CNT.
     MOVE 0 TO WS-ERROR-SW.
     MOVE 0 TO WS-SEG-AMT.
     MOVE 0 TO WS-PEND-DAYS.
     MOVE SPACES TO WS-REMARK.
     PERFORM 200-VALIDATE THRU 200-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     IF ORDER-IN-ERROR
         ADD 1 TO ORD-EXC-CNT
         MOVE "INVALID - SEE QD2" TO WS-REMARK
         PERFORM 400-STATUS-LINE THRU 400-EXIT
         GO TO 000-LOOP.
     IF QD-PENDING
         PERFORM 300-PENDING THRU 300-EXIT.
     IF QD-REJECTED
         ADD 1 TO ORD-REJ-CNT
         MOVE "REJECTED" TO WS-REMARK.
     IF QD-QUALIFIED
         PERFORM 320-QUALIFIED THRU 320-EXIT.
     PERFORM 400-STATUS-LINE THRU 400-EXIT.
*  AN AWARD POSTED BUT NOT ON THE QDROSEG LEDGER, OR OFF
*  PAYPROFIT AND ON NO ACCOUNT, STOPS THE RUN - NO FURTHER
*  ORDER IS SEGREGATED UNTIL IT HAS BEEN PUT RIGHT.
     IF RETURN-CODE = 16
         GO TO 000-TOTALS.
     GO TO 000-LOOP.
 000-TOTALS.
     IF ST-LN-CNT > 46
         PERFORM 405-STATUS-HEAD THRU 405-EXIT
     END-IF.
     MOVE "PENDING - DISTRIBUTIONS HELD" TO QD1-T-LABEL.
     MOVE ORD-PEND-CNT TO QD1-T-CNT.
     MOVE 0 TO QD1-T-AMT.
     WRITE QD1-REC FROM QD1-TOT-LINE AFTER ADVANCING 2.
     MOVE "QUALIFIED" TO QD1-T-LABEL.
     MOVE ORD-QUAL-CNT TO QD1-T-CNT.
     COMPUTE QD1-T-AMT = SEG-NEW-AMT + SEG-PRIOR-AMT.
     WRITE QD1-REC FROM QD1-TOT-LINE AFTER ADVANCING 1.
     IF COMMITTED-UPDATE-RUN
         MOVE "  SEGREGATED THIS RUN" TO QD1-T-LABEL
     ELSE
         MOVE "  WOULD BE SEGREGATED THIS RUN" TO QD1-T-LABEL
     END-IF.
     MOVE SEG-NEW-CNT TO QD1-T-CNT.
     MOVE SEG-NEW-AMT TO QD1-T-AMT.
     WRITE QD1-REC FROM QD1-TOT-LINE AFTER ADVANCING 1.
     MOVE "  SEGREGATED IN EARLIER RUNS" TO QD1-T-LABEL.
     MOVE SEG-PRIOR-CNT TO QD1-T-CNT.
     MOVE SEG-PRIOR-AMT TO QD1-T-AMT.
     WRITE QD1-REC FROM QD1-TOT-LINE AFTER ADVANCING 1.
     MOVE "  NOT SEGREGATED - PAY HELD" TO QD1-T-LABEL.
     MOVE SEG-FAIL-CNT TO QD1-T-CNT.
     MOVE 0 TO QD1-T-AMT.
     WRITE QD1-REC FROM QD1-TOT-LINE AFTER ADVANCING 1.
     MOVE "REJECTED BY LEGAL" TO QD1-T-LABEL.
     MOVE ORD-REJ-CNT TO QD1-T-CNT.
     WRITE QD1-REC FROM QD1-TOT-LINE AFTER ADVANCING 1.
     MOVE "FAILED EDITS - SEE QD2" TO QD1-T-LABEL.
     MOVE ORD-EXC-CNT TO QD1-T-CNT.
     WRITE QD1-REC FROM QD1-TOT-LINE AFTER ADVANCING 1.
     MOVE "TOTAL ORDERS" TO QD1-T-LABEL.
     MOVE ORD-READ-CNT TO QD1-T-CNT.
     WRITE QD1-REC FROM QD1-TOT-LINE AFTER ADVANCING 2.
     IF EXC-LN-CNT > 54
         PERFORM 255-EXC-HEAD THRU 255-EXIT
     END-IF.
     MOVE EXC-WRITE-CNT TO QD2-T-CNT.
     WRITE QD2-REC FROM QD2-TOT-LINE AFTER ADVANCING 2.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY445N" TO DAEMON-DISP-PROG
     MOVE SPACES TO DAEMON-DISP-MSG
     STRING  "** PAY445N - ORDERS " ORD-READ-CNT
             " PEND " ORD-PEND-CNT
             " SEG " SEG-NEW-CNT
             " EXC " EXC-WRITE-CNT
          DELIMITED SIZE INTO DAEMON-DISP-MSG
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     DISPLAY "** PAY445N - ORDERS: " ORD-READ-CNT
             " PENDING: " ORD-PEND-CNT
             " SEGREGATED: " SEG-NEW-CNT
             " EXCEPTIONS: " EXC-WRITE-CNT.
     IF RETURN-CODE = 16
         MOVE "A" TO WS-RR-END-STATUS
     END-IF.
     PERFORM 752-STAMP-END THRU 752-EXIT.
     EXIT PROGRAM.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOAD THE ORDERS ALREADY SEGREGATED FROM THE QDROSEG LEDGER.
*  NO LEDGER YET MEANS NOTHING HAS BEEN SEGREGATED.  A TABLE
*  TOO SMALL FOR THE LEDGER ABORTS - AN ORDER THAT WAS NOT
*  LOADED WOULD BE SEGREGATED A SECOND TIME.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 100-LOAD-SEGREGATED.
     OPEN INPUT QDSEGFL.
     IF QDSEG-FILE-STATUS NOT = "00" AND
        QDSEG-FILE-STATUS NOT = "05"
         GO TO 100-EXIT.
 102-SEGREGATED-LOOP.
     READ QDSEGFL
         AT END MOVE 1 TO WS-QDSEG-EOF-SW
     END-READ.
     IF QDSEG-EOF
         CLOSE QDSEGFL
         GO TO 100-EXIT.
     IF SG-CNT NOT < 2000
         MOVE "PAY445N" TO DAEMON-DISP-PROG
         MOVE "** PAY445N - SEGREGATION TABLE FULL (2000) - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         CLOSE QDSEGFL
         GO TO 100-EXIT.
     ADD 1 TO SG-CNT.
     MOVE QS-ORDER-NO TO SG-ORDER-NO (SG-CNT).
     MOVE QS-BADGE TO SG-BADGE (SG-CNT).
     MOVE QS-RUN-DATE TO SG-RUN-DATE (SG-CNT).
     MOVE QS-AMOUNT TO SG-AMOUNT (SG-CNT).
     GO TO 102-SEGREGATED-LOOP.
 100-EXIT.
     EXIT.

*  THE CUTOFF DATE OF EVERY COMMITTED PAY431N ALLOCATION, THE
*  SAME REGISTRY TEST THE PAY441N INTERLOCK MAKES.
 110-LOAD-ALLOCATIONS.
     OPEN INPUT RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         GO TO 110-EXIT.
 112-ALLOCATION-LOOP.
     READ RUNREGFL
         AT END MOVE 1 TO WS-RUNREG-EOF-SW
     END-READ.
     IF RUNREG-EOF
         CLOSE RUNREGFL
         GO TO 110-EXIT.
     IF RR-PROGRAM NOT = "PAY431N" OR RR-STAMP NOT = "E" OR
        RR-MODE NOT = "C" OR RR-STATUS NOT = "C"
         GO TO 112-ALLOCATION-LOOP.
     IF CO-CNT NOT < 500
         MOVE "PAY445N" TO DAEMON-DISP-PROG
         MOVE "** PAY445N - ALLOCATION TABLE FULL (500) - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         CLOSE RUNREGFL
         GO TO 110-EXIT.
     ADD 1 TO CO-CNT.
     MOVE RR-CUTOFF-DATE TO CO-CUTOFF-DATE (CO-CNT).
     GO TO 112-ALLOCATION-LOOP.
 110-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  DERIVE THE VESTED PERCENT FROM THE PSRULES VESTING SCHEDULE,
*  THE SAME WAY PAY432N DOES.  DECEASED EMPLOYEES (PY-TERM = "Z")
*  ARE ALWAYS 100% VESTED, AS IS WHAT IS LEFT AFTER A PAY439N
*  FORFEITURE FOR THE CURRENT TERMINATION.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 120-CALC-VESTING.
     MOVE PY-PS-YEARS TO WS-PS-YEARS.
     MOVE 0 TO WS-VEST-PRCT.
     IF WS-PS-YEARS = WS-PSRULES-VEST-YR1
         MOVE WS-PSRULES-VEST-PCT1 TO WS-VEST-PRCT
     END-IF.
     IF WS-PS-YEARS = WS-PSRULES-VEST-YR2
         MOVE WS-PSRULES-VEST-PCT2 TO WS-VEST-PRCT
     END-IF.
     IF WS-PS-YEARS = WS-PSRULES-VEST-YR3
         MOVE WS-PSRULES-VEST-PCT3 TO WS-VEST-PRCT
     END-IF.
     IF WS-PS-YEARS = WS-PSRULES-VEST-YR4
         MOVE WS-PSRULES-VEST-PCT4 TO WS-VEST-PRCT
     END-IF.
     IF WS-PS-YEARS > WS-PSRULES-VEST-YR4
         MOVE WS-PSRULES-VEST-PCT5 TO WS-VEST-PRCT
     END-IF.
     IF PY-TERM = "Z"
         MOVE 100 TO WS-VEST-PRCT
     END-IF.
     IF PY-FORF-AMT > 0 AND PY-FORF-TERM-DT = PY-TERM-DT
         MOVE 100 TO WS-VEST-PRCT
     END-IF.
 120-EXIT.
     EXIT.

*  IS QD-ORDER-NO ON THE SEGREGATION TABLE - SG-SUB, ZERO IF NOT.
 130-FIND-SEGREGATED.
     MOVE 0 TO SG-SUB.
     IF SG-CNT = 0
         GO TO 130-EXIT.
     SET SG-IDX TO 1.
     SEARCH SG-ENTRY
         AT END
             CONTINUE
         WHEN SG-IDX > SG-CNT
             CONTINUE
         WHEN SG-ORDER-NO (SG-IDX) = QD-ORDER-NO
             SET SG-SUB TO SG-IDX
     END-SEARCH.
 130-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  VALIDATE THE ORDER CURRENTLY IN QDRO-REC.  THE FIRST FAILED
*  EDIT GOES TO THE EXCEPTION REPORT.  A PENDING OR REJECTED
*  ORDER NEEDS ONLY ITS PARTICIPANT; A QUALIFIED ONE MUST ALSO
*  CARRY A USABLE AWARD AND ALTERNATE PAYEE.  ON RETURN THE
*  PARTICIPANT'S PAYPROFIT RECORD IS IN WORKING STORAGE AND
*  SG-SUB IS SET FOR THE ORDER.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 200-VALIDATE.
     MOVE 0 TO WS-PAYPROF-FOUND-SW.
     MOVE 0 TO SG-SUB.
     IF QD-ORDER-NO = SPACES
         MOVE "ORDER NUMBER MISSING" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 200-EXIT.
     PERFORM 210-CHECK-DUPLICATE THRU 210-EXIT.
     IF ORDER-IN-ERROR OR RETURN-CODE = 16
         GO TO 200-EXIT.
     IF NOT QD-PENDING AND NOT QD-QUALIFIED AND NOT QD-REJECTED
         MOVE "ORDER STATUS NOT P, Q OR R" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 200-EXIT.
     IF QD-BADGE NOT NUMERIC OR QD-BADGE = 0
         MOVE "BADGE MISSING" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 200-EXIT.
     MOVE QD-BADGE TO PAYPROF-BADGE.
     CALL "READ-KEY-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                     PAYPROF-REC.
     IF PAYPROFIT-FILE-STATUS NOT = "00"
         MOVE "BADGE NOT ON PAYPROFIT" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 200-EXIT.
     MOVE 1 TO WS-PAYPROF-FOUND-SW.
     IF QD-SSN NOT NUMERIC OR QD-SSN NOT = PAYPROF-SSN
         MOVE "SSN DOES NOT MATCH PAYPROFIT" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 200-EXIT.
     MOVE 0 TO DN-DAYS.
     IF QD-RECEIVED-DATE NUMERIC
         MOVE QD-RECEIVED-DATE TO DN-DATE
         PERFORM 800-DAY-NUMBER THRU 800-EXIT
     END-IF.
     IF DN-DAYS = 0 OR QD-RECEIVED-DATE > WS-CURR-CYMD
         MOVE "RECEIVED DATE MISSING OR AFTER TODAY" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 200-EXIT.
*  AN ORDER LEGAL HAS TAKEN BACK AFTER ITS AWARD WAS MOVED MUST
*  BE UNWOUND BY HAND - THE RUN DOES NOT MOVE THE MONEY BACK.
     PERFORM 130-FIND-SEGREGATED THRU 130-EXIT.
     IF SG-SUB > 0 AND NOT QD-QUALIFIED
         MOVE "ALREADY SEGREGATED - NO LONGER QUALIFIED"
             TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 200-EXIT.
     IF NOT QD-QUALIFIED
         GO TO 200-EXIT.
     PERFORM 220-VALIDATE-AWARD THRU 220-EXIT.
 200-EXIT.
     EXIT.

 210-CHECK-DUPLICATE.
     SET OR-IDX TO 1.
     MOVE 0 TO OR-SUB.
     IF OR-CNT > 0
         SEARCH OR-ENTRY
             AT END
                 CONTINUE
             WHEN OR-IDX > OR-CNT
                 CONTINUE
             WHEN OR-ORDER-NO (OR-IDX) = QD-ORDER-NO
                 SET OR-SUB TO OR-IDX
         END-SEARCH
     END-IF.
     IF OR-SUB > 0
         MOVE "ORDER NUMBER ON FILE MORE THAN ONCE" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 210-EXIT.
     IF OR-CNT NOT < 2000
         MOVE "PAY445N" TO DAEMON-DISP-PROG
         MOVE "** PAY445N - ORDER TABLE FULL (2000) - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 210-EXIT.
     ADD 1 TO OR-CNT.
     MOVE QD-ORDER-NO TO OR-ORDER-NO (OR-CNT).
 210-EXIT.
     EXIT.

 220-VALIDATE-AWARD.
     IF QD-PERCENT-AWARD
         IF QD-AWARD-PCT NOT NUMERIC OR QD-AWARD-PCT = 0 OR
            QD-AWARD-PCT > 100
             MOVE "AWARD PERCENT NOT 0.01 TO 100" TO QD2-D-REASON
             PERFORM 250-EXCEPTION THRU 250-EXIT
             GO TO 220-EXIT
         END-IF
     ELSE
         IF QD-DOLLAR-AWARD
             IF QD-AWARD-AMT NOT NUMERIC OR QD-AWARD-AMT = 0
                 MOVE "AWARD AMOUNT MISSING" TO QD2-D-REASON
                 PERFORM 250-EXCEPTION THRU 250-EXIT
                 GO TO 220-EXIT
             END-IF
         ELSE
             MOVE "AWARD TYPE NOT P OR D" TO QD2-D-REASON
             PERFORM 250-EXCEPTION THRU 250-EXIT
             GO TO 220-EXIT
         END-IF
     END-IF.
     MOVE 0 TO DN-DAYS.
     IF QD-VALUATION-DATE NUMERIC
         MOVE QD-VALUATION-DATE TO DN-DATE
         PERFORM 800-DAY-NUMBER THRU 800-EXIT
     END-IF.
     IF DN-DAYS = 0 OR QD-VALUATION-DATE > WS-CURR-CYMD
         MOVE "VALUATION DATE MISSING OR AFTER TODAY"
             TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 220-EXIT.
     IF QD-AP-NAME = SPACES
         MOVE "ALTERNATE PAYEE NAME MISSING" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 220-EXIT.
     IF QD-AP-SSN NOT NUMERIC OR QD-AP-SSN = 0 OR
        QD-AP-SSN = QD-SSN
         MOVE "ALTERNATE PAYEE SSN MISSING OR INVALID"
             TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 220-EXIT.
 220-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  WRITE THE ORDER AND THE REASON IN QD2-D-REASON (SET BY THE
*  CALLER) TO THE EXCEPTION REPORT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 250-EXCEPTION.
     MOVE 1 TO WS-ERROR-SW.
     ADD 1 TO EXC-WRITE-CNT.
     MOVE QD-ORDER-NO TO QD2-D-ORDER-NO.
     MOVE QD-STATUS TO QD2-D-STATUS.
     IF QD-BADGE NUMERIC
         MOVE QD-BADGE TO QD2-D-BADGE
     ELSE
         MOVE 0 TO QD2-D-BADGE
     END-IF.
     MOVE QD-SSN TO QD2-D-SSN.
     MOVE QD-AP-NAME TO QD2-D-AP-NAME.
     PERFORM 410-EDIT-AWARD THRU 410-EXIT.
     MOVE QD1-D-AWARD TO QD2-D-AWARD.
     MOVE QD-VALUATION-DATE TO DN-DATE.
     PERFORM 810-EDIT-DATE THRU 810-EXIT.
     MOVE WS-ED-DATE-X TO QD2-D-VAL-DATE.
     IF EXC-LN-CNT > 56
         PERFORM 255-EXC-HEAD THRU 255-EXIT
     END-IF.
     WRITE QD2-REC FROM QD2-LINE AFTER ADVANCING 1.
     ADD 1 TO EXC-LN-CNT.
 250-EXIT.
     EXIT.
 255-EXC-HEAD.
     ADD 1 TO EXC-PG-CNT.
     MOVE EXC-PG-CNT TO QD-PAGE.
     MOVE "QDRO ORDER EXCEPTION REPORT" TO QD-H-TITLE.
     MOVE 0 TO EXC-LN-CNT.
     WRITE QD2-REC FROM QD-HEAD1 AFTER ADVANCING PAGE.
     WRITE QD2-REC FROM QD2-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO QD2-REC.
     WRITE QD2-REC AFTER ADVANCING 1.
     ADD 4 TO EXC-LN-CNT.
 255-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  A PENDING ORDER - HOW LONG LEGAL HAS HAD IT.  PAY432N HOLDS
*  THE PARTICIPANT'S DISTRIBUTIONS FROM THE SAME FILE.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 300-PENDING.
     ADD 1 TO ORD-PEND-CNT.
     MOVE "PENDING - PAY HELD" TO WS-REMARK.
     MOVE QD-RECEIVED-DATE TO DN-DATE.
     PERFORM 800-DAY-NUMBER THRU 800-EXIT.
     COMPUTE WS-PEND-DAYS = RUN-DAYS - DN-DAYS.
     IF WS-PEND-DAYS < 0
         MOVE 0 TO WS-PEND-DAYS.
 300-EXIT.
     EXIT.

*  A QUALIFIED ORDER IS SEGREGATED ONCE.  ONE THAT CANNOT BE
*  STAYS ON HOLD IN PAY432N UNTIL LEGAL FIXES IT.
 320-QUALIFIED.
     ADD 1 TO ORD-QUAL-CNT.
     IF SG-SUB = 0
         GO TO 322-SEGREGATE-NOW.
     ADD 1 TO SEG-PRIOR-CNT.
     ADD SG-AMOUNT (SG-SUB) TO SEG-PRIOR-AMT.
     MOVE SG-AMOUNT (SG-SUB) TO WS-SEG-AMT.
     MOVE SG-RUN-DATE (SG-SUB) TO DN-DATE.
     PERFORM 810-EDIT-DATE THRU 810-EXIT.
     STRING "SEGREGATED " WS-ED-DATE-X
          DELIMITED SIZE INTO WS-REMARK.
     GO TO 320-EXIT.
 322-SEGREGATE-NOW.
     PERFORM 330-SEGREGATE THRU 330-EXIT.
     IF ORDER-IN-ERROR
         ADD 1 TO SEG-FAIL-CNT
         MOVE 0 TO WS-SEG-AMT
         MOVE "NOT DONE - SEE QD2" TO WS-REMARK.
 320-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  SEGREGATE A QUALIFIED ORDER: FIGURE THE AWARD, MOVE IT OFF
*  PY-PS-AMT ONTO THE ALTERNATE PAYEE'S PAYBEN ACCOUNT (OPENED
*  IF THIS IS THE FIRST ORDER FOR THEM) AND RECORD IT ON THE
*  QDROSEG LEDGER.  A DRY RUN STOPS AFTER THE FIGURES.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 330-SEGREGATE.
     IF SG-CNT NOT < 2000
         MOVE "SEGREGATION TABLE FULL - RERUN" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 330-EXIT.
     PERFORM 120-CALC-VESTING THRU 120-EXIT.
     COMPUTE WS-CUR-VESTED ROUNDED =
             (PY-PS-AMT * WS-VEST-PRCT) / 100.
     IF QD-DOLLAR-AWARD
         MOVE QD-AWARD-AMT TO WS-AWARD
         MOVE WS-CUR-VESTED TO WS-VAL-VESTED
         GO TO 332-CHECK-AWARD.
     PERFORM 340-VALUATION-BALANCE THRU 340-EXIT.
     IF ORDER-IN-ERROR
         GO TO 330-EXIT.
     COMPUTE WS-VAL-VESTED ROUNDED =
             (WS-VAL-BAL * WS-VEST-PRCT) / 100.
     COMPUTE WS-AWARD ROUNDED =
             (WS-VAL-VESTED * QD-AWARD-PCT) / 100.
 332-CHECK-AWARD.
     IF WS-AWARD NOT > 0
         MOVE "AWARD FIGURES TO ZERO" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 330-EXIT.
     IF WS-AWARD > WS-CUR-VESTED
         MOVE "AWARD EXCEEDS VESTED BALANCE TODAY" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 330-EXIT.
     PERFORM 360-LOCATE-PAYBEN THRU 360-EXIT.
     IF PAYBEN-RECORD-FOUND AND PYBEN-LEVEL NOT = "A"
         MOVE "ALT PAYEE ALREADY ON PAYBEN AS BENEFICIARY"
             TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 330-EXIT.
     MOVE PY-PS-AMT TO WS-BAL-BEFORE.
     MOVE WS-AWARD TO WS-SEG-AMT.
     IF NOT COMMITTED-UPDATE-RUN
         ADD 1 TO SEG-NEW-CNT
         ADD WS-AWARD TO SEG-NEW-AMT
         MOVE "WOULD SEGREGATE" TO WS-REMARK
         GO TO 330-EXIT.
     SUBTRACT WS-AWARD FROM PY-PS-AMT.
     CALL "REWRITE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                    PAYPROF-REC.
     IF PAYPROFIT-FILE-STATUS NOT = "00"
         MOVE "PAYPROFIT REWRITE FAILED" TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 330-EXIT.
     IF PAYBEN-RECORD-FOUND
         GO TO 334-ADD-TO-ACCOUNT.
     PERFORM 336-BUILD-ACCOUNT THRU 336-EXIT.
     CALL "WRITE-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     GO TO 335-ACCOUNT-POSTED.
 334-ADD-TO-ACCOUNT.
     ADD WS-AWARD TO PYBEN-PSAMT.
     CALL "REWRITE-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
*  THE AWARD IS ALREADY OFF PAYPROFIT - IF IT CANNOT GO ON THE
*  ALTERNATE PAYEE'S ACCOUNT IT GOES BACK, OR IT WOULD BE LOST.
 335-ACCOUNT-POSTED.
     IF PAYBEN-FILE-STATUS NOT = "00"
         ADD WS-AWARD TO PY-PS-AMT
         CALL "REWRITE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                        PAYPROF-REC
         IF PAYPROFIT-FILE-STATUS NOT = "00"
             GO TO 338-AWARD-LOST
         END-IF
         MOVE "PAYBEN UPDATE FAILED - LEFT ON PARTICIPANT"
             TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 330-EXIT.
     ADD 1 TO SEG-NEW-CNT.
     ADD WS-AWARD TO SEG-NEW-AMT.
     MOVE "SEGREGATED TODAY" TO WS-REMARK.
     PERFORM 350-WRITE-LEDGER THRU 350-EXIT.
     GO TO 330-EXIT.
*  THE AWARD IS ON NEITHER PAYPROFIT NOR PAYBEN - IT MUST BE PUT
*  BACK BY HAND, SO THE BADGE AND AMOUNT GO TO THE CONSOLE.
 338-AWARD-LOST.
     MOVE WS-AWARD TO WS-ED-AWARD.
     MOVE "PAY445N" TO DAEMON-DISP-PROG.
     MOVE SPACES TO DAEMON-DISP-MSG.
     STRING  "** PAY445N - AWARD LOST BADGE " PAYPROF-BADGE
             " AMT " WS-ED-AWARD
          DELIMITED SIZE INTO DAEMON-DISP-MSG.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     DISPLAY "*** PAY445N STOPPED - ORDER " QD-ORDER-NO
             " AWARD " WS-ED-AWARD " IS OFF PAYPROFIT BADGE "
             PAYPROF-BADGE " AND ON NO PAYBEN ACCOUNT ***".
     MOVE "PAYBEN AND PAYPROFIT RESTORE FAILED" TO QD2-D-REASON.
     PERFORM 250-EXCEPTION THRU 250-EXIT.
     MOVE 16 TO RETURN-CODE.
 330-EXIT.
     EXIT.

*  A NEW ALTERNATE-PAYEE ACCOUNT.  THE SHARE FIELDS ARE LEFT
*  ZERO - THE ACCOUNT IS NOT PART OF ANY BENEFICIARY SPLIT.
 336-BUILD-ACCOUNT.
     MOVE SPACES TO PAYBEN-REC.
     MOVE QD-SSN TO PYBEN-PAYSSN.
     MOVE QD-AP-NAME TO PYBEN-NAME.
     MOVE 0 TO PYBEN-DOBIRTH.
     IF QD-AP-DOBIRTH NUMERIC
         MOVE QD-AP-DOBIRTH TO PYBEN-DOBIRTH.
     MOVE WS-AWARD TO PYBEN-PSAMT.
     MOVE "ALTERNATE PAYEE" TO PYBEN-RELATE.
     MOVE 0 TO PYBEN-SHARE-PCT.
     MOVE "A" TO PYBEN-LEVEL.
     MOVE QD-AP-SSN TO PYBEN-TIN.
     MOVE QD-AP-ADDR TO PYBEN-ADDR.
     MOVE QD-AP-CITY TO PYBEN-CITY.
     MOVE QD-AP-STATE TO PYBEN-STATE.
     MOVE QD-AP-ZIP TO PYBEN-ZIP.
 336-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE PARTICIPANT'S BALANCE AT THE VALUATION DATE, ROLLED BACK
*  FROM PY-PS-AMT:
*    - THE CONTRIBUTION AND FORFEITURE OF A PAY431N ALLOCATION
*      CUT OFF AFTER THE VALUATION DATE COME OUT (PY-PROF-CONT
*      AND PY-PROF-FORF HOLD ONLY THE LATEST ALLOCATION, SO A
*      SECOND ONE CANNOT BE TAKEN OUT AND THE ORDER IS AN
*      EXCEPTION).  ITS EARNINGS STAY IN.
*    - EARLIER SEGREGATIONS SINCE THE VALUATION DATE GO BACK IN.
*    - EMPLOYEE PAYOUTS (DSTHIST) DATED AFTER THE VALUATION DATE
*      GO BACK IN, NET OF ANY VOID.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 340-VALUATION-BALANCE.
     MOVE PY-PS-AMT TO WS-VAL-BAL.
     MOVE 0 TO CO-AFTER-CNT.
     MOVE 0 TO CO-SUB.
 342-ALLOCATION-LOOP.
     IF CO-SUB NOT < CO-CNT
         GO TO 343-ALLOCATIONS-COUNTED.
     ADD 1 TO CO-SUB.
     IF CO-CUTOFF-DATE (CO-SUB) > QD-VALUATION-DATE
         ADD 1 TO CO-AFTER-CNT.
     GO TO 342-ALLOCATION-LOOP.
 343-ALLOCATIONS-COUNTED.
     IF CO-AFTER-CNT > 1
         MOVE "2 ALLOCATIONS SINCE VALUATION - USE $ AWARD"
             TO QD2-D-REASON
         PERFORM 250-EXCEPTION THRU 250-EXIT
         GO TO 340-EXIT.
     IF CO-AFTER-CNT = 1
         SUBTRACT PY-PROF-CONT PY-PROF-FORF FROM WS-VAL-BAL.
     MOVE 0 TO SG-SCAN.
 344-SEGREGATION-LOOP.
     IF SG-SCAN NOT < SG-CNT
         GO TO 345-SEGREGATIONS-DONE.
     ADD 1 TO SG-SCAN.
     IF SG-BADGE (SG-SCAN) = PAYPROF-BADGE AND
        SG-RUN-DATE (SG-SCAN) > QD-VALUATION-DATE
         ADD SG-AMOUNT (SG-SCAN) TO WS-VAL-BAL.
     GO TO 344-SEGREGATION-LOOP.
 345-SEGREGATIONS-DONE.
     MOVE 0 TO WS-DSTHST-EOF-SW.
     OPEN INPUT DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00" AND
        DSTHST-FILE-STATUS NOT = "05"
         GO TO 340-EXIT.
 346-PAYOUT-LOOP.
     READ DSTHSTFL
         AT END MOVE 1 TO WS-DSTHST-EOF-SW
     END-READ.
     IF DSTHST-EOF
         CLOSE DSTHSTFL
         GO TO 340-EXIT.
     IF DST-TYPE = "E" AND DST-BADGE = PAYPROF-BADGE AND
        DST-CHECK-DATE > QD-VALUATION-DATE
         ADD DST-GROSS TO WS-VAL-BAL.
     GO TO 346-PAYOUT-LOOP.
 340-EXIT.
     EXIT.

*  ONE LEDGER RECORD PER SEGREGATION; THE ORDER ALSO GOES ON THE
*  TABLE SO A LATER ORDER FOR THE SAME PARTICIPANT ADDS IT BACK.
 350-WRITE-LEDGER.
     MOVE QD-ORDER-NO TO QS-ORDER-NO.
     MOVE PAYPROF-BADGE TO QS-BADGE.
     MOVE QD-SSN TO QS-SSN.
     MOVE QD-AP-NAME TO QS-AP-NAME.
     MOVE WS-CURR-CYMD TO QS-RUN-DATE.
     MOVE QD-VALUATION-DATE TO QS-VALUATION-DATE.
     MOVE QD-AWARD-TYPE TO QS-AWARD-TYPE.
     MOVE 0 TO QS-AWARD-PCT.
     IF QD-PERCENT-AWARD
         MOVE QD-AWARD-PCT TO QS-AWARD-PCT.
     MOVE WS-VAL-VESTED TO QS-VAL-BAL.
     MOVE WS-AWARD TO QS-AMOUNT.
     MOVE WS-BAL-BEFORE TO QS-BAL-BEFORE.
     MOVE PY-PS-AMT TO QS-BAL-AFTER.
     WRITE QDROSEG-REC.
     IF QDSEG-FILE-STATUS NOT = "00"
         IF WS-QDSEG-FAIL-SW = 0
             MOVE 1 TO WS-QDSEG-FAIL-SW
             MOVE "PAY445N" TO DAEMON-DISP-PROG
             MOVE SPACES TO DAEMON-DISP-MSG
             STRING  "** PAY445N - QDROSEG WRITE FAILED "
                    QDSEG-FILE-STATUS " ORDER " QD-ORDER-NO
                  DELIMITED SIZE INTO DAEMON-DISP-MSG
             CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         END-IF
         MOVE 16 TO RETURN-CODE
     END-IF.
     ADD 1 TO SG-CNT.
     MOVE QD-ORDER-NO TO SG-ORDER-NO (SG-CNT).
     MOVE PAYPROF-BADGE TO SG-BADGE (SG-CNT).
     MOVE WS-CURR-CYMD TO SG-RUN-DATE (SG-CNT).
     MOVE WS-AWARD TO SG-AMOUNT (SG-CNT).
 350-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOCATE THE PAYBEN RECORD FOR THE PARTICIPANT'S SSN AND THE
*  ALTERNATE PAYEE'S NAME - THE SAME POSITION-AND-SCAN MATCH
*  PAY428N AND PAY432N USE.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 360-LOCATE-PAYBEN.
     MOVE 0 TO WS-PAYBEN-FOUND-SW.
     INITIALIZE PAYBEN-REC.
     MOVE QD-SSN TO PYBEN-PAYSSN.
     CALL "START-SUP-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         GO TO 360-EXIT.
 362-LOCATE-NEXT.
     CALL "READ-NEXT-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         GO TO 360-EXIT.
     IF PYBEN-PAYSSN > QD-SSN
         GO TO 360-EXIT.
     IF PYBEN-PAYSSN < QD-SSN
         GO TO 362-LOCATE-NEXT.
     IF PYBEN-NAME = QD-AP-NAME
         MOVE 1 TO WS-PAYBEN-FOUND-SW
         GO TO 360-EXIT.
     GO TO 362-LOCATE-NEXT.
 360-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  ONE LINE ON THE ORDER STATUS REPORT FOR EVERY ORDER READ.
*  WS-REMARK, WS-SEG-AMT AND WS-PEND-DAYS ARE SET BY THE CALLER.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 400-STATUS-LINE.
     IF ST-LN-CNT > 56
         PERFORM 405-STATUS-HEAD THRU 405-EXIT
     END-IF.
     MOVE QD-ORDER-NO TO QD1-D-ORDER-NO.
     MOVE QD-STATUS TO QD1-D-STATUS.
     IF QD-BADGE NUMERIC
         MOVE QD-BADGE TO QD1-D-BADGE
     ELSE
         MOVE 0 TO QD1-D-BADGE
     END-IF.
     MOVE SPACES TO QD1-D-NAME.
     IF PAYPROF-RECORD-FOUND
         MOVE PY-NAM TO QD1-D-NAME.
     MOVE QD-AP-NAME TO QD1-D-AP-NAME.
     PERFORM 410-EDIT-AWARD THRU 410-EXIT.
     MOVE QD-VALUATION-DATE TO DN-DATE.
     PERFORM 810-EDIT-DATE THRU 810-EXIT.
     MOVE WS-ED-DATE-X TO QD1-D-VAL-DATE.
     MOVE QD-RECEIVED-DATE TO DN-DATE.
     PERFORM 810-EDIT-DATE THRU 810-EXIT.
     MOVE WS-ED-DATE-X TO QD1-D-RECVD.
     MOVE WS-PEND-DAYS TO QD1-D-DAYS.
     MOVE WS-SEG-AMT TO QD1-D-SEG-AMT.
     MOVE WS-REMARK TO QD1-D-REMARK.
     WRITE QD1-REC FROM QD1-LINE AFTER ADVANCING 1.
     ADD 1 TO ST-LN-CNT.
 400-EXIT.
     EXIT.
 405-STATUS-HEAD.
     ADD 1 TO ST-PG-CNT.
     MOVE ST-PG-CNT TO QD-PAGE.
     MOVE "QDRO ORDER STATUS REPORT" TO QD-H-TITLE.
     MOVE 0 TO ST-LN-CNT.
     WRITE QD1-REC FROM QD-HEAD1 AFTER ADVANCING PAGE.
     WRITE QD1-REC FROM QD1-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO QD1-REC.
     WRITE QD1-REC AFTER ADVANCING 1.
     ADD 4 TO ST-LN-CNT.
 405-EXIT.
     EXIT.

*  THE AWARD AS A PERCENT OR DOLLARS INTO QD1-D-AWARD; SPACES
*  IF THE ORDER DOES NOT CARRY A USABLE ONE.
 410-EDIT-AWARD.
     MOVE SPACES TO QD1-D-AWARD.
     IF QD-PERCENT-AWARD AND QD-AWARD-PCT NUMERIC
         MOVE QD-AWARD-PCT TO QD1-D-PCT
         MOVE " % " TO QD1-D-PCT-SIGN
         GO TO 410-EXIT.
     IF QD-DOLLAR-AWARD AND QD-AWARD-AMT NUMERIC
         MOVE QD-AWARD-AMT TO QD1-D-AWARD-D.
 410-EXIT.
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
     MOVE "INPUT" TO UFAS-OPEN-MODE
     CALL "OPEN-PSRULES" USING PSRULES-FILE-STATUS UFAS-OPEN-MODE.
     OPEN INPUT QDROFL.
     OPEN OUTPUT STATFL EXCPTFL.
     WRITE QD1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     WRITE QD2-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     PERFORM 716-READ-PSRULES THRU 716-EXIT.
 700-EXIT.
     EXIT.
 702-CLOSE-FILES.
     CALL "CLOSE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
     CALL "CLOSE-PAYBEN" USING PAYBEN-FILE-STATUS
     CALL "CLOSE-PSRULES" USING PSRULES-FILE-STATUS.
     CLOSE QDROFL.
     CLOSE STATFL.
     CLOSE EXCPTFL.
     IF QDSEG-EXTEND-OPEN
         CLOSE QDSEGFL.
 702-EXIT.
     EXIT.

*  THE VESTING SCHEDULE FROM PSRULES, OVER THE PLAN DEFAULTS IN
*  WS-PSRULES, THE SAME AS PAY432N.
 716-READ-PSRULES.
     MOVE "PSRULES1" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS NOT = "00"
        GO TO 716-EXIT
     END-IF.
     MOVE PSRULES-VEST-YR1    TO WS-PSRULES-VEST-YR1.
     MOVE PSRULES-VEST-PCT1   TO WS-PSRULES-VEST-PCT1.
     MOVE PSRULES-VEST-YR2    TO WS-PSRULES-VEST-YR2.
     MOVE PSRULES-VEST-PCT2   TO WS-PSRULES-VEST-PCT2.
     MOVE PSRULES-VEST-YR3    TO WS-PSRULES-VEST-YR3.
     MOVE PSRULES-VEST-PCT3   TO WS-PSRULES-VEST-PCT3.
     MOVE PSRULES-VEST-YR4    TO WS-PSRULES-VEST-YR4.
     MOVE PSRULES-VEST-PCT4   TO WS-PSRULES-VEST-PCT4.
     MOVE PSRULES-VEST-PCT5   TO WS-PSRULES-VEST-PCT5.
 716-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  DAY NUMBER OF DN-DATE (CCYYMMDD) INTO DN-DAYS, COUNTING FROM
*  01/01/0001, SO THE DIFFERENCE OF TWO DAY NUMBERS IS THE DAYS
*  BETWEEN THE DATES.  A DATE THAT IS NOT A DATE GIVES ZERO.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 800-DAY-NUMBER.
     MOVE 0 TO DN-DAYS.
     IF DN-DATE NOT NUMERIC OR DN-CCYY = 0 OR
        DN-MM < 1 OR DN-MM > 12 OR DN-DD < 1 OR DN-DD > 31
         GO TO 800-EXIT.
     COMPUTE DN-YEARS = DN-CCYY - 1.
     COMPUTE DN-DAYS = DN-YEARS * 365 + DN-CUM-DAYS (DN-MM) + DN-DD.
     DIVIDE DN-YEARS BY 4 GIVING DN-QUOT.
     ADD DN-QUOT TO DN-DAYS.
     DIVIDE DN-YEARS BY 100 GIVING DN-QUOT.
     SUBTRACT DN-QUOT FROM DN-DAYS.
     DIVIDE DN-YEARS BY 400 GIVING DN-QUOT.
     ADD DN-QUOT TO DN-DAYS.
     IF DN-MM < 3
         GO TO 800-EXIT.
     DIVIDE DN-CCYY BY 4 GIVING DN-QUOT REMAINDER DN-REM4.
     DIVIDE DN-CCYY BY 100 GIVING DN-QUOT REMAINDER DN-REM100.
     DIVIDE DN-CCYY BY 400 GIVING DN-QUOT REMAINDER DN-REM400.
     IF DN-REM4 = 0 AND (DN-REM100 NOT = 0 OR DN-REM400 = 0)
         ADD 1 TO DN-DAYS.
 800-EXIT.
     EXIT.

*  DN-DATE AS MM/DD/YY IN WS-ED-DATE-X; SPACES IF ZERO.
 810-EDIT-DATE.
     IF DN-DATE NOT NUMERIC OR DN-DATE = 0
         MOVE SPACES TO WS-ED-DATE-X
         GO TO 810-EXIT.
     MOVE DN-MM TO WS-ED-MM.
     MOVE DN-DD TO WS-ED-DD.
     MOVE DN-CCYY (3:2) TO WS-ED-YY.
 810-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RUN REGISTRY.  750 APPENDS THE START STAMP, 752 THE END STAMP
*  WITH THE OUTCOME AND THE COUNT OF ORDERS SEGREGATED.  A
*  REGISTRY THAT CANNOT BE WRITTEN ONLY WARNS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 750-STAMP-START.
     OPEN EXTEND RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         MOVE "PAY445N" TO DAEMON-DISP-PROG
         MOVE "** PAY445N - CAN NOT OPEN RUN REGISTRY - NOT STAMPED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         GO TO 750-EXIT
     END-IF.
     PERFORM 756-FILL-STAMP THRU 756-EXIT.
     MOVE "S" TO RR-STAMP.
     MOVE SPACE TO RR-STATUS.
     MOVE 0 TO RR-REC-COUNT.
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
     MOVE SEG-NEW-CNT TO RR-REC-COUNT.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
 752-EXIT.
     EXIT.

 756-FILL-STAMP.
     MOVE "PAY445N" TO RR-PROGRAM.
     MOVE FUNCTION CURRENT-DATE TO RR-W-CURDATE.
     MOVE RR-W-CURDATE (1:8) TO RR-RUN-DATE.
     MOVE RR-W-CURDATE (9:6) TO RR-RUN-TIME.
     MOVE 0 TO RR-CUTOFF-DATE.
     MOVE "C" TO RR-MODE.
     IF NOT COMMITTED-UPDATE-RUN
         MOVE "D" TO RR-MODE.
     MOVE SPACES TO RR-PARAMS.
 756-EXIT.
     EXIT.
