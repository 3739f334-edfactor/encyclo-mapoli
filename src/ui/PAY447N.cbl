 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAY447N.
********************************************************************
**        PROGRAM:        PAY447N                                 **
**     WRITTEN BY:        K ALVAREZ                               **
**   DATE WRITTEN:        10/09/2026                              **
**    DESCRIPTION:        RETENTION ARCHIVE AND PURGE RUN FOR THE **
**                        APPEND-ONLY FILES THE PROFIT SHARING    **
**                        BATCH READS FRONT TO BACK ON EVERY RUN: **
**                        THE PAY426N UPDATE JOURNAL (JRNL), THE  **
**                        RUN REGISTRY (RUNREG), THE DISTRIBUTION **
**                        HISTORY (DSTHIST) AND THE YEAR-END      **
**                        SNAPSHOTS (PSHIST).  THE RETENTION      **
**                        PERIOD FOR EACH, IN YEARS, IS ON THE    **
**                        PSRULES RECORD KEYED "RETAIN"; A RECORD **
**                        DATED BEFORE JANUARY 1 OF THE CURRENT   **
**                        YEAR LESS THAT PERIOD IS OLD.  ZERO     **
**                        LEAVES THE FILE ALONE.                  **
**                                                                **
**                        OLD RECORDS ARE COPIED TO A DATED       **
**                        ARCHIVE FILE (FILE ID, ".A", RUN DATE,  **
**                        ".", RUN TIME) AND THE LIVE FILE IS     **
**                        REWRITTEN WITH ONLY THE CURRENT ONES.   **
**                        THE ARCHIVE IS READ BACK AND ITS COUNT  **
**                        PROVED, AND ITS CONTROL RECORD - COUNT, **
**                        HASH TOTALS AND THE RANGE OF YEARS IT   **
**                        HOLDS - IS APPENDED TO ARCCTL, BEFORE   **
**                        THE LIVE FILE IS TOUCHED.  PAY427N AND  **
**                        PAY435N FIND AN ARCHIVED PLAN YEAR      **
**                        THROUGH ARCCTL.                         **
**                                                                **
**                        AN OLD RECORD IS KEPT WHEN A RUN STILL  **
**                        NEEDS IT:                               **
**                          JRNL - THE LATEST COMMITTED PAY426N   **
**                            RUN THAT HAS NOT BEEN BACKED OUT,   **
**                            SO PAY429N CAN STILL BACK IT OUT    **
**                          RUNREG - THE LATEST COMMITTED PAY426N **
**                            END STAMP FOR EACH CUTOFF THAT HAS  **
**                            NOT BEEN BACKED OUT, AND EVERY      **
**                            COMMITTED PAY431N, PAY432N, PAY439N **
**                            AND PAY440N END STAMP, AND EVERY    **
**                            COMMITTED PAY431N, PAY439N AND      **
**                            PAY440N START STAMP FOR A CUTOFF    **
**                            WITH A START STILL UNMATCHED BY AN  **
**                            END - THE STAMPS THE DOUBLE-RUN AND **
**                            GENERAL LEDGER INTERLOCKS READ      **
**                          DSTHIST - A CHECK STILL OUTSTANDING   **
**                            (NOT VOIDED AND NOT PAID ON         **
**                            CHKPAID), AND AN EMPLOYEE PAYOUT    **
**                            DATED AFTER THE VALUATION DATE OF A **
**                            QDRO ORDER NOT YET SEGREGATED.  THE **
**                            DSTHIST PERIOD MUST BE LONGER THAN  **
**                            THE PSRULES BREAK-IN-SERVICE YEARS, **
**                            SINCE PAY439N NEEDS A TERMINATED    **
**                            EMPLOYEE'S PAYOUTS UNTIL THE        **
**                            FORFEITURE                          **
**                          PSHIST - THE LATEST PLAN YEAR ON      **
**                            FILE, WHICH PAY440N AND PAY441N     **
**                            MEASURE AGAINST                     **
**                                                                **
**                        PARAMETER: THE FILE TO PURGE - JRNL,    **
**                        RUNREG, DSTHIST OR PSHIST - OR ALL (THE **
**                        DEFAULT).  THE REPORT (PRG1) LISTS, FOR **
**                        EACH FILE, THE RECORDS READ, ARCHIVED,  **
**                        KEPT BECAUSE A RUN STILL NEEDS THEM AND **
**                        KEPT IN ALL, WITH THE ARCHIVE HASH      **
**                        AMOUNT AND FILE NAME.                   **
**                                                                **
**                        SWITCH 3 ON = DRY RUN: THE REPORT SHOWS **
**                        WHAT WOULD BE ARCHIVED, BUT NO ARCHIVE  **
**                        IS WRITTEN AND NO LIVE FILE IS TOUCHED. **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
**   DATE   NAME:        PROJ # DESCRIPTION                       **
** MM/DD/YY ____________ NNNNNN _________________________________ **
**                                                                **
** 10/09/2026 K.Alvarez  MAIN-2140 New program - retention        **
**                       archive and purge of JRNL, RUNREG,       **
**                       DSTHIST and PSHIST with archive control  **
**                       records and interlock protection.        **
** 10/15/2026 K.Alvarez  MAIN-2141 Unmatched committed start      **
**                       stamps kept on RUNREG.                   **
** 10/15/2026 K.Alvarez  MAIN-2141 QDRO, QDROSEG and the second   **
**                       PSHIST open now stop the file on a       **
**                       failed open instead of carrying on.      **
********************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
  SOURCE-COMPUTER. UNIX-MF.
  OBJECT-COMPUTER. UNIX-MF.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT OPTIONAL JRNLFL ASSIGN "JRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS JRNL-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.
 SELECT OPTIONAL DSTHSTFL ASSIGN "DSTHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DSTHST-FILE-STATUS.
 SELECT OPTIONAL PSHISTFL ASSIGN "PSHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PSHIST-FILE-STATUS.
 SELECT OPTIONAL CHKPDFL ASSIGN "CHKPAID"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CHKPD-FILE-STATUS.
 SELECT OPTIONAL QDROFL ASSIGN "QDRO"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS QDRO-FILE-STATUS.
 SELECT OPTIONAL QDSEGFL ASSIGN "QDROSEG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS QDSEG-FILE-STATUS.
 SELECT ARCFL     ASSIGN ARC-DSN
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ARC-FILE-STATUS.
 SELECT WRKFL     ASSIGN "ARCWORK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WRK-FILE-STATUS.
 SELECT OPTIONAL ARCCTLFL ASSIGN "ARCCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ARCCTL-FILE-STATUS.
 SELECT PRGFL     ASSIGN LINE ADVANCING "PRG1"
        ORGANIZATION LINE SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.

 FD  JRNLFL LABEL RECORDS OMITTED.
 COPY X-FD-JRNL.

 FD  RUNREGFL LABEL RECORDS OMITTED.
 COPY X-FD-RUNREG.

 FD  DSTHSTFL LABEL RECORDS OMITTED.
 COPY X-FD-DSTHIST.

 FD  PSHISTFL LABEL RECORDS OMITTED.
 COPY X-FD-PSHIST.

 FD  CHKPDFL LABEL RECORDS OMITTED.
 COPY X-FD-CHKPAID.

 FD  QDROFL LABEL RECORDS OMITTED.
 COPY X-FD-QDRO.

 FD  QDSEGFL LABEL RECORDS OMITTED.
 COPY X-FD-QDROSEG.

*  THE ARCHIVE AND THE WORK FILE CARRY WHICHEVER LIVE RECORD IS
*  BEING PURGED, IMAGE FOR IMAGE.
 FD  ARCFL LABEL RECORDS OMITTED.
 01  ARCV-REC                              PIC X(200).

 FD  WRKFL LABEL RECORDS OMITTED.
 01  WRK-REC                               PIC X(200).

 FD  ARCCTLFL LABEL RECORDS OMITTED.
 COPY X-FD-ARCCTL.

 FD  PRGFL LABEL RECORDS OMITTED.
 01  PRG1-REC                              PIC X(132).

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 WORKING-STORAGE SECTION.
  COPY METADATA.

 01 UFAS-OPEN-MODE PIC X(6).
 COPY X-FD-PSRULES.

 01 PSRULES-FILE-STATUS      PIC XX.
 01 JRNL-FILE-STATUS         PIC XX VALUE "00".
 01 RUNREG-FILE-STATUS       PIC XX VALUE "00".
 01 DSTHST-FILE-STATUS       PIC XX VALUE "00".
 01 PSHIST-FILE-STATUS       PIC XX VALUE "00".
 01 CHKPD-FILE-STATUS        PIC XX VALUE "00".
 01 QDRO-FILE-STATUS         PIC XX VALUE "00".
 01 QDSEG-FILE-STATUS        PIC XX VALUE "00".
 01 ARC-FILE-STATUS          PIC XX VALUE "00".
 01 WRK-FILE-STATUS          PIC XX VALUE "00".
 01 ARCCTL-FILE-STATUS       PIC XX VALUE "00".
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
     03  WS-JRNL-EOF-SW                     PIC 9(01) VALUE 0.
         88  JRNL-EOF                                 VALUE 1.
     03  WS-RUNREG-EOF-SW                   PIC 9(01) VALUE 0.
         88  RUNREG-EOF                               VALUE 1.
     03  WS-DSTHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  DSTHST-EOF                               VALUE 1.
     03  WS-PSHIST-EOF-SW                   PIC 9(01) VALUE 0.
         88  PSHIST-EOF                               VALUE 1.
     03  WS-CHKPD-EOF-SW                    PIC 9(01) VALUE 0.
         88  CHKPD-EOF                                VALUE 1.
     03  WS-QDRO-EOF-SW                     PIC 9(01) VALUE 0.
         88  QDRO-EOF                                 VALUE 1.
     03  WS-QDSEG-EOF-SW                    PIC 9(01) VALUE 0.
         88  QDSEG-EOF                                VALUE 1.
     03  WS-ARC-EOF-SW                      PIC 9(01) VALUE 0.
         88  ARC-EOF                                  VALUE 1.
     03  WS-WRK-EOF-SW                      PIC 9(01) VALUE 0.
         88  WRK-EOF                                  VALUE 1.
     03  WS-UPDATE-RUN-SW                   PIC 9(01) VALUE 1.
         88  COMMITTED-UPDATE-RUN                     VALUE 1.
     03  WS-ARC-OPEN-SW                     PIC 9(01) VALUE 0.
         88  ARC-FILE-OPEN                            VALUE 1.
     03  WS-FILE-SKIP-SW                    PIC 9(01) VALUE 0.
         88  FILE-NOT-PURGED                          VALUE 1.
     03  WS-FILE-FAIL-SW                    PIC 9(01) VALUE 0.
         88  FILE-PURGE-FAILED                        VALUE 1.
     03  WS-REWRITE-SW                      PIC 9(01) VALUE 0.
         88  LIVE-REWRITE-DUE                         VALUE 1.
     03  WS-PROTECT-SW                      PIC 9(01) VALUE 0.
         88  RECORD-PROTECTED                         VALUE 1.
 01  PG-FILE-SEL                            PIC X(08) VALUE SPACES.
     88  VALID-FILE-SEL       VALUE "ALL" "JRNL" "RUNREG"
                                    "DSTHIST" "PSHIST".
*  RETENTION PERIODS IN YEARS FROM THE PSRULES "RETAIN" RECORD,
*  AND THE BREAK-IN-SERVICE YEARS FROM "PSRULES1" (DEFAULT 5,
*  THE SAME AS PAY439N).
 01  PG-RETENTION.
     03  PG-RET-JRNL                        PIC 9(02) VALUE 0.
     03  PG-RET-RUNREG                      PIC 9(02) VALUE 0.
     03  PG-RET-DSTHIST                     PIC 9(02) VALUE 0.
     03  PG-RET-PSHIST                      PIC 9(02) VALUE 0.
 01  PG-BRK-YEARS                           PIC 9(02) VALUE 5.
*  THE FILE BEING PURGED.  A RECORD WHOSE YEAR IS BEFORE
*  PG-KEEP-FROM IS OLD.  THE FILE PARAGRAPH FILLS THE PG-REC-
*  FIELDS AND THE PROTECT SWITCH FOR EACH RECORD READ AND
*  820-ROUTE-RECORD SENDS IT TO THE ARCHIVE OR THE WORK FILE.
 01  PG-FILE-ID                             PIC X(08) VALUE SPACES.
 01  PG-RETAIN                              PIC 9(02) VALUE 0.
 01  PG-KEEP-FROM                           PIC 9(04) VALUE 0.
 01  PG-REC-YEAR                            PIC 9(04) VALUE 0.
 01  PG-REC-IMAGE                           PIC X(200) VALUE SPACES.
 01  PG-REC-KEY                             PIC 9(09) VALUE 0.
 01  PG-REC-AMT                             PIC S9(09)V99 VALUE 0.
 01  PG-READ-CNT                            PIC 9(09) VALUE 0.
 01  PG-ARC-CNT                             PIC 9(09) VALUE 0.
 01  PG-PROT-CNT                            PIC 9(09) VALUE 0.
 01  PG-KEPT-CNT                            PIC 9(09) VALUE 0.
 01  PG-BACK-CNT                            PIC 9(09) VALUE 0.
 01  PG-COPY-CNT                            PIC 9(09) VALUE 0.
 01  PG-HASH-KEY                            PIC 9(15) VALUE 0.
 01  PG-HASH-AMT                            PIC S9(13)V99 VALUE 0.
 01  PG-LOW-YEAR                            PIC 9(04) VALUE 0.
 01  PG-HIGH-YEAR                           PIC 9(04) VALUE 0.
 01  PG-TOT-ARC-CNT                         PIC 9(09) VALUE 0.
 01  PG-MAX-PLAN-YEAR                       PIC 9(04) VALUE 0.
 01  PG-REMARK                              PIC X(70) VALUE SPACES.
 01  ARC-DSN                                PIC X(30) VALUE SPACES.
*  EVERY CUTOFF WITH A COMPLETED COMMITTED PAY426N RUN ON THE
*  REGISTRY: THE RECORD NUMBER OF ITS LATEST COMMIT STAMP AND
*  WHETHER THAT RUN STILL STANDS (PK-LOCKED = 1) OR A LATER
*  PAY429N BACK-OUT RELEASED IT - THE SAME REPLAY THE PAY426N
*  INTERLOCK DOES.  PG-OPEN-CUTOFF IS THE CUTOFF OF THE LATEST
*  COMMITTED RUN STILL STANDING, THE ONE PAY429N CAN BACK OUT.
 01  PK-TABLE.
     03  PK-CNT                             PIC 9(04) COMP VALUE 0.
     03  PK-ENTRY OCCURS 500 TIMES
                  INDEXED BY PK-IDX.
         05  PK-CUTOFF                      PIC 9(08).
         05  PK-COMMIT-REC                  PIC 9(09).
         05  PK-LOCKED                      PIC 9(01).
 01  PK-SUB                                 PIC 9(04) COMP VALUE 0.
 01  PK-FIND-CUTOFF                         PIC 9(08) VALUE 0.
*  EVERY PROGRAM AND CUTOFF WITH COMMITTED PAY431N, PAY439N OR
*  PAY440N STAMPS, AND HOW MANY OF ITS START STAMPS NO END STAMP
*  HAS MATCHED - COUNTED, NOT PAIRED, THE WAY THOSE PROGRAMS'
*  INTERLOCKS COUNT THEM.  A START LEFT OPEN LOCKS THE CUTOFF.
 01  OP-TABLE.
     03  OP-CNT                             PIC 9(04) COMP VALUE 0.
     03  OP-ENTRY OCCURS 500 TIMES
                  INDEXED BY OP-IDX.
         05  OP-PROGRAM                     PIC X(08).
         05  OP-CUTOFF                      PIC 9(08).
         05  OP-OPEN-CNT                    PIC 9(04) COMP.
 01  OP-SUB                                 PIC 9(04) COMP VALUE 0.
 01  PG-RR-NBR                              PIC 9(09) VALUE 0.
 01  PG-OPEN-CUTOFF                         PIC 9(08) VALUE 0.
 01  PG-OPEN-REC                            PIC 9(09) VALUE 0.
*  EVERY CHECK ON DSTHIST OLDER THAN THE RETENTION PERIOD.
*  OC-STATUS "O" = OUTSTANDING, "X" = VOIDED, "P" = PAID BY THE
*  BANK (A "P", "A" OR "V" ITEM ON CHKPAID).
 01  OC-TABLE.
     03  OC-CNT                             PIC 9(05) COMP VALUE 0.
     03  OC-ENTRY OCCURS 10000 TIMES
                  INDEXED BY OC-IDX.
         05  OC-CHECK-NO                    PIC 9(08).
         05  OC-STATUS                      PIC X(01).
 01  OC-SUB                                 PIC 9(05) COMP VALUE 0.
 01  OC-FIND-CHECK-NO                       PIC 9(08) VALUE 0.
*  ORDERS PAY445N HAS SEGREGATED, AND THE QDRO ORDERS STILL OPEN
*  (PENDING, OR QUALIFIED BUT NOT SEGREGATED) WITH THEIR
*  VALUATION DATES - PAY445N ADDS BACK THE PAYOUTS SINCE THEN.
 01  SG-TABLE.
     03  SG-CNT                             PIC 9(05) COMP VALUE 0.
     03  SG-ENTRY OCCURS 2000 TIMES
                  INDEXED BY SG-IDX.
         05  SG-ORDER-NO                    PIC X(10).
 01  QO-TABLE.
     03  QO-CNT                             PIC 9(05) COMP VALUE 0.
     03  QO-ENTRY OCCURS 2000 TIMES
                  INDEXED BY QO-IDX.
         05  QO-BADGE                       PIC 9(07).
         05  QO-VAL-DATE                    PIC 9(08).
 01  SG-SUB                                 PIC 9(05) COMP VALUE 0.
 01  PR-PG-CNT                              PIC 9(05) VALUE 0.
 01  PR-LN-CNT                              PIC 9(02) VALUE 57.
 01  XEROX-HEADER.
     03  XEROX-REC                          PIC X(32)
         VALUE "DJDE JDE=PAY447,JDL=PAYROL,END,;".
     03  FILLER                             PIC X(100) VALUE SPACES.
 01  PR-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY447N                            ".
     03  FILLER                             PIC X(40)
         VALUE "RETENTION ARCHIVE AND PURGE             ".
     03  FILLER                             PIC X(10)
         VALUE "RUN DATE: ".
     03  PR-RM                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  PR-RD                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  PR-RY                              PIC 9(04).
     03  PR-HEAD-MODE                       PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  PR-PAGE                            PIC ZZZZ9.
     03  FILLER                             PIC X(13) VALUE SPACES.
 01  PR-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "FILE      RET  FROM         READ    ARCHIVED ".
     03  FILLER                             PIC X(45)
         VALUE "  PROTECTED        KEPT YEARS             HAS".
     03  FILLER                             PIC X(42)
         VALUE "H AMOUNT ARCHIVE FILE                     ".
 01  PR-LINE.
     03  PR-FILE                            PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  PR-RETAIN                          PIC ZZ9.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  PR-KEEP-FROM                       PIC ZZZ9
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  PR-READ                            PIC ZZZ,ZZZ,ZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PR-ARC                             PIC ZZZ,ZZZ,ZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PR-PROT                            PIC ZZZ,ZZZ,ZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PR-KEPT                            PIC ZZZ,ZZZ,ZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PR-LOW-YEAR                        PIC ZZZ9
                                            BLANK WHEN ZERO.
     03  PR-YEAR-DASH                       PIC X(01) VALUE SPACES.
     03  PR-HIGH-YEAR                       PIC ZZZ9
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PR-HASH                            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PR-DSN                             PIC X(30) VALUE SPACES.
     03  FILLER                             PIC X(03) VALUE SPACES.
 01  PR-REMARK-LINE.
     03  FILLER                             PIC X(10) VALUE SPACES.
     03  PR-REMARK                          PIC X(70) VALUE SPACES.
     03  FILLER                             PIC X(52) VALUE SPACES.
 01  PR-TOT-LINE.
     03  FILLER                             PIC X(26)
         VALUE "TOTAL RECORDS ARCHIVED:   ".
     03  PR-TOT-ARC                         PIC ZZZ,ZZZ,ZZ9.
     03  FILLER                             PIC X(95) VALUE SPACES.
 01  PR-NOTE-VALUES.
     03  FILLER                             PIC X(45)
         VALUE "PROTECTED = OLDER THAN THE RETENTION PERIOD B".
     03  FILLER                             PIC X(45)
         VALUE "UT KEPT, BECAUSE A RUN STILL NEEDS IT:       ".
     03  FILLER                             PIC X(45)
         VALUE "  JRNL    - THE LATEST COMMITTED PAY426N RUN ".
     03  FILLER                             PIC X(45)
         VALUE "NOT BACKED OUT BY PAY429N                    ".
     03  FILLER                             PIC X(45)
         VALUE "  RUNREG  - PAY426N COMMIT STAMPS STILL STAND".
     03  FILLER                             PIC X(45)
         VALUE "ING, COMMITTED PAY431N/432N/439N/440N STAMPS ".
     03  FILLER                             PIC X(45)
         VALUE "  DSTHIST - OUTSTANDING CHECKS, PAYOUTS AFTER".
     03  FILLER                             PIC X(45)
         VALUE " THE VALUATION DATE OF AN OPEN QDRO ORDER    ".
     03  FILLER                             PIC X(45)
         VALUE "  PSHIST  - THE LATEST PLAN YEAR ON FILE     ".
     03  FILLER                             PIC X(45)
         VALUE "                                             ".
 01  PR-NOTE-TABLE REDEFINES PR-NOTE-VALUES.
     03  PR-NOTE                            PIC X(90) OCCURS 5 TIMES.
 01  PR-NOTE-LINE.
     03  PR-N-TEXT                          PIC X(90) VALUE SPACES.
     03  FILLER                             PIC X(42) VALUE SPACES.
 01  PR-SUB                                 PIC 9(02) COMP VALUE 0.

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

     DISPLAY "*** PAY447N starting ***".
     UNSTRING TEXTE DELIMITED BY " " INTO PG-FILE-SEL.
        display "retention purge files " pg-file-sel.
     IF META-SW (3) = 1
         MOVE 0 TO WS-UPDATE-RUN-SW
         MOVE " DRY RUN  " TO PR-HEAD-MODE
     END-IF.
     IF PG-FILE-SEL = SPACES
         MOVE "ALL" TO PG-FILE-SEL.
     MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT.
     MOVE WS-CURR-MM TO PR-RM.
     MOVE WS-CURR-DD TO PR-RD.
     MOVE WS-CURR-CCYY TO PR-RY.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     IF NOT VALID-FILE-SEL
         MOVE "PAY447N" TO DAEMON-DISP-PROG
         MOVE "** PAY447N - INVALID FILE PARAMETER - NOTHING PURGED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 100-READ-RETENTION THRU 100-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 120-LOAD-RUN-LOCKS THRU 120-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     IF PG-FILE-SEL = "ALL" OR PG-FILE-SEL = "JRNL"
         PERFORM 200-PURGE-JRNL THRU 200-EXIT
         IF RETURN-CODE = 16
             GO TO 000-TOTALS
         END-IF
     END-IF.
     IF PG-FILE-SEL = "ALL" OR PG-FILE-SEL = "DSTHIST"
         PERFORM 300-PURGE-DSTHIST THRU 300-EXIT
         IF RETURN-CODE = 16
             GO TO 000-TOTALS
         END-IF
     END-IF.
     IF PG-FILE-SEL = "ALL" OR PG-FILE-SEL = "PSHIST"
         PERFORM 400-PURGE-PSHIST THRU 400-EXIT
         IF RETURN-CODE = 16
             GO TO 000-TOTALS
         END-IF
     END-IF.
*  THE REGISTRY GOES LAST - THE OTHER FILES' PROTECTION WAS
*  WORKED OUT FROM IT BY 120-LOAD-RUN-LOCKS.
     IF PG-FILE-SEL = "ALL" OR PG-FILE-SEL = "RUNREG"
         PERFORM 500-PURGE-RUNREG THRU 500-EXIT
     END-IF.
 000-TOTALS.
     IF PR-LN-CNT > 48
         PERFORM 855-PR-HEAD THRU 855-EXIT
     END-IF.
     MOVE PG-TOT-ARC-CNT TO PR-TOT-ARC.
     WRITE PRG1-REC FROM PR-TOT-LINE AFTER ADVANCING 2.
     MOVE SPACES TO PRG1-REC.
     WRITE PRG1-REC AFTER ADVANCING 1.
     PERFORM 860-NOTE-LINE THRU 860-EXIT
         VARYING PR-SUB FROM 1 BY 1 UNTIL PR-SUB > 5.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY447N" TO DAEMON-DISP-PROG
     MOVE SPACES TO DAEMON-DISP-MSG
     STRING  "** PAY447N - FILES " PG-FILE-SEL
             " RECORDS ARCHIVED " PG-TOT-ARC-CNT
          DELIMITED SIZE INTO DAEMON-DISP-MSG
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     DISPLAY "** PAY447N - FILES: " PG-FILE-SEL
             " RECORDS ARCHIVED: " PG-TOT-ARC-CNT.
     IF RETURN-CODE = 16
         MOVE "A" TO WS-RR-END-STATUS
     END-IF.
     PERFORM 752-STAMP-END THRU 752-EXIT.
     EXIT PROGRAM.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RETENTION PERIODS FROM THE PSRULES "RETAIN" RECORD.  THERE
*  IS NO DEFAULT - A MISSING OR BAD RECORD STOPS THE RUN BEFORE
*  ANYTHING IS READ, SINCE A GUESSED PERIOD COULD ARCHIVE
*  RECORDS SOMEBODY STILL WANTS.  THE BREAK-IN-SERVICE YEARS
*  COME FROM "PSRULES1" FOR THE DSTHIST CHECK IN 300.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 100-READ-RETENTION.
     MOVE "RETAIN" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS NOT = "00"
         MOVE "PAY447N" TO DAEMON-DISP-PROG
         MOVE "** PAY447N - NO PSRULES RETAIN RECORD - NOTHING PURGED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 100-EXIT.
     IF PSRET-JRNL-YEARS NOT NUMERIC OR
        PSRET-RUNREG-YEARS NOT NUMERIC OR
        PSRET-DSTHIST-YEARS NOT NUMERIC OR
        PSRET-PSHIST-YEARS NOT NUMERIC
         MOVE "PAY447N" TO DAEMON-DISP-PROG
         MOVE "** PAY447N - PSRULES RETAIN RECORD NOT NUMERIC - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 100-EXIT.
     MOVE PSRET-JRNL-YEARS TO PG-RET-JRNL.
     MOVE PSRET-RUNREG-YEARS TO PG-RET-RUNREG.
     MOVE PSRET-DSTHIST-YEARS TO PG-RET-DSTHIST.
     MOVE PSRET-PSHIST-YEARS TO PG-RET-PSHIST.
     MOVE "PSRULES1" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS = "00" AND PSRULES-BRK-YEARS NUMERIC
         MOVE PSRULES-BRK-YEARS TO PG-BRK-YEARS.
 100-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  REPLAY THE RUN REGISTRY THE WAY THE PAY426N INTERLOCK DOES:
*  A COMPLETED COMMITTED PAY426N END STAMP LOCKS ITS CUTOFF, A
*  COMPLETED PAY429N END STAMP FOR THE CUTOFF RELEASES IT.  FOR
*  EACH CUTOFF KEEP THE RECORD NUMBER OF THE LATEST COMMIT
*  STAMP - THE ONLY ONE THE INTERLOCKS STILL NEED, AND ONLY
*  WHILE IT STANDS.  THE PAY431N, PAY439N AND PAY440N START AND
*  END STAMPS ARE COUNTED PER PROGRAM AND CUTOFF (132) THE WAY
*  THOSE PROGRAMS' INTERLOCKS COUNT THEM.  A REGISTRY THAT
*  CANNOT BE READ, OR HAS MORE CUTOFFS THAN A TABLE, ABORTS -
*  THE PROTECTION WOULD BE INCOMPLETE.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 120-LOAD-RUN-LOCKS.
     MOVE 0 TO PK-CNT PG-RR-NBR PG-OPEN-CUTOFF PG-OPEN-REC.
     MOVE 0 TO OP-CNT.
     MOVE 0 TO WS-RUNREG-EOF-SW.
     OPEN INPUT RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         MOVE "PAY447N" TO DAEMON-DISP-PROG
         MOVE "** PAY447N - CAN NOT READ RUN REGISTRY - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 120-EXIT.
 122-LOCK-LOOP.
     READ RUNREGFL
         AT END MOVE 1 TO WS-RUNREG-EOF-SW
     END-READ.
     IF RUNREG-EOF
         CLOSE RUNREGFL
         GO TO 124-OPEN-RUN.
     ADD 1 TO PG-RR-NBR.
     IF RR-PROGRAM = "PAY431N" OR RR-PROGRAM = "PAY439N" OR
        RR-PROGRAM = "PAY440N"
         PERFORM 132-COUNT-START-END THRU 132-EXIT
         IF RETURN-CODE = 16
             CLOSE RUNREGFL
             GO TO 120-EXIT
         END-IF
         GO TO 122-LOCK-LOOP.
     IF RR-PROGRAM = "PAY429N" AND RR-STAMP = "E" AND
        RR-STATUS = "C"
         MOVE RR-CUTOFF-DATE TO PK-FIND-CUTOFF
         PERFORM 130-FIND-CUTOFF THRU 130-EXIT
         IF PK-SUB > 0
             MOVE 0 TO PK-LOCKED (PK-SUB)
         END-IF
         GO TO 122-LOCK-LOOP.
     IF RR-PROGRAM NOT = "PAY426N" OR RR-STAMP NOT = "E" OR
        RR-MODE NOT = "C" OR RR-STATUS NOT = "C"
         GO TO 122-LOCK-LOOP.
     MOVE RR-CUTOFF-DATE TO PK-FIND-CUTOFF.
     PERFORM 130-FIND-CUTOFF THRU 130-EXIT.
     IF PK-SUB = 0 AND PK-CNT NOT < 500
         CLOSE RUNREGFL
         MOVE "PAY447N" TO DAEMON-DISP-PROG
         MOVE "** PAY447N - CUTOFF TABLE FULL (500) - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 120-EXIT.
     IF PK-SUB = 0
         ADD 1 TO PK-CNT
         MOVE PK-CNT TO PK-SUB
         MOVE RR-CUTOFF-DATE TO PK-CUTOFF (PK-SUB).
     MOVE PG-RR-NBR TO PK-COMMIT-REC (PK-SUB).
     MOVE 1 TO PK-LOCKED (PK-SUB).
     GO TO 122-LOCK-LOOP.
 124-OPEN-RUN.
     IF PK-CNT > 0
         PERFORM 126-NOTE-OPEN-RUN THRU 126-EXIT
             VARYING PK-SUB FROM 1 BY 1 UNTIL PK-SUB > PK-CNT
     END-IF.
 120-EXIT.
     EXIT.

 126-NOTE-OPEN-RUN.
     IF PK-LOCKED (PK-SUB) = 1 AND
        PK-COMMIT-REC (PK-SUB) > PG-OPEN-REC
         MOVE PK-COMMIT-REC (PK-SUB) TO PG-OPEN-REC
         MOVE PK-CUTOFF (PK-SUB) TO PG-OPEN-CUTOFF.
 126-EXIT.
     EXIT.

 130-FIND-CUTOFF.
     MOVE 0 TO PK-SUB.
     IF PK-CNT = 0
         GO TO 130-EXIT.
     SET PK-IDX TO 1.
     SEARCH PK-ENTRY
         AT END
             CONTINUE
         WHEN PK-IDX > PK-CNT
             CONTINUE
         WHEN PK-CUTOFF (PK-IDX) = PK-FIND-CUTOFF
             SET PK-SUB TO PK-IDX
     END-SEARCH.
 130-EXIT.
     EXIT.

 132-COUNT-START-END.
     IF RR-MODE NOT = "C"
         GO TO 132-EXIT.
     IF RR-STAMP NOT = "S" AND RR-STAMP NOT = "E"
         GO TO 132-EXIT.
     PERFORM 134-FIND-OPEN THRU 134-EXIT.
     IF OP-SUB = 0 AND OP-CNT NOT < 500
         MOVE "PAY447N" TO DAEMON-DISP-PROG
         MOVE "** PAY447N - OPEN-RUN TABLE FULL (500) - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 132-EXIT.
     IF OP-SUB = 0
         ADD 1 TO OP-CNT
         MOVE OP-CNT TO OP-SUB
         MOVE RR-PROGRAM TO OP-PROGRAM (OP-SUB)
         MOVE RR-CUTOFF-DATE TO OP-CUTOFF (OP-SUB)
         MOVE 0 TO OP-OPEN-CNT (OP-SUB).
     IF RR-STAMP = "S"
         ADD 1 TO OP-OPEN-CNT (OP-SUB)
         GO TO 132-EXIT.
     IF OP-OPEN-CNT (OP-SUB) > 0
         SUBTRACT 1 FROM OP-OPEN-CNT (OP-SUB).
 132-EXIT.
     EXIT.

*  THE OP-TABLE ENTRY FOR THE PROGRAM AND CUTOFF IN RUNREG-REC.
 134-FIND-OPEN.
     MOVE 0 TO OP-SUB.
     IF OP-CNT = 0
         GO TO 134-EXIT.
     SET OP-IDX TO 1.
     SEARCH OP-ENTRY
         AT END
             CONTINUE
         WHEN OP-IDX > OP-CNT
             CONTINUE
         WHEN OP-PROGRAM (OP-IDX) = RR-PROGRAM AND
              OP-CUTOFF (OP-IDX) = RR-CUTOFF-DATE
             SET OP-SUB TO OP-IDX
     END-SEARCH.
 134-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  JRNL - THE PAY426N UPDATE JOURNAL.  THE YEAR IS THE RUN
*  DATE.  THE JOURNAL OF THE LATEST COMMITTED PAY426N RUN STILL
*  STANDING IS WHAT PAY429N WOULD BACK OUT, SO IT IS KEPT
*  WHATEVER ITS AGE.  AN EARLIER RUN HAS BEEN OVERTAKEN - A
*  BACK-OUT OF IT WOULD SKIP EVERY RECORD A LATER RUN CHANGED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 200-PURGE-JRNL.
     MOVE "JRNL" TO PG-FILE-ID.
     MOVE PG-RET-JRNL TO PG-RETAIN.
     PERFORM 800-START-FILE THRU 800-EXIT.
     IF FILE-NOT-PURGED
         GO TO 209-PRINT.
     MOVE 0 TO WS-JRNL-EOF-SW.
     OPEN INPUT JRNLFL.
     IF JRNL-FILE-STATUS NOT = "00" AND
        JRNL-FILE-STATUS NOT = "05"
         MOVE "CAN NOT OPEN JRNL - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 209-PRINT.
     PERFORM 810-OPEN-WORK THRU 810-EXIT.
     IF FILE-PURGE-FAILED
         CLOSE JRNLFL
         GO TO 209-PRINT.
 202-JRNL-LOOP.
     READ JRNLFL
         AT END MOVE 1 TO WS-JRNL-EOF-SW
     END-READ.
     IF JRNL-EOF
         CLOSE JRNLFL
         GO TO 204-JRNL-FINISH.
     ADD 1 TO PG-READ-CNT.
     MOVE JRNL-REC TO PG-REC-IMAGE.
     MOVE 9999 TO PG-REC-YEAR.
     IF JRNL-RUN-DATE NUMERIC
         COMPUTE PG-REC-YEAR = JRNL-RUN-DATE / 10000.
     MOVE 0 TO PG-REC-KEY PG-REC-AMT.
     IF JRNL-SSN NUMERIC
         MOVE JRNL-SSN TO PG-REC-KEY.
     IF JRNL-A-POINTS NUMERIC
         MOVE JRNL-A-POINTS TO PG-REC-AMT.
     MOVE 0 TO WS-PROTECT-SW.
     IF PG-OPEN-CUTOFF > 0 AND
        JRNL-CUTOFF-DATE = PG-OPEN-CUTOFF
         MOVE 1 TO WS-PROTECT-SW.
     PERFORM 820-ROUTE-RECORD THRU 820-EXIT.
     IF FILE-PURGE-FAILED
         CLOSE JRNLFL
         GO TO 204-JRNL-FINISH.
     GO TO 202-JRNL-LOOP.
 204-JRNL-FINISH.
     PERFORM 830-FINISH-ARCHIVE THRU 830-EXIT.
     IF NOT LIVE-REWRITE-DUE
         GO TO 209-PRINT.
     PERFORM 840-START-REWRITE THRU 840-EXIT.
     IF FILE-PURGE-FAILED
         GO TO 209-PRINT.
     OPEN OUTPUT JRNLFL.
     IF JRNL-FILE-STATUS NOT = "00"
         CLOSE WRKFL
         PERFORM 845-REWRITE-FAILED THRU 845-EXIT
         GO TO 209-PRINT.
 206-JRNL-COPY.
     PERFORM 836-READ-WORK THRU 836-EXIT.
     IF WRK-EOF
         CLOSE JRNLFL
         PERFORM 838-END-REWRITE THRU 838-EXIT
         GO TO 209-PRINT.
     WRITE JRNL-REC FROM WRK-REC.
     IF JRNL-FILE-STATUS NOT = "00"
         CLOSE JRNLFL WRKFL
         PERFORM 845-REWRITE-FAILED THRU 845-EXIT
         GO TO 209-PRINT.
     ADD 1 TO PG-COPY-CNT.
     GO TO 206-JRNL-COPY.
 209-PRINT.
     PERFORM 850-PRINT-FILE THRU 850-EXIT.
 200-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  DSTHIST - DISTRIBUTION HISTORY.  THE YEAR IS THE CHECK DATE.
*  THE PERIOD MUST BE LONGER THAN THE BREAK-IN-SERVICE YEARS,
*  SINCE PAY439N LOOKS BACK THAT FAR FOR PAYOUTS.  AN OLD
*  RECORD IS KEPT WHILE ITS CHECK IS OUTSTANDING (NEITHER
*  VOIDED NOR PAID ON CHKPAID - PAY443N AND PAY444N STILL NEED
*  IT), OR IF IT IS A PAYOUT TO AN EMPLOYEE WITH AN OPEN QDRO
*  ORDER AFTER THE ORDER'S VALUATION DATE - PAY445N ADDS THOSE
*  BACK WHEN IT VALUES THE AWARD.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 300-PURGE-DSTHIST.
     MOVE "DSTHIST" TO PG-FILE-ID.
     MOVE PG-RET-DSTHIST TO PG-RETAIN.
     PERFORM 800-START-FILE THRU 800-EXIT.
     IF FILE-NOT-PURGED
         GO TO 309-PRINT.
     IF PG-RETAIN NOT > PG-BRK-YEARS
         MOVE 1 TO WS-FILE-SKIP-SW
         MOVE 0 TO PG-KEEP-FROM
         MOVE SPACES TO PG-REMARK
         STRING "PERIOD NOT OVER THE " PG-BRK-YEARS
                " BREAK-IN-SERVICE YEARS - NOT PURGED"
              DELIMITED SIZE INTO PG-REMARK
         GO TO 309-PRINT.
     PERFORM 310-LOAD-OLD-CHECKS THRU 310-EXIT.
     IF RETURN-CODE = 16
         GO TO 309-PRINT.
     PERFORM 320-LOAD-OPEN-ORDERS THRU 320-EXIT.
     IF RETURN-CODE = 16
         GO TO 309-PRINT.
     MOVE 0 TO WS-DSTHST-EOF-SW.
     OPEN INPUT DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00" AND
        DSTHST-FILE-STATUS NOT = "05"
         MOVE "CAN NOT OPEN DSTHIST - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 309-PRINT.
     PERFORM 810-OPEN-WORK THRU 810-EXIT.
     IF FILE-PURGE-FAILED
         CLOSE DSTHSTFL
         GO TO 309-PRINT.
 302-DSTHIST-LOOP.
     READ DSTHSTFL
         AT END MOVE 1 TO WS-DSTHST-EOF-SW
     END-READ.
     IF DSTHST-EOF
         CLOSE DSTHSTFL
         GO TO 304-DSTHIST-FINISH.
     ADD 1 TO PG-READ-CNT.
     MOVE DST-REC TO PG-REC-IMAGE.
     MOVE 9999 TO PG-REC-YEAR.
     IF DST-CHECK-DATE NUMERIC
         COMPUTE PG-REC-YEAR = DST-CHECK-DATE / 10000.
     MOVE 0 TO PG-REC-KEY PG-REC-AMT.
     IF DST-SSN NUMERIC
         MOVE DST-SSN TO PG-REC-KEY.
     IF DST-GROSS NUMERIC
         MOVE DST-GROSS TO PG-REC-AMT.
     MOVE 0 TO WS-PROTECT-SW.
     IF PG-REC-YEAR < PG-KEEP-FROM
         PERFORM 330-CHECK-DSTHIST THRU 330-EXIT.
     PERFORM 820-ROUTE-RECORD THRU 820-EXIT.
     IF FILE-PURGE-FAILED
         CLOSE DSTHSTFL
         GO TO 304-DSTHIST-FINISH.
     GO TO 302-DSTHIST-LOOP.
 304-DSTHIST-FINISH.
     PERFORM 830-FINISH-ARCHIVE THRU 830-EXIT.
     IF NOT LIVE-REWRITE-DUE
         GO TO 309-PRINT.
     PERFORM 840-START-REWRITE THRU 840-EXIT.
     IF FILE-PURGE-FAILED
         GO TO 309-PRINT.
     OPEN OUTPUT DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00"
         CLOSE WRKFL
         PERFORM 845-REWRITE-FAILED THRU 845-EXIT
         GO TO 309-PRINT.
 306-DSTHIST-COPY.
     PERFORM 836-READ-WORK THRU 836-EXIT.
     IF WRK-EOF
         CLOSE DSTHSTFL
         PERFORM 838-END-REWRITE THRU 838-EXIT
         GO TO 309-PRINT.
     WRITE DST-REC FROM WRK-REC.
     IF DSTHST-FILE-STATUS NOT = "00"
         CLOSE DSTHSTFL WRKFL
         PERFORM 845-REWRITE-FAILED THRU 845-EXIT
         GO TO 309-PRINT.
     ADD 1 TO PG-COPY-CNT.
     GO TO 306-DSTHIST-COPY.
 309-PRINT.
     PERFORM 850-PRINT-FILE THRU 850-EXIT.
 300-EXIT.
     EXIT.

*  EVERY CHECK ON AN OLD RECORD, OUTSTANDING UNTIL A "V"
*  REVERSAL VOIDS IT OR CHKPAID SHOWS THE BANK PAID IT.  A
*  CHECK ALSO ON A CURRENT RECORD STAYS IN THE LIVE FILE EITHER
*  WAY, SO ONLY THE OLD RECORDS ARE TABLED.
 310-LOAD-OLD-CHECKS.
     MOVE 0 TO OC-CNT WS-DSTHST-EOF-SW.
     OPEN INPUT DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00" AND
        DSTHST-FILE-STATUS NOT = "05"
         GO TO 310-EXIT.
 312-CHECK-LOOP.
     READ DSTHSTFL
         AT END MOVE 1 TO WS-DSTHST-EOF-SW
     END-READ.
     IF DSTHST-EOF
         CLOSE DSTHSTFL
         GO TO 314-LOAD-PAID.
     IF DST-CHECK-DATE NOT NUMERIC OR DST-CHECK-NO NOT NUMERIC
         GO TO 312-CHECK-LOOP.
     IF DST-CHECK-DATE / 10000 NOT < PG-KEEP-FROM
         GO TO 312-CHECK-LOOP.
     MOVE DST-CHECK-NO TO OC-FIND-CHECK-NO.
     PERFORM 340-FIND-CHECK THRU 340-EXIT.
     IF OC-SUB = 0 AND OC-CNT NOT < 10000
         CLOSE DSTHSTFL
         MOVE "PAY447N" TO DAEMON-DISP-PROG
         MOVE "** PAY447N - OLD CHECK TABLE FULL (10000) - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE "OLD CHECK TABLE FULL - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 310-EXIT.
     IF OC-SUB = 0
         ADD 1 TO OC-CNT
         MOVE OC-CNT TO OC-SUB
         MOVE DST-CHECK-NO TO OC-CHECK-NO (OC-SUB)
         MOVE "O" TO OC-STATUS (OC-SUB).
     IF DST-VOID-REVERSAL
         MOVE "X" TO OC-STATUS (OC-SUB).
     GO TO 312-CHECK-LOOP.
 314-LOAD-PAID.
     MOVE 0 TO WS-CHKPD-EOF-SW.
     OPEN INPUT CHKPDFL.
     IF CHKPD-FILE-STATUS NOT = "00" AND
        CHKPD-FILE-STATUS NOT = "05"
         GO TO 310-EXIT.
 316-PAID-LOOP.
     READ CHKPDFL
         AT END MOVE 1 TO WS-CHKPD-EOF-SW
     END-READ.
     IF CHKPD-EOF
         CLOSE CHKPDFL
         GO TO 310-EXIT.
     IF CHP-STATUS NOT = "P" AND CHP-STATUS NOT = "A" AND
        CHP-STATUS NOT = "V"
         GO TO 316-PAID-LOOP.
     IF CHP-CHECK-NO NOT NUMERIC OR CHP-CHECK-NO > 99999999
         GO TO 316-PAID-LOOP.
     MOVE CHP-CHECK-NO TO OC-FIND-CHECK-NO.
     PERFORM 340-FIND-CHECK THRU 340-EXIT.
     IF OC-SUB > 0
         IF OC-STATUS (OC-SUB) = "O"
             MOVE "P" TO OC-STATUS (OC-SUB)
         END-IF
     END-IF.
     GO TO 316-PAID-LOOP.
 310-EXIT.
     EXIT.

*  OPEN QDRO ORDERS THE SAME WAY PAY432N HOLDS PAYOUTS: PENDING,
*  OR QUALIFIED AND NOT YET ON THE QDROSEG LEDGER.
 320-LOAD-OPEN-ORDERS.
     MOVE 0 TO SG-CNT QO-CNT WS-QDSEG-EOF-SW WS-QDRO-EOF-SW.
     OPEN INPUT QDSEGFL.
     IF QDSEG-FILE-STATUS NOT = "00" AND
        QDSEG-FILE-STATUS NOT = "05"
         MOVE "CAN NOT OPEN QDROSEG - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 320-EXIT.
 322-SEGREGATED-LOOP.
     READ QDSEGFL
         AT END MOVE 1 TO WS-QDSEG-EOF-SW
     END-READ.
     IF QDSEG-EOF
         CLOSE QDSEGFL
         GO TO 323-LOAD-ORDERS.
     IF SG-CNT NOT < 2000
         CLOSE QDSEGFL
         GO TO 328-TABLE-FULL.
     ADD 1 TO SG-CNT.
     MOVE QS-ORDER-NO TO SG-ORDER-NO (SG-CNT).
     GO TO 322-SEGREGATED-LOOP.
 323-LOAD-ORDERS.
     OPEN INPUT QDROFL.
     IF QDRO-FILE-STATUS NOT = "00" AND
        QDRO-FILE-STATUS NOT = "05"
         MOVE "CAN NOT OPEN QDRO - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 320-EXIT.
 324-ORDER-LOOP.
     READ QDROFL
         AT END MOVE 1 TO WS-QDRO-EOF-SW
     END-READ.
     IF QDRO-EOF
         CLOSE QDROFL
         GO TO 320-EXIT.
     IF NOT QD-PENDING AND NOT QD-QUALIFIED
         GO TO 324-ORDER-LOOP.
     IF QD-BADGE NOT NUMERIC OR QD-BADGE = 0
         GO TO 324-ORDER-LOOP.
     IF QD-QUALIFIED
         PERFORM 326-FIND-SEGREGATED THRU 326-EXIT
         IF SG-SUB > 0
             GO TO 324-ORDER-LOOP
         END-IF
     END-IF.
     IF QO-CNT NOT < 2000
         CLOSE QDROFL
         GO TO 328-TABLE-FULL.
     ADD 1 TO QO-CNT.
     MOVE QD-BADGE TO QO-BADGE (QO-CNT).
     MOVE 0 TO QO-VAL-DATE (QO-CNT).
     IF QD-VALUATION-DATE NUMERIC
         MOVE QD-VALUATION-DATE TO QO-VAL-DATE (QO-CNT).
     GO TO 324-ORDER-LOOP.
 328-TABLE-FULL.
     MOVE "PAY447N" TO DAEMON-DISP-PROG.
     MOVE "** PAY447N - QDRO TABLE FULL (2000) - ABORTED"
         TO DAEMON-DISP-MSG.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     MOVE "QDRO TABLE FULL - NOT PURGED" TO PG-REMARK.
     PERFORM 890-FAIL-FILE THRU 890-EXIT.
 320-EXIT.
     EXIT.

 326-FIND-SEGREGATED.
     MOVE 0 TO SG-SUB.
     IF SG-CNT = 0
         GO TO 326-EXIT.
     SET SG-IDX TO 1.
     SEARCH SG-ENTRY
         AT END
             CONTINUE
         WHEN SG-IDX > SG-CNT
             CONTINUE
         WHEN SG-ORDER-NO (SG-IDX) = QD-ORDER-NO
             SET SG-SUB TO SG-IDX
     END-SEARCH.
 326-EXIT.
     EXIT.

*  SET THE PROTECT SWITCH FOR AN OLD DSTHIST RECORD.
 330-CHECK-DSTHIST.
     IF DST-CHECK-NO NUMERIC
         MOVE DST-CHECK-NO TO OC-FIND-CHECK-NO
         PERFORM 340-FIND-CHECK THRU 340-EXIT
         IF OC-SUB > 0
             IF OC-STATUS (OC-SUB) = "O"
                 MOVE 1 TO WS-PROTECT-SW
                 GO TO 330-EXIT
             END-IF
         END-IF
     END-IF.
     IF DST-TYPE NOT = "E" OR QO-CNT = 0
         GO TO 330-EXIT.
     SET QO-IDX TO 1.
     SEARCH QO-ENTRY
         AT END
             CONTINUE
         WHEN QO-IDX > QO-CNT
             CONTINUE
         WHEN QO-BADGE (QO-IDX) = DST-BADGE AND
              DST-CHECK-DATE > QO-VAL-DATE (QO-IDX)
             MOVE 1 TO WS-PROTECT-SW
     END-SEARCH.
 330-EXIT.
     EXIT.

 340-FIND-CHECK.
     MOVE 0 TO OC-SUB.
     IF OC-CNT = 0
         GO TO 340-EXIT.
     SET OC-IDX TO 1.
     SEARCH OC-ENTRY
         AT END
             CONTINUE
         WHEN OC-IDX > OC-CNT
             CONTINUE
         WHEN OC-CHECK-NO (OC-IDX) = OC-FIND-CHECK-NO
             SET OC-SUB TO OC-IDX
     END-SEARCH.
 340-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  PSHIST - YEAR-END SNAPSHOTS.  THE YEAR IS THE PLAN YEAR.
*  THE LATEST PLAN YEAR ON FILE IS KEPT WHATEVER THE PERIOD -
*  PAY440N AND PAY441N MEASURE THE CURRENT YEAR AGAINST IT.
*  OLDER YEARS STAY READABLE FROM THE ARCHIVE BY THE PAY427N
*  REPRINT AND THE PAY435N TREND REPORT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 400-PURGE-PSHIST.
     MOVE "PSHIST" TO PG-FILE-ID.
     MOVE PG-RET-PSHIST TO PG-RETAIN.
     PERFORM 800-START-FILE THRU 800-EXIT.
     IF FILE-NOT-PURGED
         GO TO 409-PRINT.
     MOVE 0 TO PG-MAX-PLAN-YEAR WS-PSHIST-EOF-SW.
     OPEN INPUT PSHISTFL.
     IF PSHIST-FILE-STATUS NOT = "00" AND
        PSHIST-FILE-STATUS NOT = "05"
         MOVE "CAN NOT OPEN PSHIST - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 409-PRINT.
 401-YEAR-LOOP.
     READ PSHISTFL
         AT END MOVE 1 TO WS-PSHIST-EOF-SW
     END-READ.
     IF PSHIST-EOF
         CLOSE PSHISTFL
         GO TO 402-PSHIST-OPEN.
     IF PSH-PLAN-YEAR NUMERIC
         IF PSH-PLAN-YEAR > PG-MAX-PLAN-YEAR
             MOVE PSH-PLAN-YEAR TO PG-MAX-PLAN-YEAR
         END-IF
     END-IF.
     GO TO 401-YEAR-LOOP.
 402-PSHIST-OPEN.
     MOVE 0 TO WS-PSHIST-EOF-SW.
     OPEN INPUT PSHISTFL.
     IF PSHIST-FILE-STATUS NOT = "00" AND
        PSHIST-FILE-STATUS NOT = "05"
         MOVE "CAN NOT OPEN PSHIST - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 409-PRINT.
     PERFORM 810-OPEN-WORK THRU 810-EXIT.
     IF FILE-PURGE-FAILED
         CLOSE PSHISTFL
         GO TO 409-PRINT.
 403-PSHIST-LOOP.
     READ PSHISTFL
         AT END MOVE 1 TO WS-PSHIST-EOF-SW
     END-READ.
     IF PSHIST-EOF
         CLOSE PSHISTFL
         GO TO 404-PSHIST-FINISH.
     ADD 1 TO PG-READ-CNT.
     MOVE PSH-REC TO PG-REC-IMAGE.
     MOVE 9999 TO PG-REC-YEAR.
     IF PSH-PLAN-YEAR NUMERIC
         MOVE PSH-PLAN-YEAR TO PG-REC-YEAR.
     MOVE 0 TO PG-REC-KEY PG-REC-AMT.
     IF PSH-SSN NUMERIC
         MOVE PSH-SSN TO PG-REC-KEY.
     IF PSH-PS-AMT NUMERIC
         MOVE PSH-PS-AMT TO PG-REC-AMT.
     MOVE 0 TO WS-PROTECT-SW.
     IF PG-REC-YEAR = PG-MAX-PLAN-YEAR
         MOVE 1 TO WS-PROTECT-SW.
     PERFORM 820-ROUTE-RECORD THRU 820-EXIT.
     IF FILE-PURGE-FAILED
         CLOSE PSHISTFL
         GO TO 404-PSHIST-FINISH.
     GO TO 403-PSHIST-LOOP.
 404-PSHIST-FINISH.
     PERFORM 830-FINISH-ARCHIVE THRU 830-EXIT.
     IF NOT LIVE-REWRITE-DUE
         GO TO 409-PRINT.
     PERFORM 840-START-REWRITE THRU 840-EXIT.
     IF FILE-PURGE-FAILED
         GO TO 409-PRINT.
     OPEN OUTPUT PSHISTFL.
     IF PSHIST-FILE-STATUS NOT = "00"
         CLOSE WRKFL
         PERFORM 845-REWRITE-FAILED THRU 845-EXIT
         GO TO 409-PRINT.
 406-PSHIST-COPY.
     PERFORM 836-READ-WORK THRU 836-EXIT.
     IF WRK-EOF
         CLOSE PSHISTFL
         PERFORM 838-END-REWRITE THRU 838-EXIT
         GO TO 409-PRINT.
     WRITE PSH-REC FROM WRK-REC.
     IF PSHIST-FILE-STATUS NOT = "00"
         CLOSE PSHISTFL WRKFL
         PERFORM 845-REWRITE-FAILED THRU 845-EXIT
         GO TO 409-PRINT.
     ADD 1 TO PG-COPY-CNT.
     GO TO 406-PSHIST-COPY.
 409-PRINT.
     PERFORM 850-PRINT-FILE THRU 850-EXIT.
 400-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RUNREG - THE RUN REGISTRY.  THE YEAR IS THE RUN DATE.  KEPT
*  WHATEVER THEIR AGE: THE LATEST PAY426N COMMIT STAMP FOR A
*  CUTOFF THAT NO PAY429N HAS BACKED OUT (THE PAY426N, PAY427N
*  AND PAY440N INTERLOCKS), THE COMMITTED END STAMPS OF
*  PAY431N, PAY432N, PAY439N AND PAY440N THAT THEIR OWN
*  DUPLICATE-RUN CHECKS, AND PAY441N AND PAY445N, LOOK FOR, AND
*  EVERY COMMITTED PAY431N, PAY439N OR PAY440N START STAMP FOR
*  A PROGRAM AND CUTOFF THAT STILL HAS A START NO END MATCHED -
*  ALL OF THEM, SO THE COUNT THE INTERLOCK MAKES IS UNCHANGED.
*  A PAY429N STAMP IS NOT KEPT FOR ITS OWN SAKE - WITH ITS
*  PAY426N STAMP GONE IT RELEASES NOTHING.
*  THE RECORDS ARE NUMBERED AGAIN SO THE COMMIT STAMPS FOUND
*  BY 120-LOAD-RUN-LOCKS CAN BE RECOGNISED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 500-PURGE-RUNREG.
     MOVE "RUNREG" TO PG-FILE-ID.
     MOVE PG-RET-RUNREG TO PG-RETAIN.
     PERFORM 800-START-FILE THRU 800-EXIT.
     IF FILE-NOT-PURGED
         GO TO 509-PRINT.
     MOVE 0 TO PG-RR-NBR WS-RUNREG-EOF-SW.
     OPEN INPUT RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         MOVE "CAN NOT OPEN RUNREG - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 509-PRINT.
     PERFORM 810-OPEN-WORK THRU 810-EXIT.
     IF FILE-PURGE-FAILED
         CLOSE RUNREGFL
         GO TO 509-PRINT.
 502-RUNREG-LOOP.
     READ RUNREGFL
         AT END MOVE 1 TO WS-RUNREG-EOF-SW
     END-READ.
     IF RUNREG-EOF
         CLOSE RUNREGFL
         GO TO 504-RUNREG-FINISH.
     ADD 1 TO PG-READ-CNT PG-RR-NBR.
     MOVE RUNREG-REC TO PG-REC-IMAGE.
     MOVE 9999 TO PG-REC-YEAR.
     IF RR-RUN-DATE NUMERIC
         COMPUTE PG-REC-YEAR = RR-RUN-DATE / 10000.
     MOVE 0 TO PG-REC-KEY PG-REC-AMT.
     IF RR-CUTOFF-DATE NUMERIC
         MOVE RR-CUTOFF-DATE TO PG-REC-KEY.
     IF RR-REC-COUNT NUMERIC
         MOVE RR-REC-COUNT TO PG-REC-AMT.
     MOVE 0 TO WS-PROTECT-SW.
     IF PG-REC-YEAR < PG-KEEP-FROM
         PERFORM 530-CHECK-RUNREG THRU 530-EXIT.
     PERFORM 820-ROUTE-RECORD THRU 820-EXIT.
     IF FILE-PURGE-FAILED
         CLOSE RUNREGFL
         GO TO 504-RUNREG-FINISH.
     GO TO 502-RUNREG-LOOP.
 504-RUNREG-FINISH.
     PERFORM 830-FINISH-ARCHIVE THRU 830-EXIT.
     IF NOT LIVE-REWRITE-DUE
         GO TO 509-PRINT.
     PERFORM 840-START-REWRITE THRU 840-EXIT.
     IF FILE-PURGE-FAILED
         GO TO 509-PRINT.
     OPEN OUTPUT RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00"
         CLOSE WRKFL
         PERFORM 845-REWRITE-FAILED THRU 845-EXIT
         GO TO 509-PRINT.
 506-RUNREG-COPY.
     PERFORM 836-READ-WORK THRU 836-EXIT.
     IF WRK-EOF
         CLOSE RUNREGFL
         PERFORM 838-END-REWRITE THRU 838-EXIT
         GO TO 509-PRINT.
     WRITE RUNREG-REC FROM WRK-REC.
     IF RUNREG-FILE-STATUS NOT = "00"
         CLOSE RUNREGFL WRKFL
         PERFORM 845-REWRITE-FAILED THRU 845-EXIT
         GO TO 509-PRINT.
     ADD 1 TO PG-COPY-CNT.
     GO TO 506-RUNREG-COPY.
 509-PRINT.
     PERFORM 850-PRINT-FILE THRU 850-EXIT.
 500-EXIT.
     EXIT.

*  SET THE PROTECT SWITCH FOR AN OLD REGISTRY RECORD.
 530-CHECK-RUNREG.
     IF RR-MODE NOT = "C"
         GO TO 530-EXIT.
     IF RR-STAMP = "S" AND
        (RR-PROGRAM = "PAY431N" OR RR-PROGRAM = "PAY439N" OR
         RR-PROGRAM = "PAY440N")
         PERFORM 134-FIND-OPEN THRU 134-EXIT
         IF OP-SUB > 0
             IF OP-OPEN-CNT (OP-SUB) > 0
                 MOVE 1 TO WS-PROTECT-SW
             END-IF
         END-IF
         GO TO 530-EXIT.
     IF RR-STAMP NOT = "E"
         GO TO 530-EXIT.
     IF RR-PROGRAM = "PAY431N" OR RR-PROGRAM = "PAY432N" OR
        RR-PROGRAM = "PAY439N" OR RR-PROGRAM = "PAY440N"
         MOVE 1 TO WS-PROTECT-SW
         GO TO 530-EXIT.
     IF RR-PROGRAM NOT = "PAY426N" OR RR-STATUS NOT = "C"
         GO TO 530-EXIT.
     MOVE RR-CUTOFF-DATE TO PK-FIND-CUTOFF.
     PERFORM 130-FIND-CUTOFF THRU 130-EXIT.
     IF PK-SUB > 0
         IF PK-LOCKED (PK-SUB) = 1 AND
            PK-COMMIT-REC (PK-SUB) = PG-RR-NBR
             MOVE 1 TO WS-PROTECT-SW
         END-IF
     END-IF.
 530-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  COMMON ARCHIVE HANDLING FOR THE FILE BEING PURGED.  800 SETS
*  UP THE CUT-OFF YEAR AND THE ARCHIVE NAME, 820 SENDS EACH
*  RECORD TO THE ARCHIVE OR THE ARCWORK WORK FILE, 830 PROVES
*  THE ARCHIVE BY READING IT BACK AND WRITES THE ARCCTL CONTROL
*  RECORD.  ONLY THEN IS THE LIVE FILE REWRITTEN FROM ARCWORK
*  (840-838).  ANY FAILURE BEFORE THE REWRITE LEAVES THE LIVE
*  FILE AS IT WAS; A FAILURE DURING IT LEAVES ARCWORK IN PLACE
*  TO RESTORE FROM.  EITHER WAY THE RUN STOPS WITH RC 16.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 800-START-FILE.
     MOVE 0 TO PG-READ-CNT PG-ARC-CNT PG-PROT-CNT PG-KEPT-CNT
               PG-BACK-CNT PG-COPY-CNT PG-HASH-KEY PG-HASH-AMT
               PG-LOW-YEAR PG-HIGH-YEAR PG-KEEP-FROM.
     MOVE 0 TO WS-FILE-SKIP-SW WS-FILE-FAIL-SW WS-REWRITE-SW
               WS-ARC-OPEN-SW.
     MOVE SPACES TO PG-REMARK ARC-DSN.
     IF PG-RETAIN = 0
         MOVE 1 TO WS-FILE-SKIP-SW
         MOVE "RETENTION PERIOD ZERO - NOT PURGED" TO PG-REMARK
         GO TO 800-EXIT.
     COMPUTE PG-KEEP-FROM = WS-CURR-CCYY - PG-RETAIN.
     IF COMMITTED-UPDATE-RUN
         STRING PG-FILE-ID DELIMITED BY SPACE
                ".A" WS-CURR-CYMD "." WS-CURR-TIME
              DELIMITED SIZE INTO ARC-DSN.
 800-EXIT.
     EXIT.

 810-OPEN-WORK.
     IF NOT COMMITTED-UPDATE-RUN
         GO TO 810-EXIT.
     OPEN OUTPUT WRKFL.
     IF WRK-FILE-STATUS NOT = "00"
         MOVE "CAN NOT OPEN ARCWORK - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT.
 810-EXIT.
     EXIT.

 820-ROUTE-RECORD.
     IF PG-REC-YEAR NOT < PG-KEEP-FROM
         GO TO 826-KEEP-RECORD.
     IF RECORD-PROTECTED
         ADD 1 TO PG-PROT-CNT
         GO TO 826-KEEP-RECORD.
     ADD 1 TO PG-ARC-CNT.
     ADD PG-REC-KEY TO PG-HASH-KEY.
     ADD PG-REC-AMT TO PG-HASH-AMT.
     IF PG-LOW-YEAR = 0 OR PG-REC-YEAR < PG-LOW-YEAR
         MOVE PG-REC-YEAR TO PG-LOW-YEAR.
     IF PG-REC-YEAR > PG-HIGH-YEAR
         MOVE PG-REC-YEAR TO PG-HIGH-YEAR.
     IF NOT COMMITTED-UPDATE-RUN
         GO TO 820-EXIT.
     IF NOT ARC-FILE-OPEN
         OPEN OUTPUT ARCFL
         IF ARC-FILE-STATUS NOT = "00"
             MOVE "CAN NOT OPEN ARCHIVE - NOT PURGED" TO PG-REMARK
             PERFORM 890-FAIL-FILE THRU 890-EXIT
             GO TO 820-EXIT
         END-IF
         MOVE 1 TO WS-ARC-OPEN-SW
     END-IF.
     WRITE ARCV-REC FROM PG-REC-IMAGE.
     IF ARC-FILE-STATUS NOT = "00"
         MOVE "ARCHIVE WRITE FAILED - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT.
     GO TO 820-EXIT.
 826-KEEP-RECORD.
     ADD 1 TO PG-KEPT-CNT.
     IF NOT COMMITTED-UPDATE-RUN
         GO TO 820-EXIT.
     WRITE WRK-REC FROM PG-REC-IMAGE.
     IF WRK-FILE-STATUS NOT = "00"
         MOVE "ARCWORK WRITE FAILED - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT.
 820-EXIT.
     EXIT.

 830-FINISH-ARCHIVE.
     MOVE 0 TO WS-REWRITE-SW.
     IF NOT COMMITTED-UPDATE-RUN
         IF PG-ARC-CNT > 0
             MOVE "DRY RUN - COUNTED ONLY, NOTHING MOVED" TO PG-REMARK
         END-IF
         GO TO 830-EXIT
     END-IF.
     CLOSE WRKFL.
     IF ARC-FILE-OPEN
         CLOSE ARCFL
         MOVE 0 TO WS-ARC-OPEN-SW
     END-IF.
     IF FILE-PURGE-FAILED
         GO TO 830-EXIT.
     IF PG-ARC-CNT = 0
         MOVE SPACES TO ARC-DSN
         MOVE "NOTHING TO ARCHIVE - LIVE FILE UNCHANGED" TO PG-REMARK
         GO TO 830-EXIT.
     MOVE 0 TO PG-BACK-CNT WS-ARC-EOF-SW.
     OPEN INPUT ARCFL.
     IF ARC-FILE-STATUS NOT = "00"
         MOVE "CAN NOT READ ARCHIVE BACK - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 830-EXIT.
 832-READ-BACK.
     READ ARCFL
         AT END MOVE 1 TO WS-ARC-EOF-SW
     END-READ.
     IF NOT ARC-EOF
         ADD 1 TO PG-BACK-CNT
         GO TO 832-READ-BACK.
     CLOSE ARCFL.
     IF PG-BACK-CNT NOT = PG-ARC-CNT
         MOVE SPACES TO PG-REMARK
         STRING "ARCHIVE READ BACK " PG-BACK-CNT
                " RECORDS - NOT PURGED"
              DELIMITED SIZE INTO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 830-EXIT.
 834-WRITE-CONTROL.
     OPEN EXTEND ARCCTLFL.
     IF ARCCTL-FILE-STATUS NOT = "00" AND
        ARCCTL-FILE-STATUS NOT = "05"
         MOVE "CAN NOT OPEN ARCCTL - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 830-EXIT.
     MOVE PG-FILE-ID TO ACT-FILE-ID.
     MOVE ARC-DSN TO ACT-DSN.
     MOVE WS-CURR-CYMD TO ACT-RUN-DATE.
     MOVE WS-CURR-TIME TO ACT-RUN-TIME.
     MOVE PG-RETAIN TO ACT-RETAIN-YEARS.
     MOVE PG-KEEP-FROM TO ACT-KEEP-FROM-YEAR.
     MOVE PG-LOW-YEAR TO ACT-LOW-YEAR.
     MOVE PG-HIGH-YEAR TO ACT-HIGH-YEAR.
     MOVE PG-ARC-CNT TO ACT-REC-COUNT.
     MOVE PG-HASH-KEY TO ACT-HASH-KEY.
     MOVE PG-HASH-AMT TO ACT-HASH-AMT.
     MOVE PG-READ-CNT TO ACT-LIVE-READ.
     MOVE PG-KEPT-CNT TO ACT-LIVE-KEPT.
     WRITE ARCCTL-REC.
     IF ARCCTL-FILE-STATUS NOT = "00"
         CLOSE ARCCTLFL
         MOVE "ARCCTL WRITE FAILED - NOT PURGED" TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT
         GO TO 830-EXIT.
     CLOSE ARCCTLFL.
     ADD PG-ARC-CNT TO PG-TOT-ARC-CNT.
     MOVE 1 TO WS-REWRITE-SW.
 830-EXIT.
     EXIT.

 836-READ-WORK.
     READ WRKFL
         AT END MOVE 1 TO WS-WRK-EOF-SW
     END-READ.
 836-EXIT.
     EXIT.

 838-END-REWRITE.
     CLOSE WRKFL.
     IF PG-COPY-CNT NOT = PG-KEPT-CNT
         PERFORM 845-REWRITE-FAILED THRU 845-EXIT.
 838-EXIT.
     EXIT.

 840-START-REWRITE.
     MOVE 0 TO PG-COPY-CNT WS-WRK-EOF-SW.
     OPEN INPUT WRKFL.
     IF WRK-FILE-STATUS NOT = "00"
         MOVE "CAN NOT READ ARCWORK - ARCHIVED BUT NOT PURGED"
             TO PG-REMARK
         PERFORM 890-FAIL-FILE THRU 890-EXIT.
 840-EXIT.
     EXIT.

 845-REWRITE-FAILED.
     MOVE "LIVE FILE REWRITE FAILED - RESTORE IT FROM ARCWORK"
         TO PG-REMARK.
     PERFORM 890-FAIL-FILE THRU 890-EXIT.
 845-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  PRG1 - ONE LINE PER FILE, WITH THE REMARK UNDER IT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 850-PRINT-FILE.
     IF PR-LN-CNT > 53
         PERFORM 855-PR-HEAD THRU 855-EXIT
     END-IF.
     MOVE PG-FILE-ID TO PR-FILE.
     MOVE PG-RETAIN TO PR-RETAIN.
     MOVE PG-KEEP-FROM TO PR-KEEP-FROM.
     MOVE PG-READ-CNT TO PR-READ.
     MOVE PG-ARC-CNT TO PR-ARC.
     MOVE PG-PROT-CNT TO PR-PROT.
     MOVE PG-KEPT-CNT TO PR-KEPT.
     MOVE PG-LOW-YEAR TO PR-LOW-YEAR.
     MOVE PG-HIGH-YEAR TO PR-HIGH-YEAR.
     MOVE SPACE TO PR-YEAR-DASH.
     IF PG-LOW-YEAR > 0
         MOVE "-" TO PR-YEAR-DASH.
     MOVE PG-HASH-AMT TO PR-HASH.
     MOVE ARC-DSN TO PR-DSN.
     WRITE PRG1-REC FROM PR-LINE AFTER ADVANCING 2.
     ADD 2 TO PR-LN-CNT.
     IF PG-REMARK NOT = SPACES
         MOVE PG-REMARK TO PR-REMARK
         WRITE PRG1-REC FROM PR-REMARK-LINE AFTER ADVANCING 1
         ADD 1 TO PR-LN-CNT
     END-IF.
 850-EXIT.
     EXIT.

 855-PR-HEAD.
     ADD 1 TO PR-PG-CNT.
     MOVE PR-PG-CNT TO PR-PAGE.
     MOVE 0 TO PR-LN-CNT.
     WRITE PRG1-REC FROM PR-HEAD1 AFTER ADVANCING PAGE.
     WRITE PRG1-REC FROM PR-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO PRG1-REC.
     WRITE PRG1-REC AFTER ADVANCING 1.
     ADD 4 TO PR-LN-CNT.
 855-EXIT.
     EXIT.

 860-NOTE-LINE.
     MOVE PR-NOTE (PR-SUB) TO PR-N-TEXT.
     WRITE PRG1-REC FROM PR-NOTE-LINE AFTER ADVANCING 1.
     ADD 1 TO PR-LN-CNT.
 860-EXIT.
     EXIT.

*  THE FILE CAN NOT BE PURGED SAFELY - PG-REMARK SAYS WHY.
 890-FAIL-FILE.
     MOVE 1 TO WS-FILE-FAIL-SW.
     MOVE "PAY447N" TO DAEMON-DISP-PROG.
     MOVE SPACES TO DAEMON-DISP-MSG.
     STRING "** PAY447N " DELIMITED SIZE
            PG-FILE-ID DELIMITED BY SPACE
            " - " PG-REMARK DELIMITED SIZE
         INTO DAEMON-DISP-MSG.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     MOVE 16 TO RETURN-CODE.
 890-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 700-OPEN-FILES.
     MOVE "INPUT" TO UFAS-OPEN-MODE
     CALL "OPEN-PSRULES" USING PSRULES-FILE-STATUS UFAS-OPEN-MODE.
     OPEN OUTPUT PRGFL.
     WRITE PRG1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
 700-EXIT.
     EXIT.
 702-CLOSE-FILES.
     CALL "CLOSE-PSRULES" USING PSRULES-FILE-STATUS.
     CLOSE PRGFL.
 702-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RUN REGISTRY.  750 APPENDS THE START STAMP, 752 THE END STAMP
*  WITH THE OUTCOME, THE RECORDS ARCHIVED AND THE FILES ASKED
*  FOR IN RR-PARAMS.  THE END STAMP GOES ON AFTER ANY RUNREG
*  PURGE, SO THE REWRITTEN REGISTRY ALWAYS ENDS WITH IT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 750-STAMP-START.
     OPEN EXTEND RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         MOVE "PAY447N" TO DAEMON-DISP-PROG
         MOVE "** PAY447N - CAN NOT OPEN RUN REGISTRY - NOT STAMPED"
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
     MOVE PG-TOT-ARC-CNT TO RR-REC-COUNT.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
 752-EXIT.
     EXIT.

 756-FILL-STAMP.
     MOVE "PAY447N" TO RR-PROGRAM.
     MOVE FUNCTION CURRENT-DATE TO RR-W-CURDATE.
     MOVE RR-W-CURDATE (1:8) TO RR-RUN-DATE.
     MOVE RR-W-CURDATE (9:6) TO RR-RUN-TIME.
     MOVE 0 TO RR-CUTOFF-DATE.
     IF COMMITTED-UPDATE-RUN
         MOVE "C" TO RR-MODE
     ELSE
         MOVE "D" TO RR-MODE
     END-IF.
     MOVE SPACES TO RR-PARAMS.
     STRING "FILES " PG-FILE-SEL
          DELIMITED SIZE INTO RR-PARAMS.
 756-EXIT.
     EXIT.
