 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAY444N.
********************************************************************
**        PROGRAM:        PAY444N                                 **
**     WRITTEN BY:        K ALVAREZ                               **
**   DATE WRITTEN:        09/24/2026                              **
**    DESCRIPTION:        DISTRIBUTION CHECK RECONCILIATION.      **
**                        MATCHES THE BANK'S PAID-CHECK FILE      **
**                        (BANKPAID) AGAINST THE CHECKS ON THE    **
**                        DISTRIBUTION HISTORY (DSTHIST) BY CHECK **
**                        NUMBER AND FACE (NET) AMOUNT.  EACH     **
**                        PAID ITEM IS ONE OF:                    **
**                          "P" = PAID - NUMBER AND AMOUNT AGREE  **
**                          "A" = PAID FOR A DIFFERENT AMOUNT     **
**                          "V" = PAID AFTER THE CHECK WAS VOIDED **
**                          "U" = NO SUCH CHECK ISSUED ON THIS    **
**                                ACCOUNT                         **
**                          "D" = CHECK ALREADY PAID ON AN        **
**                                EARLIER ITEM                    **
**                        A COMMITTED RUN APPENDS EVERY ITEM TO   **
**                        THE PAID-CHECK HISTORY (CHKPAID) SO THE **
**                        NEXT RUN, AND THE PAY443N VOID RUN,     **
**                        KNOW WHAT HAS CLEARED.  SWITCH 3 ON IS  **
**                        A DRY RUN - THE REPORTS PRINT BUT       **
**                        CHKPAID IS NOT WRITTEN.                 **
**                                                                **
**                        PARM IS THE AS-OF DATE (YYMMDD) FOR     **
**                        AGING; BLANK IS TODAY.  REPORTS: RC1    **
**                        CHECKS PAID WITH DAYS TO CLEAR, RC2     **
**                        MISMATCHES, RC3 CHECKS STILL            **
**                        OUTSTANDING WITH THEIR AGE, AGING       **
**                        BUCKETS, THE STALE-DATED CHECKS (OLDER  **
**                        THAN THE STALE DAYS ON THE PSRULES      **
**                        "BANK" RECORD, 180 IF NONE) AND THE     **
**                        TIE: ISSUED LESS VOIDED LESS PAID       **
**                        EQUALS OUTSTANDING.                     **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
**   DATE   NAME:        PROJ # DESCRIPTION                       **
** MM/DD/YY ____________ NNNNNN _________________________________ **
**                                                                **
** 09/24/2026 K.Alvarez  MAIN-2136 New program - paid-check       **
**                       reconciliation, outstanding aging and    **
**                       stale-dated check listing.               **
** 10/15/2026 K.Alvarez  MAIN-2141 Aging bucket limits and labels **
**                       realigned.                               **
********************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
  SOURCE-COMPUTER. UNIX-MF.
  OBJECT-COMPUTER. UNIX-MF.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT BNKPDFL   ASSIGN "BANKPAID"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS BNKPD-FILE-STATUS.
 SELECT PAIDFL    ASSIGN LINE ADVANCING "RC1"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT MISMFL    ASSIGN LINE ADVANCING "RC2"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OUTSFL    ASSIGN LINE ADVANCING "RC3"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL DSTHSTFL ASSIGN "DSTHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DSTHST-FILE-STATUS.
 SELECT OPTIONAL CHKPDFL ASSIGN "CHKPAID"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CHKPD-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

*  THE BANK'S PAID-CHECK FILE - ONE RECORD PER CHECK PRESENTED
*  AND PAID ON THE DISBURSEMENT ACCOUNT.
 FD  BNKPDFL LABEL RECORDS OMITTED.
 01  BNKP-REC.
     03  BNKP-ACCOUNT                      PIC X(17).
     03  BNKP-CHECK-NO                     PIC 9(10).
     03  BNKP-PAID-DATE                    PIC 9(08).
     03  BNKP-AMOUNT                       PIC 9(08)V99.

 FD  PAIDFL LABEL RECORDS OMITTED.
 01  RC1-REC                               PIC X(132).
 FD  MISMFL LABEL RECORDS OMITTED.
 01  RC2-REC                               PIC X(132).
 FD  OUTSFL LABEL RECORDS OMITTED.
 01  RC3-REC                               PIC X(132).

 FD  DSTHSTFL LABEL RECORDS OMITTED.
 COPY X-FD-DSTHIST.

 FD  CHKPDFL LABEL RECORDS OMITTED.
 COPY X-FD-CHKPAID.

 FD  RUNREGFL LABEL RECORDS OMITTED.
 COPY X-FD-RUNREG.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 WORKING-STORAGE SECTION.
  COPY METADATA.

 01 UFAS-ALT-KEY-NAME PIC X(20).

 01 UFAS-OPEN-MODE PIC X(6).
 COPY X-FD-PSRULES.

 01 PSRULES-FILE-STATUS      PIC XX.
 01 BNKPD-FILE-STATUS        PIC XX VALUE "00".
 01 DSTHST-FILE-STATUS       PIC XX VALUE "00".
 01 CHKPD-FILE-STATUS        PIC XX VALUE "00".
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
     03  WS-BNKPD-EOF-SW                    PIC 9(01) VALUE 0.
         88  BNKPD-EOF                                VALUE 1.
     03  WS-DSTHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  DSTHST-EOF                               VALUE 1.
     03  WS-CHKPD-EOF-SW                    PIC 9(01) VALUE 0.
         88  CHKPD-EOF                                VALUE 1.
     03  WS-CHKPD-OPEN-SW                   PIC 9(01) VALUE 0.
         88  CHKPD-EXTEND-OPEN                        VALUE 1.
     03  WS-UPDATE-RUN-SW                   PIC 9(01) VALUE 1.
         88  COMMITTED-UPDATE-RUN                     VALUE 1.
     03  WS-CHKPD-FAIL-SW                   PIC 9(01) VALUE 0.
 01  ASOFDATE.
     03  ASOFDATE-CC                        PIC 9(02) VALUE 0.
     03  IN-DATE-N                          PIC 9(06) VALUE 0.
     03  IN-DATE-X REDEFINES IN-DATE-N.
         05  ASOFDATE-YY                    PIC 9(02).
         05  ASOFDATE-MM                    PIC 9(02).
         05  ASOFDATE-DD                    PIC 9(02).
 01  ASOFDATE-CYMD REDEFINES ASOFDATE       PIC 9(08).
 01  RC-RR-PARAMS                           PIC X(30) VALUE SPACES.
*  EVERY CHECK ON DSTHIST WITH ITS FACE (NET) AMOUNT.  CK-STATUS
*  "I" = ISSUED, "V" = VOIDED.  CK-PAID IS "Y" ONCE THE BANK HAS
*  PAID IT, ON THIS FILE OR AN EARLIER ONE.
 01  CK-TABLE.
     03  CK-CNT                             PIC 9(05) COMP VALUE 0.
     03  CK-ENTRY OCCURS 10000 TIMES
                  INDEXED BY CK-IDX.
         05  CK-CHECK-NO                    PIC 9(08).
         05  CK-TYPE                        PIC X(01).
         05  CK-BADGE                       PIC 9(07).
         05  CK-SSN                         PIC 9(09).
         05  CK-NAME                        PIC X(25).
         05  CK-CHECK-DATE                  PIC 9(08).
         05  CK-NET                         PIC S9(08)V99.
         05  CK-STATUS                      PIC X(01).
         05  CK-PAID                        PIC X(01).
         05  CK-PAID-DATE                   PIC 9(08).
 01  CK-SUB                                 PIC 9(05) COMP VALUE 0.
 01  WS-FIND-CHECK-NO                       PIC 9(08) VALUE 0.
*  DAY NUMBERS FOR AGING - DAYS SINCE 01/01/0001.
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
 01  ASOF-DAYS                              PIC 9(07) VALUE 0.
 01  CHECK-DAYS                             PIC 9(07) VALUE 0.
 01  WS-AGE-DAYS                            PIC S9(07) VALUE 0.
 01  WS-STALE-DAYS                          PIC 9(03) VALUE 180.
 01  WS-BANK-ACCOUNT                        PIC X(17) VALUE SPACES.
 01  WS-ITEM-STATUS                         PIC X(01) VALUE SPACE.
 01  WS-ITEM-REASON                         PIC X(30) VALUE SPACES.
 01  WS-DIFF-AMT                            PIC S9(09)V99 VALUE 0.
*  COUNTS AND AMOUNTS OF THE BANK ITEMS BY MATCH OUTCOME - THE
*  AMOUNT IS WHAT THE BANK PAID.
 01  BK-TOTALS.
     03  BK-READ-CNT                        PIC 9(07) VALUE 0.
     03  BK-READ-AMT                        PIC S9(11)V99 VALUE 0.
     03  BK-P-CNT                           PIC 9(07) VALUE 0.
     03  BK-P-AMT                           PIC S9(11)V99 VALUE 0.
     03  BK-A-CNT                           PIC 9(07) VALUE 0.
     03  BK-A-AMT                           PIC S9(11)V99 VALUE 0.
     03  BK-V-CNT                           PIC 9(07) VALUE 0.
     03  BK-V-AMT                           PIC S9(11)V99 VALUE 0.
     03  BK-U-CNT                           PIC 9(07) VALUE 0.
     03  BK-U-AMT                           PIC S9(11)V99 VALUE 0.
     03  BK-D-CNT                           PIC 9(07) VALUE 0.
     03  BK-D-AMT                           PIC S9(11)V99 VALUE 0.
*  THE TIE, AT CHECK (FACE) AMOUNTS.  A CHECK PAID AFTER IT WAS
*  VOIDED COUNTS AS VOIDED, NOT PAID.
 01  TIE-TOTALS.
     03  TIE-ISSUED-CNT                     PIC 9(07) VALUE 0.
     03  TIE-ISSUED-AMT                     PIC S9(11)V99 VALUE 0.
     03  TIE-VOIDED-CNT                     PIC 9(07) VALUE 0.
     03  TIE-VOIDED-AMT                     PIC S9(11)V99 VALUE 0.
     03  TIE-PAID-CNT                       PIC 9(07) VALUE 0.
     03  TIE-PAID-AMT                       PIC S9(11)V99 VALUE 0.
     03  TIE-OUTST-CNT                      PIC 9(07) VALUE 0.
     03  TIE-OUTST-AMT                      PIC S9(11)V99 VALUE 0.
     03  TIE-STALE-CNT                      PIC 9(07) VALUE 0.
     03  TIE-STALE-AMT                      PIC S9(11)V99 VALUE 0.
     03  TIE-DUP-CNT                        PIC 9(07) VALUE 0.
     03  TIE-CHECK-CNT                      PIC S9(07) VALUE 0.
     03  TIE-CHECK-AMT                      PIC S9(11)V99 VALUE 0.
*  OUTSTANDING AGING BUCKETS.  AG-LIMIT IS THE UPPER AGE IN DAYS.
 01  AG-LABEL-VALUES.
     03  FILLER PIC X(11) VALUE "0300-30    ".
     03  FILLER PIC X(11) VALUE "06031-60   ".
     03  FILLER PIC X(11) VALUE "09061-90   ".
     03  FILLER PIC X(11) VALUE "18091-180  ".
     03  FILLER PIC X(11) VALUE "999OVER 180".
 01  FILLER REDEFINES AG-LABEL-VALUES.
     03  AG-DEF OCCURS 5 TIMES.
         05  AG-LIMIT                       PIC 9(03).
         05  AG-LABEL                       PIC X(08).
 01  AG-BUCKETS.
     03  AG-BUCKET OCCURS 5 TIMES.
         05  AG-CNT                         PIC 9(07).
         05  AG-AMT                         PIC S9(11)V99.
 01  AG-SUB                                 PIC 9(02) COMP VALUE 0.
 01  PD-PG-CNT                              PIC 9(05) VALUE 0.
 01  PD-LN-CNT                              PIC 9(02) VALUE 57.
 01  MM-PG-CNT                              PIC 9(05) VALUE 0.
 01  MM-LN-CNT                              PIC 9(02) VALUE 57.
 01  OS-PG-CNT                              PIC 9(05) VALUE 0.
 01  OS-LN-CNT                              PIC 9(02) VALUE 57.
 01  XEROX-HEADER.
     03  XEROX-REC                          PIC X(32)
         VALUE "DJDE JDE=PAY444,JDL=PAYROL,END,;".
     03  FILLER                             PIC X(100) VALUE SPACES.
 01  WS-ED-DATE.
     03  WS-ED-MM                           PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  WS-ED-DD                           PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  WS-ED-YY                           PIC 9(02).
 01  WS-ED-DATE-X REDEFINES WS-ED-DATE      PIC X(08).
 01  RC-HEAD1.
     03  FILLER                             PIC X(10)
         VALUE "PAY444N   ".
     03  RC-H-TITLE                         PIC X(40) VALUE SPACES.
     03  RC-H-MODE                          PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(07)
         VALUE "AS OF: ".
     03  RC-AM                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  RC-AD                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  RC-AY                              PIC 9(04).
     03  FILLER                             PIC X(13)
         VALUE "   RUN DATE: ".
     03  RC-RM                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  RC-RD                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  RC-RY                              PIC 9(04).
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  RC-PAGE                            PIC ZZZZ9.
     03  FILLER                             PIC X(18) VALUE SPACES.
 01  PD-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "  CHECK NO CHECK DT T   BADGE NAME           ".
     03  FILLER                             PIC X(45)
         VALUE "              CHECK AMT  PAID DT       PAID A".
     03  FILLER                             PIC X(42)
         VALUE "MT  DAYS                                  ".
 01  PD-LINE.
     03  PD-CHECK-NO                        PIC 9(10) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PD-CHECK-DATE                      PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PD-TYPE                            PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PD-BADGE                           PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PD-NAME                            PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PD-CHECK-AMT                       PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PD-PAID-DATE                       PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PD-PAID-AMT                        PIC ZZ,ZZZ,ZZ9.99.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  PD-DAYS                            PIC ZZZZ9.
     03  FILLER                             PIC X(34) VALUE SPACES.
 01  MM-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "S   CHECK NO PAID DT       PAID AMT    CHECK ".
     03  FILLER                             PIC X(45)
         VALUE "AMT     DIFFERENCE  CHECK DT NAME            ".
     03  FILLER                             PIC X(42)
         VALUE "          REASON                          ".
 01  MM-LINE.
     03  MM-STATUS                          PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  MM-CHECK-NO                        PIC 9(10) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  MM-PAID-DATE                       PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  MM-PAID-AMT                        PIC ZZ,ZZZ,ZZ9.99.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  MM-CHECK-AMT                       PIC Z,ZZZ,ZZ9.99-
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  MM-DIFF                            PIC ZZ,ZZZ,ZZ9.99-
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  MM-CHECK-DATE                      PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  MM-NAME                            PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  MM-REASON                          PIC X(30) VALUE SPACES.
     03  FILLER                             PIC X(02) VALUE SPACES.
 01  OS-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "  CHECK NO CHECK DT T   BADGE SSN4 NAME      ".
     03  FILLER                             PIC X(45)
         VALUE "                   CHECK AMT    AGE  BUCKET  ".
     03  FILLER                             PIC X(42)
         VALUE "  STALE                                   ".
 01  OS-LINE.
     03  OS-CHECK-NO                        PIC 9(10) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  OS-CHECK-DATE                      PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  OS-TYPE                            PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  OS-BADGE                           PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  OS-SSN4                            PIC X(04) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  OS-NAME                            PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  OS-CHECK-AMT                       PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  OS-AGE                             PIC ZZZZ9.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  OS-BUCKET                          PIC X(08) VALUE SPACES.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  OS-STALE                           PIC X(05) VALUE SPACES.
     03  FILLER                             PIC X(35) VALUE SPACES.
 01  RC-TOT-LINE.
     03  RC-T-LABEL                         PIC X(40) VALUE SPACES.
     03  RC-T-CNT                           PIC ZZZ,ZZ9-.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  RC-T-AMT                           PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(67) VALUE SPACES.

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

     DISPLAY "*** PAY444N starting ***".
     UNSTRING TEXTE DELIMITED BY " " INTO IN-DATE-X.
        display "in-date-x " in-date-x.
     MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT.
     IF IN-DATE-X = SPACES
         MOVE WS-CURR-CYMD TO ASOFDATE-CYMD
     ELSE
         IF IN-DATE-N NOT NUMERIC OR IN-DATE-N = 0
             MOVE "PAY444N" TO DAEMON-DISP-PROG
             MOVE "** PAY444N - AS-OF DATE PARM NOT YYMMDD"
                 TO DAEMON-DISP-MSG
             CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
             MOVE 16 TO RETURN-CODE
             EXIT PROGRAM
         END-IF
         IF ASOFDATE-YY < 50 MOVE 20 TO ASOFDATE-CC
         ELSE                MOVE 19 TO ASOFDATE-CC
         END-IF
     END-IF.
     IF META-SW (3) = 1
         MOVE 0 TO WS-UPDATE-RUN-SW
         MOVE " DRY RUN  " TO RC-H-MODE
     END-IF.
     MOVE ASOFDATE-MM TO RC-AM.
     MOVE ASOFDATE-DD TO RC-AD.
     MOVE ASOFDATE-CYMD (1:4) TO RC-AY.
     MOVE WS-CURR-MM TO RC-RM.
     MOVE WS-CURR-DD TO RC-RD.
     MOVE WS-CURR-CCYY TO RC-RY.
     MOVE ASOFDATE-CYMD TO DN-DATE.
     PERFORM 800-DAY-NUMBER THRU 800-EXIT.
     MOVE DN-DAYS TO ASOF-DAYS.
     MOVE ASOFDATE-CYMD TO RC-RR-PARAMS.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     IF BNKPD-FILE-STATUS NOT = "00"
         MOVE "PAY444N" TO DAEMON-DISP-PROG
         MOVE "** PAY444N - CAN NOT OPEN BANK PAID FILE - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 100-LOAD-HISTORY THRU 100-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 110-LOAD-PAID THRU 110-EXIT.
*  ONCE A COMMITTED RUN HAS MATCHED AN ITEM IT MUST BE ON CHKPAID
*  OR THE NEXT RUN WOULD MATCH IT AGAIN - A HISTORY THAT CANNOT
*  BE EXTENDED ABORTS BEFORE THE FIRST ITEM.
     IF COMMITTED-UPDATE-RUN
         OPEN EXTEND CHKPDFL
         IF CHKPD-FILE-STATUS NOT = "00" AND
            CHKPD-FILE-STATUS NOT = "05"
             MOVE "PAY444N" TO DAEMON-DISP-PROG
             MOVE "** PAY444N - CAN NOT EXTEND CHKPAID HISTORY"
                 TO DAEMON-DISP-MSG
             CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
             MOVE 16 TO RETURN-CODE
             GO TO 000-CLOSE
         END-IF
         MOVE 1 TO WS-CHKPD-OPEN-SW
     END-IF.
 000-LOOP.
     READ BNKPDFL
         AT END MOVE 1 TO WS-BNKPD-EOF-SW
     END-READ.
     IF BNKPD-EOF
         GO TO 000-TOTALS.
     ADD 1 TO BK-READ-CNT.
     PERFORM 200-MATCH-ITEM THRU 200-EXIT.
     GO TO 000-LOOP.
 000-TOTALS.
     PERFORM 280-PAID-TOTALS THRU 280-EXIT.
     PERFORM 290-MISMATCH-TOTALS THRU 290-EXIT.
     MOVE 1 TO CK-SUB.
     PERFORM 300-OUTSTANDING THRU 300-EXIT.
     PERFORM 380-OUTSTANDING-TOTALS THRU 380-EXIT.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY444N" TO DAEMON-DISP-PROG
     MOVE SPACES TO DAEMON-DISP-MSG
     STRING  "** PAY444N - ITEMS " BK-READ-CNT
             " MATCHED " BK-P-CNT
             " OUTSTANDING " TIE-OUTST-CNT
          DELIMITED SIZE INTO DAEMON-DISP-MSG
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     DISPLAY "** PAY444N - BANK ITEMS: " BK-READ-CNT
             " MATCHED: " BK-P-CNT
             " OUTSTANDING: " TIE-OUTST-CNT
             " STALE: " TIE-STALE-CNT.
     IF RETURN-CODE = 16
         MOVE "A" TO WS-RR-END-STATUS
     END-IF.
     PERFORM 752-STAMP-END THRU 752-EXIT.
     EXIT PROGRAM.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOAD EVERY CHECK ON THE DISTRIBUTION HISTORY WITH ITS FACE
*  AMOUNT.  A "V" REVERSAL MARKS THE CHECK VOIDED.  A CHECK
*  NUMBER RECORDED TWICE KEEPS ITS FIRST RECORD AND IS COUNTED.
*  A HISTORY THAT CANNOT BE READ, OR THAT WILL NOT FIT THE
*  TABLE, ABORTS - THE OUTSTANDING LIST WOULD BE WRONG.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 100-LOAD-HISTORY.
     OPEN INPUT DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00" AND
        DSTHST-FILE-STATUS NOT = "05"
         MOVE "PAY444N" TO DAEMON-DISP-PROG
         MOVE "** PAY444N - CAN NOT OPEN DSTHIST HISTORY - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 100-EXIT.
 102-HISTORY-LOOP.
     READ DSTHSTFL
         AT END MOVE 1 TO WS-DSTHST-EOF-SW
     END-READ.
     IF DSTHST-EOF
         CLOSE DSTHSTFL
         GO TO 100-EXIT.
     MOVE DST-CHECK-NO TO WS-FIND-CHECK-NO.
     PERFORM 130-FIND-CHECK THRU 130-EXIT.
     IF DST-VOID-REVERSAL
         IF CK-SUB > 0
             MOVE "V" TO CK-STATUS (CK-SUB)
         END-IF
         GO TO 102-HISTORY-LOOP.
     IF CK-SUB > 0
         ADD 1 TO TIE-DUP-CNT
         GO TO 102-HISTORY-LOOP.
     IF CK-CNT NOT < 10000
         MOVE "PAY444N" TO DAEMON-DISP-PROG
         MOVE "** PAY444N - CHECK TABLE FULL (10000) - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         CLOSE DSTHSTFL
         GO TO 100-EXIT.
     ADD 1 TO CK-CNT.
     MOVE CK-CNT TO CK-SUB.
     MOVE DST-CHECK-NO TO CK-CHECK-NO (CK-SUB).
     MOVE DST-TYPE TO CK-TYPE (CK-SUB).
     MOVE DST-BADGE TO CK-BADGE (CK-SUB).
     MOVE DST-SSN TO CK-SSN (CK-SUB).
     MOVE DST-NAME TO CK-NAME (CK-SUB).
     MOVE DST-CHECK-DATE TO CK-CHECK-DATE (CK-SUB).
     COMPUTE CK-NET (CK-SUB) = DST-GROSS - DST-WHOLD.
     MOVE "I" TO CK-STATUS (CK-SUB).
     MOVE SPACE TO CK-PAID (CK-SUB).
     MOVE 0 TO CK-PAID-DATE (CK-SUB).
     GO TO 102-HISTORY-LOOP.
 100-EXIT.
     EXIT.

*  CHECKS PAID ON AN EARLIER BANK FILE.  NO HISTORY YET MEANS
*  THIS IS THE FIRST RECONCILIATION.
 110-LOAD-PAID.
     OPEN INPUT CHKPDFL.
     IF CHKPD-FILE-STATUS NOT = "00" AND
        CHKPD-FILE-STATUS NOT = "05"
         GO TO 110-EXIT.
 112-PAID-LOOP.
     READ CHKPDFL
         AT END MOVE 1 TO WS-CHKPD-EOF-SW
     END-READ.
     IF CHKPD-EOF
         CLOSE CHKPDFL
         GO TO 110-EXIT.
     IF CHP-STATUS NOT = "P" AND CHP-STATUS NOT = "A" AND
        CHP-STATUS NOT = "V"
         GO TO 112-PAID-LOOP.
     IF CHP-CHECK-NO > 99999999
         GO TO 112-PAID-LOOP.
     MOVE CHP-CHECK-NO TO WS-FIND-CHECK-NO.
     PERFORM 130-FIND-CHECK THRU 130-EXIT.
     IF CK-SUB > 0
         MOVE "Y" TO CK-PAID (CK-SUB)
         MOVE CHP-PAID-DATE TO CK-PAID-DATE (CK-SUB).
     GO TO 112-PAID-LOOP.
 110-EXIT.
     EXIT.

 130-FIND-CHECK.
     MOVE 0 TO CK-SUB.
     IF CK-CNT = 0
         GO TO 130-EXIT.
     SET CK-IDX TO 1.
     SEARCH CK-ENTRY
         AT END
             CONTINUE
         WHEN CK-IDX > CK-CNT
             CONTINUE
         WHEN CK-CHECK-NO (CK-IDX) = WS-FIND-CHECK-NO
             SET CK-SUB TO CK-IDX
     END-SEARCH.
 130-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  MATCH ONE BANK ITEM.  THE FIRST TEST THAT FAILS DECIDES THE
*  OUTCOME.  A "P" ITEM PRINTS ON THE PAID LIST (RC1), EVERY
*  OTHER ITEM ON THE MISMATCH LIST (RC2).  "A" AND "V" STILL
*  CLEAR THE CHECK - THE BANK HAS PAID IT, RIGHTLY OR NOT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 200-MATCH-ITEM.
     MOVE 0 TO CK-SUB.
     MOVE SPACES TO WS-ITEM-REASON.
     IF BNKP-CHECK-NO NOT NUMERIC OR BNKP-AMOUNT NOT NUMERIC OR
        BNKP-PAID-DATE NOT NUMERIC
         MOVE "U" TO WS-ITEM-STATUS
         MOVE "PAID ITEM NOT NUMERIC" TO WS-ITEM-REASON
         PERFORM 260-MISMATCH-LINE THRU 260-EXIT
         GO TO 200-EXIT.
     ADD BNKP-AMOUNT TO BK-READ-AMT.
     IF WS-BANK-ACCOUNT NOT = SPACES AND
        BNKP-ACCOUNT NOT = WS-BANK-ACCOUNT
         MOVE "U" TO WS-ITEM-STATUS
         MOVE "PAID ON ANOTHER ACCOUNT" TO WS-ITEM-REASON
         GO TO 210-RECORD-ITEM.
     IF BNKP-CHECK-NO > 99999999
         MOVE "U" TO WS-ITEM-STATUS
         MOVE "CHECK NOT ON DISTRIBUTION HIST" TO WS-ITEM-REASON
         GO TO 210-RECORD-ITEM.
     MOVE BNKP-CHECK-NO TO WS-FIND-CHECK-NO.
     PERFORM 130-FIND-CHECK THRU 130-EXIT.
     IF CK-SUB = 0
         MOVE "U" TO WS-ITEM-STATUS
         MOVE "CHECK NOT ON DISTRIBUTION HIST" TO WS-ITEM-REASON
         GO TO 210-RECORD-ITEM.
     IF CK-PAID (CK-SUB) = "Y"
         MOVE "D" TO WS-ITEM-STATUS
         MOVE "CHECK ALREADY PAID" TO WS-ITEM-REASON
         GO TO 210-RECORD-ITEM.
     MOVE "Y" TO CK-PAID (CK-SUB).
     MOVE BNKP-PAID-DATE TO CK-PAID-DATE (CK-SUB).
     IF CK-STATUS (CK-SUB) = "V"
         MOVE "V" TO WS-ITEM-STATUS
         MOVE "PAID AFTER VOID - RECOVER" TO WS-ITEM-REASON
         GO TO 210-RECORD-ITEM.
     IF BNKP-AMOUNT NOT = CK-NET (CK-SUB)
         MOVE "A" TO WS-ITEM-STATUS
         MOVE "PAID AMOUNT DIFFERS FROM CHECK" TO WS-ITEM-REASON
         GO TO 210-RECORD-ITEM.
     MOVE "P" TO WS-ITEM-STATUS.
 210-RECORD-ITEM.
     IF WS-ITEM-STATUS = "P"
         ADD 1 TO BK-P-CNT
         ADD BNKP-AMOUNT TO BK-P-AMT
         PERFORM 250-PAID-LINE THRU 250-EXIT
     ELSE
         PERFORM 260-MISMATCH-LINE THRU 260-EXIT
     END-IF.
     IF CHKPD-EXTEND-OPEN
         PERFORM 270-WRITE-CHKPAID THRU 270-EXIT.
 200-EXIT.
     EXIT.

 250-PAID-LINE.
     IF PD-LN-CNT > 56
         PERFORM 255-PAID-HEAD THRU 255-EXIT
     END-IF.
     MOVE BNKP-CHECK-NO TO PD-CHECK-NO.
     MOVE CK-CHECK-DATE (CK-SUB) TO DN-DATE.
     PERFORM 810-EDIT-DATE THRU 810-EXIT.
     MOVE WS-ED-DATE-X TO PD-CHECK-DATE.
     MOVE CK-TYPE (CK-SUB) TO PD-TYPE.
     MOVE CK-BADGE (CK-SUB) TO PD-BADGE.
     MOVE CK-NAME (CK-SUB) TO PD-NAME.
     MOVE CK-NET (CK-SUB) TO PD-CHECK-AMT.
     MOVE BNKP-PAID-DATE TO DN-DATE.
     PERFORM 810-EDIT-DATE THRU 810-EXIT.
     MOVE WS-ED-DATE-X TO PD-PAID-DATE.
     MOVE BNKP-AMOUNT TO PD-PAID-AMT.
*  DAYS TO CLEAR - PAID DATE LESS CHECK DATE.
     PERFORM 800-DAY-NUMBER THRU 800-EXIT.
     MOVE DN-DAYS TO CHECK-DAYS.
     MOVE CK-CHECK-DATE (CK-SUB) TO DN-DATE.
     PERFORM 800-DAY-NUMBER THRU 800-EXIT.
     COMPUTE WS-AGE-DAYS = CHECK-DAYS - DN-DAYS.
     IF WS-AGE-DAYS < 0
         MOVE 0 TO WS-AGE-DAYS.
     MOVE WS-AGE-DAYS TO PD-DAYS.
     WRITE RC1-REC FROM PD-LINE AFTER ADVANCING 1.
     ADD 1 TO PD-LN-CNT.
 250-EXIT.
     EXIT.
 255-PAID-HEAD.
     ADD 1 TO PD-PG-CNT.
     MOVE PD-PG-CNT TO RC-PAGE.
     MOVE "DISTRIBUTION CHECKS PAID" TO RC-H-TITLE.
     MOVE 0 TO PD-LN-CNT.
     WRITE RC1-REC FROM RC-HEAD1 AFTER ADVANCING PAGE.
     WRITE RC1-REC FROM PD-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO RC1-REC.
     WRITE RC1-REC AFTER ADVANCING 1.
     ADD 4 TO PD-LN-CNT.
 255-EXIT.
     EXIT.

*  ONE MISMATCH LINE.  CK-SUB IS ZERO WHEN THE ITEM MATCHED NO
*  CHECK, AND THE CHECK COLUMNS ARE LEFT BLANK.
 260-MISMATCH-LINE.
     IF MM-LN-CNT > 56
         PERFORM 265-MISMATCH-HEAD THRU 265-EXIT
     END-IF.
     MOVE WS-ITEM-STATUS TO MM-STATUS.
     MOVE WS-ITEM-REASON TO MM-REASON.
     MOVE 0 TO MM-CHECK-NO MM-PAID-AMT MM-CHECK-AMT MM-DIFF.
     MOVE SPACES TO MM-PAID-DATE MM-CHECK-DATE MM-NAME.
     IF BNKP-CHECK-NO NUMERIC
         MOVE BNKP-CHECK-NO TO MM-CHECK-NO.
     IF BNKP-PAID-DATE NUMERIC
         MOVE BNKP-PAID-DATE TO DN-DATE
         PERFORM 810-EDIT-DATE THRU 810-EXIT
         MOVE WS-ED-DATE-X TO MM-PAID-DATE.
     IF BNKP-AMOUNT NUMERIC
         MOVE BNKP-AMOUNT TO MM-PAID-AMT.
     IF CK-SUB > 0
         MOVE CK-NET (CK-SUB) TO MM-CHECK-AMT
         COMPUTE WS-DIFF-AMT = BNKP-AMOUNT - CK-NET (CK-SUB)
         MOVE WS-DIFF-AMT TO MM-DIFF
         MOVE CK-CHECK-DATE (CK-SUB) TO DN-DATE
         PERFORM 810-EDIT-DATE THRU 810-EXIT
         MOVE WS-ED-DATE-X TO MM-CHECK-DATE
         MOVE CK-NAME (CK-SUB) TO MM-NAME
     END-IF.
     IF WS-ITEM-STATUS = "A"
         ADD 1 TO BK-A-CNT
         ADD BNKP-AMOUNT TO BK-A-AMT.
     IF WS-ITEM-STATUS = "V"
         ADD 1 TO BK-V-CNT
         ADD BNKP-AMOUNT TO BK-V-AMT.
     IF WS-ITEM-STATUS = "D"
         ADD 1 TO BK-D-CNT
         ADD BNKP-AMOUNT TO BK-D-AMT.
     IF WS-ITEM-STATUS = "U"
         ADD 1 TO BK-U-CNT
         IF BNKP-AMOUNT NUMERIC
             ADD BNKP-AMOUNT TO BK-U-AMT
         END-IF
     END-IF.
     WRITE RC2-REC FROM MM-LINE AFTER ADVANCING 1.
     ADD 1 TO MM-LN-CNT.
 260-EXIT.
     EXIT.
 265-MISMATCH-HEAD.
     ADD 1 TO MM-PG-CNT.
     MOVE MM-PG-CNT TO RC-PAGE.
     MOVE "PAID-CHECK MISMATCHES" TO RC-H-TITLE.
     MOVE 0 TO MM-LN-CNT.
     WRITE RC2-REC FROM RC-HEAD1 AFTER ADVANCING PAGE.
     WRITE RC2-REC FROM MM-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO RC2-REC.
     WRITE RC2-REC AFTER ADVANCING 1.
     ADD 4 TO MM-LN-CNT.
 265-EXIT.
     EXIT.

 270-WRITE-CHKPAID.
     MOVE BNKP-CHECK-NO TO CHP-CHECK-NO.
     MOVE BNKP-PAID-DATE TO CHP-PAID-DATE.
     MOVE BNKP-AMOUNT TO CHP-PAID-AMT.
     MOVE 0 TO CHP-ISSUE-AMT.
     IF CK-SUB > 0
         MOVE CK-NET (CK-SUB) TO CHP-ISSUE-AMT.
     MOVE WS-ITEM-STATUS TO CHP-STATUS.
     MOVE WS-CURR-CYMD TO CHP-RUN-DATE.
     WRITE CHKPAID-REC.
     IF CHKPD-FILE-STATUS NOT = "00"
         IF WS-CHKPD-FAIL-SW = 0
             MOVE 1 TO WS-CHKPD-FAIL-SW
             MOVE "PAY444N" TO DAEMON-DISP-PROG
             MOVE SPACES TO DAEMON-DISP-MSG
             STRING  "** PAY444N - CHKPAID WRITE FAILED, STATUS "
                    CHKPD-FILE-STATUS
                  DELIMITED SIZE INTO DAEMON-DISP-MSG
             CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         END-IF
         MOVE 16 TO RETURN-CODE
     END-IF.
 270-EXIT.
     EXIT.

 280-PAID-TOTALS.
     IF PD-LN-CNT > 54
         PERFORM 255-PAID-HEAD THRU 255-EXIT
     END-IF.
     MOVE "CHECKS PAID AS ISSUED" TO RC-T-LABEL.
     MOVE BK-P-CNT TO RC-T-CNT.
     MOVE BK-P-AMT TO RC-T-AMT.
     WRITE RC1-REC FROM RC-TOT-LINE AFTER ADVANCING 2.
 280-EXIT.
     EXIT.

 290-MISMATCH-TOTALS.
     IF MM-LN-CNT > 48
         PERFORM 265-MISMATCH-HEAD THRU 265-EXIT
     END-IF.
     MOVE "A - PAID FOR A DIFFERENT AMOUNT" TO RC-T-LABEL.
     MOVE BK-A-CNT TO RC-T-CNT.
     MOVE BK-A-AMT TO RC-T-AMT.
     WRITE RC2-REC FROM RC-TOT-LINE AFTER ADVANCING 2.
     MOVE "V - PAID AFTER VOID" TO RC-T-LABEL.
     MOVE BK-V-CNT TO RC-T-CNT.
     MOVE BK-V-AMT TO RC-T-AMT.
     WRITE RC2-REC FROM RC-TOT-LINE AFTER ADVANCING 1.
     MOVE "U - NOT ISSUED ON THIS ACCOUNT" TO RC-T-LABEL.
     MOVE BK-U-CNT TO RC-T-CNT.
     MOVE BK-U-AMT TO RC-T-AMT.
     WRITE RC2-REC FROM RC-TOT-LINE AFTER ADVANCING 1.
     MOVE "D - ALREADY PAID" TO RC-T-LABEL.
     MOVE BK-D-CNT TO RC-T-CNT.
     MOVE BK-D-AMT TO RC-T-AMT.
     WRITE RC2-REC FROM RC-TOT-LINE AFTER ADVANCING 1.
     MOVE "TOTAL ITEMS ON BANK PAID FILE" TO RC-T-LABEL.
     MOVE BK-READ-CNT TO RC-T-CNT.
     MOVE BK-READ-AMT TO RC-T-AMT.
     WRITE RC2-REC FROM RC-TOT-LINE AFTER ADVANCING 2.
 290-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  WALK THE CHECK TABLE FROM CK-SUB.  EVERY CHECK GOES INTO THE
*  TIE; A CHECK NEITHER VOIDED NOR PAID IS OUTSTANDING AND IS
*  LISTED WITH ITS AGE AT THE AS-OF DATE.  A CHECK DATED AFTER
*  THE AS-OF DATE IS AGED AT ZERO.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 300-OUTSTANDING.
     IF CK-SUB > CK-CNT
         GO TO 300-EXIT.
     ADD 1 TO TIE-ISSUED-CNT.
     ADD CK-NET (CK-SUB) TO TIE-ISSUED-AMT.
     IF CK-STATUS (CK-SUB) = "V"
         ADD 1 TO TIE-VOIDED-CNT
         ADD CK-NET (CK-SUB) TO TIE-VOIDED-AMT
         GO TO 300-NEXT.
     IF CK-PAID (CK-SUB) = "Y"
         ADD 1 TO TIE-PAID-CNT
         ADD CK-NET (CK-SUB) TO TIE-PAID-AMT
         GO TO 300-NEXT.
     ADD 1 TO TIE-OUTST-CNT.
     ADD CK-NET (CK-SUB) TO TIE-OUTST-AMT.
     MOVE CK-CHECK-DATE (CK-SUB) TO DN-DATE.
     PERFORM 800-DAY-NUMBER THRU 800-EXIT.
     COMPUTE WS-AGE-DAYS = ASOF-DAYS - DN-DAYS.
     IF WS-AGE-DAYS < 0
         MOVE 0 TO WS-AGE-DAYS.
     MOVE 1 TO AG-SUB.
     PERFORM 320-FIND-BUCKET THRU 320-EXIT.
     ADD 1 TO AG-CNT (AG-SUB).
     ADD CK-NET (CK-SUB) TO AG-AMT (AG-SUB).
     MOVE SPACES TO OS-STALE.
     IF WS-AGE-DAYS > WS-STALE-DAYS
         MOVE "STALE" TO OS-STALE
         ADD 1 TO TIE-STALE-CNT
         ADD CK-NET (CK-SUB) TO TIE-STALE-AMT.
     PERFORM 340-OUTSTANDING-LINE THRU 340-EXIT.
 300-NEXT.
     ADD 1 TO CK-SUB.
     GO TO 300-OUTSTANDING.
 300-EXIT.
     EXIT.

*  FIRST BUCKET WHOSE LIMIT COVERS THE AGE - THE LAST BUCKET
*  TAKES ANYTHING OLDER.
 320-FIND-BUCKET.
     IF AG-SUB = 5
         GO TO 320-EXIT.
     IF WS-AGE-DAYS NOT > AG-LIMIT (AG-SUB)
         GO TO 320-EXIT.
     ADD 1 TO AG-SUB.
     GO TO 320-FIND-BUCKET.
 320-EXIT.
     EXIT.

 340-OUTSTANDING-LINE.
     IF OS-LN-CNT > 56
         PERFORM 345-OUTSTANDING-HEAD THRU 345-EXIT
     END-IF.
     MOVE CK-CHECK-NO (CK-SUB) TO OS-CHECK-NO.
     MOVE CK-CHECK-DATE (CK-SUB) TO DN-DATE.
     PERFORM 810-EDIT-DATE THRU 810-EXIT.
     MOVE WS-ED-DATE-X TO OS-CHECK-DATE.
     MOVE CK-TYPE (CK-SUB) TO OS-TYPE.
     MOVE CK-BADGE (CK-SUB) TO OS-BADGE.
     MOVE CK-SSN (CK-SUB) (6:4) TO OS-SSN4.
     MOVE CK-NAME (CK-SUB) TO OS-NAME.
     MOVE CK-NET (CK-SUB) TO OS-CHECK-AMT.
     MOVE WS-AGE-DAYS TO OS-AGE.
     MOVE AG-LABEL (AG-SUB) TO OS-BUCKET.
     WRITE RC3-REC FROM OS-LINE AFTER ADVANCING 1.
     ADD 1 TO OS-LN-CNT.
 340-EXIT.
     EXIT.
 345-OUTSTANDING-HEAD.
     ADD 1 TO OS-PG-CNT.
     MOVE OS-PG-CNT TO RC-PAGE.
     MOVE "OUTSTANDING DISTRIBUTION CHECKS - AGING" TO RC-H-TITLE.
     MOVE 0 TO OS-LN-CNT.
     WRITE RC3-REC FROM RC-HEAD1 AFTER ADVANCING PAGE.
     WRITE RC3-REC FROM OS-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO RC3-REC.
     WRITE RC3-REC AFTER ADVANCING 1.
     ADD 4 TO OS-LN-CNT.
 345-EXIT.
     EXIT.

*  AGING BUCKETS, STALE-DATED TOTAL AND THE TIE ON A PAGE OF
*  THEIR OWN.
 380-OUTSTANDING-TOTALS.
     MOVE 57 TO OS-LN-CNT.
     PERFORM 345-OUTSTANDING-HEAD THRU 345-EXIT.
     MOVE 1 TO AG-SUB.
     PERFORM 385-BUCKET-LINE THRU 385-EXIT.
     MOVE SPACES TO RC-T-LABEL.
     STRING "STALE-DATED - OVER " WS-STALE-DAYS " DAYS"
          DELIMITED SIZE INTO RC-T-LABEL.
     MOVE TIE-STALE-CNT TO RC-T-CNT.
     MOVE TIE-STALE-AMT TO RC-T-AMT.
     WRITE RC3-REC FROM RC-TOT-LINE AFTER ADVANCING 2.
     MOVE "CHECKS ISSUED (DSTHIST)" TO RC-T-LABEL.
     MOVE TIE-ISSUED-CNT TO RC-T-CNT.
     MOVE TIE-ISSUED-AMT TO RC-T-AMT.
     WRITE RC3-REC FROM RC-TOT-LINE AFTER ADVANCING 3.
     MOVE "  LESS VOIDED" TO RC-T-LABEL.
     MOVE TIE-VOIDED-CNT TO RC-T-CNT.
     MOVE TIE-VOIDED-AMT TO RC-T-AMT.
     WRITE RC3-REC FROM RC-TOT-LINE AFTER ADVANCING 1.
     MOVE "  LESS PAID BY THE BANK" TO RC-T-LABEL.
     MOVE TIE-PAID-CNT TO RC-T-CNT.
     MOVE TIE-PAID-AMT TO RC-T-AMT.
     WRITE RC3-REC FROM RC-TOT-LINE AFTER ADVANCING 1.
     MOVE "OUTSTANDING" TO RC-T-LABEL.
     MOVE TIE-OUTST-CNT TO RC-T-CNT.
     MOVE TIE-OUTST-AMT TO RC-T-AMT.
     WRITE RC3-REC FROM RC-TOT-LINE AFTER ADVANCING 1.
     COMPUTE TIE-CHECK-CNT = TIE-ISSUED-CNT - TIE-VOIDED-CNT
                           - TIE-PAID-CNT - TIE-OUTST-CNT.
     COMPUTE TIE-CHECK-AMT = TIE-ISSUED-AMT - TIE-VOIDED-AMT
                           - TIE-PAID-AMT - TIE-OUTST-AMT.
     MOVE "  OUT OF BALANCE" TO RC-T-LABEL.
     MOVE TIE-CHECK-CNT TO RC-T-CNT.
     MOVE TIE-CHECK-AMT TO RC-T-AMT.
     WRITE RC3-REC FROM RC-TOT-LINE AFTER ADVANCING 1.
     IF TIE-DUP-CNT > 0
         MOVE "CHECK NUMBERS ON DSTHIST TWICE" TO RC-T-LABEL
         MOVE TIE-DUP-CNT TO RC-T-CNT
         MOVE 0 TO RC-T-AMT
         WRITE RC3-REC FROM RC-TOT-LINE AFTER ADVANCING 2
     END-IF.
 380-EXIT.
     EXIT.

 385-BUCKET-LINE.
     IF AG-SUB > 5
         GO TO 385-EXIT.
     MOVE SPACES TO RC-T-LABEL.
     STRING "OUTSTANDING " AG-LABEL (AG-SUB) " DAYS"
          DELIMITED SIZE INTO RC-T-LABEL.
     MOVE AG-CNT (AG-SUB) TO RC-T-CNT.
     MOVE AG-AMT (AG-SUB) TO RC-T-AMT.
     WRITE RC3-REC FROM RC-TOT-LINE AFTER ADVANCING 1.
     ADD 1 TO AG-SUB.
     GO TO 385-BUCKET-LINE.
 385-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 700-OPEN-FILES.
     MOVE "INPUT" TO UFAS-OPEN-MODE
     CALL "OPEN-PSRULES" USING PSRULES-FILE-STATUS UFAS-OPEN-MODE.
     OPEN INPUT BNKPDFL.
     OPEN OUTPUT PAIDFL MISMFL OUTSFL.
     WRITE RC1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     WRITE RC2-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     WRITE RC3-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     PERFORM 718-READ-BANK THRU 718-EXIT.
 700-EXIT.
     EXIT.
 702-CLOSE-FILES.
     CALL "CLOSE-PSRULES" USING PSRULES-FILE-STATUS.
     CLOSE BNKPDFL.
     CLOSE PAIDFL.
     CLOSE MISMFL.
     CLOSE OUTSFL.
     IF CHKPD-EXTEND-OPEN
         CLOSE CHKPDFL.
 702-EXIT.
     EXIT.

*  THE DISBURSEMENT ACCOUNT AND STALE-DATE DAYS.  WITHOUT THE
*  RECORD EVERY ACCOUNT IS ACCEPTED AND CHECKS GO STALE AT 180.
 718-READ-BANK.
     MOVE "BANK" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS = "00"
         MOVE PSBNK-ACCOUNT TO WS-BANK-ACCOUNT
         IF PSBNK-STALE-DAYS NUMERIC AND PSBNK-STALE-DAYS > 0
             MOVE PSBNK-STALE-DAYS TO WS-STALE-DAYS
         END-IF
         GO TO 718-EXIT.
     MOVE "PAY444N" TO DAEMON-DISP-PROG.
     MOVE "** PAY444N - NO PSRULES BANK RECORD - ACCOUNT NOT CHECKED"
         TO DAEMON-DISP-MSG.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
 718-EXIT.
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
*  WITH THE OUTCOME AND THE COUNT OF BANK ITEMS MATCHED.  A
*  REGISTRY THAT CANNOT BE WRITTEN ONLY WARNS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 750-STAMP-START.
     OPEN EXTEND RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         MOVE "PAY444N" TO DAEMON-DISP-PROG
         MOVE "** PAY444N - CAN NOT OPEN RUN REGISTRY - NOT STAMPED"
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
     MOVE BK-READ-CNT TO RR-REC-COUNT.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
 752-EXIT.
     EXIT.

 756-FILL-STAMP.
     MOVE "PAY444N" TO RR-PROGRAM.
     MOVE FUNCTION CURRENT-DATE TO RR-W-CURDATE.
     MOVE RR-W-CURDATE (1:8) TO RR-RUN-DATE.
     MOVE RR-W-CURDATE (9:6) TO RR-RUN-TIME.
     MOVE ASOFDATE-CYMD TO RR-CUTOFF-DATE.
     MOVE "C" TO RR-MODE.
     IF NOT COMMITTED-UPDATE-RUN
         MOVE "D" TO RR-MODE.
     MOVE RC-RR-PARAMS TO RR-PARAMS.
 756-EXIT.
     EXIT.
