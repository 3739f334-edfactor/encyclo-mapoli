 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAY443N.
********************************************************************
**        PROGRAM:        PAY443N                                 **
**     WRITTEN BY:        K ALVAREZ                               **
**   DATE WRITTEN:        09/24/2026                              **
**    DESCRIPTION:        DISTRIBUTION CHECK VOID AND REISSUE     **
**                        RUN.  APPLIES A TRANSACTION FILE        **
**                        (VTRAN, THE SAME STYLE AS THE PAY432N   **
**                        DTRAN FILE) AGAINST THE CHECKS ON THE   **
**                        DISTRIBUTION HISTORY (DSTHIST):         **
**                          "V" = VOID.  THE CHECK IS REVERSED    **
**                                AND ITS GROSS IS PUT BACK ON    **
**                                PY-PS-AMT (PAYPROFIT) OR        **
**                                PYBEN-PSAMT (PAYBEN)            **
**                          "R" = REISSUE.  THE CHECK IS REVERSED **
**                                AND THE SAME PAYMENT IS         **
**                                RECORDED AGAINST THE NEW CHECK  **
**                                NUMBER AND DATE; THE BALANCE    **
**                                DOES NOT MOVE                   **
**                        THE TRANSACTION CARRIES THE FACE (NET)  **
**                        AMOUNT OF THE CHECK AS A CONFIRMATION.  **
**                        A CHECK THAT IS NOT ON DSTHIST, IS ON   **
**                        IT MORE THAN ONCE, IS ALREADY VOIDED,   **
**                        OR HAS BEEN PAID BY THE BANK (CHKPAID,  **
**                        FROM THE PAY444N RECONCILIATION) IS     **
**                        REJECTED TO THE EXCEPTION REPORT (VD2)  **
**                        WITH A REASON.                          **
**                                                                **
**                        THE REVERSAL IS A DSTHIST RECORD WITH   **
**                        ENTRY TYPE "V", NEGATIVE AMOUNTS AND    **
**                        THE ORIGINAL CHECK NUMBER AND DATE, SO  **
**                        THE CHECK NETS OUT OF EVERY TOTAL FOR   **
**                        THE YEAR IT WAS WRITTEN - THE PAY442N   **
**                        1099-R ROLL-UP (A YEAR ALREADY FILED IS **
**                        PICKED UP BY A CORRECTED RUN), THE      **
**                        PAY438N RMD ACTIVITY AND THE PAY439N    **
**                        PAYOUT TEST.  RESTORING THE BALANCE     **
**                        KEEPS THE PAY433N TRUSTEE TIE-OUT       **
**                        RIGHT, SINCE THE MONEY NEVER LEFT THE   **
**                        TRUST.                                  **
**                                                                **
**                        EVERY VOID AND REISSUE PRINTS ON THE    **
**                        VOID REGISTER (VD1) AND GOES TO THE     **
**                        VOID/REISSUE POSITIVE-PAY FILE (PPAYV)  **
**                        SO THE BANK STOPS THE OLD CHECK AND     **
**                        HONORS THE NEW ONE.  IT IS A FILE OF    **
**                        ITS OWN SO A VOID RUN NEVER OVERWRITES  **
**                        A PAY432N ISSUE FILE (PPAY) THE BANK    **
**                        HAS NOT YET PICKED UP.                  **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
**   DATE   NAME:        PROJ # DESCRIPTION                       **
** MM/DD/YY ____________ NNNNNN _________________________________ **
**                                                                **
** 09/24/2026 K.Alvarez  MAIN-2136 New program - check void and   **
**                       reissue with reversing history records,  **
**                       balance restore and positive-pay voids.  **
** 10/15/2026 K.Alvarez  MAIN-2141 Void/reissue positive pay now  **
**                       written to its own PPAYV file.           **
** 10/15/2026 K.Alvarez  MAIN-2141 Run stops when a void can not  **
**                       be posted or recorded.                   **
** 10/15/2026 K.Alvarez  MAIN-2141 A void whose reversal does not **
**                       reach DSTHIST is taken back off the      **
**                       balance; a reissue is not written once   **
**                       the run has failed.                      **
********************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
  SOURCE-COMPUTER. UNIX-MF.
  OBJECT-COMPUTER. UNIX-MF.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT VTRNFL    ASSIGN "VTRAN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS VTRN-FILE-STATUS.
 SELECT REGFL     ASSIGN LINE ADVANCING "VD1"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT EXCPTFL   ASSIGN LINE ADVANCING "VD2"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL DSTHSTFL ASSIGN "DSTHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DSTHST-FILE-STATUS.
 SELECT OPTIONAL CHKPDFL ASSIGN "CHKPAID"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CHKPD-FILE-STATUS.
 SELECT PPAYFL    ASSIGN "PPAYV"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PPAY-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  VTRNFL LABEL RECORDS OMITTED.
 01  VTRN-REC.
     03  VTRN-ACTION                       PIC X(01).
     03  VTRN-CHECK-NO                     PIC 9(08).
     03  VTRN-AMOUNT                       PIC 9(07)V99.
     03  VTRN-NEW-CHECK-NO                 PIC 9(08).
     03  VTRN-NEW-CHECK-DATE               PIC 9(08).
     03  VTRN-REASON                       PIC X(20).

 FD  REGFL LABEL RECORDS OMITTED.
 01  VD1-REC                               PIC X(132).
 FD  EXCPTFL LABEL RECORDS OMITTED.
 01  VD2-REC                               PIC X(132).

 FD  DSTHSTFL LABEL RECORDS OMITTED.
 COPY X-FD-DSTHIST.

 FD  CHKPDFL LABEL RECORDS OMITTED.
 COPY X-FD-CHKPAID.

 FD  PPAYFL LABEL RECORDS OMITTED.
 COPY X-FD-POSPAY.

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
 01 VTRN-FILE-STATUS         PIC XX VALUE "00".
 01 DSTHST-FILE-STATUS       PIC XX VALUE "00".
 01 CHKPD-FILE-STATUS        PIC XX VALUE "00".
 01 PPAY-FILE-STATUS         PIC XX VALUE "00".
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
     03  WS-VTRN-EOF-SW                     PIC 9(01) VALUE 0.
         88  VTRN-EOF                                 VALUE 1.
     03  WS-DSTHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  DSTHST-EOF                               VALUE 1.
     03  WS-CHKPD-EOF-SW                    PIC 9(01) VALUE 0.
         88  CHKPD-EOF                                VALUE 1.
     03  WS-PAYBEN-FOUND-SW                 PIC 9(01) VALUE 0.
         88  PAYBEN-RECORD-FOUND                      VALUE 1.
     03  WS-REJECT-SW                       PIC 9(01) VALUE 0.
         88  TRN-REJECTED                             VALUE 1.
     03  WS-DSTHST-OPEN-SW                  PIC 9(01) VALUE 0.
         88  DSTHST-EXTEND-OPEN                       VALUE 1.
     03  WS-CK-OVERFLOW-SW                  PIC 9(01) VALUE 0.
         88  CHECK-TABLE-FULL                         VALUE 1.
*  EVERY CHECK ON DSTHIST.  CK-STATUS: "I" = ISSUED, "V" =
*  VOIDED, "P" = PAID BY THE BANK.  CK-DUP IS SET WHEN THE SAME
*  CHECK NUMBER WAS RECORDED FOR MORE THAN ONE PAYOUT - SUCH A
*  CHECK CANNOT BE VOIDED BY NUMBER.
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
         05  CK-GROSS                       PIC S9(07)V99.
         05  CK-WHOLD                       PIC S9(07)V99.
         05  CK-CODE                        PIC X(01).
         05  CK-STATUS                      PIC X(01).
         05  CK-DUP                         PIC 9(01).
 01  CK-SUB                                 PIC 9(05) COMP VALUE 0.
 01  CK-NEW-SUB                             PIC 9(05) COMP VALUE 0.
 01  WS-FIND-CHECK-NO                       PIC 9(08) VALUE 0.
 01  WS-NET-AMT                             PIC S9(08)V99 VALUE 0.
 01  WS-NEW-BAL                             PIC S9(08)V99 VALUE 0.
 01  TRN-READ-CNT                           PIC 9(06) VALUE 0.
 01  TRN-VOID-CNT                           PIC 9(06) VALUE 0.
 01  TRN-REISS-CNT                          PIC 9(06) VALUE 0.
 01  TRN-REJ-CNT                            PIC 9(06) VALUE 0.
 01  TOT-VOID-GROSS                         PIC S9(11)V99 VALUE 0.
 01  TOT-VOID-NET                           PIC S9(11)V99 VALUE 0.
 01  TOT-REISS-NET                          PIC S9(11)V99 VALUE 0.
 01  TOT-RESTORED                           PIC S9(11)V99 VALUE 0.
 01  REG-PG-CNT                             PIC 9(05) VALUE 0.
 01  REG-LN-CNT                             PIC 9(02) VALUE 57.
 01  EXC-PG-CNT                             PIC 9(05) VALUE 0.
 01  EXC-LN-CNT                             PIC 9(02) VALUE 57.
 01  XEROX-HEADER.
     03  XEROX-REC                          PIC X(32)
         VALUE "DJDE JDE=PAY443,JDL=PAYROL,END,;".
     03  FILLER                             PIC X(100) VALUE SPACES.
 01  REG-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY443N                            ".
     03  FILLER                             PIC X(40)
         VALUE "DISTRIBUTION CHECK VOID / REISSUE REGIST".
     03  FILLER                             PIC X(13)
         VALUE "ER  RUN DATE:".
     03  REG-RM                             PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  REG-RD                             PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  REG-RY                             PIC 9(04).
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  REG-PAGE                           PIC ZZZZ9.
     03  FILLER                             PIC X(20) VALUE SPACES.
 01  REG-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "        CHECK NO CHECK DT T   BADGE SSN4 NAME".
     03  FILLER                             PIC X(45)
         VALUE "                             GROSS   WITHHOLD".
     03  FILLER                             PIC X(42)
         VALUE "ING  BAL RESTORED  REASON                 ".
 01  REG-LINE.
     03  REG-D-ACTION                       PIC X(07) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  REG-D-CHECK-NO                     PIC 9(08) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  REG-D-CHECK-M                      PIC 9(02) VALUE 0.
     03  FILLER                             PIC X(01) VALUE "/".
     03  REG-D-CHECK-D                      PIC 9(02) VALUE 0.
     03  FILLER                             PIC X(01) VALUE "/".
     03  REG-D-CHECK-Y                      PIC 9(02) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  REG-D-TYPE                         PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  REG-D-BADGE                        PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  REG-D-SSN4                         PIC X(04) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  REG-D-NAME                         PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  REG-D-GROSS                        PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  REG-D-WHOLD                        PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  REG-D-BAL                          PIC Z,ZZZ,ZZ9.99-
                                            BLANK WHEN ZERO.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  REG-D-REASON                       PIC X(20) VALUE SPACES.
     03  FILLER                             PIC X(03) VALUE SPACES.
 01  REG-TOT-LINE.
     03  REG-T-LABEL                        PIC X(30) VALUE SPACES.
     03  REG-T-CNT                          PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  REG-T-AMT                          PIC ZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(79) VALUE SPACES.
 01  EXC-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY443N                            ".
     03  FILLER                             PIC X(42)
         VALUE "VOID / REISSUE EXCEPTION REPORT           ".
     03  FILLER                             PIC X(19)
         VALUE "             PAGE: ".
     03  EXC-PAGE                           PIC ZZZZ9.
     03  FILLER                             PIC X(31) VALUE SPACES.
 01  EXC-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "A CHECK NO      AMOUNT NEW CHK  NEW DATE REAS".
     03  FILLER                             PIC X(45)
         VALUE "ON REJECTED                          TRANSACT".
     03  FILLER                             PIC X(42)
         VALUE "ION REASON                                ".
 01  EXC-LINE.
     03  EXC-ACTION                         PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EXC-CHECK-NO                       PIC 9(08) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EXC-AMOUNT                         PIC ZZZZ,ZZ9.99.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EXC-NEW-CHECK-NO                   PIC 9(08) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EXC-NEW-DATE                       PIC 9(08) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EXC-REASON                         PIC X(40) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  EXC-VTRN-REASON                    PIC X(20) VALUE SPACES.
     03  FILLER                             PIC X(30) VALUE SPACES.
 01  EXC-TOT-LINE.
     03  FILLER                             PIC X(26)
         VALUE "TOTAL REJECTED:           ".
     03  EXC-TOT-REJ                        PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(99) VALUE SPACES.
 01  WS-DSTHST-FAIL-SW                      PIC 9(01) VALUE 0.
 01  WS-PPAY-FAIL-SW                        PIC 9(01) VALUE 0.
*  POSITIVE-PAY ACCOUNT (PSRULES "BANK") AND FILE TOTALS.
 01  PP-BANK-ACCOUNT                        PIC X(17) VALUE SPACES.
 01  PP-ISSUE-CNT                           PIC 9(08) VALUE 0.
 01  PP-ISSUE-AMT                           PIC 9(10)V99 VALUE 0.
 01  PP-VOID-CNT                            PIC 9(08) VALUE 0.
 01  PP-VOID-AMT                            PIC 9(10)V99 VALUE 0.

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

     DISPLAY "*** PAY443N starting ***".
     MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT.
     MOVE WS-CURR-MM TO REG-RM.
     MOVE WS-CURR-DD TO REG-RD.
     MOVE WS-CURR-CCYY TO REG-RY.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     IF VTRN-FILE-STATUS NOT = "00"
         MOVE "PAY443N" TO DAEMON-DISP-PROG
         MOVE "** PAY443N - CAN NOT OPEN TRANSACTION FILE - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 100-LOAD-HISTORY THRU 100-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 110-LOAD-PAID THRU 110-EXIT.
*  THE REVERSALS ARE THE PERMANENT RECORD OF THE VOID - NOTHING
*  MAY BE VOIDED WITHOUT THEM, SO A HISTORY FILE THAT CANNOT BE
*  EXTENDED ABORTS BEFORE THE FIRST TRANSACTION.
     OPEN EXTEND DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00" AND
        DSTHST-FILE-STATUS NOT = "05"
         MOVE "PAY443N" TO DAEMON-DISP-PROG
         MOVE "** PAY443N - CAN NOT EXTEND DSTHIST HISTORY - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     MOVE 1 TO WS-DSTHST-OPEN-SW.
 000-LOOP.
     READ VTRNFL
         AT END MOVE 1 TO WS-VTRN-EOF-SW
     END-READ.
     IF VTRN-EOF
         GO TO 000-TOTALS.
     ADD 1 TO TRN-READ-CNT.
     MOVE 0 TO WS-REJECT-SW.
     PERFORM 200-VALIDATE THRU 200-EXIT.
     IF TRN-REJECTED
         GO TO 000-LOOP.
     IF VTRN-ACTION = "V"
         PERFORM 300-APPLY-VOID THRU 300-EXIT.
     IF VTRN-ACTION = "R"
         PERFORM 310-APPLY-REISSUE THRU 310-EXIT.
*  A VOID THAT COULD NOT BE POSTED, OR A RECORD THAT DID NOT
*  REACH DSTHIST OR THE POSITIVE-PAY FILE, STOPS THE RUN - A
*  RERUN WOULD FIND THE CHECK STILL UNVOIDED AND RESTORE THE
*  BALANCE A SECOND TIME.
     IF RETURN-CODE = 16
         GO TO 000-TOTALS.
     GO TO 000-LOOP.
 000-TOTALS.
     IF REG-LN-CNT > 50
         PERFORM 345-REG-HEAD THRU 345-EXIT
     END-IF.
     MOVE "CHECKS VOIDED" TO REG-T-LABEL.
     MOVE TRN-VOID-CNT TO REG-T-CNT.
     MOVE TOT-VOID-NET TO REG-T-AMT.
     WRITE VD1-REC FROM REG-TOT-LINE AFTER ADVANCING 2.
     MOVE "  BALANCE RESTORED (GROSS)" TO REG-T-LABEL.
     MOVE TRN-VOID-CNT TO REG-T-CNT.
     MOVE TOT-RESTORED TO REG-T-AMT.
     WRITE VD1-REC FROM REG-TOT-LINE AFTER ADVANCING 1.
     MOVE "CHECKS REISSUED" TO REG-T-LABEL.
     MOVE TRN-REISS-CNT TO REG-T-CNT.
     MOVE TOT-REISS-NET TO REG-T-AMT.
     WRITE VD1-REC FROM REG-TOT-LINE AFTER ADVANCING 1.
     IF EXC-LN-CNT > 54
         PERFORM 255-EXC-HEAD THRU 255-EXIT
     END-IF.
     MOVE TRN-REJ-CNT TO EXC-TOT-REJ.
     WRITE VD2-REC FROM EXC-TOT-LINE AFTER ADVANCING 2.
     PERFORM 365-POSPAY-TRAILER THRU 365-EXIT.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY443N" TO DAEMON-DISP-PROG
     MOVE SPACES TO DAEMON-DISP-MSG
     STRING  "** PAY443N - READ " TRN-READ-CNT
             " VOID " TRN-VOID-CNT
             " REISSUE " TRN-REISS-CNT
             " REJ " TRN-REJ-CNT
          DELIMITED SIZE INTO DAEMON-DISP-MSG
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     DISPLAY "** PAY443N - READ: " TRN-READ-CNT
             " VOIDED: " TRN-VOID-CNT
             " REISSUED: " TRN-REISS-CNT
             " REJ: " TRN-REJ-CNT.
     IF RETURN-CODE = 16
         MOVE "A" TO WS-RR-END-STATUS
     END-IF.
     PERFORM 752-STAMP-END THRU 752-EXIT.
     EXIT PROGRAM.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOAD EVERY CHECK ON THE DISTRIBUTION HISTORY.  A PAYOUT OR
*  REISSUE ADDS THE CHECK; A "V" REVERSAL MARKS IT VOIDED.  A
*  CHECK NUMBER RECORDED TWICE IS FLAGGED.  A TABLE TOO SMALL
*  FOR THE HISTORY ABORTS - A VOID AGAINST A CHECK THAT WAS NOT
*  LOADED COULD NOT BE VALIDATED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 100-LOAD-HISTORY.
     OPEN INPUT DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00" AND
        DSTHST-FILE-STATUS NOT = "05"
         MOVE "PAY443N" TO DAEMON-DISP-PROG
         MOVE "** PAY443N - CAN NOT OPEN DSTHIST HISTORY - ABORTED"
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
         MOVE 1 TO CK-DUP (CK-SUB)
         GO TO 102-HISTORY-LOOP.
     IF CK-CNT NOT < 10000
         MOVE 1 TO WS-CK-OVERFLOW-SW
         MOVE "PAY443N" TO DAEMON-DISP-PROG
         MOVE "** PAY443N - CHECK TABLE FULL (10000) - ABORTED"
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
     MOVE DST-GROSS TO CK-GROSS (CK-SUB).
     MOVE DST-WHOLD TO CK-WHOLD (CK-SUB).
     MOVE DST-CODE TO CK-CODE (CK-SUB).
     MOVE "I" TO CK-STATUS (CK-SUB).
     MOVE 0 TO CK-DUP (CK-SUB).
     GO TO 102-HISTORY-LOOP.
 100-EXIT.
     EXIT.

*  CHECKS THE BANK HAS ALREADY PAID, FROM THE PAY444N PAID-CHECK
*  HISTORY.  NO HISTORY YET MEANS NOTHING HAS BEEN RECONCILED.
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
         MOVE "P" TO CK-STATUS (CK-SUB).
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
*  VALIDATE THE TRANSACTION CURRENTLY IN VTRN-REC.  THE FIRST
*  FAILED EDIT REJECTS IT TO THE EXCEPTION REPORT.  NOTHING
*  TOUCHES A FILE UNTIL EVERY EDIT PASSES.  ON RETURN CK-SUB IS
*  THE CHECK BEING VOIDED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 200-VALIDATE.
     IF VTRN-ACTION NOT = "V" AND VTRN-ACTION NOT = "R"
         MOVE "ACTION CODE NOT V OR R" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 200-EXIT.
     IF VTRN-CHECK-NO NOT NUMERIC OR VTRN-CHECK-NO = 0
         MOVE "CHECK NUMBER MISSING" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 200-EXIT.
     MOVE VTRN-CHECK-NO TO WS-FIND-CHECK-NO.
     PERFORM 130-FIND-CHECK THRU 130-EXIT.
     IF CK-SUB = 0
         MOVE "CHECK NOT ON DISTRIBUTION HISTORY" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 200-EXIT.
     IF CK-DUP (CK-SUB) = 1
         MOVE "CHECK NUMBER ON HISTORY MORE THAN ONCE" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 200-EXIT.
     IF CK-STATUS (CK-SUB) = "V"
         MOVE "CHECK ALREADY VOIDED" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 200-EXIT.
     IF CK-STATUS (CK-SUB) = "P"
         MOVE "CHECK ALREADY PAID BY THE BANK" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 200-EXIT.
     COMPUTE WS-NET-AMT = CK-GROSS (CK-SUB) - CK-WHOLD (CK-SUB).
     IF VTRN-AMOUNT NOT NUMERIC OR VTRN-AMOUNT NOT = WS-NET-AMT
         MOVE "AMOUNT DOES NOT MATCH THE CHECK" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 200-EXIT.
     IF VTRN-ACTION = "R"
         PERFORM 210-VALIDATE-REISSUE THRU 210-EXIT
     ELSE
         PERFORM 220-VALIDATE-RESTORE THRU 220-EXIT
     END-IF.
 200-EXIT.
     EXIT.

 210-VALIDATE-REISSUE.
     IF VTRN-NEW-CHECK-NO NOT NUMERIC OR VTRN-NEW-CHECK-NO = 0
         MOVE "NEW CHECK NUMBER MISSING" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 210-EXIT.
     IF VTRN-NEW-CHECK-DATE NOT NUMERIC OR
        VTRN-NEW-CHECK-DATE < CK-CHECK-DATE (CK-SUB)
         MOVE "NEW CHECK DATE MISSING OR BEFORE ORIGINAL"
             TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 210-EXIT.
*  THE VOIDED CHECK IS STILL IN CK-SUB - LOOK FOR THE NEW NUMBER
*  WITHOUT LOSING IT.
     MOVE CK-SUB TO CK-NEW-SUB.
     MOVE VTRN-NEW-CHECK-NO TO WS-FIND-CHECK-NO.
     PERFORM 130-FIND-CHECK THRU 130-EXIT.
     IF CK-SUB > 0
         MOVE CK-NEW-SUB TO CK-SUB
         MOVE "NEW CHECK NUMBER ALREADY USED" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 210-EXIT.
     MOVE CK-NEW-SUB TO CK-SUB.
     IF CK-CNT NOT < 10000
         MOVE "CHECK TABLE FULL - RERUN SEPARATELY" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         GO TO 210-EXIT.
 210-EXIT.
     EXIT.

*  A VOID PUTS THE GROSS BACK, SO THE RECORD IT GOES BACK ON
*  MUST STILL BE THERE.  IT IS LEFT IN WORKING STORAGE FOR 300.
 220-VALIDATE-RESTORE.
     IF CK-TYPE (CK-SUB) = "B"
         GO TO 224-VALIDATE-BENEFICIARY.
     MOVE CK-BADGE (CK-SUB) TO PAYPROF-BADGE.
     CALL "READ-KEY-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                     PAYPROF-REC.
     IF PAYPROFIT-FILE-STATUS NOT = "00"
         MOVE "BADGE NOT ON PAYPROFIT - CANNOT RESTORE" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT.
     GO TO 220-EXIT.
 224-VALIDATE-BENEFICIARY.
     PERFORM 400-LOCATE-PAYBEN THRU 400-EXIT.
     IF NOT PAYBEN-RECORD-FOUND
         MOVE "BENEFICIARY NOT ON FILE - CANNOT RESTORE"
             TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT.
 220-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  WRITE THE REJECTED TRANSACTION AND ITS REASON TO THE
*  EXCEPTION REPORT.  EXC-REASON IS SET BY THE CALLER.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 250-REJECT.
     MOVE 1 TO WS-REJECT-SW.
     ADD 1 TO TRN-REJ-CNT.
     MOVE VTRN-ACTION TO EXC-ACTION.
     IF VTRN-CHECK-NO NUMERIC
         MOVE VTRN-CHECK-NO TO EXC-CHECK-NO
     ELSE
         MOVE 0 TO EXC-CHECK-NO
     END-IF.
     IF VTRN-AMOUNT NUMERIC
         MOVE VTRN-AMOUNT TO EXC-AMOUNT
     ELSE
         MOVE 0 TO EXC-AMOUNT
     END-IF.
     IF VTRN-NEW-CHECK-NO NUMERIC
         MOVE VTRN-NEW-CHECK-NO TO EXC-NEW-CHECK-NO
     ELSE
         MOVE 0 TO EXC-NEW-CHECK-NO
     END-IF.
     IF VTRN-NEW-CHECK-DATE NUMERIC
         MOVE VTRN-NEW-CHECK-DATE TO EXC-NEW-DATE
     ELSE
         MOVE 0 TO EXC-NEW-DATE
     END-IF.
     MOVE VTRN-REASON TO EXC-VTRN-REASON.
     IF EXC-LN-CNT > 56
         PERFORM 255-EXC-HEAD THRU 255-EXIT
     END-IF.
     WRITE VD2-REC FROM EXC-LINE AFTER ADVANCING 1.
     ADD 1 TO EXC-LN-CNT.
 250-EXIT.
     EXIT.
 255-EXC-HEAD.
     ADD 1 TO EXC-PG-CNT.
     MOVE EXC-PG-CNT TO EXC-PAGE.
     MOVE 0 TO EXC-LN-CNT.
     WRITE VD2-REC FROM EXC-HEAD1 AFTER ADVANCING PAGE.
     WRITE VD2-REC FROM EXC-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO VD2-REC.
     WRITE VD2-REC AFTER ADVANCING 1.
     ADD 4 TO EXC-LN-CNT.
 255-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  APPLY AN ACCEPTED VOID: PUT THE GROSS BACK ON THE BALANCE
*  (THE RECORD IS STILL IN WORKING STORAGE FROM 220), THEN THE
*  REVERSAL, REGISTER LINE AND POSITIVE-PAY VOID.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 300-APPLY-VOID.
     IF CK-TYPE (CK-SUB) = "B"
         GO TO 304-RESTORE-BENEFICIARY.
     ADD CK-GROSS (CK-SUB) TO PY-PS-AMT.
     CALL "REWRITE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                    PAYPROF-REC.
     IF PAYPROFIT-FILE-STATUS NOT = "00"
         MOVE "PAYPROFIT REWRITE FAILED" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         MOVE 16 TO RETURN-CODE
         GO TO 300-EXIT.
     MOVE PY-PS-AMT TO WS-NEW-BAL.
     GO TO 306-VOID-RECORDED.
 304-RESTORE-BENEFICIARY.
     ADD CK-GROSS (CK-SUB) TO PYBEN-PSAMT.
     CALL "REWRITE-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         MOVE "PAYBEN REWRITE FAILED" TO EXC-REASON
         PERFORM 250-REJECT THRU 250-EXIT
         MOVE 16 TO RETURN-CODE
         GO TO 300-EXIT.
     MOVE PYBEN-PSAMT TO WS-NEW-BAL.
 306-VOID-RECORDED.
     ADD 1 TO TRN-VOID-CNT.
     ADD CK-GROSS (CK-SUB) TO TOT-VOID-GROSS TOT-RESTORED.
     ADD WS-NET-AMT TO TOT-VOID-NET.
     PERFORM 320-WRITE-REVERSAL THRU 320-EXIT.
     IF DSTHST-FILE-STATUS = "00"
         GO TO 300-EXIT.
*  NO "V" RECORD REACHED DSTHIST - TAKE THE GROSS BACK OFF THE
*  BALANCE SO IT STILL AGREES WITH THE HISTORY, AND REJECT THE
*  VOID.  THE RUN STOPS ON THE RETURN CODE SET IN 350.
     SUBTRACT 1 FROM TRN-VOID-CNT.
     SUBTRACT CK-GROSS (CK-SUB) FROM TOT-VOID-GROSS TOT-RESTORED.
     SUBTRACT WS-NET-AMT FROM TOT-VOID-NET.
     MOVE "DSTHIST WRITE FAILED - VOID NOT APPLIED" TO EXC-REASON.
     PERFORM 250-REJECT THRU 250-EXIT.
     IF CK-TYPE (CK-SUB) = "B"
         GO TO 307-BACK-OUT-BENEFICIARY.
     SUBTRACT CK-GROSS (CK-SUB) FROM PY-PS-AMT.
     CALL "REWRITE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                    PAYPROF-REC.
     IF PAYPROFIT-FILE-STATUS = "00"
         GO TO 300-EXIT.
     GO TO 308-BACK-OUT-FAILED.
 307-BACK-OUT-BENEFICIARY.
     SUBTRACT CK-GROSS (CK-SUB) FROM PYBEN-PSAMT.
     CALL "REWRITE-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS = "00"
         GO TO 300-EXIT.
*  THE BALANCE KEEPS THE RESTORED GROSS WITH NO REVERSAL BEHIND
*  IT - IT MUST BE TAKEN OFF BY HAND BEFORE THE NEXT RUN.
 308-BACK-OUT-FAILED.
     MOVE "PAY443N" TO DAEMON-DISP-PROG.
     MOVE SPACES TO DAEMON-DISP-MSG.
     STRING  "** PAY443N - CHECK " CK-CHECK-NO (CK-SUB)
             " RESTORED WITH NO V ON DSTHIST"
          DELIMITED SIZE INTO DAEMON-DISP-MSG.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     MOVE 16 TO RETURN-CODE.
 300-EXIT.
     EXIT.

*  A REISSUE REPLACES THE CHECK, NOT THE PAYMENT - THE BALANCE
*  WAS REDUCED WHEN THE ORIGINAL WAS WRITTEN AND STAYS REDUCED.
 310-APPLY-REISSUE.
     MOVE 0 TO WS-NEW-BAL.
     ADD 1 TO TRN-REISS-CNT.
     ADD WS-NET-AMT TO TOT-REISS-NET.
     PERFORM 320-WRITE-REVERSAL THRU 320-EXIT.
     IF RETURN-CODE NOT = 16
         PERFORM 330-WRITE-REISSUE THRU 330-EXIT.
 310-EXIT.
     EXIT.

 320-WRITE-REVERSAL.
     MOVE CK-TYPE (CK-SUB) TO DST-TYPE.
     MOVE CK-BADGE (CK-SUB) TO DST-BADGE.
     MOVE CK-SSN (CK-SUB) TO DST-SSN.
     MOVE CK-NAME (CK-SUB) TO DST-NAME.
     MOVE CK-CHECK-NO (CK-SUB) TO DST-CHECK-NO.
     MOVE CK-CHECK-DATE (CK-SUB) TO DST-CHECK-DATE.
     COMPUTE DST-GROSS = 0 - CK-GROSS (CK-SUB).
     COMPUTE DST-WHOLD = 0 - CK-WHOLD (CK-SUB).
     MOVE CK-CODE (CK-SUB) TO DST-CODE.
     MOVE "V" TO DST-ENTRY-TYPE.
     MOVE 0 TO DST-ORIG-CHECK-NO.
     MOVE WS-CURR-CYMD TO DST-POST-DATE.
     PERFORM 350-WRITE-HISTORY THRU 350-EXIT.
*  NOT ON DSTHIST - NEITHER THE REGISTER NOR THE BANK HEARS OF IT.
     IF DSTHST-FILE-STATUS NOT = "00"
         GO TO 320-EXIT.
     MOVE "VOIDED" TO REG-D-ACTION.
     PERFORM 340-REGISTER-LINE THRU 340-EXIT.
     MOVE "V" TO CK-STATUS (CK-SUB).
     MOVE "V" TO PP-VOID-IND.
     PERFORM 360-WRITE-POSPAY THRU 360-EXIT.
 320-EXIT.
     EXIT.

*  THE NEW CHECK IS ADDED TO THE TABLE SO A LATER TRANSACTION IN
*  THE SAME RUN CAN NEITHER REUSE ITS NUMBER NOR MISS IT.
 330-WRITE-REISSUE.
     MOVE VTRN-NEW-CHECK-NO TO DST-CHECK-NO.
     MOVE VTRN-NEW-CHECK-DATE TO DST-CHECK-DATE.
     MOVE CK-GROSS (CK-SUB) TO DST-GROSS.
     MOVE CK-WHOLD (CK-SUB) TO DST-WHOLD.
     MOVE "R" TO DST-ENTRY-TYPE.
     MOVE CK-CHECK-NO (CK-SUB) TO DST-ORIG-CHECK-NO.
     PERFORM 350-WRITE-HISTORY THRU 350-EXIT.
     ADD 1 TO CK-CNT.
     MOVE CK-CNT TO CK-NEW-SUB.
     MOVE CK-ENTRY (CK-SUB) TO CK-ENTRY (CK-NEW-SUB).
     MOVE CK-NEW-SUB TO CK-SUB.
     MOVE VTRN-NEW-CHECK-NO TO CK-CHECK-NO (CK-SUB).
     MOVE VTRN-NEW-CHECK-DATE TO CK-CHECK-DATE (CK-SUB).
     MOVE "I" TO CK-STATUS (CK-SUB).
     MOVE 0 TO CK-DUP (CK-SUB).
     MOVE "ISSUED" TO REG-D-ACTION.
     PERFORM 340-REGISTER-LINE THRU 340-EXIT.
     MOVE "I" TO PP-VOID-IND.
     PERFORM 360-WRITE-POSPAY THRU 360-EXIT.
 330-EXIT.
     EXIT.

*  ONE REGISTER LINE FROM THE DSTHIST RECORD JUST WRITTEN.
 340-REGISTER-LINE.
     IF REG-LN-CNT > 56
         PERFORM 345-REG-HEAD THRU 345-EXIT
     END-IF.
     MOVE DST-CHECK-NO TO REG-D-CHECK-NO.
     MOVE DST-CHECK-DATE (5:2) TO REG-D-CHECK-M.
     MOVE DST-CHECK-DATE (7:2) TO REG-D-CHECK-D.
     MOVE DST-CHECK-DATE (3:2) TO REG-D-CHECK-Y.
     MOVE DST-TYPE TO REG-D-TYPE.
     MOVE DST-BADGE TO REG-D-BADGE.
     MOVE DST-SSN (6:4) TO REG-D-SSN4.
     MOVE DST-NAME TO REG-D-NAME.
     MOVE DST-GROSS TO REG-D-GROSS.
     MOVE DST-WHOLD TO REG-D-WHOLD.
     MOVE WS-NEW-BAL TO REG-D-BAL.
     IF DST-REISSUE
         MOVE 0 TO REG-D-BAL.
     MOVE VTRN-REASON TO REG-D-REASON.
     WRITE VD1-REC FROM REG-LINE AFTER ADVANCING 1.
     ADD 1 TO REG-LN-CNT.
 340-EXIT.
     EXIT.
 345-REG-HEAD.
     ADD 1 TO REG-PG-CNT.
     MOVE REG-PG-CNT TO REG-PAGE.
     MOVE 0 TO REG-LN-CNT.
     WRITE VD1-REC FROM REG-HEAD1 AFTER ADVANCING PAGE.
     WRITE VD1-REC FROM REG-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO VD1-REC.
     WRITE VD1-REC AFTER ADVANCING 1.
     ADD 4 TO REG-LN-CNT.
 345-EXIT.
     EXIT.

 350-WRITE-HISTORY.
     WRITE DST-REC.
     IF DSTHST-FILE-STATUS NOT = "00"
         IF WS-DSTHST-FAIL-SW = 0
             MOVE 1 TO WS-DSTHST-FAIL-SW
             MOVE "PAY443N" TO DAEMON-DISP-PROG
             MOVE SPACES TO DAEMON-DISP-MSG
             STRING  "** PAY443N - HISTORY WRITE FAILED, STATUS "
                    DSTHST-FILE-STATUS
                  DELIMITED SIZE INTO DAEMON-DISP-MSG
             CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         END-IF
         MOVE 16 TO RETURN-CODE
     END-IF.
 350-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  POSITIVE PAY.  A VOID TELLS THE BANK TO REFUSE THE OLD CHECK
*  AT ITS ORIGINAL NUMBER, DATE AND FACE AMOUNT; A REISSUE ADDS
*  THE NEW ONE.  PP-VOID-IND IS SET BY THE CALLER.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 360-WRITE-POSPAY.
     MOVE "D" TO PP-REC-TYPE.
     MOVE PP-BANK-ACCOUNT TO PP-ACCOUNT.
     MOVE DST-CHECK-NO TO PP-CHECK-NO.
     MOVE DST-CHECK-DATE TO PP-ISSUE-DATE.
     MOVE WS-NET-AMT TO PP-AMOUNT.
     MOVE DST-NAME TO PP-PAYEE.
     WRITE PPAY-REC.
     IF PPAY-FILE-STATUS NOT = "00"
         PERFORM 368-POSPAY-FAILED THRU 368-EXIT
         GO TO 360-EXIT.
     IF PP-VOID-IND = "V"
         ADD 1 TO PP-VOID-CNT
         ADD WS-NET-AMT TO PP-VOID-AMT
     ELSE
         ADD 1 TO PP-ISSUE-CNT
         ADD WS-NET-AMT TO PP-ISSUE-AMT
     END-IF.
 360-EXIT.
     EXIT.

 365-POSPAY-TRAILER.
     MOVE SPACES TO PPAY-TRAILER.
     MOVE "T" TO PP-T-REC-TYPE.
     MOVE PP-BANK-ACCOUNT TO PP-T-ACCOUNT.
     MOVE PP-ISSUE-CNT TO PP-T-ISSUE-CNT.
     MOVE PP-ISSUE-AMT TO PP-T-ISSUE-AMT.
     MOVE PP-VOID-CNT TO PP-T-VOID-CNT.
     MOVE PP-VOID-AMT TO PP-T-VOID-AMT.
     WRITE PPAY-TRAILER.
     IF PPAY-FILE-STATUS NOT = "00"
         PERFORM 368-POSPAY-FAILED THRU 368-EXIT.
 365-EXIT.
     EXIT.

 368-POSPAY-FAILED.
     IF WS-PPAY-FAIL-SW = 0
         MOVE 1 TO WS-PPAY-FAIL-SW
         MOVE "PAY443N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY443N - POSITIVE PAY WRITE FAILED, STATUS "
                PPAY-FILE-STATUS
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
     END-IF.
     MOVE 16 TO RETURN-CODE.
 368-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOCATE THE PAYBEN RECORD FOR THE CHECK'S EMPLOYEE SSN AND
*  BENEFICIARY NAME - THE SAME POSITION-AND-SCAN MATCH PAY432N
*  USES WHEN IT PAYS THE BENEFICIARY.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 400-LOCATE-PAYBEN.
     MOVE 0 TO WS-PAYBEN-FOUND-SW.
     INITIALIZE PAYBEN-REC.
     MOVE CK-SSN (CK-SUB) TO PYBEN-PAYSSN.
     CALL "START-SUP-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         GO TO 400-EXIT.
 402-LOCATE-NEXT.
     CALL "READ-NEXT-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         GO TO 400-EXIT.
     IF PYBEN-PAYSSN > CK-SSN (CK-SUB)
         GO TO 400-EXIT.
     IF PYBEN-PAYSSN < CK-SSN (CK-SUB)
         GO TO 402-LOCATE-NEXT.
     IF PYBEN-NAME = CK-NAME (CK-SUB)
         MOVE 1 TO WS-PAYBEN-FOUND-SW
         GO TO 400-EXIT.
     GO TO 402-LOCATE-NEXT.
 400-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 700-OPEN-FILES.
     MOVE "I-O" TO UFAS-OPEN-MODE
     CALL "OPEN-PAYPROFIT" USING PAYPROFIT-FILE-STATUS UFAS-OPEN-MODE
     CALL "OPEN-PAYBEN" USING PAYBEN-FILE-STATUS UFAS-OPEN-MODE.
     MOVE "INPUT" TO UFAS-OPEN-MODE
     CALL "OPEN-PSRULES" USING PSRULES-FILE-STATUS UFAS-OPEN-MODE.
     OPEN INPUT VTRNFL.
     OPEN OUTPUT REGFL EXCPTFL.
     OPEN OUTPUT PPAYFL.
     WRITE VD1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     WRITE VD2-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     PERFORM 718-READ-BANK THRU 718-EXIT.
 700-EXIT.
     EXIT.
 702-CLOSE-FILES.
     CALL "CLOSE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
     CALL "CLOSE-PAYBEN" USING PAYBEN-FILE-STATUS
     CALL "CLOSE-PSRULES" USING PSRULES-FILE-STATUS.
     CLOSE VTRNFL.
     CLOSE REGFL.
     CLOSE EXCPTFL.
     CLOSE PPAYFL.
     IF DSTHST-EXTEND-OPEN
         CLOSE DSTHSTFL.
 702-EXIT.
     EXIT.

*  THE DISBURSEMENT ACCOUNT FOR THE POSITIVE-PAY FILE, AS IN
*  PAY432N.
 718-READ-BANK.
     MOVE "BANK" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS = "00"
         MOVE PSBNK-ACCOUNT TO PP-BANK-ACCOUNT
         GO TO 718-EXIT.
     MOVE "PAY443N" TO DAEMON-DISP-PROG.
     MOVE "** PAY443N - NO PSRULES BANK RECORD - PPAYV HAS NO ACCOUNT"
         TO DAEMON-DISP-MSG.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
 718-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RUN REGISTRY.  750 APPENDS THE START STAMP, 752 THE END STAMP
*  WITH THE OUTCOME AND THE COUNT OF CHECKS VOIDED OR REISSUED.
*  A REGISTRY THAT CANNOT BE WRITTEN ONLY WARNS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 750-STAMP-START.
     OPEN EXTEND RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         MOVE "PAY443N" TO DAEMON-DISP-PROG
         MOVE "** PAY443N - CAN NOT OPEN RUN REGISTRY - NOT STAMPED"
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
     COMPUTE RR-REC-COUNT = TRN-VOID-CNT + TRN-REISS-CNT.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
 752-EXIT.
     EXIT.

 756-FILL-STAMP.
     MOVE "PAY443N" TO RR-PROGRAM.
     MOVE FUNCTION CURRENT-DATE TO RR-W-CURDATE.
     MOVE RR-W-CURDATE (1:8) TO RR-RUN-DATE.
     MOVE RR-W-CURDATE (9:6) TO RR-RUN-TIME.
     MOVE 0 TO RR-CUTOFF-DATE.
     MOVE "C" TO RR-MODE.
     MOVE SPACES TO RR-PARAMS.
 756-EXIT.
     EXIT.
