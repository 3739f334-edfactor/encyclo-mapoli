**                        BEEN A CALCULATOR EXERCISE OFF THE      **
**                        PAY426N REPORT 9 PAGE UNTIL NOW.        **
**                                                                **
**                        MANUAL BALANCE ADJUSTMENTS APPLIED BY   **
**                        PAY446N IN THE STATEMENT YEAR, UP TO    **
**                        THE STATEMENT DATE, ARE SUMMED FROM     **
**                        ADJHIST AND SHOWN UNDER THE TIE-OUT.    **
**                        THEY ARE ALREADY IN OUR TOTAL; THE LINE **
**                        IS THERE SO A MOVE FROM A CORRECTION    **
**                        CAN BE TRACED.                          **
**                                                                **
**                        PARAMETERS: TRUSTEE STATEMENT BALANCE   **
**                        (11 DIGITS, PENNIES, ZERO FILLED - THE  **
**                        SAME CONVENTION AS PAY431N), STATEMENT  **
** 08/28/2026 K.Alvarez  MAIN-2125 Run registry: the run now      **
**                       appends start and end stamps to the      **
**                       shared RUNREG file.                      **
** 10/05/2026 K.Alvarez  MAIN-2139 The tie-out page now shows the **
**                       count and net of the PAY446N manual      **
**                       adjustments for the statement year from  **
**                       ADJHIST.                                 **
********************************************************************

 ENVIRONMENT DIVISION.
 FILE-CONTROL.
 SELECT TIEFL     ASSIGN LINE ADVANCING "PT1"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL ADJHSTFL ASSIGN "ADJHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ADJHST-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.
 FD  TIEFL LABEL RECORDS OMITTED.
 01  PT1-REC                               PIC X(132).

 FD  ADJHSTFL LABEL RECORDS OMITTED.
 COPY X-FD-ADJHIST.

 FD  RUNREGFL LABEL RECORDS OMITTED.
 COPY X-FD-RUNREG.

         88  PYPROFIT-EOF                             VALUE 1.
     03  WS-PAYBEN-READ-NEXT-SW             PIC 9(01) VALUE 0.
         88  PYBEN-EOF                                VALUE 1.
     03  WS-ADJHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  ADJHST-EOF                               VALUE 1.
*  THE AMOUNT PARAMETERS ARRIVE AS 11 RAW PENNY DIGITS; THE
*  REDEFINES SUPPLIES THE IMPLIED DECIMAL POINT.
 01  RC-PARM-STMT                           PIC X(11) VALUE ZEROS.
         05  RC-STMT-MM                     PIC 9(02).
         05  RC-STMT-DD                     PIC 9(02).
 01  RC-STMT-CYMD REDEFINES RC-STMT-DATE    PIC 9(08).
 01  ADJHST-FILE-STATUS                     PIC X(02) VALUE "00".
 01  RUNREG-FILE-STATUS                     PIC X(02) VALUE "00".
 01  RR-W-CURDATE                           PIC X(21) VALUE SPACES.
 01  WS-RR-START-SW                         PIC 9(01) VALUE 0.
 01  RC-TRM-BAL                             PIC S9(11)V99 VALUE 0.
 01  RC-DEC-BAL                             PIC S9(11)V99 VALUE 0.
 01  RC-BEN-BAL                             PIC S9(11)V99 VALUE 0.
 01  RC-ADJ-CNT                             PIC 9(06) VALUE 0.
 01  RC-ADJ-NET                             PIC S9(11)V99 VALUE 0.
 01  RC-OUR-TOTAL                           PIC S9(11)V99 VALUE 0.
 01  RC-VARIANCE                            PIC S9(11)V99 VALUE 0.
 01  RC-ABS-VARIANCE                        PIC S9(11)V99 VALUE 0.
     ADD PYBEN-PSAMT TO RC-BEN-BAL.
     GO TO 000-PAYBEN-LOOP.
 000-TIE-OUT.
     PERFORM 300-SUM-ADJUSTMENTS THRU 300-EXIT.
     PERFORM 200-PRINT-TIE-OUT THRU 200-EXIT.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
         MOVE "IN BALANCE WITH THE TRUSTEE STATEMENT" TO RC-VERDICT
         WRITE PT1-REC FROM RC-VERDICT-LINE AFTER ADVANCING 2
     END-IF.
     MOVE "PAY446N ADJUSTMENTS YEAR TO DATE" TO RC-CAT-LABEL.
     MOVE RC-ADJ-CNT TO RC-CAT-CNT.
     MOVE RC-ADJ-NET TO RC-CAT-BAL.
     WRITE PT1-REC FROM RC-CAT-LINE AFTER ADVANCING 2.
     MOVE "(ALREADY IN OUR TOTAL - DETAIL ON ADJHIST AND PAY446N PA1)"
         TO RC-VERDICT.
     WRITE PT1-REC FROM RC-VERDICT-LINE AFTER ADVANCING 1.
 200-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  COUNT AND NET THE PAY446N MANUAL ADJUSTMENTS ON ADJHIST RUN
*  IN THE STATEMENT YEAR, UP TO THE STATEMENT DATE.  NO ADJHIST
*  (NOTHING EVER ADJUSTED) LEAVES BOTH AT ZERO.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 300-SUM-ADJUSTMENTS.
     OPEN INPUT ADJHSTFL.
     IF ADJHST-FILE-STATUS NOT = "00" AND
        ADJHST-FILE-STATUS NOT = "05"
         GO TO 300-EXIT.
 302-SUM-NEXT.
     READ ADJHSTFL
         AT END MOVE 1 TO WS-ADJHST-EOF-SW
     END-READ.
     IF ADJHST-EOF
         CLOSE ADJHSTFL
         GO TO 300-EXIT.
     IF ADJ-RUN-DATE (1:4) NOT = RC-STMT-CYMD (1:4) OR
        ADJ-RUN-DATE > RC-STMT-CYMD
         GO TO 302-SUM-NEXT.
     ADD 1 TO RC-ADJ-CNT.
     ADD ADJ-AMOUNT TO RC-ADJ-NET.
     GO TO 302-SUM-NEXT.
 300-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*
