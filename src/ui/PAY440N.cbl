 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAY440N.
********************************************************************
**        PROGRAM:        PAY440N                                 **
**     WRITTEN BY:        K ALVAREZ                               **
**   DATE WRITTEN:        09/10/2026                              **
**    DESCRIPTION:        YEAR END VESTING SERVICE CREDITING RUN. **
**                        PY-PS-YEARS AND PY-PS-ENROLLED DRIVE    **
**                        THE VESTING AND ZEROCONT LOGIC IN       **
**                        PAY426N, PAY427N, PAY432N, PAY436N AND  **
**                        PAY439N BUT UNTIL NOW ONLY THE UPSTREAM **
**                        LOAD EVER SET THEM.  ONE SWEEP OF       **
**                        PAYPROFIT FOR THE CALDAR PLAN YEAR OF   **
**                        THE CUTOFF:                             **
**                          - A YEAR OF VESTING SERVICE IS ADDED  **
**                            TO PY-PS-YEARS WHEN PY-PH PLUS      **
**                            PY-PH-EXEC REACHES                  **
**                            PSRULES-MIN-HOURS                   **
**                          - A YEAR OF PARTICIPATION IS ADDED TO **
**                            PY-PS-ENROLLED WHEN THE PAY426N     **
**                            UPDATE CERTIFIED THE EMPLOYEE       **
**                            (PY-PROF-CERT = 1)                  **
**                          - ONE-YEAR BREAKS IN SERVICE ARE      **
**                            COUNTED IN WHOLE PLAN YEARS FROM    **
**                            PY-TERM-DT: FOR A TERMINATED        **
**                            EMPLOYEE THE PLAN YEARS SINCE THE   **
**                            TERMINATION YEAR, FOR AN EMPLOYEE   **
**                            REHIRED (PY-HIRE-DT AFTER           **
**                            PY-TERM-DT) THIS PLAN YEAR THE PLAN **
**                            YEARS BETWEEN TERMINATION AND       **
**                            REHIRE.  AN ACTIVE EMPLOYEE WORKING **
**                            FEWER THAN PSRULES-BRK-HOURS IS     **
**                            COUNTED AS A ONE-YEAR BREAK.        **
**                          - RULE OF PARITY: A NON-VESTED        **
**                            EMPLOYEE (SERVICE BELOW THE FIRST   **
**                            PSRULES VESTING STEP) WHOSE         **
**                            CONSECUTIVE BREAKS REACH BOTH       **
**                            PSRULES-PARITY-YEARS AND THE PRE-   **
**                            BREAK SERVICE LOSES THAT SERVICE -  **
**                            PY-PS-YEARS AND PY-PS-ENROLLED GO   **
**                            BACK TO ZERO BEFORE THIS YEAR'S     **
**                            CREDIT IS ADDED.                    **
**                        EVERY CHANGED RECORD IS JOURNALED WITH  **
**                        BEFORE AND AFTER VALUES (SVCJRNL).  THE **
**                        EXCEPTION LIST (SV1) SHOWS EVERYONE     **
**                        WHOSE SERVICE WENT DOWN OR JUMPED BY    **
**                        MORE THAN ONE YEAR AGAINST THE PSHIST   **
**                        SNAPSHOT PAY426N TOOK FOR THIS PLAN     **
**                        YEAR, BEFORE THIS RUN'S CREDIT (OR      **
**                        AGAINST THE BEFORE VALUE WHEN THERE IS  **
**                        NO SNAPSHOT) - UPSTREAM LOAD PROBLEMS   **
**                        AS WELL AS PARITY RESETS.               **
**                                                                **
**                        PARAMETER: CUTOFF DATE YYMMDD - THE     **
**                        SAME CUTOFF AS THE PAY426N UPDATE.      **
**                                                                **
**                        THE RUN REFUSES TO START UNLESS A       **
**                        COMMITTED PAY426N UPDATE FOR THE CUTOFF **
**                        IS ON THE RUN REGISTRY AND NOT BACKED   **
**                        OUT (PY-PROF-CERT MUST BE CURRENT), AND **
**                        A COMMITTED RUN REFUSES TO CREDIT THE   **
**                        SAME CUTOFF TWICE.  RUN IT AFTER        **
**                        PAY426N AND BEFORE PAY439N.             **
**                                                                **
**                        SWITCH 3 ON = DRY RUN: THE EXCEPTION    **
**                        LIST AND TOTALS PRINT BUT NOTHING IS    **
**                        REWRITTEN OR JOURNALED.                 **
**                        SWITCH 2 ON = LAST-YEAR MODE, AS IN     **
**                        PAY426N: THE HOURS CREDITED AND TESTED  **
**                        FOR A BREAK ARE PY-PH-LASTYR PLUS       **
**                        PY-PH-EXEC (FOR THE JANUARY-JUNE RUN).  **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
**   DATE   NAME:        PROJ # DESCRIPTION                       **
** MM/DD/YY ____________ NNNNNN _________________________________ **
**                                                                **
** 09/10/2026 K.Alvarez  MAIN-2132 New program - year end vesting **
**                       service and break-in-service crediting   **
**                       with journal and exception list.         **
** 10/15/2026 K.Alvarez  MAIN-2141 Up-a-year exception now        **
**                       measured against this plan year's        **
**                       snapshot; switch 2 credits last year's   **
**                       hours.                                   **
** 10/15/2026 K.Alvarez  MAIN-2141 A committed run that posted,   **
**                       or never ended, locks the cutoff.        **
********************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
  SOURCE-COMPUTER. UNIX-MF.
  OBJECT-COMPUTER. UNIX-MF.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT SVEXFL    ASSIGN LINE ADVANCING "SV1"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL SVCJRNLFL ASSIGN "SVCJRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SVCJRNL-FILE-STATUS.
 SELECT OPTIONAL PSHISTFL ASSIGN "PSHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PSHIST-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  SVEXFL LABEL RECORDS OMITTED.
 01  SV1-REC                               PIC X(132).

 FD  SVCJRNLFL LABEL RECORDS OMITTED.
 COPY X-FD-SVCJRNL.

 FD  PSHISTFL LABEL RECORDS OMITTED.
 COPY X-FD-PSHIST.

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
 COPY X-FD-PSRULES.
 COPY X-FD-CALDAR.

 01 PAYPROFIT-FILE-STATUS    PIC XX.
 01 PSRULES-FILE-STATUS      PIC XX.
 01 CALDAR-FILE-STATUS       PIC XX.
 01 SVCJRNL-FILE-STATUS      PIC XX VALUE "00".
 01 PSHIST-FILE-STATUS       PIC XX VALUE "00".
 01 RUNREG-FILE-STATUS       PIC XX VALUE "00".
 01 RR-W-CURDATE             PIC X(21) VALUE SPACES.
 01 WS-RR-START-SW           PIC 9(01) VALUE 0.
    88  RUN-STAMPED                    VALUE 1.
 01 WS-RR-END-STATUS         PIC X(01) VALUE "C".
 01 WS-RR-OPEN-CNT           PIC 9(04) COMP VALUE 0.
    88  RR-RUN-NEVER-ENDED             VALUE 1 THRU 9999.
 01 WS-RR-OPEN-DATE          PIC 9(08) VALUE 0.
 01 WS-RR-OWN-STAMP.
    03  WS-RR-OWN-DATE       PIC 9(08) VALUE 0.
    03  WS-RR-OWN-TIME       PIC 9(06) VALUE 0.

 COPY WS-QUE-DISP.

 01  WS-INDICATORS.
     03  WS-PAYPROFIT-START-SW              PIC 9(01) VALUE 0.
         88  INVALID-START-PAYPROFIT                  VALUE 1.
     03  WS-PAYPROFIT-READ-NEXT-SW          PIC 9(01) VALUE 0.
         88  PYPROFIT-EOF                             VALUE 1.
     03  WS-UPDATE-RUN-SW                   PIC 9(01) VALUE 1.
         88  COMMITTED-UPDATE-RUN                     VALUE 1.
     03  WS-PSHIST-EOF-SW                   PIC 9(01) VALUE 0.
         88  PSHIST-EOF                               VALUE 1.
     03  WS-RUNREG-EOF-SW                   PIC 9(01) VALUE 0.
         88  RUNREG-EOF                               VALUE 1.
     03  WS-RR-CERT-SW                      PIC 9(01) VALUE 0.
         88  CUTOFF-CERTIFIED                         VALUE 1.
     03  WS-RR-LOCK-SW                      PIC 9(01) VALUE 0.
         88  CUTOFF-ALREADY-CREDITED                  VALUE 1.
     03  WS-CAL-ABORT-SW                    PIC 9(01) VALUE 0.
         88  PLAN-CALENDAR-BAD                        VALUE 1.
     03  WS-PARITY-SW                       PIC 9(01) VALUE 0.
         88  PARITY-RESET                             VALUE 1.
     03  WS-PRIOR-SW                        PIC 9(01) VALUE 0.
         88  PRIOR-SNAPSHOT-FOUND                     VALUE 1.
     03  WS-JRNL-FAIL-SW                    PIC 9(01) VALUE 0.
 01  CUTOFFDATE.
     03  CUTOFFDATE-CC                      PIC 9(02) VALUE 0.
     03  IN-DATE-N                          PIC 9(06) VALUE 0.
     03  IN-DATE-X REDEFINES IN-DATE-N.
         05  CUTOFFDATE-YY                  PIC 9(02).
         05  CUTOFFDATE-MM                  PIC 9(02).
         05  CUTOFFDATE-DD                  PIC 9(02).
 01  CUTOFFDATE-CYMDX REDEFINES CUTOFFDATE.
     03  CUTOFFDATE-CCYY                    PIC 9(04).
     03  CUTOFFDATE-MMDD                    PIC 9(04).
 01  CUTOFFDATE-CYMD REDEFINES CUTOFFDATE   PIC 9(08).
 01  WS-PLAN-YEAR                           PIC 9(04) VALUE 0.
 01  WS-PY-START                            PIC 9(08) VALUE 0.
 01  WS-PY-END-X.
     03  WS-PY-END-CCYY                     PIC 9(04).
     03  WS-PY-END-MMDD                     PIC 9(04).
 01  WS-PY-END-CYMD REDEFINES WS-PY-END-X   PIC 9(08).
 01  WS-TERM-WORK-X.
     03  WS-TERM-WORK-CCYY                  PIC 9(04).
     03  WS-TERM-WORK-MMDD                  PIC 9(04).
 01  WS-TERM-WORK REDEFINES WS-TERM-WORK-X  PIC 9(08).
 01  WS-HIRE-WORK-X.
     03  WS-HIRE-WORK-CCYY                  PIC 9(04).
     03  WS-HIRE-WORK-MMDD                  PIC 9(04).
 01  WS-HIRE-WORK REDEFINES WS-HIRE-WORK-X  PIC 9(08).
 01  WS-HOURS                               PIC 9(05)V99 VALUE 0.
 01  WS-MIN-HOURS                           PIC 9(04)V99 VALUE 999.99.
 01  WS-BRK-HOURS                           PIC 9(04)V99 VALUE 500.
 01  WS-PARITY-YEARS                        PIC 9(02) VALUE 5.
 01  WS-VEST-YR1                            PIC 9(02) VALUE 3.
 01  WS-BREAKS                              PIC S9(04) VALUE 0.
 01  WS-OLD-YEARS                           PIC 9(02) VALUE 0.
 01  WS-OLD-ENROLLED                        PIC 9(02) VALUE 0.
 01  WS-BASE-YEARS                          PIC 9(02) VALUE 0.
 01  WS-EXC-REASON                          PIC X(20) VALUE SPACES.
*  PSHIST SERVICE BY BADGE FOR THE PLAN YEAR BEING CREDITED, AS
*  PAY426N SNAPPED IT BEFORE THIS RUN - THE YARDSTICK THE
*  EXCEPTION LIST MEASURES THE NEW SERVICE AGAINST.  A BADGE
*  SNAPPED MORE THAN ONCE (A RE-RUN AFTER A BACK-OUT) KEEPS THE
*  LAST SNAPSHOT, THE SAME RULE PAY427N REPRINT USES.
 01  PH-TABLE.
     03  PH-CNT                             PIC 9(05) COMP VALUE 0.
     03  PH-ENTRY OCCURS 20000 TIMES
                  INDEXED BY PH-IDX.
         05  PH-BADGE                       PIC 9(07).
         05  PH-PS-YEARS                    PIC 9(02).
 01  WS-PH-OVERFLOW-SW                      PIC 9(01) VALUE 0.
 01  SV-TOTALS.
     03  SV-READ-CNT                        PIC 9(07) VALUE 0.
     03  SV-CREDIT-CNT                      PIC 9(07) VALUE 0.
     03  SV-ENROLL-CNT                      PIC 9(07) VALUE 0.
     03  SV-BREAK-CNT                       PIC 9(07) VALUE 0.
     03  SV-PARITY-CNT                      PIC 9(07) VALUE 0.
     03  SV-CHANGED-CNT                     PIC 9(07) VALUE 0.
     03  SV-EXC-CNT                         PIC 9(07) VALUE 0.
     03  SV-POSTED-CNT                      PIC 9(07) VALUE 0.
 01  SV-PG-CNT                              PIC 9(05) VALUE 0.
 01  SV-LN-CNT                              PIC 9(02) VALUE 57.
 01  XEROX-HEADER.
     03  XEROX-REC                          PIC X(32)
         VALUE "DJDE JDE=PAY440,JDL=PAYROL,END,;".
     03  FILLER                             PIC X(100) VALUE SPACES.
 01  SV-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY440N                            ".
     03  FILLER                             PIC X(40)
         VALUE "VESTING SERVICE EXCEPTIONS  PLAN YEAR: ".
     03  SV-HEAD-PY                         PIC 9(04).
     03  FILLER                             PIC X(09)
         VALUE " CUTOFF: ".
     03  SV-HEAD-CUT-M                      PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  SV-HEAD-CUT-D                      PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  SV-HEAD-CUT-Y                      PIC 9(04).
     03  SV-HEAD-MODE                       PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  SV-PAGE                            PIC ZZZZ9.
 01  SV-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "  BADGE NAME                      STR S T HIR".
     03  FILLER                             PIC X(45)
         VALUE "E DT  TERM DT      HOURS BRK PRIOR  BEF   AFT".
     03  FILLER                             PIC X(42)
         VALUE "  ENROLL   REASON                         ".
 01  SV-LINE.
     03  SV-D-EMP                           PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  SV-D-NAME                          PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  SV-D-STR                           PIC ZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  SV-D-SCOD                          PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  SV-D-TERM                          PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  SV-D-HIRE                          PIC 9(08).
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  SV-D-TERM-DT                       PIC 9(08).
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  SV-D-HOURS                         PIC ZZ,ZZ9.99.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  SV-D-BREAKS                        PIC ZZ9.
     03  FILLER                             PIC X(03) VALUE SPACES.
     03  SV-D-PRIOR                         PIC ZZ9.
     03  FILLER                             PIC X(04) VALUE SPACES.
     03  SV-D-BEFORE                        PIC ZZ9.
     03  FILLER                             PIC X(03) VALUE SPACES.
     03  SV-D-AFTER                         PIC ZZ9.
     03  FILLER                             PIC X(03) VALUE SPACES.
     03  SV-D-ENR-B                         PIC Z9.
     03  FILLER                             PIC X(01) VALUE "/".
     03  SV-D-ENR-A                         PIC Z9.
     03  FILLER                             PIC X(04) VALUE SPACES.
     03  SV-D-REASON                        PIC X(20) VALUE SPACES.
     03  FILLER                             PIC X(12) VALUE SPACES.
 01  SV-TOT-LINE.
     03  SV-T-LABEL                         PIC X(45) VALUE SPACES.
     03  SV-T-CNT                           PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(80) VALUE SPACES.
 01  SV-NOTE-LINE.
     03  SV-N-TEXT                          PIC X(90) VALUE SPACES.
     03  FILLER                             PIC X(42) VALUE SPACES.

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

     DISPLAY "*** PAY440N starting ***".
     UNSTRING TEXTE DELIMITED BY " " INTO IN-DATE-X.
        display "in-date-x " in-date-x.
     IF META-SW (3) = 1
         MOVE 0 TO WS-UPDATE-RUN-SW
         MOVE " DRY RUN  " TO SV-HEAD-MODE
     END-IF.
     IF IN-DATE-N NOT NUMERIC OR IN-DATE-N = 0
         MOVE "PAY440N" TO DAEMON-DISP-PROG
         MOVE "** PAY440N - CUTOFF DATE PARM MISSING OR NOT YYMMDD"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         EXIT PROGRAM.
     IF CUTOFFDATE-YY < 50 MOVE 20 TO CUTOFFDATE-CC
     ELSE                  MOVE 19 TO CUTOFFDATE-CC.
     MOVE CUTOFFDATE-MM TO SV-HEAD-CUT-M.
     MOVE CUTOFFDATE-DD TO SV-HEAD-CUT-D.
     MOVE CUTOFFDATE-CCYY TO SV-HEAD-CUT-Y.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     PERFORM 754-CHECK-INTERLOCK THRU 754-EXIT.
     IF NOT CUTOFF-CERTIFIED
         MOVE "PAY440N" TO DAEMON-DISP-PROG
         MOVE "** PAY440N - NO COMMITTED PAY426N RUN FOR THIS CUTOFF"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         DISPLAY "*** PAY440N REFUSED - NO COMMITTED PAY426N UPDATE "
                 "ON THE REGISTRY FOR CUTOFF " CUTOFFDATE-CYMD " ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     IF COMMITTED-UPDATE-RUN AND CUTOFF-ALREADY-CREDITED AND
        RR-RUN-NEVER-ENDED
         MOVE "PAY440N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY440N - CUTOFF RUN OF " WS-RR-OPEN-DATE
                 " NEVER ENDED - CHECK POSTINGS"
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         DISPLAY "*** PAY440N REFUSED - A COMMITTED RUN FOR CUTOFF "
                 CUTOFFDATE-CYMD " STARTED ON " WS-RR-OPEN-DATE
                 " AND NEVER ENDED ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     IF COMMITTED-UPDATE-RUN AND CUTOFF-ALREADY-CREDITED
         MOVE "PAY440N" TO DAEMON-DISP-PROG
         MOVE "** PAY440N - SERVICE ALREADY CREDITED FOR THIS CUTOFF"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         DISPLAY "*** PAY440N REFUSED - COMMITTED RUN ALREADY ON THE "
                 "REGISTRY FOR CUTOFF " CUTOFFDATE-CYMD " ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 105-READ-PLAN-CALENDAR THRU 105-EXIT.
     IF PLAN-CALENDAR-BAD
         DISPLAY "*** PAY440N ABORTED - BAD OR MISSING PLAN-YEAR "
                 "CALENDAR RECORD ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 130-LOAD-PRIOR-SERVICE THRU 130-EXIT.
     MOVE 0 TO PAYPROF-SSN.
     PERFORM 708-START-PAYPROFIT THRU 708-EXIT.
     IF INVALID-START-PAYPROFIT
         MOVE "PAY440N" TO DAEMON-DISP-PROG
         MOVE "** PAY440N - CAN NOT START PAYPROFIT - RUN ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
 000-LOOP.
     PERFORM 712-READ-PAYPROFIT-NEXT THRU 712-EXIT.
     IF PYPROFIT-EOF
         GO TO 000-TOTALS.
     ADD 1 TO SV-READ-CNT.
     PERFORM 200-CREDIT-SERVICE THRU 200-EXIT.
     GO TO 000-LOOP.
 000-TOTALS.
     PERFORM 400-TOTALS-PAGE THRU 400-EXIT.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY440N" TO DAEMON-DISP-PROG
     MOVE SPACES TO DAEMON-DISP-MSG
     STRING  "** PAY440N - CREDITED " SV-CREDIT-CNT
             " CHANGED " SV-CHANGED-CNT
             " EXCEPTIONS " SV-EXC-CNT
          DELIMITED SIZE INTO DAEMON-DISP-MSG
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     DISPLAY "** PAY440N - READ: " SV-READ-CNT
             " CREDITED: " SV-CREDIT-CNT
             " PARITY RESETS: " SV-PARITY-CNT
             " RECORDS POSTED: " SV-POSTED-CNT
             " EXCEPTIONS: " SV-EXC-CNT.
     IF RETURN-CODE = 16
         MOVE "A" TO WS-RR-END-STATUS
     END-IF.
     PERFORM 752-STAMP-END THRU 752-EXIT.
     EXIT PROGRAM.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE PLAN YEAR BEING CREDITED IS THE CALDAR "PLANCCYY" RECORD
*  THE CUTOFF BELONGS TO - THE CUTOFF YEAR, BACKED UP ONE FOR
*  THE EARLY-JANUARY RUN, THE SAME KEY PAY427N AND PAY439N READ.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 105-READ-PLAN-CALENDAR.
     MOVE 0 TO WS-CAL-ABORT-SW.
     MOVE CUTOFFDATE-CCYY TO WS-PLAN-YEAR.
     IF CUTOFFDATE-MM NOT = 12
         SUBTRACT 1 FROM WS-PLAN-YEAR.
     MOVE WS-PLAN-YEAR TO SV-HEAD-PY.
     MOVE SPACES TO CALDAR-KEY.
     STRING "PLAN" WS-PLAN-YEAR DELIMITED SIZE INTO CALDAR-KEY.
     CALL "READ-KEY-CALENDAR1" USING CALDAR-FILE-STATUS
                                     CALDAR-REC.
     IF CALDAR-FILE-STATUS NOT = "00"
         MOVE "PAY440N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY440N - NO CALDAR RECORD " CALDAR-KEY
                 " STATUS " CALDAR-FILE-STATUS
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 1 TO WS-CAL-ABORT-SW
         GO TO 105-EXIT.
     IF CALDAR-PY-START NOT NUMERIC OR CALDAR-PY-START = 0 OR
        CALDAR-PY-END NOT NUMERIC OR CALDAR-PY-END = 0 OR
        CALDAR-PY-START NOT < CALDAR-PY-END
         MOVE "PAY440N" TO DAEMON-DISP-PROG
         MOVE "** PAY440N - CALDAR PLAN-YEAR DATES MISSING OR BAD"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 1 TO WS-CAL-ABORT-SW
         GO TO 105-EXIT.
     MOVE CALDAR-PY-START TO WS-PY-START.
     MOVE CALDAR-PY-END TO WS-PY-END-CYMD.
 105-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOAD THE SERVICE PAY426N SNAPPED FOR THIS PLAN YEAR.  THE
*  SNAPSHOT IS WRITTEN BY THE COMMITTED PAY426N RUN, BEFORE THIS
*  RUN CREDITS THE YEAR, SO A CREDITED EMPLOYEE IS ONE YEAR UP
*  ON IT.  (LAST PLAN YEAR'S SNAPSHOT PREDATES LAST YEAR'S
*  CREDIT AS WELL AND WOULD SHOW EVERYONE TWO UP.)  NO SNAPSHOT
*  JUST MEANS THE EXCEPTION TEST FALLS BACK TO THE BEFORE VALUE
*  ON PAYPROFIT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 130-LOAD-PRIOR-SERVICE.
     OPEN INPUT PSHISTFL.
     IF PSHIST-FILE-STATUS NOT = "00" AND
        PSHIST-FILE-STATUS NOT = "05"
         GO TO 130-EXIT.
 132-PSHIST-LOOP.
     READ PSHISTFL
         AT END MOVE 1 TO WS-PSHIST-EOF-SW
     END-READ.
     IF PSHIST-EOF
         CLOSE PSHISTFL
         GO TO 130-EXIT.
     IF PSH-PLAN-YEAR NOT = WS-PLAN-YEAR
         GO TO 132-PSHIST-LOOP.
     PERFORM 134-TABLE-PSHIST THRU 134-EXIT.
     GO TO 132-PSHIST-LOOP.
 130-EXIT.
     EXIT.

 134-TABLE-PSHIST.
     IF PH-CNT > 0
         SET PH-IDX TO 1
         SEARCH PH-ENTRY
             AT END
                 CONTINUE
             WHEN PH-BADGE (PH-IDX) = PSH-BADGE
                 MOVE PSH-PS-YEARS TO PH-PS-YEARS (PH-IDX)
                 GO TO 134-EXIT
         END-SEARCH
     END-IF.
     IF PH-CNT < 20000
         ADD 1 TO PH-CNT
         MOVE PSH-BADGE TO PH-BADGE (PH-CNT)
         MOVE PSH-PS-YEARS TO PH-PS-YEARS (PH-CNT)
         GO TO 134-EXIT
     END-IF.
     IF WS-PH-OVERFLOW-SW = 0
         MOVE 1 TO WS-PH-OVERFLOW-SW
         MOVE "PAY440N" TO DAEMON-DISP-PROG
         MOVE "** PAY440N - PSHIST TABLE FULL - EXCEPTIONS INCOMPLETE"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
     END-IF.
 134-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  CREDIT ONE PAYPROFIT RECORD.  BREAKS FIRST (THE PARITY RESET
*  LOOKS AT THE PRE-BREAK SERVICE), THEN THIS YEAR'S CREDIT,
*  THEN THE EXCEPTION TEST, THEN THE JOURNAL AND REWRITE WHEN
*  EITHER FIELD CHANGED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 200-CREDIT-SERVICE.
     MOVE PY-PS-YEARS TO WS-OLD-YEARS.
     MOVE PY-PS-ENROLLED TO WS-OLD-ENROLLED.
     MOVE 0 TO WS-PARITY-SW.
     IF META-SW (2) = 1
         COMPUTE WS-HOURS = PY-PH-LASTYR + PY-PH-EXEC
     ELSE
         COMPUTE WS-HOURS = PY-PH + PY-PH-EXEC
     END-IF.
     PERFORM 220-COUNT-BREAKS THRU 220-EXIT.
     IF WS-BREAKS > 0
         ADD 1 TO SV-BREAK-CNT.
     IF WS-PARITY-YEARS > 0 AND
        WS-BREAKS NOT < WS-PARITY-YEARS AND
        WS-BREAKS NOT < PY-PS-YEARS AND
        PY-PS-YEARS < WS-VEST-YR1 AND
        (PY-PS-YEARS > 0 OR PY-PS-ENROLLED > 0)
         MOVE 0 TO PY-PS-YEARS
         MOVE 0 TO PY-PS-ENROLLED
         MOVE 1 TO WS-PARITY-SW
         ADD 1 TO SV-PARITY-CNT
     END-IF.
     IF WS-HOURS NOT < WS-MIN-HOURS AND PY-PS-YEARS < 99
         ADD 1 TO PY-PS-YEARS
         ADD 1 TO SV-CREDIT-CNT
     END-IF.
     IF PY-PROF-CERT = 1 AND PY-PS-ENROLLED < 99
         ADD 1 TO PY-PS-ENROLLED
         ADD 1 TO SV-ENROLL-CNT
     END-IF.
     PERFORM 240-CHECK-EXCEPTION THRU 240-EXIT.
     IF PY-PS-YEARS = WS-OLD-YEARS AND
        PY-PS-ENROLLED = WS-OLD-ENROLLED
         GO TO 200-EXIT.
     ADD 1 TO SV-CHANGED-CNT.
     PERFORM 500-POST-RECORD THRU 500-EXIT.
 200-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  CONSECUTIVE ONE-YEAR BREAKS IN SERVICE AS OF THIS PLAN YEAR,
*  IN WHOLE PLAN YEARS.
*    TERMINATED (NOT DECEASED)   - PLAN YEARS ENDED SINCE THE
*                                  TERMINATION YEAR
*    REHIRED THIS PLAN YEAR      - PLAN YEARS BETWEEN THE
*                                  TERMINATION AND REHIRE YEARS
*    ACTIVE, UNDER BREAK HOURS   - THIS PLAN YEAR IS ONE BREAK
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 220-COUNT-BREAKS.
     MOVE 0 TO WS-BREAKS.
     IF PY-TERM = "Z"
         GO TO 220-EXIT.
     MOVE PY-TERM-DT TO WS-TERM-WORK.
     MOVE PY-HIRE-DT TO WS-HIRE-WORK.
     IF PY-SCOD = "T" OR PY-TERM NOT = SPACE
         IF PY-TERM-DT > 0
             COMPUTE WS-BREAKS = WS-PY-END-CCYY - WS-TERM-WORK-CCYY
         END-IF
         GO TO 222-FLOOR.
     IF PY-TERM-DT > 0 AND PY-HIRE-DT > PY-TERM-DT AND
        PY-HIRE-DT NOT < WS-PY-START AND
        PY-HIRE-DT NOT > WS-PY-END-CYMD
         COMPUTE WS-BREAKS =
                 WS-HIRE-WORK-CCYY - WS-TERM-WORK-CCYY - 1
         GO TO 222-FLOOR.
     IF WS-HOURS < WS-BRK-HOURS AND PY-HIRE-DT < WS-PY-START
         MOVE 1 TO WS-BREAKS.
 222-FLOOR.
     IF WS-BREAKS < 0
         MOVE 0 TO WS-BREAKS.
 220-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  EXCEPTION TEST - THE NEW SERVICE AGAINST THIS PLAN YEAR'S
*  PSHIST SNAPSHOT (OR THE BEFORE VALUE WHEN THERE IS NONE).  SERVICE
*  GOING DOWN OR UP BY MORE THAN ONE YEAR IS LISTED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 240-CHECK-EXCEPTION.
     MOVE 0 TO WS-PRIOR-SW.
     MOVE WS-OLD-YEARS TO WS-BASE-YEARS.
     IF PH-CNT > 0
         SET PH-IDX TO 1
         SEARCH PH-ENTRY
             AT END
                 CONTINUE
             WHEN PH-BADGE (PH-IDX) = PAYPROF-BADGE
                 MOVE PH-PS-YEARS (PH-IDX) TO WS-BASE-YEARS
                 MOVE 1 TO WS-PRIOR-SW
         END-SEARCH
     END-IF.
     MOVE SPACES TO WS-EXC-REASON.
     IF PY-PS-YEARS > WS-BASE-YEARS + 1
         MOVE "UP MORE THAN 1 YEAR" TO WS-EXC-REASON.
     IF PY-PS-YEARS < WS-BASE-YEARS
         MOVE "SERVICE WENT DOWN" TO WS-EXC-REASON.
     IF PARITY-RESET
         MOVE "RULE OF PARITY RESET" TO WS-EXC-REASON.
     IF WS-EXC-REASON = SPACES
         GO TO 240-EXIT.
     ADD 1 TO SV-EXC-CNT.
     PERFORM 250-PRINT-LINE THRU 250-EXIT.
 240-EXIT.
     EXIT.

 250-PRINT-LINE.
     IF SV-LN-CNT > 56
         PERFORM 450-SV-HEAD THRU 450-EXIT
     END-IF.
     MOVE PAYPROF-BADGE TO SV-D-EMP.
     MOVE PY-NAM TO SV-D-NAME.
     MOVE PY-STOR TO SV-D-STR.
     MOVE PY-SCOD TO SV-D-SCOD.
     MOVE PY-TERM TO SV-D-TERM.
     MOVE PY-HIRE-DT TO SV-D-HIRE.
     MOVE PY-TERM-DT TO SV-D-TERM-DT.
     MOVE WS-HOURS TO SV-D-HOURS.
     MOVE WS-BREAKS TO SV-D-BREAKS.
     IF PRIOR-SNAPSHOT-FOUND
         MOVE WS-BASE-YEARS TO SV-D-PRIOR
     ELSE
         MOVE 0 TO SV-D-PRIOR
     END-IF.
     MOVE WS-OLD-YEARS TO SV-D-BEFORE.
     MOVE PY-PS-YEARS TO SV-D-AFTER.
     MOVE WS-OLD-ENROLLED TO SV-D-ENR-B.
     MOVE PY-PS-ENROLLED TO SV-D-ENR-A.
     MOVE WS-EXC-REASON TO SV-D-REASON.
     WRITE SV1-REC FROM SV-LINE AFTER ADVANCING 1.
     ADD 1 TO SV-LN-CNT.
 250-EXIT.
     EXIT.

 400-TOTALS-PAGE.
     PERFORM 450-SV-HEAD THRU 450-EXIT.
     MOVE "PAYPROFIT RECORDS READ" TO SV-T-LABEL.
     MOVE SV-READ-CNT TO SV-T-CNT.
     WRITE SV1-REC FROM SV-TOT-LINE AFTER ADVANCING 2.
     MOVE "YEARS OF VESTING SERVICE CREDITED" TO SV-T-LABEL.
     MOVE SV-CREDIT-CNT TO SV-T-CNT.
     WRITE SV1-REC FROM SV-TOT-LINE AFTER ADVANCING 1.
     MOVE "YEARS OF PARTICIPATION CREDITED" TO SV-T-LABEL.
     MOVE SV-ENROLL-CNT TO SV-T-CNT.
     WRITE SV1-REC FROM SV-TOT-LINE AFTER ADVANCING 1.
     MOVE "EMPLOYEES IN A BREAK IN SERVICE" TO SV-T-LABEL.
     MOVE SV-BREAK-CNT TO SV-T-CNT.
     WRITE SV1-REC FROM SV-TOT-LINE AFTER ADVANCING 1.
     MOVE "RULE OF PARITY RESETS" TO SV-T-LABEL.
     MOVE SV-PARITY-CNT TO SV-T-CNT.
     WRITE SV1-REC FROM SV-TOT-LINE AFTER ADVANCING 1.
     MOVE "RECORDS CHANGED" TO SV-T-LABEL.
     MOVE SV-CHANGED-CNT TO SV-T-CNT.
     WRITE SV1-REC FROM SV-TOT-LINE AFTER ADVANCING 1.
     MOVE "RECORDS REWRITTEN AND JOURNALED" TO SV-T-LABEL.
     MOVE SV-POSTED-CNT TO SV-T-CNT.
     WRITE SV1-REC FROM SV-TOT-LINE AFTER ADVANCING 1.
     MOVE "EXCEPTIONS LISTED" TO SV-T-LABEL.
     MOVE SV-EXC-CNT TO SV-T-CNT.
     WRITE SV1-REC FROM SV-TOT-LINE AFTER ADVANCING 1.
     IF NOT COMMITTED-UPDATE-RUN
         MOVE SPACES TO SV-N-TEXT
         STRING "DRY RUN - NO PAYPROFIT RECORD WAS REWRITTEN "
                "AND NOTHING WAS JOURNALED."
              DELIMITED SIZE INTO SV-N-TEXT
         WRITE SV1-REC FROM SV-NOTE-LINE AFTER ADVANCING 2
     END-IF.
     IF PH-CNT = 0
         MOVE SPACES TO SV-N-TEXT
         STRING "NO PLAN YEAR PSHIST SNAPSHOT - EXCEPTIONS "
                "MEASURED AGAINST THE BEFORE VALUES."
              DELIMITED SIZE INTO SV-N-TEXT
         WRITE SV1-REC FROM SV-NOTE-LINE AFTER ADVANCING 2
     END-IF.
 400-EXIT.
     EXIT.

 450-SV-HEAD.
     ADD 1 TO SV-PG-CNT.
     MOVE SV-PG-CNT TO SV-PAGE.
     MOVE 0 TO SV-LN-CNT.
     WRITE SV1-REC FROM SV-HEAD1 AFTER ADVANCING PAGE.
     WRITE SV1-REC FROM SV-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO SV1-REC.
     WRITE SV1-REC AFTER ADVANCING 1.
     ADD 4 TO SV-LN-CNT.
 450-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  COMMITTED RUNS ONLY - JOURNAL THE BEFORE/AFTER VALUES, THEN
*  REWRITE PAYPROFIT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 500-POST-RECORD.
     IF NOT COMMITTED-UPDATE-RUN
         GO TO 500-EXIT.
     MOVE PAYPROF-BADGE TO SJ-BADGE.
     MOVE PAYPROF-SSN TO SJ-SSN.
     MOVE RR-W-CURDATE (1:8) TO SJ-RUN-DATE.
     MOVE CUTOFFDATE-CYMD TO SJ-CUTOFF-DATE.
     MOVE WS-PLAN-YEAR TO SJ-PLAN-YEAR.
     MOVE WS-HOURS TO SJ-HOURS.
     MOVE WS-BREAKS TO SJ-BREAKS.
     IF PARITY-RESET
         MOVE "Y" TO SJ-PARITY
     ELSE
         MOVE "N" TO SJ-PARITY
     END-IF.
     MOVE WS-OLD-YEARS TO SJ-B-YEARS.
     MOVE WS-OLD-ENROLLED TO SJ-B-ENROLLED.
     MOVE PY-PS-YEARS TO SJ-A-YEARS.
     MOVE PY-PS-ENROLLED TO SJ-A-ENROLLED.
     WRITE SVCJRNL-REC.
     IF SVCJRNL-FILE-STATUS NOT = "00"
         IF WS-JRNL-FAIL-SW = 0
             MOVE 1 TO WS-JRNL-FAIL-SW
             MOVE "PAY440N" TO DAEMON-DISP-PROG
             MOVE SPACES TO DAEMON-DISP-MSG
             STRING  "** PAY440N - JOURNAL WRITE FAILED, STATUS "
                    SVCJRNL-FILE-STATUS
                  DELIMITED SIZE INTO DAEMON-DISP-MSG
             CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         END-IF
         MOVE 16 TO RETURN-CODE
         GO TO 500-EXIT
     END-IF.
     CALL "REWRITE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                    PAYPROF-REC.
     IF PAYPROFIT-FILE-STATUS NOT = "00"
         MOVE "PAY440N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY440N - CAN NOT REWRITE PAYPROFIT BADGE "
                PAYPROF-BADGE
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 500-EXIT.
     ADD 1 TO SV-POSTED-CNT.
 500-EXIT.
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
     CALL "OPEN-PAYPROFIT" USING PAYPROFIT-FILE-STATUS UFAS-OPEN-MODE.
     MOVE "INPUT" TO UFAS-OPEN-MODE
     CALL "OPEN-PSRULES" USING PSRULES-FILE-STATUS UFAS-OPEN-MODE
     CALL "OPEN-CALENDAR1" USING CALDAR-FILE-STATUS UFAS-OPEN-MODE.
     OPEN OUTPUT SVEXFL.
     IF COMMITTED-UPDATE-RUN
         OPEN EXTEND SVCJRNLFL
     END-IF.
     WRITE SV1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     PERFORM 716-READ-PSRULES THRU 716-EXIT.
 700-EXIT.
     EXIT.
 702-CLOSE-FILES.
     CALL "CLOSE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
     CALL "CLOSE-PSRULES" USING PSRULES-FILE-STATUS
     CALL "CLOSE-CALENDAR1" USING CALDAR-FILE-STATUS.
     CLOSE SVEXFL.
     IF COMMITTED-UPDATE-RUN
         CLOSE SVCJRNLFL
     END-IF.
 702-EXIT.
     EXIT.

 708-START-PAYPROFIT.
     MOVE 0 TO WS-PAYPROFIT-START-SW.
     MOVE 0 TO WS-PAYPROFIT-READ-NEXT-SW.
     MOVE "PAYPROF-SSN-KEY" TO UFAS-ALT-KEY-NAME
     CALL "START-ALT-SUP-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                        UFAS-ALT-KEY-NAME
                                        PAYPROF-REC.
     IF PAYPROFIT-FILE-STATUS           NOT = "00"
        MOVE 1 TO WS-PAYPROFIT-START-SW
     END-IF.
 708-EXIT.  EXIT.

 712-READ-PAYPROFIT-NEXT.
     CALL "READ-NEXT-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                      PAYPROF-REC.
     IF PAYPROFIT-FILE-STATUS           NOT = "00"
        MOVE 1 TO WS-PAYPROFIT-READ-NEXT-SW
     END-IF.
 712-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE HOURS THRESHOLDS, THE PARITY MINIMUM AND THE FIRST
*  VESTING STEP COME FROM PSRULES; THE WORKING-STORAGE COPIES
*  CARRY THE LONGSTANDING PLAN VALUES AS DEFAULTS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 716-READ-PSRULES.
     MOVE "PSRULES1" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS NOT = "00"
        GO TO 716-EXIT
     END-IF.
     MOVE PSRULES-MIN-HOURS   TO WS-MIN-HOURS.
     MOVE PSRULES-VEST-YR1    TO WS-VEST-YR1.
     IF PSRULES-BRK-HOURS NUMERIC AND PSRULES-BRK-HOURS > 0
         MOVE PSRULES-BRK-HOURS TO WS-BRK-HOURS
     END-IF.
     IF PSRULES-PARITY-YEARS NUMERIC
         MOVE PSRULES-PARITY-YEARS TO WS-PARITY-YEARS
     END-IF.
 716-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RUN REGISTRY.  750 APPENDS THE START STAMP, 752 THE END STAMP
*  (OUTCOME AND POSTED-RECORD COUNT).  754 REPLAYS THE REGISTRY
*  FORWARD: THE CUTOFF MUST HAVE A COMMITTED PAY426N UPDATE THAT
*  NO PAY429N BACK-OUT HAS SINCE RELEASED (THE PAY427N RULE), AND
*  A COMMITTED PAY440N RUN FOR THE CUTOFF THAT POSTED ANY RECORD,
*  WHETHER IT ENDED CLEAN OR NOT, LOCKS IT AGAINST A SECOND
*  CREDIT.  SO DOES A COMMITTED START STAMP WITH NO END STAMP
*  AFTER IT (A RUN THAT DIED PART WAY), UNTIL AN END STAMP IS
*  ADDED FOR IT.  STARTS AND ENDS ARE COUNTED, NOT PAIRED, AND
*  THIS RUN'S OWN START STAMP IS PASSED OVER.  A REGISTRY THAT
*  CANNOT BE WRITTEN ONLY WARNS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 750-STAMP-START.
     OPEN EXTEND RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         MOVE "PAY440N" TO DAEMON-DISP-PROG
         MOVE "** PAY440N - CAN NOT OPEN RUN REGISTRY - NOT STAMPED"
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
     MOVE RR-RUN-DATE TO WS-RR-OWN-DATE.
     MOVE RR-RUN-TIME TO WS-RR-OWN-TIME.
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
     MOVE SV-POSTED-CNT TO RR-REC-COUNT.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
 752-EXIT.
     EXIT.

 754-CHECK-INTERLOCK.
     MOVE 0 TO WS-RR-CERT-SW.
     MOVE 0 TO WS-RR-LOCK-SW.
     MOVE 0 TO WS-RR-OPEN-CNT.
     MOVE 0 TO WS-RUNREG-EOF-SW.
     OPEN INPUT RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         GO TO 754-EXIT
     END-IF.
 755-INTERLOCK-LOOP.
     READ RUNREGFL
         AT END MOVE 1 TO WS-RUNREG-EOF-SW
     END-READ.
     IF RUNREG-EOF
         CLOSE RUNREGFL
         GO TO 757-INTERLOCK-END.
     IF RR-PROGRAM = "PAY426N" AND RR-STAMP = "E" AND
        RR-MODE = "C" AND RR-STATUS = "C" AND
        RR-CUTOFF-DATE = CUTOFFDATE-CYMD
         MOVE 1 TO WS-RR-CERT-SW.
     IF RR-PROGRAM = "PAY429N" AND RR-STAMP = "E" AND
        RR-STATUS = "C" AND
        RR-CUTOFF-DATE = CUTOFFDATE-CYMD
         MOVE 0 TO WS-RR-CERT-SW.
     IF RR-PROGRAM NOT = "PAY440N" OR RR-MODE NOT = "C" OR
        RR-CUTOFF-DATE NOT = CUTOFFDATE-CYMD
         GO TO 755-INTERLOCK-LOOP.
     IF RR-RUN-DATE = WS-RR-OWN-DATE AND
        RR-RUN-TIME = WS-RR-OWN-TIME
         GO TO 755-INTERLOCK-LOOP.
     IF RR-STAMP = "S"
         IF WS-RR-OPEN-CNT = 0
             MOVE RR-RUN-DATE TO WS-RR-OPEN-DATE
         END-IF
         ADD 1 TO WS-RR-OPEN-CNT
         GO TO 755-INTERLOCK-LOOP.
     IF RR-STAMP = "E" AND WS-RR-OPEN-CNT > 0
         SUBTRACT 1 FROM WS-RR-OPEN-CNT.
     IF RR-STAMP = "E" AND RR-REC-COUNT > 0
         MOVE 1 TO WS-RR-LOCK-SW.
     GO TO 755-INTERLOCK-LOOP.
 757-INTERLOCK-END.
     IF RR-RUN-NEVER-ENDED
         MOVE 1 TO WS-RR-LOCK-SW.
 754-EXIT.
     EXIT.

 756-FILL-STAMP.
     MOVE "PAY440N" TO RR-PROGRAM.
     MOVE FUNCTION CURRENT-DATE TO RR-W-CURDATE.
     MOVE RR-W-CURDATE (1:8) TO RR-RUN-DATE.
     MOVE RR-W-CURDATE (9:6) TO RR-RUN-TIME.
     MOVE CUTOFFDATE-CYMD TO RR-CUTOFF-DATE.
     IF COMMITTED-UPDATE-RUN
         MOVE "C" TO RR-MODE
     ELSE
         MOVE "D" TO RR-MODE
     END-IF.
     MOVE SPACES TO RR-PARAMS.
     MOVE TEXTE TO RR-PARAMS.
 756-EXIT.
     EXIT.
