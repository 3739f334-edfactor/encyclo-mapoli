 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAY439N.
********************************************************************
**        PROGRAM:        PAY439N                                 **
**     WRITTEN BY:        K ALVAREZ                               **
**   DATE WRITTEN:        09/08/2026                              **
**    DESCRIPTION:        YEAR END FORFEITURE POSTING RUN.  TAKES **
**                        THE UNVESTED PART OF A TERMINATED       **
**                        EMPLOYEE'S BALANCE OUT OF PY-PS-AMT,    **
**                        WHICH UNTIL NOW ONLY THE PAY426N PR11   **
**                        REPORT PROJECTED.  ONE SWEEP OF         **
**                        PAYPROFIT IN PAYPROF-SSN-KEY ORDER:     **
**                          - A TERMINATED (NOT DECEASED)         **
**                            EMPLOYEE WITH A BALANCE WHO HAS     **
**                            BEEN PAID OUT SINCE THE TERMINATION **
**                            DATE (AN "E" PAYOUT ON THE PAY432N  **
**                            DSTHIST HISTORY) OR WHO HAS REACHED **
**                            PSRULES-BRK-YEARS ONE-YEAR BREAKS   **
**                            IN SERVICE FORFEITS THE UNVESTED    **
**                            PERCENT (PSRULES SCHEDULE) OF THE   **
**                            BALANCE AS IT STOOD AT TERMINATION  **
**                            (CURRENT BALANCE PLUS PAYOUTS SINCE **
**                            PLUS ANYTHING ALREADY FORFEITED)    **
**                          - A REHIRED EMPLOYEE CARRYING A       **
**                            FORFEITURE IS RESTORED WHEN REHIRED **
**                            BEFORE PSRULES-BRK-YEARS BREAKS;    **
**                            LATER THAN THAT THE FORFEITURE IS   **
**                            MADE PERMANENT                      **
**                        EVERY FORFEITURE AND RESTORATION PRINTS **
**                        ON THE FORFEITURE REGISTER (PF1) AND IS **
**                        APPENDED TO THE FORFEITURE LEDGER       **
**                        (FORFLDG).  THE NET POOL (FORFEITED     **
**                        LESS RESTORED) IS WRITTEN TO THE POOL   **
**                        CONTROL RECORD (FPOOL) THAT PAY431N     **
**                        REALLOCATES - NOBODY KEYS THE POOL BY   **
**                        HAND OFF THE PR11 TOTAL ANY MORE.       **
**                                                                **
**                        BREAKS IN SERVICE ARE COUNTED IN WHOLE  **
**                        PLAN YEARS: THE PLAN YEARS THAT ENDED   **
**                        AFTER THE TERMINATION YEAR, UP TO THE   **
**                        CALDAR PLAN YEAR OF THE CUTOFF.         **
**                                                                **
**                        PARAMETER: CUTOFF DATE YYMMDD.          **
**                                                                **
**                        SWITCH 3 ON = DRY RUN: THE REGISTER     **
**                        PRINTS BUT NOTHING IS REWRITTEN, NO     **
**                        LEDGER RECORD IS WRITTEN AND THE POOL   **
**                        RECORD IS LEFT ALONE.  A COMMITTED RUN  **
**                        REFUSES TO START WHEN A COMMITTED RUN   **
**                        FOR THE SAME CUTOFF IS ALREADY ON THE   **
**                        RUN REGISTRY.                           **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
**   DATE   NAME:        PROJ # DESCRIPTION                       **
** MM/DD/YY ____________ NNNNNN _________________________________ **
**                                                                **
** 09/08/2026 K.Alvarez  MAIN-2131 New program - forfeiture       **
**                       posting with ledger, pool control        **
**                       record for PAY431N and rehire            **
**                       restoration.                             **
** 10/15/2026 K.Alvarez  MAIN-2141 Report note text no longer     **
**                       split across continuation lines.         **
** 10/15/2026 K.Alvarez  MAIN-2141 A committed run that posted,   **
**                       or never ended, locks the cutoff; FPOOL  **
**                       write checked.                           **
********************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
  SOURCE-COMPUTER. UNIX-MF.
  OBJECT-COMPUTER. UNIX-MF.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT FREGFL    ASSIGN LINE ADVANCING "PF1"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL FORFLDGFL ASSIGN "FORFLDG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FORFLDG-FILE-STATUS.
 SELECT FPOOLFL   ASSIGN "FPOOL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FPOOL-FILE-STATUS.
 SELECT OPTIONAL DSTHSTFL ASSIGN "DSTHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DSTHST-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  FREGFL LABEL RECORDS OMITTED.
 01  PF1-REC                               PIC X(132).

 FD  FORFLDGFL LABEL RECORDS OMITTED.
 COPY X-FD-FORFLDG.

 FD  FPOOLFL LABEL RECORDS OMITTED.
 COPY X-FD-FPOOL.

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
 COPY X-FD-PSRULES.
 COPY X-FD-CALDAR.

 01 PAYPROFIT-FILE-STATUS    PIC XX.
 01 PSRULES-FILE-STATUS      PIC XX.
 01 CALDAR-FILE-STATUS       PIC XX.
 01 FORFLDG-FILE-STATUS      PIC XX VALUE "00".
 01 FPOOL-FILE-STATUS        PIC XX VALUE "00".
 01 DSTHST-FILE-STATUS       PIC XX VALUE "00".
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

 01  WS-DATE-CURRENT.
     03  WS-CURR-CCYY                       PIC 9(04).
     03  WS-CURR-MM                         PIC 9(02).
     03  WS-CURR-DD                         PIC 9(02).
     03  WS-CURR-TIME                       PIC 9(06).
     03  FILLER                             PIC X(07).
 01  WS-INDICATORS.
     03  WS-PAYPROFIT-START-SW              PIC 9(01) VALUE 0.
         88  INVALID-START-PAYPROFIT                  VALUE 1.
     03  WS-PAYPROFIT-READ-NEXT-SW          PIC 9(01) VALUE 0.
         88  PYPROFIT-EOF                             VALUE 1.
     03  WS-UPDATE-RUN-SW                   PIC 9(01) VALUE 1.
         88  COMMITTED-UPDATE-RUN                     VALUE 1.
     03  WS-DSTHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  DSTHST-EOF                               VALUE 1.
     03  WS-RUNREG-EOF-SW                   PIC 9(01) VALUE 0.
         88  RUNREG-EOF                               VALUE 1.
     03  WS-RR-LOCK-SW                      PIC 9(01) VALUE 0.
         88  CUTOFF-ALREADY-POSTED                    VALUE 1.
     03  WS-CAL-ABORT-SW                    PIC 9(01) VALUE 0.
         88  PLAN-CALENDAR-BAD                        VALUE 1.
     03  WS-LDG-FAIL-SW                     PIC 9(01) VALUE 0.
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
 01  WS-PY-END-X.
     03  WS-PY-END-CCYY                     PIC 9(04).
     03  WS-PY-END-MMDD                     PIC 9(04).
 01  WS-PY-END-CYMD REDEFINES WS-PY-END-X   PIC 9(08).
 01  WS-DATE-WORK-X.
     03  WS-DATE-WORK-CCYY                  PIC 9(04).
     03  WS-DATE-WORK-MMDD                  PIC 9(04).
 01  WS-DATE-WORK REDEFINES WS-DATE-WORK-X  PIC 9(08).
 01  WS-HIRE-WORK-X.
     03  WS-HIRE-WORK-CCYY                  PIC 9(04).
     03  WS-HIRE-WORK-MMDD                  PIC 9(04).
 01  WS-HIRE-WORK REDEFINES WS-HIRE-WORK-X  PIC 9(08).
 01  WS-BRK-YEARS                           PIC 9(02) VALUE 5.
 01  WS-BREAKS                              PIC S9(04) VALUE 0.
 01  WS-PS-YEARS                            PIC 9(02) VALUE 0.
 01  WS-VEST-PRCT                           PIC 9(03) VALUE 0.
 01  WS-REASON                              PIC X(01) VALUE SPACE.
 01  WS-PAID-AMT                            PIC S9(09)V99 VALUE 0.
 01  WS-PRIOR-FORF                          PIC S9(09)V99 VALUE 0.
 01  WS-TERM-BAL                            PIC S9(09)V99 VALUE 0.
 01  WS-VESTED-AMT                          PIC S9(09)V99 VALUE 0.
 01  WS-TARGET-FORF                         PIC S9(09)V99 VALUE 0.
 01  WS-THIS-AMT                            PIC S9(09)V99 VALUE 0.
 01  WS-OLD-BAL                             PIC S9(09)V99 VALUE 0.
 01  WS-NET-POOL                            PIC S9(11)V99 VALUE 0.
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
*  EVERY EMPLOYEE PAYOUT ON THE DISTRIBUTION HISTORY, BY BADGE
*  AND CHECK DATE, SO THE PAYOUTS SINCE THE CURRENT TERMINATION
*  DATE CAN BE SUMMED FOR EACH CANDIDATE.
 01  DA-TABLE.
     03  DA-CNT                             PIC 9(04) COMP VALUE 0.
     03  DA-ENTRY OCCURS 5000 TIMES.
         05  DA-BADGE                       PIC 9(07).
         05  DA-CHECK-DATE                  PIC 9(08).
         05  DA-GROSS                       PIC S9(09)V99.
 01  DA-SUB                                 PIC 9(04) COMP VALUE 0.
 01  WS-DA-OVERFLOW-SW                      PIC 9(01) VALUE 0.
 01  FF-TOTALS.
     03  FF-READ-CNT                        PIC 9(07) VALUE 0.
     03  FF-FORF-CNT                        PIC 9(07) VALUE 0.
     03  FF-FORF-AMT                        PIC S9(11)V99 VALUE 0.
     03  FF-REST-CNT                        PIC 9(07) VALUE 0.
     03  FF-REST-AMT                        PIC S9(11)V99 VALUE 0.
     03  FF-PERM-CNT                        PIC 9(07) VALUE 0.
     03  FF-PERM-AMT                        PIC S9(11)V99 VALUE 0.
     03  FF-WAIT-CNT                        PIC 9(07) VALUE 0.
     03  FF-POSTED-CNT                      PIC 9(07) VALUE 0.
 01  FF-PG-CNT                              PIC 9(05) VALUE 0.
 01  FF-LN-CNT                              PIC 9(02) VALUE 57.
 01  XEROX-HEADER.
     03  XEROX-REC                          PIC X(32)
         VALUE "DJDE JDE=PAY439,JDL=PAYROL,END,;".
     03  FILLER                             PIC X(100) VALUE SPACES.
 01  FF-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY439N                            ".
     03  FILLER                             PIC X(42)
         VALUE "PROFIT SHARING FORFEITURE REGISTER CUTOFF ".
     03  FF-HEAD-CUT-M                      PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  FF-HEAD-CUT-D                      PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  FF-HEAD-CUT-Y                      PIC 9(04).
     03  FF-HEAD-MODE                       PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  FF-PAGE                            PIC ZZZZ9.
 01  FF-HEAD2.
     03  FILLER                             PIC X(45)
         VALUE "  BADGE NAME                      STR TERM DT".
     03  FILLER                             PIC X(45)
         VALUE " T R BRK  VST   BEGIN BALANCE PAID SINCE TER".
     03  FILLER                             PIC X(42)
         VALUE "M   FORF/RESTORED  ENDING BALANCE         ".
 01  FF-LINE.
     03  FF-D-EMP                           PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FF-D-NAME                          PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FF-D-STR                           PIC ZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FF-D-TERM-M                        PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  FF-D-TERM-D                        PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  FF-D-TERM-Y                        PIC 9(02).
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FF-D-TYPE                          PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FF-D-REASON                        PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FF-D-BREAKS                        PIC ZZ9.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  FF-D-VPCT                          PIC ZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FF-D-OLD-BAL                       PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FF-D-PAID                          PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FF-D-AMT                           PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FF-D-NEW-BAL                       PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(04) VALUE SPACES.
 01  FF-TOT-LINE.
     03  FF-T-LABEL                         PIC X(40) VALUE SPACES.
     03  FF-T-CNT                           PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(04) VALUE SPACES.
     03  FF-T-AMT                           PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(66) VALUE SPACES.
 01  FF-NOTE-LINE.
     03  FF-N-TEXT                          PIC X(90) VALUE SPACES.
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

     DISPLAY "*** PAY439N starting ***".
     UNSTRING TEXTE DELIMITED BY " " INTO IN-DATE-X.
        display "in-date-x " in-date-x.
     IF META-SW (3) = 1
         MOVE 0 TO WS-UPDATE-RUN-SW
         MOVE " DRY RUN  " TO FF-HEAD-MODE
     END-IF.
     IF IN-DATE-N NOT NUMERIC OR IN-DATE-N = 0
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE "** PAY439N - CUTOFF DATE PARM MISSING OR NOT YYMMDD"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         EXIT PROGRAM.
     IF CUTOFFDATE-YY < 50 MOVE 20 TO CUTOFFDATE-CC
     ELSE                  MOVE 19 TO CUTOFFDATE-CC.
     MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT.
     MOVE CUTOFFDATE-MM TO FF-HEAD-CUT-M.
     MOVE CUTOFFDATE-DD TO FF-HEAD-CUT-D.
     MOVE CUTOFFDATE-CCYY TO FF-HEAD-CUT-Y.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     IF COMMITTED-UPDATE-RUN
         PERFORM 754-CHECK-INTERLOCK THRU 754-EXIT
     END-IF.
     IF CUTOFF-ALREADY-POSTED AND RR-RUN-NEVER-ENDED
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY439N - CUTOFF RUN OF " WS-RR-OPEN-DATE
                 " NEVER ENDED - CHECK POSTINGS"
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         DISPLAY "*** PAY439N REFUSED - A COMMITTED RUN FOR CUTOFF "
                 CUTOFFDATE-CYMD " STARTED ON " WS-RR-OPEN-DATE
                 " AND NEVER ENDED ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     IF CUTOFF-ALREADY-POSTED
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE "** PAY439N - FORFEITURES ALREADY POSTED FOR THIS CUTOFF"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         DISPLAY "*** PAY439N REFUSED - COMMITTED RUN ALREADY ON THE "
                 "REGISTRY FOR CUTOFF " CUTOFFDATE-CYMD " ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 105-READ-PLAN-CALENDAR THRU 105-EXIT.
     IF PLAN-CALENDAR-BAD
         DISPLAY "*** PAY439N ABORTED - BAD OR MISSING PLAN-YEAR "
                 "CALENDAR RECORD ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 130-LOAD-PAYOUTS THRU 130-EXIT.
     MOVE 0 TO PAYPROF-SSN.
     PERFORM 708-START-PAYPROFIT THRU 708-EXIT.
     IF INVALID-START-PAYPROFIT
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE "** PAY439N - CAN NOT START PAYPROFIT - RUN ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
 000-LOOP.
     PERFORM 712-READ-PAYPROFIT-NEXT THRU 712-EXIT.
     IF PYPROFIT-EOF
         GO TO 000-TOTALS.
     ADD 1 TO FF-READ-CNT.
     PERFORM 200-CHECK-EMPLOYEE THRU 200-EXIT.
     GO TO 000-LOOP.
 000-TOTALS.
     PERFORM 400-TOTALS-PAGE THRU 400-EXIT.
     IF COMMITTED-UPDATE-RUN AND RETURN-CODE NOT = 16
         PERFORM 600-WRITE-POOL THRU 600-EXIT
     END-IF.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY439N" TO DAEMON-DISP-PROG
     MOVE SPACES TO DAEMON-DISP-MSG
     STRING  "** PAY439N - FORFEITED " FF-FORF-CNT
             " RESTORED " FF-REST-CNT
             " POSTED " FF-POSTED-CNT
          DELIMITED SIZE INTO DAEMON-DISP-MSG
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     DISPLAY "** PAY439N - FORFEITED: " FF-FORF-CNT
             " RESTORED: " FF-REST-CNT
             " MADE PERMANENT: " FF-PERM-CNT
             " RECORDS POSTED: " FF-POSTED-CNT.
     IF RETURN-CODE = 16
         MOVE "A" TO WS-RR-END-STATUS
     END-IF.
     PERFORM 752-STAMP-END THRU 752-EXIT.
     EXIT PROGRAM.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE BREAK-IN-SERVICE COUNT RUNS TO THE END OF THE CALDAR
*  PLAN YEAR ("PLANCCYY") THE CUTOFF BELONGS TO - THE CUTOFF
*  YEAR, BACKED UP ONE FOR THE EARLY-JANUARY RUN, THE SAME KEY
*  PAY427N READS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 105-READ-PLAN-CALENDAR.
     MOVE 0 TO WS-CAL-ABORT-SW.
     MOVE CUTOFFDATE-CCYY TO WS-PLAN-YEAR.
     IF CUTOFFDATE-MM NOT = 12
         SUBTRACT 1 FROM WS-PLAN-YEAR.
     MOVE SPACES TO CALDAR-KEY.
     STRING "PLAN" WS-PLAN-YEAR DELIMITED SIZE INTO CALDAR-KEY.
     CALL "READ-KEY-CALENDAR1" USING CALDAR-FILE-STATUS
                                     CALDAR-REC.
     IF CALDAR-FILE-STATUS NOT = "00"
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY439N - NO CALDAR RECORD " CALDAR-KEY
                 " STATUS " CALDAR-FILE-STATUS
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 1 TO WS-CAL-ABORT-SW
         GO TO 105-EXIT.
     IF CALDAR-PY-END NOT NUMERIC OR CALDAR-PY-END = 0
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE "** PAY439N - CALDAR PLAN-YEAR DATES MISSING OR BAD"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 1 TO WS-CAL-ABORT-SW
         GO TO 105-EXIT.
     MOVE CALDAR-PY-END TO WS-PY-END-CYMD.
 105-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOAD EVERY EMPLOYEE ("E") PAYOUT FROM THE PAY432N HISTORY
*  FILE INTO AN IN-STORAGE TABLE.  REVERSING ENTRIES CARRY A
*  NEGATIVE GROSS AND NET OUT AUTOMATICALLY.  A MISSING HISTORY
*  FILE JUST MEANS NOBODY HAS BEEN PAID OUT YET.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 130-LOAD-PAYOUTS.
     OPEN INPUT DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00" AND
        DSTHST-FILE-STATUS NOT = "05"
         GO TO 130-EXIT.
 132-PAYOUT-LOOP.
     READ DSTHSTFL
         AT END MOVE 1 TO WS-DSTHST-EOF-SW
     END-READ.
     IF DSTHST-EOF
         CLOSE DSTHSTFL
         GO TO 130-EXIT.
     IF DST-TYPE NOT = "E" OR DST-BADGE = 0
         GO TO 132-PAYOUT-LOOP.
     IF DA-CNT < 5000
         ADD 1 TO DA-CNT
         MOVE DST-BADGE TO DA-BADGE (DA-CNT)
         MOVE DST-CHECK-DATE TO DA-CHECK-DATE (DA-CNT)
         MOVE DST-GROSS TO DA-GROSS (DA-CNT)
         GO TO 132-PAYOUT-LOOP
     END-IF.
     IF WS-DA-OVERFLOW-SW = 0
         MOVE 1 TO WS-DA-OVERFLOW-SW
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE "** PAY439N - PAYOUT TABLE FULL - RUN ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
     END-IF.
     GO TO 132-PAYOUT-LOOP.
 130-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  DECIDE WHAT, IF ANYTHING, HAPPENS TO THE PAYPROFIT RECORD
*  CURRENTLY IN WORKING STORAGE.  AN ACTIVE EMPLOYEE CARRYING A
*  FORFEITURE IS A REHIRE (300).  A TERMINATED EMPLOYEE FORFEITS
*  ONLY ONCE PAID OUT OR PAST THE BREAK-IN-SERVICE POINT; THE
*  REST ARE COUNTED AS WAITING.  THE FORFEITURE IS SIZED FROM THE
*  BALANCE AT TERMINATION SO A PARTIAL PAYOUT (OR A SECOND PASS
*  IN A LATER YEAR) NEVER TAKES VESTED DOLLARS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 200-CHECK-EMPLOYEE.
     IF RETURN-CODE = 16
         GO TO 200-EXIT.
     IF PY-SCOD NOT = "T" AND PY-TERM = SPACE
         IF PY-FORF-AMT > 0
             PERFORM 300-REHIRE THRU 300-EXIT
         END-IF
         GO TO 200-EXIT.
     IF PY-TERM = "Z"
         GO TO 200-EXIT.
     IF PY-PS-AMT NOT > 0 OR PY-TERM-DT = 0
         GO TO 200-EXIT.
     PERFORM 120-CALC-VESTING THRU 120-EXIT.
     IF WS-VEST-PRCT NOT < 100
         GO TO 200-EXIT.
     PERFORM 220-SUM-PAYOUTS THRU 220-EXIT.
     MOVE PY-TERM-DT TO WS-DATE-WORK.
     COMPUTE WS-BREAKS = WS-PY-END-CCYY - WS-DATE-WORK-CCYY.
     IF WS-BREAKS < 0
         MOVE 0 TO WS-BREAKS.
     MOVE SPACE TO WS-REASON.
     IF WS-BREAKS NOT < WS-BRK-YEARS
         MOVE "B" TO WS-REASON.
     IF WS-PAID-AMT > 0
         MOVE "P" TO WS-REASON.
     IF WS-REASON = SPACE
         ADD 1 TO FF-WAIT-CNT
         GO TO 200-EXIT.
     MOVE 0 TO WS-PRIOR-FORF.
     IF PY-FORF-TERM-DT = PY-TERM-DT
         MOVE PY-FORF-AMT TO WS-PRIOR-FORF.
     COMPUTE WS-TERM-BAL = PY-PS-AMT + WS-PAID-AMT + WS-PRIOR-FORF.
     COMPUTE WS-VESTED-AMT ROUNDED =
             (WS-TERM-BAL * WS-VEST-PRCT) / 100.
     COMPUTE WS-TARGET-FORF = WS-TERM-BAL - WS-VESTED-AMT.
     COMPUTE WS-THIS-AMT = WS-TARGET-FORF - WS-PRIOR-FORF.
     IF WS-THIS-AMT > PY-PS-AMT
         MOVE PY-PS-AMT TO WS-THIS-AMT.
     IF WS-THIS-AMT NOT > 0
         GO TO 200-EXIT.
     MOVE PY-PS-AMT TO WS-OLD-BAL.
     SUBTRACT WS-THIS-AMT FROM PY-PS-AMT.
     COMPUTE PY-FORF-AMT = WS-PRIOR-FORF + WS-THIS-AMT.
     MOVE PY-TERM-DT TO PY-FORF-TERM-DT.
     ADD 1 TO FF-FORF-CNT.
     ADD WS-THIS-AMT TO FF-FORF-AMT.
     MOVE "F" TO FL-TYPE.
     PERFORM 250-PRINT-LINE THRU 250-EXIT.
     PERFORM 500-POST-RECORD THRU 500-EXIT.
 200-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  DERIVE THE VESTED PERCENT FROM THE PSRULES VESTING SCHEDULE,
*  THE SAME WAY PAY432N DOES.  DECEASED EMPLOYEES NEVER REACH
*  HERE (PY-TERM = "Z" IS 100% VESTED).
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
 120-EXIT.
     EXIT.

 220-SUM-PAYOUTS.
     MOVE 0 TO WS-PAID-AMT.
     IF DA-CNT = 0
         GO TO 220-EXIT.
     PERFORM 222-ADD-PAYOUT THRU 222-EXIT
         VARYING DA-SUB FROM 1 BY 1 UNTIL DA-SUB > DA-CNT.
 220-EXIT.
     EXIT.
 222-ADD-PAYOUT.
     IF DA-BADGE (DA-SUB) = PAYPROF-BADGE AND
        DA-CHECK-DATE (DA-SUB) NOT < PY-TERM-DT
         ADD DA-GROSS (DA-SUB) TO WS-PAID-AMT.
 222-EXIT.
     EXIT.

 250-PRINT-LINE.
     IF FF-LN-CNT > 56
         PERFORM 450-FF-HEAD THRU 450-EXIT
     END-IF.
     MOVE PAYPROF-BADGE TO FF-D-EMP.
     MOVE PY-NAM TO FF-D-NAME.
     MOVE PY-STOR TO FF-D-STR.
     MOVE WS-DATE-WORK-MMDD (1:2) TO FF-D-TERM-M.
     MOVE WS-DATE-WORK-MMDD (3:2) TO FF-D-TERM-D.
     MOVE WS-DATE-WORK-CCYY (3:2) TO FF-D-TERM-Y.
     MOVE FL-TYPE TO FF-D-TYPE.
     MOVE WS-REASON TO FF-D-REASON.
     MOVE WS-BREAKS TO FF-D-BREAKS.
     MOVE WS-VEST-PRCT TO FF-D-VPCT.
     MOVE WS-OLD-BAL TO FF-D-OLD-BAL.
     MOVE WS-PAID-AMT TO FF-D-PAID.
     MOVE WS-THIS-AMT TO FF-D-AMT.
     MOVE PY-PS-AMT TO FF-D-NEW-BAL.
     WRITE PF1-REC FROM FF-LINE AFTER ADVANCING 1.
     ADD 1 TO FF-LN-CNT.
 250-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  REHIRE.  AN ACTIVE EMPLOYEE STILL CARRYING A FORFEITURE, HIRED
*  AFTER THE TERMINATION THE FORFEITURE WAS TAKEN ON.  THE BREAKS
*  ARE THE WHOLE PLAN YEARS BETWEEN THE TERMINATION YEAR AND THE
*  REHIRE YEAR.  FEWER THAN PSRULES-BRK-YEARS: THE FORFEITED
*  DOLLARS GO BACK INTO PY-PS-AMT AND ARE FUNDED OUT OF THIS
*  YEAR'S POOL.  OTHERWISE THE FORFEITURE IS MADE PERMANENT.
*  EITHER WAY THE FORFEITURE FIELDS ARE CLEARED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 300-REHIRE.
     IF PY-HIRE-DT NOT > PY-FORF-TERM-DT
         GO TO 300-EXIT.
     MOVE PY-FORF-TERM-DT TO WS-DATE-WORK.
     MOVE PY-HIRE-DT TO WS-HIRE-WORK.
     COMPUTE WS-BREAKS = WS-HIRE-WORK-CCYY - WS-DATE-WORK-CCYY - 1.
     IF WS-BREAKS < 0
         MOVE 0 TO WS-BREAKS.
     MOVE 0 TO WS-PAID-AMT.
     MOVE 0 TO WS-VEST-PRCT.
     MOVE SPACE TO WS-REASON.
     MOVE PY-PS-AMT TO WS-OLD-BAL.
     MOVE PY-FORF-AMT TO WS-THIS-AMT.
     IF WS-BREAKS < WS-BRK-YEARS
         MOVE "R" TO FL-TYPE
         ADD WS-THIS-AMT TO PY-PS-AMT
         ADD 1 TO FF-REST-CNT
         ADD WS-THIS-AMT TO FF-REST-AMT
     ELSE
         MOVE "P" TO FL-TYPE
         ADD 1 TO FF-PERM-CNT
         ADD WS-THIS-AMT TO FF-PERM-AMT
     END-IF.
     MOVE 0 TO PY-FORF-AMT.
     MOVE 0 TO PY-FORF-TERM-DT.
     PERFORM 250-PRINT-LINE THRU 250-EXIT.
     PERFORM 500-POST-RECORD THRU 500-EXIT.
 300-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  TOTALS PAGE - FORFEITED, RESTORED AND PERMANENT DOLLARS, THE
*  NET POOL HANDED TO PAY431N AND ANY RESTORATION SHORTFALL THE
*  EMPLOYER MUST FUND.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 400-TOTALS-PAGE.
     PERFORM 450-FF-HEAD THRU 450-EXIT.
     COMPUTE WS-NET-POOL = FF-FORF-AMT - FF-REST-AMT.
     MOVE "UNVESTED BALANCES FORFEITED" TO FF-T-LABEL.
     MOVE FF-FORF-CNT TO FF-T-CNT.
     MOVE FF-FORF-AMT TO FF-T-AMT.
     WRITE PF1-REC FROM FF-TOT-LINE AFTER ADVANCING 2.
     MOVE "FORFEITURES RESTORED TO REHIRES" TO FF-T-LABEL.
     MOVE FF-REST-CNT TO FF-T-CNT.
     MOVE FF-REST-AMT TO FF-T-AMT.
     WRITE PF1-REC FROM FF-TOT-LINE AFTER ADVANCING 1.
     MOVE "REHIRES PAST BREAK POINT - PERMANENT" TO FF-T-LABEL.
     MOVE FF-PERM-CNT TO FF-T-CNT.
     MOVE FF-PERM-AMT TO FF-T-AMT.
     WRITE PF1-REC FROM FF-TOT-LINE AFTER ADVANCING 1.
     MOVE "TERMINATED, NOT YET FORFEITABLE" TO FF-T-LABEL.
     MOVE FF-WAIT-CNT TO FF-T-CNT.
     MOVE 0 TO FF-T-AMT.
     WRITE PF1-REC FROM FF-TOT-LINE AFTER ADVANCING 1.
     MOVE "NET FORFEITURE POOL FOR PAY431N" TO FF-T-LABEL.
     MOVE 0 TO FF-T-CNT.
     IF WS-NET-POOL > 0
         MOVE WS-NET-POOL TO FF-T-AMT
     ELSE
         MOVE 0 TO FF-T-AMT
     END-IF.
     WRITE PF1-REC FROM FF-TOT-LINE AFTER ADVANCING 2.
     IF WS-NET-POOL < 0
         MOVE "RESTORATIONS EXCEED FORFEITURES - FUND" TO FF-T-LABEL
         COMPUTE FF-T-AMT = 0 - WS-NET-POOL
         WRITE PF1-REC FROM FF-TOT-LINE AFTER ADVANCING 1
     END-IF.
     MOVE SPACES TO FF-N-TEXT.
     IF COMMITTED-UPDATE-RUN
         STRING "THE NET POOL IS WRITTEN TO THE FPOOL "
                "CONTROL RECORD AND REALLOCATED BY PAY431N "
                "FOR THIS CUTOFF."
              DELIMITED SIZE INTO FF-N-TEXT
     ELSE
         STRING "DRY RUN - NOTHING POSTED AND THE FPOOL "
                "CONTROL RECORD WAS NOT REWRITTEN."
              DELIMITED SIZE INTO FF-N-TEXT
     END-IF.
     WRITE PF1-REC FROM FF-NOTE-LINE AFTER ADVANCING 2.
     IF WS-DA-OVERFLOW-SW = 1
         MOVE SPACES TO FF-N-TEXT
         STRING "PAYOUT TABLE OVERFLOWED - RUN ABORTED, "
                "NOTHING AFTER THE FIRST FAILURE WAS POSTED."
              DELIMITED SIZE INTO FF-N-TEXT
         WRITE PF1-REC FROM FF-NOTE-LINE AFTER ADVANCING 1
     END-IF.
 400-EXIT.
     EXIT.

 450-FF-HEAD.
     ADD 1 TO FF-PG-CNT.
     MOVE FF-PG-CNT TO FF-PAGE.
     MOVE 0 TO FF-LN-CNT.
     WRITE PF1-REC FROM FF-HEAD1 AFTER ADVANCING PAGE.
     WRITE PF1-REC FROM FF-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO PF1-REC.
     WRITE PF1-REC AFTER ADVANCING 1.
     ADD 4 TO FF-LN-CNT.
 450-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  COMMITTED RUNS ONLY - REWRITE THE PAYPROFIT RECORD AND APPEND
*  THE LEDGER RECORD.  FL-TYPE IS SET BY THE CALLER.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 500-POST-RECORD.
     IF NOT COMMITTED-UPDATE-RUN
         GO TO 500-EXIT.
     CALL "REWRITE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                    PAYPROF-REC.
     IF PAYPROFIT-FILE-STATUS NOT = "00"
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY439N - CAN NOT REWRITE PAYPROFIT BADGE "
                PAYPROF-BADGE
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 500-EXIT.
     ADD 1 TO FF-POSTED-CNT.
     MOVE WS-REASON TO FL-REASON.
     MOVE PAYPROF-BADGE TO FL-BADGE.
     MOVE PAYPROF-SSN TO FL-SSN.
     MOVE RR-W-CURDATE (1:8) TO FL-RUN-DATE.
     MOVE CUTOFFDATE-CYMD TO FL-CUTOFF-DATE.
     MOVE WS-DATE-WORK TO FL-TERM-DT.
     MOVE WS-VEST-PRCT TO FL-VEST-PCT.
     MOVE WS-BREAKS TO FL-BREAKS.
     MOVE WS-OLD-BAL TO FL-BAL-BEFORE.
     MOVE WS-PAID-AMT TO FL-PAID-AMT.
     MOVE WS-THIS-AMT TO FL-AMOUNT.
     MOVE PY-PS-AMT TO FL-BAL-AFTER.
     WRITE FORFLDG-REC.
     IF FORFLDG-FILE-STATUS NOT = "00"
         IF WS-LDG-FAIL-SW = 0
             MOVE 1 TO WS-LDG-FAIL-SW
             MOVE "PAY439N" TO DAEMON-DISP-PROG
             MOVE SPACES TO DAEMON-DISP-MSG
             STRING  "** PAY439N - LEDGER WRITE FAILED, STATUS "
                    FORFLDG-FILE-STATUS
                  DELIMITED SIZE INTO DAEMON-DISP-MSG
             CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         END-IF
         MOVE 16 TO RETURN-CODE
     END-IF.
 500-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  WRITE THE ONE-RECORD POOL CONTROL FILE PAY431N READS.  A
*  SHORTFALL (RESTORATIONS OVER FORFEITURES) LEAVES THE POOL AT
*  ZERO - THE DIFFERENCE IS AN EMPLOYER CONTRIBUTION, NOT A
*  NEGATIVE ALLOCATION.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 600-WRITE-POOL.
     OPEN OUTPUT FPOOLFL.
     IF FPOOL-FILE-STATUS NOT = "00"
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE "** PAY439N - CAN NOT OPEN FPOOL - POOL NOT WRITTEN"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 600-EXIT.
     MOVE CUTOFFDATE-CYMD TO FP-CUTOFF-DATE.
     MOVE RR-W-CURDATE (1:8) TO FP-RUN-DATE.
     MOVE RR-W-CURDATE (9:6) TO FP-RUN-TIME.
     MOVE FF-FORF-CNT TO FP-FORF-CNT.
     MOVE FF-FORF-AMT TO FP-FORF-AMT.
     MOVE FF-REST-CNT TO FP-REST-CNT.
     MOVE FF-REST-AMT TO FP-REST-AMT.
     IF WS-NET-POOL > 0
         MOVE WS-NET-POOL TO FP-POOL-AMT
         MOVE 0 TO FP-SHORT-AMT
     ELSE
         MOVE 0 TO FP-POOL-AMT
         COMPUTE FP-SHORT-AMT = 0 - WS-NET-POOL
     END-IF.
     WRITE FPOOL-REC.
     IF FPOOL-FILE-STATUS NOT = "00"
         CLOSE FPOOLFL
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY439N - FPOOL WRITE FAILED, STATUS "
                FPOOL-FILE-STATUS
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 600-EXIT.
     CLOSE FPOOLFL.
     MOVE "PAY439N" TO DAEMON-DISP-PROG
     MOVE SPACES TO DAEMON-DISP-MSG
     STRING  "** PAY439N - FORFEITURE POOL WRITTEN " FP-POOL-AMT
          DELIMITED SIZE INTO DAEMON-DISP-MSG
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
 600-EXIT.
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
     OPEN OUTPUT FREGFL.
     IF COMMITTED-UPDATE-RUN
         OPEN EXTEND FORFLDGFL
     END-IF.
     WRITE PF1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     PERFORM 716-READ-PSRULES THRU 716-EXIT.
 700-EXIT.
     EXIT.
 702-CLOSE-FILES.
     CALL "CLOSE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
     CALL "CLOSE-PSRULES" USING PSRULES-FILE-STATUS
     CALL "CLOSE-CALENDAR1" USING CALDAR-FILE-STATUS.
     CLOSE FREGFL.
     IF COMMITTED-UPDATE-RUN
         CLOSE FORFLDGFL
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
*  PS VESTING RULES AND THE BREAK-IN-SERVICE POINT ARE KEPT IN
*  PSRULES SO THEY CAN BE CHANGED WITHOUT A RECOMPILE.  THE
*  WORKING-STORAGE COPIES ARE PRELOADED WITH THE LONGSTANDING
*  PLAN VALUES AS DEFAULTS, THE SAME AS PAY432N.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

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
     IF PSRULES-BRK-YEARS NUMERIC AND PSRULES-BRK-YEARS > 0
         MOVE PSRULES-BRK-YEARS TO WS-BRK-YEARS
     END-IF.
 716-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RUN REGISTRY.  750 APPENDS THE START STAMP, 752 THE END STAMP
*  (OUTCOME AND POSTED-RECORD COUNT), AND 754 REPLAYS THE
*  REGISTRY FORWARD - THE POOL FOR A CUTOFF IS POSTED ONCE.  A
*  COMMITTED PAY439N RUN FOR THIS CUTOFF THAT POSTED ANY RECORD
*  LOCKS IT WHETHER IT ENDED CLEAN OR NOT: A RERUN WOULD FIND
*  THOSE FORFEITURES ALREADY TAKEN AND LEAVE THEM OUT OF THE
*  POOL.  SO DOES A COMMITTED START STAMP WITH NO END STAMP
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
         MOVE "PAY439N" TO DAEMON-DISP-PROG
         MOVE "** PAY439N - CAN NOT OPEN RUN REGISTRY - NOT STAMPED"
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
     MOVE FF-POSTED-CNT TO RR-REC-COUNT.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
 752-EXIT.
     EXIT.

 754-CHECK-INTERLOCK.
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
     IF RR-PROGRAM NOT = "PAY439N" OR RR-MODE NOT = "C" OR
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
     MOVE "PAY439N" TO RR-PROGRAM.
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
