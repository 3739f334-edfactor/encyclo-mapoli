 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAY441N.
********************************************************************
**        PROGRAM:        PAY441N                                 **
**     WRITTEN BY:        K ALVAREZ                               **
**   DATE WRITTEN:        09/17/2026                              **
**    DESCRIPTION:        ANNUAL TOP-HEAVY DETERMINATION AND      **
**                        MINIMUM-CONTRIBUTION REPORT (TH1).      **
**                        REPLACES THE AUDITORS' SPREADSHEET.     **
**                          - THE DETERMINATION DATE IS THE LAST  **
**                            DAY OF THE PRIOR PLAN YEAR (CALDAR) **
**                            AND THE BALANCES ARE THAT PLAN      **
**                            YEAR'S PSHIST SNAPSHOT.             **
**                          - DISTRIBUTIONS PAID IN THE ONE-YEAR  **
**                            LOOK-BACK PERIOD ENDING ON THE      **
**                            DETERMINATION DATE (DSTHIST, ALL    **
**                            ARE SEPARATION OR DEATH PAYOUTS)    **
**                            ARE ADDED BACK TO THE PARTICIPANT   **
**                            BY SSN.                             **
**                          - A PARTICIPANT WHO PERFORMED NO      **
**                            SERVICE IN THE LOOK-BACK PERIOD     **
**                            (TERMINATED BEFORE IT AND NOT       **
**                            REHIRED) IS DISREGARDED.            **
**                          - KEY EMPLOYEES ARE THE "Y" BADGES ON **
**                            THE KEYEMP CONTROL FILE.  ANYONE    **
**                            WITH PY-PD-EXEC PAY WHO IS NOT ON   **
**                            THE FILE IS LISTED FOR REVIEW.      **
**                          - THE PLAN IS TOP-HEAVY WHEN THE KEY  **
**                            EMPLOYEES' PRESENT VALUE EXCEEDS    **
**                            60% OF THE TOTAL.                   **
**                        WHEN THE PLAN IS TOP-HEAVY EVERY        **
**                        NON-KEY PARTICIPANT EMPLOYED AT THE END **
**                        OF THE PLAN YEAR WHOSE PAY431N          **
**                        CONTRIBUTION PLUS FORFEITURE IS BELOW   **
**                        THE MINIMUM PERCENT OF PAY IS LISTED    **
**                        WITH THE SHORTFALL DOLLARS.  THE        **
**                        MINIMUM IS THE PSRULES-TH-MIN-PCT OR,   **
**                        IF LOWER, THE HIGHEST KEY EMPLOYEE'S    **
**                        ALLOCATION RATE.  PAY IS THE PLAN       **
**                        YEAR'S - PY-PD, OR PY-PD-LASTYR WHEN    **
**                        THE PLAN YEAR IS LAST YEAR - PLUS       **
**                        PY-PD-EXEC, CAPPED AT THE PLAN YEAR'S   **
**                        401(A)(17) LIMIT.  PAYBEN BALANCES ARE  **
**                        NOT SNAPSHOTTED AND ARE NOT INCLUDED.   **
**                                                                **
**                        PARAMETER: CUTOFF DATE YYMMDD - THE     **
**                        SAME CUTOFF AS THE PAY431N ALLOCATION.  **
**                        THE REPORT REFUSES TO RUN UNTIL A       **
**                        COMMITTED PAY431N ALLOCATION FOR THE    **
**                        CUTOFF IS ON THE RUN REGISTRY.  NOTHING **
**                        IS UPDATED.                             **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
**   DATE   NAME:        PROJ # DESCRIPTION                       **
** MM/DD/YY ____________ NNNNNN _________________________________ **
**                                                                **
** 09/17/2026 K.Alvarez  MAIN-2134 New program - top-heavy        **
**                       determination from PSHIST with DSTHIST   **
**                       add-back, key-employee control file and  **
**                       minimum-contribution shortfall list.     **
** 10/15/2026 K.Alvarez  MAIN-2141 Plan year's pay for a          **
**                       prior-year run; a full KEYEMP or PSHIST  **
**                       table now stops the run.                 **
********************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
  SOURCE-COMPUTER. UNIX-MF.
  OBJECT-COMPUTER. UNIX-MF.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT THRPTFL   ASSIGN LINE ADVANCING "TH1"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL KEYEMPFL ASSIGN "KEYEMP"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS KEYEMP-FILE-STATUS.
 SELECT OPTIONAL PSHISTFL ASSIGN "PSHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PSHIST-FILE-STATUS.
 SELECT OPTIONAL DSTHSTFL ASSIGN "DSTHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DSTHST-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  THRPTFL LABEL RECORDS OMITTED.
 01  TH1-REC                               PIC X(132).

 FD  KEYEMPFL LABEL RECORDS OMITTED.
 COPY X-FD-KEYEMP.

 FD  PSHISTFL LABEL RECORDS OMITTED.
 COPY X-FD-PSHIST.

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
 01 KEYEMP-FILE-STATUS       PIC XX VALUE "00".
 01 PSHIST-FILE-STATUS       PIC XX VALUE "00".
 01 DSTHST-FILE-STATUS       PIC XX VALUE "00".
 01 RUNREG-FILE-STATUS       PIC XX VALUE "00".
 01 RR-W-CURDATE             PIC X(21) VALUE SPACES.
 01 WS-RR-START-SW           PIC 9(01) VALUE 0.
    88  RUN-STAMPED                    VALUE 1.
 01 WS-RR-END-STATUS         PIC X(01) VALUE "C".

 COPY WS-QUE-DISP.

 01  WS-INDICATORS.
     03  WS-PAYPROFIT-START-SW              PIC 9(01) VALUE 0.
         88  INVALID-START-PAYPROFIT                  VALUE 1.
     03  WS-PAYPROFIT-READ-NEXT-SW          PIC 9(01) VALUE 0.
         88  PYPROFIT-EOF                             VALUE 1.
     03  WS-KEYEMP-EOF-SW                   PIC 9(01) VALUE 0.
         88  KEYEMP-EOF                               VALUE 1.
     03  WS-PSHIST-EOF-SW                   PIC 9(01) VALUE 0.
         88  PSHIST-EOF                               VALUE 1.
     03  WS-DSTHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  DSTHST-EOF                               VALUE 1.
     03  WS-RUNREG-EOF-SW                   PIC 9(01) VALUE 0.
         88  RUNREG-EOF                               VALUE 1.
     03  WS-RR-ALLOC-SW                     PIC 9(01) VALUE 0.
         88  CUTOFF-ALLOCATED                         VALUE 1.
     03  WS-CAL-ABORT-SW                    PIC 9(01) VALUE 0.
         88  PLAN-CALENDAR-BAD                        VALUE 1.
     03  WS-TOP-HEAVY-SW                    PIC 9(01) VALUE 0.
         88  PLAN-TOP-HEAVY                           VALUE 1.
     03  WS-KEY-SW                          PIC 9(01) VALUE 0.
         88  KEY-EMPLOYEE                             VALUE 1.
     03  WS-ON-KEYEMP-SW                    PIC 9(01) VALUE 0.
         88  ON-KEYEMP-FILE                           VALUE 1.
     03  WS-COMP-LIMIT-SW                   PIC 9(01) VALUE 0.
         88  COMP-LIMIT-FOUND                         VALUE 1.
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
 01  WS-PRIOR-PLAN-YEAR                     PIC 9(04) VALUE 0.
 01  WS-PY-START                            PIC 9(08) VALUE 0.
 01  WS-PY-END                              PIC 9(08) VALUE 0.
 01  WS-DET-START                           PIC 9(08) VALUE 0.
 01  WS-DET-DATE                            PIC 9(08) VALUE 0.
 01  WS-MIN-PCT                             PIC 9(02)V99 VALUE 3.
 01  WS-COMP-LIMIT                          PIC 9(07)V99 VALUE 0.
 01  WS-COMP                                PIC S9(09)V99 VALUE 0.
 01  WS-ALLOC                               PIC S9(09)V99 VALUE 0.
 01  WS-ALLOC-PCT                           PIC S9(05)V9(04) VALUE 0.
 01  WS-HIGH-KEY-PCT                        PIC S9(05)V9(04) VALUE 0.
 01  WS-REQ-PCT                             PIC S9(05)V9(04) VALUE 0.
 01  WS-REQUIRED                            PIC S9(09)V99 VALUE 0.
 01  WS-SHORTFALL                           PIC S9(09)V99 VALUE 0.
 01  WS-PV                                  PIC S9(11)V99 VALUE 0.
 01  WS-KEY-RATIO                           PIC S9(03)V99 VALUE 0.
 01  WS-FIND-BADGE                          PIC 9(07) VALUE 0.
 01  PH-SUB                                 PIC 9(05) COMP VALUE 0.
 01  KE-SUB                                 PIC 9(04) COMP VALUE 0.
*  KEY-EMPLOYEE CONTROL FILE BY BADGE.  KT-FOUND IS SET WHEN THE
*  BADGE TURNS UP IN THE SNAPSHOT SO THE STRAYS CAN BE LISTED.
 01  KE-TABLE.
     03  KE-CNT                             PIC 9(04) COMP VALUE 0.
     03  KE-ENTRY OCCURS 1000 TIMES
                  INDEXED BY KE-IDX.
         05  KT-BADGE                       PIC 9(07).
         05  KT-KEY-FLAG                    PIC X(01).
         05  KT-REASON                      PIC X(01).
         05  KT-NAME                        PIC X(25).
         05  KT-FOUND                       PIC 9(01).
 01  WS-KE-OVERFLOW-SW                      PIC 9(01) VALUE 0.
*  THE PRIOR PLAN YEAR PSHIST SNAPSHOT BY BADGE.  A BADGE
*  SNAPPED MORE THAN ONCE (A RE-RUN AFTER A BACK-OUT) KEEPS THE
*  LAST SNAPSHOT, THE SAME RULE PAY427N REPRINT USES.  PH-DIST
*  ACCUMULATES THE LOOK-BACK DISTRIBUTIONS FOR THE SSN.
 01  PH-TABLE.
     03  PH-CNT                             PIC 9(05) COMP VALUE 0.
     03  PH-ENTRY OCCURS 20000 TIMES
                  INDEXED BY PH-IDX.
         05  PH-BADGE                       PIC 9(07).
         05  PH-SSN                         PIC 9(09).
         05  PH-NAM                         PIC X(25).
         05  PH-STOR                        PIC 9(03).
         05  PH-HIRE-DT                     PIC 9(08).
         05  PH-TERM-DT                     PIC 9(08).
         05  PH-BAL                         PIC S9(09)V99.
         05  PH-PD                          PIC S9(07)V99.
         05  PH-PD-EXEC                     PIC S9(07)V99.
         05  PH-DIST                        PIC S9(09)V99.
 01  WS-PH-OVERFLOW-SW                      PIC 9(01) VALUE 0.
 01  TH-TOTALS.
     03  TH-SNAP-CNT                        PIC 9(07) VALUE 0.
     03  TH-KEY-CNT                         PIC 9(07) VALUE 0.
     03  TH-KEY-PV                          PIC S9(11)V99 VALUE 0.
     03  TH-NONKEY-CNT                      PIC 9(07) VALUE 0.
     03  TH-NONKEY-PV                       PIC S9(11)V99 VALUE 0.
     03  TH-EXCL-CNT                        PIC 9(07) VALUE 0.
     03  TH-EXCL-PV                         PIC S9(11)V99 VALUE 0.
     03  TH-DIST-CNT                        PIC 9(07) VALUE 0.
     03  TH-DIST-AMT                        PIC S9(11)V99 VALUE 0.
     03  TH-UNM-CNT                         PIC 9(07) VALUE 0.
     03  TH-UNM-AMT                         PIC S9(11)V99 VALUE 0.
     03  TH-TOTAL-PV                        PIC S9(11)V99 VALUE 0.
     03  TH-HINT-CNT                        PIC 9(07) VALUE 0.
     03  TH-STRAY-CNT                       PIC 9(07) VALUE 0.
     03  TH-MIN-READ-CNT                    PIC 9(07) VALUE 0.
     03  TH-MIN-CNT                         PIC 9(07) VALUE 0.
     03  TH-SHORT-CNT                       PIC 9(07) VALUE 0.
     03  TH-SHORT-AMT                       PIC S9(11)V99 VALUE 0.
 01  TH-PG-CNT                              PIC 9(05) VALUE 0.
 01  TH-LN-CNT                              PIC 9(02) VALUE 57.
 01  XEROX-HEADER.
     03  XEROX-REC                          PIC X(32)
         VALUE "DJDE JDE=PAY441,JDL=PAYROL,END,;".
     03  FILLER                             PIC X(100) VALUE SPACES.
 01  TH-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY441N                            ".
     03  FILLER                             PIC X(40)
         VALUE "TOP-HEAVY DETERMINATION  PLAN YEAR:    ".
     03  TH-HEAD-PY                         PIC 9(04).
     03  FILLER                             PIC X(09)
         VALUE " CUTOFF: ".
     03  TH-HEAD-CUT-M                      PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  TH-HEAD-CUT-D                      PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  TH-HEAD-CUT-Y                      PIC 9(04).
     03  FILLER                             PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  TH-PAGE                            PIC ZZZZ9.
     03  FILLER                             PIC X(10) VALUE SPACES.
 01  TH-HEAD2.
     03  FILLER                             PIC X(20)
         VALUE "DETERMINATION DATE: ".
     03  TH-H2-DET                          PIC 9(08).
     03  FILLER                             PIC X(13)
         VALUE "   LOOK-BACK ".
     03  TH-H2-LB-FROM                      PIC 9(08).
     03  FILLER                             PIC X(04) VALUE " TO ".
     03  TH-H2-LB-TO                        PIC 9(08).
     03  FILLER                             PIC X(23)
         VALUE "   PSHIST PLAN YEAR:   ".
     03  TH-H2-SNAP-PY                      PIC 9(04).
     03  FILLER                             PIC X(44) VALUE SPACES.
 01  TH-TITLE.
     03  TH-TITLE-TEXT                      PIC X(80) VALUE SPACES.
     03  FILLER                             PIC X(52) VALUE SPACES.
 01  TH-KEY-HEAD.
     03  FILLER                             PIC X(45)
         VALUE "  BADGE NAME                      R          ".
     03  FILLER                             PIC X(45)
         VALUE "BALANCE   DIST ADD-BACK   PRESENT VALUE  NOTE".
     03  FILLER                             PIC X(42) VALUE SPACES.
 01  TH-KEY-LINE.
     03  TH-K-EMP                           PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-K-NAME                          PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-K-REASON                        PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  TH-K-BAL                           PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-K-DIST                          PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-K-PV                            PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  TH-K-NOTE                          PIC X(30) VALUE SPACES.
     03  FILLER                             PIC X(16) VALUE SPACES.
 01  TH-HINT-HEAD.
     03  FILLER                             PIC X(45)
         VALUE "  BADGE NAME                      STR        ".
     03  FILLER                             PIC X(45)
         VALUE "  BALANCE           PAY      EXEC PAY  NOTE  ".
     03  FILLER                             PIC X(42) VALUE SPACES.
 01  TH-HINT-LINE.
     03  TH-H-EMP                           PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-H-NAME                          PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-H-STR                           PIC ZZ9.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  TH-H-BAL                           PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-H-PAY                           PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-H-EXEC                          PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  TH-H-NOTE                          PIC X(30) VALUE SPACES.
     03  FILLER                             PIC X(18) VALUE SPACES.
 01  TH-MIN-HEAD.
     03  FILLER                             PIC X(45)
         VALUE "  BADGE NAME                      STR    COMP".
     03  FILLER                             PIC X(45)
         VALUE "ENSATION    ALLOCATION    PCT      REQUIRED  ".
     03  FILLER                             PIC X(42)
         VALUE "   SHORTFALL                              ".
 01  TH-MIN-LINE.
     03  TH-M-EMP                           PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-M-NAME                          PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-M-STR                           PIC ZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-M-COMP                          PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-M-ALLOC                         PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-M-PCT                           PIC ZZ9.99.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-M-REQ                           PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TH-M-SHORT                         PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(30) VALUE SPACES.
 01  TH-TOT-LINE.
     03  TH-T-LABEL                         PIC X(45) VALUE SPACES.
     03  TH-T-CNT                           PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(04) VALUE SPACES.
     03  TH-T-AMT                           PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(61) VALUE SPACES.
 01  TH-PCT-LINE.
     03  TH-P-LABEL                         PIC X(45) VALUE SPACES.
     03  FILLER                             PIC X(10) VALUE SPACES.
     03  TH-P-PCT                           PIC ZZ9.99.
     03  FILLER                             PIC X(01) VALUE "%".
     03  FILLER                             PIC X(70) VALUE SPACES.
 01  TH-NOTE-LINE.
     03  TH-N-TEXT                          PIC X(90) VALUE SPACES.
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

     DISPLAY "*** PAY441N starting ***".
     UNSTRING TEXTE DELIMITED BY " " INTO IN-DATE-X.
        display "in-date-x " in-date-x.
     IF IN-DATE-N NOT NUMERIC OR IN-DATE-N = 0
         MOVE "PAY441N" TO DAEMON-DISP-PROG
         MOVE "** PAY441N - CUTOFF DATE PARM MISSING OR NOT YYMMDD"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         EXIT PROGRAM.
     IF CUTOFFDATE-YY < 50 MOVE 20 TO CUTOFFDATE-CC
     ELSE                  MOVE 19 TO CUTOFFDATE-CC.
     MOVE CUTOFFDATE-MM TO TH-HEAD-CUT-M.
     MOVE CUTOFFDATE-DD TO TH-HEAD-CUT-D.
     MOVE CUTOFFDATE-CCYY TO TH-HEAD-CUT-Y.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     PERFORM 754-CHECK-INTERLOCK THRU 754-EXIT.
     IF NOT CUTOFF-ALLOCATED
         MOVE "PAY441N" TO DAEMON-DISP-PROG
         MOVE "** PAY441N - NO COMMITTED PAY431N RUN FOR THIS CUTOFF"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         DISPLAY "*** PAY441N REFUSED - NO COMMITTED PAY431N "
                 "ALLOCATION ON THE REGISTRY FOR CUTOFF "
                 CUTOFFDATE-CYMD " ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 105-READ-PLAN-CALENDAR THRU 105-EXIT.
     IF PLAN-CALENDAR-BAD
         DISPLAY "*** PAY441N ABORTED - BAD OR MISSING PLAN-YEAR "
                 "CALENDAR RECORD ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 716-READ-PSRULES THRU 716-EXIT.
     PERFORM 120-LOAD-KEYEMP THRU 120-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 130-LOAD-SNAPSHOT THRU 130-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     IF PH-CNT = 0
         MOVE "PAY441N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY441N - NO PSHIST SNAPSHOT FOR PLAN YEAR "
                 WS-PRIOR-PLAN-YEAR
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 140-LOAD-LOOKBACK THRU 140-EXIT.
     PERFORM 200-DETERMINE THRU 200-EXIT.
     PERFORM 300-SUMMARY THRU 300-EXIT.
     IF PLAN-TOP-HEAVY
         PERFORM 400-MINIMUM-TEST THRU 400-EXIT
     END-IF.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY441N" TO DAEMON-DISP-PROG
     MOVE SPACES TO DAEMON-DISP-MSG
     IF PLAN-TOP-HEAVY
         STRING  "** PAY441N - TOP-HEAVY  KEY PCT " WS-KEY-RATIO
                 " SHORTFALLS " TH-SHORT-CNT
              DELIMITED SIZE INTO DAEMON-DISP-MSG
     ELSE
         STRING  "** PAY441N - NOT TOP-HEAVY  KEY PCT " WS-KEY-RATIO
              DELIMITED SIZE INTO DAEMON-DISP-MSG
     END-IF.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     DISPLAY "** PAY441N - SNAPSHOT: " TH-SNAP-CNT
             " KEY: " TH-KEY-CNT
             " NON-KEY: " TH-NONKEY-CNT
             " EXCLUDED: " TH-EXCL-CNT
             " SHORTFALLS: " TH-SHORT-CNT.
     IF RETURN-CODE = 16
         MOVE "A" TO WS-RR-END-STATUS
     END-IF.
     PERFORM 752-STAMP-END THRU 752-EXIT.
     EXIT PROGRAM.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE PLAN YEAR TESTED IS THE CALDAR "PLANCCYY" YEAR OF THE
*  CUTOFF (THE CUTOFF YEAR, BACKED UP ONE FOR THE EARLY-JANUARY
*  RUN).  ITS DETERMINATION DATE IS THE LAST DAY OF THE PRIOR
*  PLAN YEAR, AND THE PRIOR PLAN YEAR IS THE LOOK-BACK PERIOD,
*  SO BOTH CALDAR RECORDS ARE REQUIRED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 105-READ-PLAN-CALENDAR.
     MOVE 0 TO WS-CAL-ABORT-SW.
     MOVE CUTOFFDATE-CCYY TO WS-PLAN-YEAR.
     IF CUTOFFDATE-MM NOT = 12
         SUBTRACT 1 FROM WS-PLAN-YEAR.
     MOVE WS-PLAN-YEAR TO TH-HEAD-PY.
     COMPUTE WS-PRIOR-PLAN-YEAR = WS-PLAN-YEAR - 1.
     MOVE SPACES TO CALDAR-KEY.
     STRING "PLAN" WS-PLAN-YEAR DELIMITED SIZE INTO CALDAR-KEY.
     PERFORM 106-READ-CALDAR THRU 106-EXIT.
     IF PLAN-CALENDAR-BAD
         GO TO 105-EXIT.
     MOVE CALDAR-PY-START TO WS-PY-START.
     MOVE CALDAR-PY-END TO WS-PY-END.
     MOVE SPACES TO CALDAR-KEY.
     STRING "PLAN" WS-PRIOR-PLAN-YEAR DELIMITED SIZE INTO CALDAR-KEY.
     PERFORM 106-READ-CALDAR THRU 106-EXIT.
     IF PLAN-CALENDAR-BAD
         GO TO 105-EXIT.
     MOVE CALDAR-PY-START TO WS-DET-START.
     MOVE CALDAR-PY-END TO WS-DET-DATE.
     MOVE WS-DET-DATE TO TH-H2-DET.
     MOVE WS-DET-START TO TH-H2-LB-FROM.
     MOVE WS-DET-DATE TO TH-H2-LB-TO.
     MOVE WS-PRIOR-PLAN-YEAR TO TH-H2-SNAP-PY.
 105-EXIT.
     EXIT.

 106-READ-CALDAR.
     CALL "READ-KEY-CALENDAR1" USING CALDAR-FILE-STATUS
                                     CALDAR-REC.
     IF CALDAR-FILE-STATUS NOT = "00"
         MOVE "PAY441N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY441N - NO CALDAR RECORD " CALDAR-KEY
                 " STATUS " CALDAR-FILE-STATUS
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 1 TO WS-CAL-ABORT-SW
         GO TO 106-EXIT.
     IF CALDAR-PY-START NOT NUMERIC OR CALDAR-PY-START = 0 OR
        CALDAR-PY-END NOT NUMERIC OR CALDAR-PY-END = 0 OR
        CALDAR-PY-START NOT < CALDAR-PY-END
         MOVE "PAY441N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY441N - CALDAR DATES MISSING OR BAD " CALDAR-KEY
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 1 TO WS-CAL-ABORT-SW.
 106-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOAD THE KEY-EMPLOYEE CONTROL FILE.  NO FILE ONLY WARNS - THE
*  DETERMINATION THEN RUNS WITH NO KEY EMPLOYEES AND THE
*  PY-PD-EXEC REVIEW LIST SHOWS WHO SHOULD HAVE BEEN ON IT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 120-LOAD-KEYEMP.
     OPEN INPUT KEYEMPFL.
     IF KEYEMP-FILE-STATUS NOT = "00"
         MOVE "PAY441N" TO DAEMON-DISP-PROG
         MOVE "** PAY441N - NO KEYEMP FILE - NO KEY EMPLOYEES FLAGGED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         GO TO 120-EXIT.
 122-KEYEMP-LOOP.
     READ KEYEMPFL
         AT END MOVE 1 TO WS-KEYEMP-EOF-SW
     END-READ.
     IF KEYEMP-EOF
         CLOSE KEYEMPFL
         GO TO 120-EXIT.
     IF KE-BADGE NOT NUMERIC OR KE-BADGE = 0
         GO TO 122-KEYEMP-LOOP.
     IF KE-CNT < 1000
         ADD 1 TO KE-CNT
         MOVE KE-BADGE TO KT-BADGE (KE-CNT)
         MOVE KE-KEY-FLAG TO KT-KEY-FLAG (KE-CNT)
         MOVE KE-REASON TO KT-REASON (KE-CNT)
         MOVE KE-NAME TO KT-NAME (KE-CNT)
         MOVE 0 TO KT-FOUND (KE-CNT)
         GO TO 122-KEYEMP-LOOP
     END-IF.
     IF WS-KE-OVERFLOW-SW = 0
         MOVE 1 TO WS-KE-OVERFLOW-SW
         MOVE "PAY441N" TO DAEMON-DISP-PROG
         MOVE "** PAY441N - KEYEMP TABLE FULL - DETERMINATION ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
     END-IF.
     GO TO 122-KEYEMP-LOOP.
 120-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOAD THE DETERMINATION-DATE BALANCES - THE PRIOR PLAN YEAR'S
*  PSHIST SNAPSHOT RECORDS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 130-LOAD-SNAPSHOT.
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
     IF PSH-PLAN-YEAR NOT = WS-PRIOR-PLAN-YEAR
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
             WHEN PH-IDX > PH-CNT
                 CONTINUE
             WHEN PH-BADGE (PH-IDX) = PSH-BADGE
                 PERFORM 136-FILL-PSHIST THRU 136-EXIT
                 GO TO 134-EXIT
         END-SEARCH
     END-IF.
     IF PH-CNT < 20000
         ADD 1 TO PH-CNT
         SET PH-IDX TO PH-CNT
         PERFORM 136-FILL-PSHIST THRU 136-EXIT
         GO TO 134-EXIT
     END-IF.
     IF WS-PH-OVERFLOW-SW = 0
         MOVE 1 TO WS-PH-OVERFLOW-SW
         MOVE "PAY441N" TO DAEMON-DISP-PROG
         MOVE "** PAY441N - PSHIST TABLE FULL - DETERMINATION ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
     END-IF.
 134-EXIT.
     EXIT.

 136-FILL-PSHIST.
     MOVE PSH-BADGE TO PH-BADGE (PH-IDX).
     MOVE PSH-SSN TO PH-SSN (PH-IDX).
     MOVE PSH-NAM TO PH-NAM (PH-IDX).
     MOVE PSH-STOR TO PH-STOR (PH-IDX).
     MOVE PSH-HIRE-DT TO PH-HIRE-DT (PH-IDX).
     MOVE PSH-TERM-DT TO PH-TERM-DT (PH-IDX).
     MOVE PSH-PS-AMT TO PH-BAL (PH-IDX).
     MOVE PSH-PD TO PH-PD (PH-IDX).
     MOVE PSH-PD-EXEC TO PH-PD-EXEC (PH-IDX).
     MOVE 0 TO PH-DIST (PH-IDX).
 136-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  ADD BACK THE DISTRIBUTIONS PAID IN THE LOOK-BACK PERIOD.
*  BENEFICIARY PAYOUTS CARRY THE EMPLOYEE'S SSN, SO THEY COUNT
*  AGAINST THE DECEASED PARTICIPANT LIKE THE PARTICIPANT'S OWN.
*  A PAYOUT WHOSE SSN IS NOT IN THE SNAPSHOT IS TOTALLED AS
*  NON-KEY.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 140-LOAD-LOOKBACK.
     OPEN INPUT DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00" AND
        DSTHST-FILE-STATUS NOT = "05"
         GO TO 140-EXIT.
 142-DSTHIST-LOOP.
     READ DSTHSTFL
         AT END MOVE 1 TO WS-DSTHST-EOF-SW
     END-READ.
     IF DSTHST-EOF
         CLOSE DSTHSTFL
         GO TO 140-EXIT.
     IF DST-CHECK-DATE < WS-DET-START OR
        DST-CHECK-DATE > WS-DET-DATE
         GO TO 142-DSTHIST-LOOP.
     ADD 1 TO TH-DIST-CNT.
     ADD DST-GROSS TO TH-DIST-AMT.
     SET PH-IDX TO 1.
     SEARCH PH-ENTRY
         AT END
             ADD 1 TO TH-UNM-CNT
             ADD DST-GROSS TO TH-UNM-AMT
         WHEN PH-IDX > PH-CNT
             ADD 1 TO TH-UNM-CNT
             ADD DST-GROSS TO TH-UNM-AMT
         WHEN PH-SSN (PH-IDX) = DST-SSN
             ADD DST-GROSS TO PH-DIST (PH-IDX)
     END-SEARCH.
     GO TO 142-DSTHIST-LOOP.
 140-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE DETERMINATION.  EACH SNAPSHOT PARTICIPANT'S PRESENT
*  VALUE (BALANCE PLUS ADD-BACK) GOES TO THE KEY OR NON-KEY
*  TOTAL; KEY EMPLOYEES ARE LISTED.  THEN THE PY-PD-EXEC REVIEW
*  LIST AND THE KEYEMP BADGES NOT FOUND IN THE SNAPSHOT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 200-DETERMINE.
     MOVE "KEY EMPLOYEES ON THE DETERMINATION DATE" TO TH-TITLE-TEXT.
     PERFORM 460-SECTION-TITLE THRU 460-EXIT.
     WRITE TH1-REC FROM TH-KEY-HEAD AFTER ADVANCING 1.
     ADD 1 TO TH-LN-CNT.
     PERFORM 210-TEST-PARTICIPANT THRU 210-EXIT
         VARYING PH-SUB FROM 1 BY 1 UNTIL PH-SUB > PH-CNT.
     COMPUTE TH-TOTAL-PV = TH-KEY-PV + TH-NONKEY-PV + TH-UNM-AMT.
     MOVE "EXECUTIVE PAY NOT ON THE KEY EMPLOYEE FILE - REVIEW"
         TO TH-TITLE-TEXT.
     PERFORM 460-SECTION-TITLE THRU 460-EXIT.
     WRITE TH1-REC FROM TH-HINT-HEAD AFTER ADVANCING 1.
     ADD 1 TO TH-LN-CNT.
     PERFORM 220-HINT-LINE THRU 220-EXIT
         VARYING PH-SUB FROM 1 BY 1 UNTIL PH-SUB > PH-CNT.
     IF TH-HINT-CNT = 0
         MOVE "    NONE" TO TH-N-TEXT
         WRITE TH1-REC FROM TH-NOTE-LINE AFTER ADVANCING 1
         ADD 1 TO TH-LN-CNT
     END-IF.
     IF KE-CNT = 0
         GO TO 200-EXIT.
     MOVE "KEY EMPLOYEE FILE BADGES NOT IN THE SNAPSHOT"
         TO TH-TITLE-TEXT.
     PERFORM 460-SECTION-TITLE THRU 460-EXIT.
     WRITE TH1-REC FROM TH-KEY-HEAD AFTER ADVANCING 1.
     ADD 1 TO TH-LN-CNT.
     PERFORM 230-STRAY-LINE THRU 230-EXIT
         VARYING KE-SUB FROM 1 BY 1 UNTIL KE-SUB > KE-CNT.
     IF TH-STRAY-CNT = 0
         MOVE "    NONE" TO TH-N-TEXT
         WRITE TH1-REC FROM TH-NOTE-LINE AFTER ADVANCING 1
         ADD 1 TO TH-LN-CNT
     END-IF.
 200-EXIT.
     EXIT.

 210-TEST-PARTICIPANT.
     ADD 1 TO TH-SNAP-CNT.
     COMPUTE WS-PV = PH-BAL (PH-SUB) + PH-DIST (PH-SUB).
     IF PH-TERM-DT (PH-SUB) > 0 AND
        PH-TERM-DT (PH-SUB) < WS-DET-START AND
        PH-HIRE-DT (PH-SUB) NOT > PH-TERM-DT (PH-SUB)
         ADD 1 TO TH-EXCL-CNT
         ADD WS-PV TO TH-EXCL-PV
         GO TO 210-EXIT.
     MOVE PH-BADGE (PH-SUB) TO WS-FIND-BADGE.
     PERFORM 240-FIND-KEYEMP THRU 240-EXIT.
     IF NOT KEY-EMPLOYEE
         ADD 1 TO TH-NONKEY-CNT
         ADD WS-PV TO TH-NONKEY-PV
         GO TO 210-EXIT.
     ADD 1 TO TH-KEY-CNT.
     ADD WS-PV TO TH-KEY-PV.
     IF TH-LN-CNT > 56
         PERFORM 450-TH-HEAD THRU 450-EXIT
         WRITE TH1-REC FROM TH-KEY-HEAD AFTER ADVANCING 1
         ADD 1 TO TH-LN-CNT
     END-IF.
     MOVE PH-BADGE (PH-SUB) TO TH-K-EMP.
     MOVE PH-NAM (PH-SUB) TO TH-K-NAME.
     MOVE KT-REASON (KE-IDX) TO TH-K-REASON.
     MOVE PH-BAL (PH-SUB) TO TH-K-BAL.
     MOVE PH-DIST (PH-SUB) TO TH-K-DIST.
     MOVE WS-PV TO TH-K-PV.
     MOVE SPACES TO TH-K-NOTE.
     IF PH-DIST (PH-SUB) NOT = 0
         MOVE "LOOK-BACK DISTRIBUTION" TO TH-K-NOTE.
     WRITE TH1-REC FROM TH-KEY-LINE AFTER ADVANCING 1.
     ADD 1 TO TH-LN-CNT.
 210-EXIT.
     EXIT.

 220-HINT-LINE.
     IF PH-PD-EXEC (PH-SUB) NOT > 0
         GO TO 220-EXIT.
     MOVE PH-BADGE (PH-SUB) TO WS-FIND-BADGE.
     PERFORM 240-FIND-KEYEMP THRU 240-EXIT.
     IF ON-KEYEMP-FILE
         GO TO 220-EXIT.
     ADD 1 TO TH-HINT-CNT.
     IF TH-LN-CNT > 56
         PERFORM 450-TH-HEAD THRU 450-EXIT
         WRITE TH1-REC FROM TH-HINT-HEAD AFTER ADVANCING 1
         ADD 1 TO TH-LN-CNT
     END-IF.
     MOVE PH-BADGE (PH-SUB) TO TH-H-EMP.
     MOVE PH-NAM (PH-SUB) TO TH-H-NAME.
     MOVE PH-STOR (PH-SUB) TO TH-H-STR.
     MOVE PH-BAL (PH-SUB) TO TH-H-BAL.
     MOVE PH-PD (PH-SUB) TO TH-H-PAY.
     MOVE PH-PD-EXEC (PH-SUB) TO TH-H-EXEC.
     MOVE "COUNTED NON-KEY" TO TH-H-NOTE.
     WRITE TH1-REC FROM TH-HINT-LINE AFTER ADVANCING 1.
     ADD 1 TO TH-LN-CNT.
 220-EXIT.
     EXIT.

 230-STRAY-LINE.
     IF KT-FOUND (KE-SUB) = 1 OR KT-KEY-FLAG (KE-SUB) NOT = "Y"
         GO TO 230-EXIT.
     ADD 1 TO TH-STRAY-CNT.
     IF TH-LN-CNT > 56
         PERFORM 450-TH-HEAD THRU 450-EXIT
         WRITE TH1-REC FROM TH-KEY-HEAD AFTER ADVANCING 1
         ADD 1 TO TH-LN-CNT
     END-IF.
     MOVE KT-BADGE (KE-SUB) TO TH-K-EMP.
     MOVE KT-NAME (KE-SUB) TO TH-K-NAME.
     MOVE KT-REASON (KE-SUB) TO TH-K-REASON.
     MOVE 0 TO TH-K-BAL TH-K-DIST TH-K-PV.
     MOVE "NO SNAPSHOT RECORD - CHECK" TO TH-K-NOTE.
     WRITE TH1-REC FROM TH-KEY-LINE AFTER ADVANCING 1.
     ADD 1 TO TH-LN-CNT.
 230-EXIT.
     EXIT.

*  KEY STATUS FOR WS-FIND-BADGE.  KE-IDX IS LEFT ON THE CONTROL
*  ENTRY WHEN ONE IS FOUND.
 240-FIND-KEYEMP.
     MOVE 0 TO WS-KEY-SW.
     MOVE 0 TO WS-ON-KEYEMP-SW.
     IF KE-CNT = 0
         GO TO 240-EXIT.
     SET KE-IDX TO 1.
     SEARCH KE-ENTRY
         AT END
             CONTINUE
         WHEN KE-IDX > KE-CNT
             CONTINUE
         WHEN KT-BADGE (KE-IDX) = WS-FIND-BADGE
             MOVE 1 TO WS-ON-KEYEMP-SW
             MOVE 1 TO KT-FOUND (KE-IDX)
             IF KT-KEY-FLAG (KE-IDX) = "Y"
                 MOVE 1 TO WS-KEY-SW
             END-IF
     END-SEARCH.
 240-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  SUMMARY AND THE 60% TEST.  THE COMPARISON IS MADE IN DOLLARS
*  (KEY * 100 > TOTAL * 60) SO THE PRINTED ROUNDED PERCENT CAN
*  NEVER DECIDE A BORDERLINE YEAR.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 300-SUMMARY.
     MOVE 0 TO WS-TOP-HEAVY-SW.
     MOVE 0 TO WS-KEY-RATIO.
     IF TH-TOTAL-PV > 0
         COMPUTE WS-KEY-RATIO ROUNDED =
                 (TH-KEY-PV * 100) / TH-TOTAL-PV
         IF TH-KEY-PV * 100 > TH-TOTAL-PV * 60
             MOVE 1 TO WS-TOP-HEAVY-SW
         END-IF
     END-IF.
     MOVE "SUMMARY OF PRESENT VALUES" TO TH-TITLE-TEXT.
     PERFORM 460-SECTION-TITLE THRU 460-EXIT.
     MOVE "PARTICIPANTS IN SNAPSHOT" TO TH-T-LABEL.
     MOVE TH-SNAP-CNT TO TH-T-CNT.
     MOVE 0 TO TH-T-AMT.
     WRITE TH1-REC FROM TH-TOT-LINE AFTER ADVANCING 1.
     MOVE "LOOK-BACK DISTRIBUTIONS ADDED BACK" TO TH-T-LABEL.
     MOVE TH-DIST-CNT TO TH-T-CNT.
     MOVE TH-DIST-AMT TO TH-T-AMT.
     WRITE TH1-REC FROM TH-TOT-LINE AFTER ADVANCING 1.
     MOVE "  OF WHICH SSN NOT IN SNAPSHOT (NON-KEY)" TO TH-T-LABEL.
     MOVE TH-UNM-CNT TO TH-T-CNT.
     MOVE TH-UNM-AMT TO TH-T-AMT.
     WRITE TH1-REC FROM TH-TOT-LINE AFTER ADVANCING 1.
     MOVE "EXCLUDED - NO SERVICE IN LOOK-BACK PERIOD" TO TH-T-LABEL.
     MOVE TH-EXCL-CNT TO TH-T-CNT.
     MOVE TH-EXCL-PV TO TH-T-AMT.
     WRITE TH1-REC FROM TH-TOT-LINE AFTER ADVANCING 1.
     MOVE "KEY EMPLOYEES" TO TH-T-LABEL.
     MOVE TH-KEY-CNT TO TH-T-CNT.
     MOVE TH-KEY-PV TO TH-T-AMT.
     WRITE TH1-REC FROM TH-TOT-LINE AFTER ADVANCING 2.
     MOVE "NON-KEY EMPLOYEES" TO TH-T-LABEL.
     COMPUTE TH-T-CNT = TH-NONKEY-CNT + TH-UNM-CNT.
     COMPUTE WS-PV = TH-NONKEY-PV + TH-UNM-AMT.
     MOVE WS-PV TO TH-T-AMT.
     WRITE TH1-REC FROM TH-TOT-LINE AFTER ADVANCING 1.
     MOVE "TOTAL PRESENT VALUE" TO TH-T-LABEL.
     COMPUTE TH-T-CNT = TH-KEY-CNT + TH-NONKEY-CNT + TH-UNM-CNT.
     MOVE TH-TOTAL-PV TO TH-T-AMT.
     WRITE TH1-REC FROM TH-TOT-LINE AFTER ADVANCING 1.
     MOVE "KEY EMPLOYEE SHARE OF PRESENT VALUE" TO TH-P-LABEL.
     MOVE WS-KEY-RATIO TO TH-P-PCT.
     WRITE TH1-REC FROM TH-PCT-LINE AFTER ADVANCING 2.
     IF PLAN-TOP-HEAVY
         MOVE SPACES TO TH-N-TEXT
         STRING "*** THE PLAN IS TOP-HEAVY - KEY EMPLOYEES "
                "HOLD MORE THAN 60% OF PLAN ASSETS ***"
              DELIMITED SIZE INTO TH-N-TEXT
     ELSE
         MOVE SPACES TO TH-N-TEXT
         STRING "THE PLAN IS NOT TOP-HEAVY - NO MINIMUM "
                "CONTRIBUTION IS REQUIRED"
              DELIMITED SIZE INTO TH-N-TEXT
     END-IF.
     WRITE TH1-REC FROM TH-NOTE-LINE AFTER ADVANCING 2.
     ADD 13 TO TH-LN-CNT.
 300-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  TOP-HEAVY MINIMUM.  PASS 1 FINDS THE HIGHEST KEY EMPLOYEE
*  ALLOCATION RATE FOR THE PLAN YEAR; THE REQUIRED RATE IS THE
*  LESSER OF THAT AND PSRULES-TH-MIN-PCT.  PASS 2 LISTS EVERY
*  NON-KEY PARTICIPANT EMPLOYED AT THE END OF THE PLAN YEAR
*  WHOSE CONTRIBUTION PLUS FORFEITURE FALLS SHORT OF IT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 400-MINIMUM-TEST.
     MOVE 0 TO WS-HIGH-KEY-PCT.
     MOVE 0 TO PAYPROF-SSN.
     PERFORM 708-START-PAYPROFIT THRU 708-EXIT.
     IF INVALID-START-PAYPROFIT
         GO TO 408-BAD-START.
 410-KEY-RATE-LOOP.
     PERFORM 712-READ-PAYPROFIT-NEXT THRU 712-EXIT.
     IF PYPROFIT-EOF
         GO TO 420-SET-RATE.
     MOVE PAYPROF-BADGE TO WS-FIND-BADGE.
     PERFORM 240-FIND-KEYEMP THRU 240-EXIT.
     IF NOT KEY-EMPLOYEE
         GO TO 410-KEY-RATE-LOOP.
     PERFORM 430-COMP-AND-RATE THRU 430-EXIT.
     IF WS-ALLOC-PCT > WS-HIGH-KEY-PCT
         MOVE WS-ALLOC-PCT TO WS-HIGH-KEY-PCT
     END-IF.
     GO TO 410-KEY-RATE-LOOP.
 420-SET-RATE.
     MOVE WS-MIN-PCT TO WS-REQ-PCT.
     IF WS-HIGH-KEY-PCT < WS-REQ-PCT
         MOVE WS-HIGH-KEY-PCT TO WS-REQ-PCT
     END-IF.
     MOVE "NON-KEY PARTICIPANTS BELOW THE TOP-HEAVY MINIMUM"
         TO TH-TITLE-TEXT.
     PERFORM 460-SECTION-TITLE THRU 460-EXIT.
     MOVE "PSRULES MINIMUM PERCENT OF PAY" TO TH-P-LABEL.
     MOVE WS-MIN-PCT TO TH-P-PCT.
     WRITE TH1-REC FROM TH-PCT-LINE AFTER ADVANCING 1.
     MOVE "HIGHEST KEY EMPLOYEE ALLOCATION RATE" TO TH-P-LABEL.
     MOVE WS-HIGH-KEY-PCT TO TH-P-PCT.
     WRITE TH1-REC FROM TH-PCT-LINE AFTER ADVANCING 1.
     MOVE "REQUIRED MINIMUM PERCENT OF PAY" TO TH-P-LABEL.
     MOVE WS-REQ-PCT TO TH-P-PCT.
     WRITE TH1-REC FROM TH-PCT-LINE AFTER ADVANCING 1.
     IF NOT COMP-LIMIT-FOUND
         MOVE SPACES TO TH-N-TEXT
         STRING "NOTE: NO PSRULES LIMIT RECORD FOR THE PLAN "
                "YEAR - PAY IS NOT CAPPED"
              DELIMITED SIZE INTO TH-N-TEXT
         WRITE TH1-REC FROM TH-NOTE-LINE AFTER ADVANCING 1
         ADD 1 TO TH-LN-CNT
     END-IF.
     WRITE TH1-REC FROM TH-MIN-HEAD AFTER ADVANCING 2.
     ADD 5 TO TH-LN-CNT.
     MOVE 0 TO PAYPROF-SSN.
     PERFORM 708-START-PAYPROFIT THRU 708-EXIT.
     IF INVALID-START-PAYPROFIT
         GO TO 408-BAD-START.
 422-SHORTFALL-LOOP.
     PERFORM 712-READ-PAYPROFIT-NEXT THRU 712-EXIT.
     IF PYPROFIT-EOF
         GO TO 428-MIN-TOTALS.
     ADD 1 TO TH-MIN-READ-CNT.
     IF PY-PS-ENROLLED = 0 AND PY-PROF-CERT NOT = 1
         GO TO 422-SHORTFALL-LOOP.
     IF PY-TERM-DT NOT = 0 AND
        PY-TERM-DT NOT > WS-PY-END AND
        PY-HIRE-DT NOT > PY-TERM-DT
         GO TO 422-SHORTFALL-LOOP.
     MOVE PAYPROF-BADGE TO WS-FIND-BADGE.
     PERFORM 240-FIND-KEYEMP THRU 240-EXIT.
     IF KEY-EMPLOYEE
         GO TO 422-SHORTFALL-LOOP.
     ADD 1 TO TH-MIN-CNT.
     PERFORM 430-COMP-AND-RATE THRU 430-EXIT.
     COMPUTE WS-REQUIRED ROUNDED = WS-COMP * WS-REQ-PCT / 100.
     COMPUTE WS-SHORTFALL = WS-REQUIRED - WS-ALLOC.
     IF WS-SHORTFALL NOT > 0
         GO TO 422-SHORTFALL-LOOP.
     ADD 1 TO TH-SHORT-CNT.
     ADD WS-SHORTFALL TO TH-SHORT-AMT.
     IF TH-LN-CNT > 56
         PERFORM 450-TH-HEAD THRU 450-EXIT
         WRITE TH1-REC FROM TH-MIN-HEAD AFTER ADVANCING 1
         ADD 1 TO TH-LN-CNT
     END-IF.
     MOVE PAYPROF-BADGE TO TH-M-EMP.
     MOVE PY-NAM TO TH-M-NAME.
     MOVE PY-STOR TO TH-M-STR.
     MOVE WS-COMP TO TH-M-COMP.
     MOVE WS-ALLOC TO TH-M-ALLOC.
     MOVE WS-ALLOC-PCT TO TH-M-PCT.
     MOVE WS-REQUIRED TO TH-M-REQ.
     MOVE WS-SHORTFALL TO TH-M-SHORT.
     WRITE TH1-REC FROM TH-MIN-LINE AFTER ADVANCING 1.
     ADD 1 TO TH-LN-CNT.
     GO TO 422-SHORTFALL-LOOP.
 428-MIN-TOTALS.
     MOVE "NON-KEY PARTICIPANTS EMPLOYED AT YEAR END" TO TH-T-LABEL.
     MOVE TH-MIN-CNT TO TH-T-CNT.
     MOVE 0 TO TH-T-AMT.
     WRITE TH1-REC FROM TH-TOT-LINE AFTER ADVANCING 2.
     MOVE "CORRECTIVE CONTRIBUTION NEEDED" TO TH-T-LABEL.
     MOVE TH-SHORT-CNT TO TH-T-CNT.
     MOVE TH-SHORT-AMT TO TH-T-AMT.
     WRITE TH1-REC FROM TH-TOT-LINE AFTER ADVANCING 1.
     GO TO 400-EXIT.
 408-BAD-START.
     MOVE "PAY441N" TO DAEMON-DISP-PROG
     MOVE "** PAY441N - CAN NOT START PAYPROFIT - MINIMUM NOT TESTED"
         TO DAEMON-DISP-MSG
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
     MOVE 16 TO RETURN-CODE.
 400-EXIT.
     EXIT.

*  THE PLAN YEAR'S PAY (CAPPED AT THE 401(A)(17) LIMIT) AND THE
*  CONTRIBUTION PLUS FORFEITURE PAY431N ALLOCATED AS A PERCENT.
*  FOR THE EARLY-JANUARY RUN THE PLAN YEAR IS LAST YEAR, SO THE
*  PAY IS PY-PD-LASTYR, THE SAME BASIS PAY426N GAVE THE POINTS.
 430-COMP-AND-RATE.
     IF CUTOFFDATE-MM NOT = 12
         COMPUTE WS-COMP = PY-PD-LASTYR + PY-PD-EXEC
     ELSE
         COMPUTE WS-COMP = PY-PD + PY-PD-EXEC
     END-IF.
     IF COMP-LIMIT-FOUND AND WS-COMP > WS-COMP-LIMIT
         MOVE WS-COMP-LIMIT TO WS-COMP
     END-IF.
     COMPUTE WS-ALLOC = PY-PROF-CONT + PY-PROF-FORF.
     MOVE 0 TO WS-ALLOC-PCT.
     IF WS-COMP > 0
         COMPUTE WS-ALLOC-PCT ROUNDED = WS-ALLOC * 100 / WS-COMP
     END-IF.
 430-EXIT.
     EXIT.

 450-TH-HEAD.
     ADD 1 TO TH-PG-CNT.
     MOVE TH-PG-CNT TO TH-PAGE.
     MOVE 0 TO TH-LN-CNT.
     WRITE TH1-REC FROM TH-HEAD1 AFTER ADVANCING PAGE.
     WRITE TH1-REC FROM TH-HEAD2 AFTER ADVANCING 1.
     MOVE SPACES TO TH1-REC.
     WRITE TH1-REC AFTER ADVANCING 1.
     ADD 3 TO TH-LN-CNT.
 450-EXIT.
     EXIT.

 460-SECTION-TITLE.
     IF TH-LN-CNT > 46
         PERFORM 450-TH-HEAD THRU 450-EXIT
     END-IF.
     WRITE TH1-REC FROM TH-TITLE AFTER ADVANCING 2.
     MOVE SPACES TO TH1-REC.
     WRITE TH1-REC AFTER ADVANCING 1.
     ADD 3 TO TH-LN-CNT.
 460-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 700-OPEN-FILES.
     MOVE "INPUT" TO UFAS-OPEN-MODE
     CALL "OPEN-PAYPROFIT" USING PAYPROFIT-FILE-STATUS UFAS-OPEN-MODE
     CALL "OPEN-PSRULES" USING PSRULES-FILE-STATUS UFAS-OPEN-MODE
     CALL "OPEN-CALENDAR1" USING CALDAR-FILE-STATUS UFAS-OPEN-MODE.
     OPEN OUTPUT THRPTFL.
     WRITE TH1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
 700-EXIT.
     EXIT.
 702-CLOSE-FILES.
     CALL "CLOSE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
     CALL "CLOSE-PSRULES" USING PSRULES-FILE-STATUS
     CALL "CLOSE-CALENDAR1" USING CALDAR-FILE-STATUS.
     CLOSE THRPTFL.
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
*  THE MINIMUM PERCENT COMES FROM THE PSRULES RULE RECORD AND
*  THE COMPENSATION CAP FROM THE PLAN YEAR'S LIMIT RECORD (THE
*  ONE PAY431N USES).  WITHOUT A LIMIT RECORD PAY IS UNCAPPED
*  AND THE REPORT SAYS SO.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 716-READ-PSRULES.
     MOVE "PSRULES1" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS = "00" AND
        PSRULES-TH-MIN-PCT NUMERIC AND PSRULES-TH-MIN-PCT > 0
         MOVE PSRULES-TH-MIN-PCT TO WS-MIN-PCT
     END-IF.
     MOVE 0 TO WS-COMP-LIMIT-SW.
     MOVE SPACES TO PSRULES-KEY.
     STRING "LIMT" WS-PLAN-YEAR DELIMITED SIZE INTO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS = "00" AND
        PSLIM-COMP-LIMIT NUMERIC AND PSLIM-COMP-LIMIT > 0
         MOVE PSLIM-COMP-LIMIT TO WS-COMP-LIMIT
         MOVE 1 TO WS-COMP-LIMIT-SW
     END-IF.
 716-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RUN REGISTRY.  750 APPENDS THE START STAMP, 752 THE END STAMP
*  (OUTCOME AND SHORTFALL COUNT; A REPORT IS ALWAYS MODE "D").
*  754 REPLAYS THE REGISTRY: A COMPLETED COMMITTED PAY431N
*  ALLOCATION FOR THE CUTOFF MUST BE ON IT, OR THE CONTRIBUTION
*  AND FORFEITURE FIGURES ON PAYPROFIT ARE NOT THIS YEAR'S.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 750-STAMP-START.
     OPEN EXTEND RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         MOVE "PAY441N" TO DAEMON-DISP-PROG
         MOVE "** PAY441N - CAN NOT OPEN RUN REGISTRY - NOT STAMPED"
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
     MOVE TH-SHORT-CNT TO RR-REC-COUNT.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
 752-EXIT.
     EXIT.

 754-CHECK-INTERLOCK.
     MOVE 0 TO WS-RR-ALLOC-SW.
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
         GO TO 754-EXIT.
     IF RR-PROGRAM = "PAY431N" AND RR-STAMP = "E" AND
        RR-MODE = "C" AND RR-STATUS = "C" AND
        RR-CUTOFF-DATE = CUTOFFDATE-CYMD
         MOVE 1 TO WS-RR-ALLOC-SW.
     GO TO 755-INTERLOCK-LOOP.
 754-EXIT.
     EXIT.

 756-FILL-STAMP.
     MOVE "PAY441N" TO RR-PROGRAM.
     MOVE FUNCTION CURRENT-DATE TO RR-W-CURDATE.
     MOVE RR-W-CURDATE (1:8) TO RR-RUN-DATE.
     MOVE RR-W-CURDATE (9:6) TO RR-RUN-TIME.
     MOVE CUTOFFDATE-CYMD TO RR-CUTOFF-DATE.
     MOVE "D" TO RR-MODE.
     MOVE SPACES TO RR-PARAMS.
     MOVE TEXTE TO RR-PARAMS.
 756-EXIT.
     EXIT.
