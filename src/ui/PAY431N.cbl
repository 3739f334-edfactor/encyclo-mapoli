**   DATE WRITTEN:        08/24/2026                              **
**    DESCRIPTION:        YEAR END PROFIT SHARING ALLOCATION      **
**                        POSTING RUN.  TAKES THE TOTAL COMPANY   **
**                        CONTRIBUTION AND THE TOTAL TRUST        **
**                        EARNINGS AS PARAMETERS, AND THE         **
**                        FORFEITURE POOL FROM THE PAY439N POOL   **
**                        CONTROL RECORD, AND SPREADS THEM ACROSS **
**                        EVERY EMPLOYEE                          **
**                        CERTIFIED BY THE PAY426N UPDATE RUN     **
**                        (PY-PROF-CERT = 1):                     **
**                          - CONTRIBUTION AND FORFEITURES ARE    **
**                        SHARE IS ADDED INTO PYBEN-PSAMT.        **
**                                                                **
**                        PARAMETERS: CUTOFF DATE YYMMDD, THEN    **
**                        THE CONTRIBUTION AND EARNINGS TOTALS,   **
**                        EACH KEYED AS 11 DIGITS IN PENNIES,     **
**                        ZERO FILLED (E.G. 00012345678 =         **
**                        $123,456.78).                           **
**                                                                **
**                        THE FORFEITURE POOL IS NO LONGER KEYED. **
**                        IT IS FP-POOL-AMT ON THE FPOOL RECORD   **
**                        THE COMMITTED PAY439N FORFEITURE RUN    **
**                        WRITES; THE RUN ABORTS WHEN THAT RECORD **
**                        IS MISSING OR BELONGS TO ANOTHER        **
**                        CUTOFF.  THE REGISTER TOTAL PAGE SHOWS  **
**                        THE PAY439N RUN DATE THE POOL CAME FROM.**
**                                                                **
**                        IRC LIMITS: THE PLAN YEAR'S PSRULES     **
**                        LIMIT RECORD (KEY "LIMTCCYY") CARRIES   **
**                        THE 401(A)(17) COMPENSATION LIMIT AND   **
**                        THE 415(C) ANNUAL ADDITIONS LIMIT; THE  **
**                        RUN ABORTS WITHOUT IT.  POINTS ARE      **
**                        CAPPED AT THE COMPENSATION LIMIT (THE   **
**                        PAY426N DOLLARS-PER-POINT RULE) BEFORE  **
**                        THEY DRIVE THE SPLIT, AND NO            **
**                        EMPLOYEE'S CONTRIBUTION PLUS FORFEITURE **
**                        SHARE MAY EXCEED THE LESSER OF THE 415  **
**                        LIMIT AND 100% OF PAY.  TEST PASSES     **
**                        HOLD EACH OVER-LIMIT EMPLOYEE AT THE    **
**                        LIMIT AND REALLOCATE THE EXCESS BY      **
**                        POINTS TO EVERYONE ELSE, ROUND AFTER    **
**                        ROUND, UNTIL NOBODY IS OVER.  THE LIMIT **
**                        REPORT (ALLIM) LISTS THE CAPPED PAY,    **
**                        EACH CAPPED EMPLOYEE AND THE EXCESS     **
**                        REMOVED, AND WHERE EACH ROUND OF EXCESS **
**                        WENT.                                   **
**                                                                **
**                        GENERAL LEDGER: EVERY COMMITTED RUN     **
**                        APPENDS A BALANCED JOURNAL BATCH TO THE **
**                        GL INTERFACE FILE (GLINTF) - A DEBIT TO **
**                        THE CONTRIBUTION, EARNINGS AND          **
**                        FORFEITURE ACCOUNTS AND A CREDIT TO THE **
**                        PARTICIPANT ACCOUNTS, BY COST CENTER    **
**                        (PY-STOR), WITH THE ACCOUNT NUMBERS     **
**                        FROM THE PSRULES "GLACCT" RECORD.       **
**                        BENEFICIARIES POST TO THE GLACCT        **
**                        BENEFICIARY COST CENTER. THE GL POSTING **
**                        SUMMARY (ALGL) PROVES DEBITS EQUAL      **
**                        CREDITS AND TIES EACH ACCOUNT TO THE    **
**                        ALREG ALLOCATED TOTALS; A DRY RUN       **
**                        PRINTS IT BUT SENDS NOTHING. A          **
**                        COMMITTED RUN IS REFUSED WHEN THE       **
**                        REGISTRY ALREADY SHOWS A COMMITTED RUN  **
**                        FOR THE SAME CUTOFF THAT POSTED         **
**                        RECORDS, SO AN ALLOCATION IS NEVER      **
**                        POSTED OR SENT TO THE LEDGER TWICE.     **
**                                                                **
**                        SWITCH 3 ON = DRY RUN: THE FULL         **
**                        REGISTER PRINTS BUT NO PAYPROFIT OR     **
** 08/28/2026 K.Alvarez  MAIN-2125 Run registry: the run now      **
**                       appends start and end stamps to the      **
**                       shared RUNREG file.                      **
** 09/08/2026 K.Alvarez  MAIN-2131 Forfeiture pool now read from  **
**                       the PAY439N FPOOL control record instead **
**                       of the keyed fourth parameter.           **
** 09/14/2026 K.Alvarez  MAIN-2133 IRC 401(a)(17) compensation    **
**                       cap on points and IRC 415 annual adds    **
**                       limit with reallocation of the excess;   **
**                       limits by plan year on PSRULES, new      **
**                       ALLIM limit report.                      **
** 10/01/2026 K.Alvarez  MAIN-2138 General ledger interface:      **
**                       balanced journal batch to GLINTF by      **
**                       account and cost center from the PSRULES **
**                       GLACCT record, new ALGL posting summary  **
**                       tied to ALREG, committed rerun of a      **
**                       cutoff refused.                          **
** 10/15/2026 K.Alvarez  MAIN-2141 415 pay test on the plan       **
**                       year's pay; a committed start with no    **
**                       end stamp locks the cutoff.              **
********************************************************************

 ENVIRONMENT DIVISION.
 FILE-CONTROL.
 SELECT ALREGFL   ASSIGN LINE ADVANCING "ALREG"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT ALLIMFL   ASSIGN LINE ADVANCING "ALLIM"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.
 SELECT OPTIONAL FPOOLFL ASSIGN "FPOOL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FPOOL-FILE-STATUS.
 SELECT ALGLFL    ASSIGN LINE ADVANCING "ALGL"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL GLINTFL ASSIGN "GLINTF"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GLINTF-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  ALREGFL LABEL RECORDS OMITTED.
 01  ALREG-REC                             PIC X(132).

 FD  ALLIMFL LABEL RECORDS OMITTED.
 01  ALLIM-REC                             PIC X(132).

 FD  RUNREGFL LABEL RECORDS OMITTED.
 COPY X-FD-RUNREG.

 FD  FPOOLFL LABEL RECORDS OMITTED.
 COPY X-FD-FPOOL.

 FD  ALGLFL LABEL RECORDS OMITTED.
 01  ALGL-REC                              PIC X(132).

 FD  GLINTFL LABEL RECORDS OMITTED.
 COPY X-FD-GLINTF.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*
 01 UFAS-OPEN-MODE PIC X(6).
 COPY X-FD-PAYPROFIT.
 COPY X-FD-PAYBEN.
 COPY X-FD-PSRULES.

 01 PAYPROFIT-FILE-STATUS    PIC XX.
 01 PAYBEN-FILE-STATUS       PIC XX.
 01 PSRULES-FILE-STATUS      PIC XX.

 COPY WS-QUE-DISP.

         88  PYBEN-EOF                                VALUE 1.
     03  WS-UPDATE-RUN-SW                   PIC 9(01) VALUE 1.
         88  COMMITTED-UPDATE-RUN                     VALUE 1.
     03  WS-RUNREG-EOF-SW                   PIC 9(01) VALUE 0.
         88  RUNREG-EOF                               VALUE 1.
     03  WS-RR-SENT-SW                      PIC 9(01) VALUE 0.
         88  CUTOFF-ALREADY-SENT                      VALUE 1.
     03  WS-GL-OPEN-SW                      PIC 9(01) VALUE 0.
         88  GL-FILE-OPEN                             VALUE 1.
     03  WS-GL-SEND-SW                      PIC 9(01) VALUE 0.
         88  SEND-TO-GL                               VALUE 1.
     03  WS-GL-FAIL-SW                      PIC 9(01) VALUE 0.
     03  WS-GL-TIE-SW                       PIC 9(01) VALUE 0.
         88  GL-TIE-VARIANCE                          VALUE 1.
 01  CUTOFFDATE.
     03  CUTOFFDATE-CC                      PIC 9(02) VALUE 0.
     03  IN-DATE-N                          PIC 9(06) VALUE 0.
 01  WS-RR-START-SW                         PIC 9(01) VALUE 0.
     88  RUN-STAMPED                                  VALUE 1.
 01  WS-RR-END-STATUS                       PIC X(01) VALUE "C".
 01  FPOOL-FILE-STATUS                      PIC X(02) VALUE "00".
 01  GLINTF-FILE-STATUS                     PIC X(02) VALUE "00".
 01  WS-RR-SENT-DATE                        PIC 9(08) VALUE 0.
 01  WS-RR-OPEN-CNT                         PIC 9(04) COMP VALUE 0.
     88  RR-RUN-NEVER-ENDED                           VALUE 1 THRU 9999.
 01  WS-RR-OPEN-DATE                        PIC 9(08) VALUE 0.
 01  WS-RR-OWN-STAMP.
     03  WS-RR-OWN-DATE                     PIC 9(08) VALUE 0.
     03  WS-RR-OWN-TIME                     PIC 9(06) VALUE 0.
*  THE TWO AMOUNT PARAMETERS ARRIVE AS 11 RAW PENNY DIGITS;
*  THE REDEFINES SUPPLIES THE IMPLIED DECIMAL POINT.  THE
*  FORFEITURE POOL IS FILLED FROM THE FPOOL RECORD.
 01  AL-PARM-CONT                           PIC X(11) VALUE ZEROS.
 01  AL-IN-CONT REDEFINES AL-PARM-CONT      PIC 9(09)V99.
 01  AL-PARM-EARN                           PIC X(11) VALUE ZEROS.
 01  AL-IN-EARN REDEFINES AL-PARM-EARN      PIC 9(09)V99.
 01  AL-IN-FORF                             PIC 9(09)V99 VALUE 0.
 01  AL-TOT-POINTS                          PIC S9(09) VALUE 0.
 01  AL-TOT-EARN-BASE                       PIC S9(11)V99 VALUE 0.
 01  AL-CUM-POINTS                          PIC S9(09) VALUE 0.
 01  AL-POSTED-CNT                          PIC 9(06) VALUE 0.
 01  AL-PG-CNT                              PIC 9(05) VALUE 0.
 01  AL-LN-CNT                              PIC 9(02) VALUE 57.
*  IRC LIMIT FIELDS.  AL-EMP-POINTS IS THE EMPLOYEE'S POINTS
*  AFTER THE COMPENSATION CAP, AL-EMP-LIMIT THE EMPLOYEE'S 415
*  LIMIT (THE LESSER OF THE DOLLAR LIMIT AND 100% OF PAY).  THE
*  CONTRIBUTION AND FORFEITURE POOLS SHARED BY POINTS ARE
*  AL-POOL-CONT/-FORF OVER AL-UNC-POINTS - THE INPUT TOTALS AND
*  POINTS LESS WHAT IS HELD FOR THE EMPLOYEES CAPPED AT 415.
 01  AL-PLAN-YEAR                           PIC 9(04) VALUE 0.
 01  AL-COMP-LIMIT                          PIC 9(07)V99 VALUE 0.
 01  AL-415-LIMIT                           PIC 9(07)V99 VALUE 0.
 01  AL-LIMIT-POINTS                        PIC S9(07) VALUE 0.
 01  AL-LIMIT-REM                           PIC S9(07)V99 VALUE 0.
 01  AL-EMP-POINTS                          PIC S9(07) VALUE 0.
 01  AL-EMP-COMP                            PIC S9(07)V99 VALUE 0.
 01  AL-EMP-LIMIT                           PIC S9(07)V99 VALUE 0.
 01  AL-EMP-ADDS                            PIC S9(09)V99 VALUE 0.
 01  AL-POOL-CONT                           PIC S9(11)V99 VALUE 0.
 01  AL-POOL-FORF                           PIC S9(11)V99 VALUE 0.
 01  AL-UNC-POINTS                          PIC S9(09) VALUE 0.
 01  AL-PALLOC-CONT                         PIC S9(11)V99 VALUE 0.
 01  AL-PALLOC-FORF                         PIC S9(11)V99 VALUE 0.
 01  AL-HELD-CONT                           PIC S9(11)V99 VALUE 0.
 01  AL-HELD-FORF                           PIC S9(11)V99 VALUE 0.
 01  AL-HELD-POINTS                         PIC S9(09) VALUE 0.
 01  AL-UNALLOC-CONT                        PIC S9(11)V99 VALUE 0.
 01  AL-UNALLOC-FORF                        PIC S9(11)V99 VALUE 0.
 01  AL-CERT-CNT                            PIC 9(06) VALUE 0.
 01  AL-COMP-CAP-CNT                        PIC 9(06) VALUE 0.
 01  AL-ROUND                               PIC 9(02) VALUE 0.
 01  AL-NEW-CAP-SW                          PIC 9(01) VALUE 0.
     88  NEW-415-CAPS                                 VALUE 1.
 01  AL-CAPPED-SW                           PIC 9(01) VALUE 0.
     88  EMP-415-CAPPED                               VALUE 1.
 01  LC-SUB                                 PIC 9(04) COMP VALUE 0.
*  EMPLOYEES HELD AT THEIR 415 LIMIT.  LC-CONT/LC-FORF SPLIT THE
*  LIMIT BETWEEN THE TWO POOLS IN THE RATIO OF THE INPUT TOTALS.
*  LC-EXCESS IS THE AMOUNT OVER THE LIMIT IN THE ROUND THE
*  EMPLOYEE WAS CAPPED.
 01  LC-TABLE.
     03  LC-CNT                             PIC 9(04) COMP VALUE 0.
     03  LC-ENTRY OCCURS 500 TIMES
                  INDEXED BY LC-IDX.
         05  LC-BADGE                       PIC 9(07).
         05  LC-NAME                        PIC X(25).
         05  LC-ROUND                       PIC 9(02).
         05  LC-POINTS                      PIC S9(07).
         05  LC-COMP                        PIC S9(07)V99.
         05  LC-SHARE                       PIC S9(09)V99.
         05  LC-LIMIT                       PIC S9(07)V99.
         05  LC-CONT                        PIC S9(09)V99.
         05  LC-FORF                        PIC S9(09)V99.
         05  LC-EXCESS                      PIC S9(09)V99.
*  ONE ENTRY PER TEST ROUND - THE EXCESS TAKEN OFF THE EMPLOYEES
*  CAPPED IN THAT ROUND, REALLOCATED IN THE NEXT ROUND ACROSS
*  RD-RECEIVERS UNCAPPED PARTICIPANTS.
 01  RD-TABLE.
     03  RD-ENTRY OCCURS 20 TIMES.
         05  RD-CAPPED                      PIC 9(04) COMP.
         05  RD-EXCESS                      PIC S9(11)V99.
         05  RD-RECEIVERS                   PIC 9(06).
 01  LM-PG-CNT                              PIC 9(05) VALUE 0.
 01  LM-LN-CNT                              PIC 9(02) VALUE 57.
 01  LM-TOT-EXCESS                          PIC S9(11)V99 VALUE 0.
 01  XEROX-HEADER.
     03  XEROX-REC                          PIC X(32)
         VALUE "DJDE JDE=PAY431,JDL=PAYROL,END,;".
     03  FILLER                             PIC X(45)
         VALUE "     BEGIN BALANCE  CONTRIBUTION      EARNING".
     03  FILLER                             PIC X(42)
         VALUE "S   FORFEITURES     ENDING BALANCE  LIMIT ".
 01  AL-LINE.
     03  AL-D-EMP                           PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AL-D-FORF                          PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AL-D-NEW-BAL                       PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(08) VALUE SPACES.
     03  AL-D-FLAG                          PIC X(05) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
 01  AL-BEN-TITLE.
     03  FILLER                             PIC X(50)
         VALUE "- NON-EMPLOYEE BENEFICIARIES (EARNINGS ONLY) -    ".
         VALUE "  RECS POSTED:  ".
     03  AL-C-POSTED                        PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(56) VALUE SPACES.
 01  LM-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY431N                            ".
     03  FILLER                             PIC X(42)
         VALUE "IRC 401(A)(17) / 415 LIMIT REPORT  CUTOFF ".
     03  LM-HEAD-CUT                        PIC X(10) VALUE SPACES.
     03  LM-HEAD-MODE                       PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  LM-PAGE                            PIC ZZZZ9.
     03  FILLER                             PIC X(21) VALUE SPACES.
 01  LM-LIMIT-LINE.
     03  FILLER                             PIC X(11)
         VALUE "PLAN YEAR: ".
     03  LM-L-PY                            PIC 9(04).
     03  FILLER                             PIC X(27)
         VALUE "   401(A)(17) COMP LIMIT: ".
     03  LM-L-COMP                          PIC Z,ZZZ,ZZ9.99.
     03  FILLER                             PIC X(30)
         VALUE "   415(C) ANNUAL ADDS LIMIT: ".
     03  LM-L-415                           PIC Z,ZZZ,ZZ9.99.
     03  FILLER                             PIC X(36) VALUE SPACES.
 01  LM-TITLE.
     03  LM-TITLE-TEXT                      PIC X(80) VALUE SPACES.
     03  FILLER                             PIC X(52) VALUE SPACES.
 01  LM-COMP-HEAD.
     03  FILLER                             PIC X(45)
         VALUE "  BADGE NAME                      STR    COMP".
     03  FILLER                             PIC X(45)
         VALUE "ENSATION BEFORE CAP     AFTER CAP            ".
     03  FILLER                             PIC X(42) VALUE SPACES.
 01  LM-COMP-LINE.
     03  LM-C-EMP                           PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-C-NAME                          PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-C-STR                           PIC ZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-C-COMP                          PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(03) VALUE SPACES.
     03  LM-C-PTS-B                         PIC ZZZ,ZZ9-.
     03  FILLER                             PIC X(06) VALUE SPACES.
     03  LM-C-PTS-A                         PIC ZZZ,ZZ9-.
     03  FILLER                             PIC X(54) VALUE SPACES.
 01  LM-415-HEAD.
     03  FILLER                             PIC X(45)
         VALUE "  BADGE NAME                      RND    COMP".
     03  FILLER                             PIC X(45)
         VALUE "ENSATION    SHARE BEFORE     415 LIMIT  EXCES".
     03  FILLER                             PIC X(42)
         VALUE "S REMOVED     HELD CONT     HELD FORF     ".
 01  LM-415-LINE.
     03  LM-X-EMP                           PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-X-NAME                          PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-X-ROUND                         PIC ZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-X-COMP                          PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-X-SHARE                         PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-X-LIMIT                         PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-X-EXCESS                        PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-X-CONT                          PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  LM-X-FORF                          PIC Z,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(05) VALUE SPACES.
 01  LM-ROUND-LINE.
     03  FILLER                             PIC X(06) VALUE "ROUND ".
     03  LM-R-ROUND                         PIC Z9.
     03  FILLER                             PIC X(02) VALUE ": ".
     03  LM-R-CAPPED                        PIC ZZZ9.
     03  FILLER                             PIC X(31)
         VALUE " EMPLOYEE(S) CAPPED, EXCESS OF ".
     03  LM-R-EXCESS                        PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(36)
         VALUE " REALLOCATED BY POINTS ACROSS      ".
     03  LM-R-RECEIVERS                     PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(29)
         VALUE " UNCAPPED PARTICIPANTS       ".
 01  LM-TOT-LINE.
     03  LM-T-LABEL                         PIC X(45) VALUE SPACES.
     03  LM-T-CNT                           PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(04) VALUE SPACES.
     03  LM-T-AMT                           PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(61) VALUE SPACES.
 01  AL-POOL-NOTE.
     03  FILLER                             PIC X(70)
         VALUE "NOTE: THE FORFEITURE POOL INPUT IS THE FPOOL RECORD WRITTEN BY THE PA".
     03  FILLER                             PIC X(33)
         VALUE "Y439N FORFEITURE POSTING RUN OF ".
     03  AL-N-RUN-M                         PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  AL-N-RUN-D                         PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  AL-N-RUN-Y                         PIC 9(04).
     03  FILLER                             PIC X(19) VALUE ".".
*  GENERAL LEDGER JOURNAL.  GJ-AMT IS THE AMOUNT POSTED BY COST
*  CENTER (PY-STOR + 1) AND JOURNAL CATEGORY - 1 CONTRIBUTION,
*  2 EARNINGS AND 3 FORFEITURES, EACH A DEBIT TO ITS OWN
*  ACCOUNT, AND 4 THE CREDIT TO THE PARTICIPANT ACCOUNTS FOR
*  ALL THREE.  GJ-CAT-REG IS THE MATCHING ALREG ALLOCATED TOTAL
*  AND GJ-CAT-GL WHAT THE JOURNAL CARRIES, FOR THE TIE-OUT.
 01  GJ-TABLE.
     03  GJ-STORE OCCURS 1000 TIMES.
         05  GJ-AMT OCCURS 4 TIMES          PIC S9(11)V99.
 01  GJ-CAT-TABLE.
     03  GJ-CAT OCCURS 4 TIMES.
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
         VALUE "PAY431N                            ".
     03  FILLER                             PIC X(42)
         VALUE "GENERAL LEDGER POSTING SUMMARY     CUTOFF ".
     03  GJ-HEAD-CUT                        PIC X(10) VALUE SPACES.
     03  GJ-HEAD-MODE                       PIC X(10) VALUE SPACES.
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
         VALUE "  ALREG: ".
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

 LINKAGE SECTION.
 01  OPTION-LINK.
     DISPLAY "*** PAY431N starting ***".
     UNSTRING TEXTE DELIMITED BY " " INTO IN-DATE-X
                                          AL-PARM-CONT
                                          AL-PARM-EARN.
        display "in-date-x " in-date-x
                " cont " al-in-cont
                " earn " al-in-earn.
     IF META-SW (3) = 1
         MOVE 0 TO WS-UPDATE-RUN-SW
         MOVE " DRY RUN  " TO AL-HEAD-MODE
         MOVE 16 TO RETURN-CODE
         EXIT PROGRAM.
     IF AL-IN-CONT NOT NUMERIC OR
        AL-IN-EARN NOT NUMERIC
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - AMOUNT PARMS MUST BE 11 DIGIT PENNIES"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         EXIT PROGRAM.
     IF CUTOFFDATE-YY < 50 MOVE 20 TO CUTOFFDATE-CC
     ELSE                  MOVE 19 TO CUTOFFDATE-CC.
     PERFORM 105-READ-FORF-POOL THRU 105-EXIT.
     IF RETURN-CODE = 16
         EXIT PROGRAM.
     IF AL-IN-CONT = 0 AND AL-IN-EARN = 0 AND AL-IN-FORF = 0
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - ALL THREE AMOUNTS ZERO - NOTHING TO DO"
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         EXIT PROGRAM.
     MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT.
     MOVE CUTOFFDATE-MM TO AL-HEAD-CUT-M.
     MOVE CUTOFFDATE-DD TO AL-HEAD-CUT-D.
     MOVE CUTOFFDATE-CC TO AL-HEAD-CUT-Y (1:2).
     MOVE CUTOFFDATE-YY TO AL-HEAD-CUT-Y (3:2).
     MOVE AL-HEAD-CUT-M TO LM-HEAD-CUT (1:2).
     MOVE "/" TO LM-HEAD-CUT (3:1).
     MOVE AL-HEAD-CUT-D TO LM-HEAD-CUT (4:2).
     MOVE "/" TO LM-HEAD-CUT (6:1).
     MOVE AL-HEAD-CUT-Y TO LM-HEAD-CUT (7:4).
     MOVE AL-HEAD-MODE TO LM-HEAD-MODE.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     IF COMMITTED-UPDATE-RUN
         PERFORM 754-CHECK-INTERLOCK THRU 754-EXIT
     END-IF.
     IF CUTOFF-ALREADY-SENT AND RR-RUN-NEVER-ENDED
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY431N - CUTOFF RUN OF " WS-RR-SENT-DATE
                 " NEVER ENDED - CHECK POSTINGS"
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         DISPLAY "*** PAY431N REFUSED - A COMMITTED ALLOCATION FOR "
                 "CUTOFF " CUTOFFDATE-CYMD " STARTED ON "
                 WS-RR-SENT-DATE " AND NEVER ENDED ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     IF CUTOFF-ALREADY-SENT
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY431N - CUTOFF ALREADY POSTED AND SENT TO GL "
                WS-RR-SENT-DATE
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         DISPLAY "*** PAY431N REFUSED - A COMMITTED ALLOCATION FOR "
                 "CUTOFF " CUTOFFDATE-CYMD " WAS POSTED ON "
                 WS-RR-SENT-DATE " ***"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     IF COMMITTED-UPDATE-RUN AND NOT GL-FILE-OPEN
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - CAN NOT OPEN GL INTERFACE FILE - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     IF INVALID-START-PAYPROFIT
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - CAN NOT START PAYPROFIT - RUN ABORTED"
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 160-READ-LIMITS THRU 160-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 170-READ-GL-ACCOUNTS THRU 170-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 100-TALLY-BASES THRU 100-EXIT.
     IF AL-TOT-POINTS = 0 AND (AL-IN-CONT > 0 OR AL-IN-FORF > 0)
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 140-TEST-415 THRU 140-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 200-ALLOCATE-EMPLOYEES THRU 200-EXIT.
     PERFORM 300-ALLOCATE-PAYBEN THRU 300-EXIT.
     PERFORM 400-TIE-OUT-PAGE THRU 400-EXIT.
     PERFORM 480-LIMIT-TOTALS THRU 480-EXIT.
     PERFORM 500-GL-JOURNAL THRU 500-EXIT.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY431N" TO DAEMON-DISP-PROG
*  PASS 1 - SWEEP PAYPROFIT AND PAYBEN ONCE TO BUILD THE
*  ALLOCATION BASES: TOTAL CERTIFIED POINTS (CONTRIBUTION AND
*  FORFEITURE BASE) AND TOTAL BEGINNING BALANCE OF CERTIFIED
*  EMPLOYEES PLUS PAYBEN BENEFICIARIES (EARNINGS BASE).  POINTS
*  ARE TAKEN AFTER THE COMPENSATION CAP, AND EACH EMPLOYEE WHOSE
*  POINTS WERE CAPPED IS LISTED ON THE LIMIT REPORT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

         GO TO 120-TALLY-PAYBEN.
     IF PY-PROF-CERT NOT = 1
         GO TO 110-TALLY-LOOP.
     PERFORM 130-CAP-POINTS THRU 130-EXIT.
     ADD 1 TO AL-CERT-CNT.
     ADD AL-EMP-POINTS TO AL-TOT-POINTS.
     ADD PY-PS-AMT TO AL-TOT-EARN-BASE.
     IF AL-EMP-POINTS < PY-PROF-POINTS
         PERFORM 135-PRINT-COMP-CAP THRU 135-EXIT
     END-IF.
     GO TO 110-TALLY-LOOP.
 120-TALLY-PAYBEN.
     PERFORM 714-READ-PAYBEN-NEXT THRU 714-EXIT.
 100-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE FORFEITURE POOL COMES FROM THE ONE-RECORD FPOOL CONTROL
*  FILE THE COMMITTED PAY439N RUN WRITES.  A MISSING FILE OR A
*  RECORD FOR ANOTHER CUTOFF MEANS THE FORFEITURES HAVE NOT BEEN
*  POSTED FOR THIS YEAR END - ABORT RATHER THAN ALLOCATE A STALE
*  OR ZERO POOL.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 105-READ-FORF-POOL.
     MOVE 0 TO AL-IN-FORF.
     OPEN INPUT FPOOLFL.
     IF FPOOL-FILE-STATUS NOT = "00"
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - NO FPOOL RECORD - RUN PAY439N FIRST"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 105-EXIT.
     READ FPOOLFL
         AT END MOVE "10" TO FPOOL-FILE-STATUS
     END-READ.
     CLOSE FPOOLFL.
     IF FPOOL-FILE-STATUS NOT = "00"
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - FPOOL FILE EMPTY - RUN PAY439N FIRST"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 105-EXIT.
     IF FP-CUTOFF-DATE NOT = CUTOFFDATE-CYMD
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY431N - FPOOL IS FOR CUTOFF " FP-CUTOFF-DATE
                 " - RUN PAY439N FIRST"
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 105-EXIT.
     IF FP-POOL-AMT > 0
         MOVE FP-POOL-AMT TO AL-IN-FORF.
     MOVE FP-RUN-DATE (5:2) TO AL-N-RUN-M.
     MOVE FP-RUN-DATE (7:2) TO AL-N-RUN-D.
     MOVE FP-RUN-DATE (1:4) TO AL-N-RUN-Y.
        display "forf pool " al-in-forf " from run " fp-run-date.
 105-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  IRC LIMITS FOR THE EMPLOYEE IN PAYPROF-REC.  POINTS ARE ONE
*  PER $100 OF PAY (PAY426N), SO THE 401(A)(17) CAP ON POINTS IS
*  THE COMPENSATION LIMIT CONVERTED THE SAME WAY.  THE 415 LIMIT
*  IS THE LESSER OF THE DOLLAR LIMIT AND 100% OF PAY; WITH NO PAY
*  ON FILE THE DOLLAR LIMIT STANDS.  PAY IS THE PLAN YEAR'S (160):
*  LAST YEAR'S FOR THE EARLY-JANUARY RUN.  PY-PROF-POINTS ITSELF IS
*  NEVER CHANGED - IT REMAINS THE PAY426N FIGURE.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 130-CAP-POINTS.
     MOVE PY-PROF-POINTS TO AL-EMP-POINTS.
     IF AL-EMP-POINTS > AL-LIMIT-POINTS
         MOVE AL-LIMIT-POINTS TO AL-EMP-POINTS
     END-IF.
     IF CUTOFFDATE-MM NOT = 12
         COMPUTE AL-EMP-COMP = PY-PD-LASTYR + PY-PD-EXEC
     ELSE
         COMPUTE AL-EMP-COMP = PY-PD + PY-PD-EXEC
     END-IF.
     IF AL-EMP-COMP > 0 AND AL-EMP-COMP < AL-415-LIMIT
         MOVE AL-EMP-COMP TO AL-EMP-LIMIT
     ELSE
         MOVE AL-415-LIMIT TO AL-EMP-LIMIT
     END-IF.
 130-EXIT.
     EXIT.

 135-PRINT-COMP-CAP.
     IF LM-LN-CNT > 56
         PERFORM 460-LM-HEAD THRU 460-EXIT
         WRITE ALLIM-REC FROM LM-COMP-HEAD AFTER ADVANCING 1
         ADD 1 TO LM-LN-CNT
     END-IF.
     ADD 1 TO AL-COMP-CAP-CNT.
     MOVE PAYPROF-BADGE TO LM-C-EMP.
     MOVE PY-NAM TO LM-C-NAME.
     MOVE PY-STOR TO LM-C-STR.
     MOVE AL-EMP-COMP TO LM-C-COMP.
     MOVE PY-PROF-POINTS TO LM-C-PTS-B.
     MOVE AL-EMP-POINTS TO LM-C-PTS-A.
     WRITE ALLIM-REC FROM LM-COMP-LINE AFTER ADVANCING 1.
     ADD 1 TO LM-LN-CNT.
 135-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  415 TEST PASSES.  EACH ROUND SWEEPS THE CERTIFIED EMPLOYEES
*  AND SPLITS THE CONTRIBUTION AND FORFEITURE POOLS BY POINTS
*  OVER EVERYONE NOT YET HELD AT THE LIMIT, EXACTLY AS THE
*  POSTING PASS WILL.  ANYONE WHOSE CONTRIBUTION PLUS FORFEITURE
*  SHARE EXCEEDS THEIR LIMIT IS ENTERED IN LC-TABLE AT THE LIMIT,
*  AND THE NEXT ROUND SHARES THE SMALLER POOLS OVER THE SMALLER
*  POINTS BASE - SO THE EXCESS FLOWS TO THE OTHER PARTICIPANTS.
*  THE TEST ENDS WITH A ROUND THAT CAPS NOBODY.  IF EVERYONE
*  ENDS UP AT THE LIMIT, WHAT IS LEFT OF THE POOLS STAYS
*  UNALLOCATED AND IS REPORTED.  EARNINGS ARE NOT ANNUAL
*  ADDITIONS AND ARE NOT TESTED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 140-TEST-415.
     MOVE AL-IN-CONT TO AL-POOL-CONT.
     MOVE AL-IN-FORF TO AL-POOL-FORF.
     MOVE AL-TOT-POINTS TO AL-UNC-POINTS.
     MOVE 0 TO LC-CNT.
     MOVE 0 TO AL-ROUND.
     INITIALIZE RD-TABLE.
     IF AL-IN-CONT = 0 AND AL-IN-FORF = 0
         GO TO 140-EXIT.
     IF LM-LN-CNT > 52
         PERFORM 460-LM-HEAD THRU 460-EXIT
     END-IF.
     MOVE "EMPLOYEES HELD AT THE IRC 415 ANNUAL ADDITIONS LIMIT"
         TO LM-TITLE-TEXT.
     WRITE ALLIM-REC FROM LM-TITLE AFTER ADVANCING 2.
     WRITE ALLIM-REC FROM LM-415-HEAD AFTER ADVANCING 2.
     ADD 4 TO LM-LN-CNT.
 142-TEST-ROUND.
     IF AL-UNC-POINTS NOT > 0
         MOVE AL-POOL-CONT TO AL-UNALLOC-CONT
         MOVE AL-POOL-FORF TO AL-UNALLOC-FORF
         GO TO 140-EXIT.
     ADD 1 TO AL-ROUND.
     IF AL-ROUND > 20
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - 415 TEST DID NOT SETTLE IN 20 ROUNDS"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 140-EXIT.
     MOVE 0 TO AL-NEW-CAP-SW.
     MOVE 0 TO AL-CUM-POINTS AL-PALLOC-CONT AL-PALLOC-FORF.
     MOVE 0 TO PAYPROF-SSN.
     PERFORM 708-START-PAYPROFIT THRU 708-EXIT.
     IF INVALID-START-PAYPROFIT
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - CAN NOT RESTART PAYPROFIT - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 140-EXIT.
 144-TEST-LOOP.
     PERFORM 712-READ-PAYPROFIT-NEXT THRU 712-EXIT.
     IF PYPROFIT-EOF
         GO TO 146-ROUND-END.
     IF PY-PROF-CERT NOT = 1
         GO TO 144-TEST-LOOP.
     PERFORM 130-CAP-POINTS THRU 130-EXIT.
     PERFORM 148-FIND-CAP THRU 148-EXIT.
     IF EMP-415-CAPPED
         GO TO 144-TEST-LOOP.
     PERFORM 150-POOL-SHARE THRU 150-EXIT.
     COMPUTE AL-EMP-ADDS = AL-THIS-CONT + AL-THIS-FORF.
     IF AL-EMP-ADDS NOT > AL-EMP-LIMIT
         GO TO 144-TEST-LOOP.
     IF LC-CNT NOT < 500
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - MORE THAN 500 EMPLOYEES OVER 415 LIMIT"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 140-EXIT.
     ADD 1 TO LC-CNT.
     SET LC-IDX TO LC-CNT.
     MOVE PAYPROF-BADGE TO LC-BADGE (LC-IDX).
     MOVE PY-NAM TO LC-NAME (LC-IDX).
     MOVE AL-ROUND TO LC-ROUND (LC-IDX).
     MOVE AL-EMP-POINTS TO LC-POINTS (LC-IDX).
     MOVE AL-EMP-COMP TO LC-COMP (LC-IDX).
     MOVE AL-EMP-ADDS TO LC-SHARE (LC-IDX).
     MOVE AL-EMP-LIMIT TO LC-LIMIT (LC-IDX).
     COMPUTE LC-EXCESS (LC-IDX) = AL-EMP-ADDS - AL-EMP-LIMIT.
     COMPUTE LC-CONT (LC-IDX) ROUNDED =
             (AL-EMP-LIMIT * AL-IN-CONT) / (AL-IN-CONT + AL-IN-FORF).
     COMPUTE LC-FORF (LC-IDX) = AL-EMP-LIMIT - LC-CONT (LC-IDX).
     ADD 1 TO RD-CAPPED (AL-ROUND).
     ADD LC-EXCESS (LC-IDX) TO RD-EXCESS (AL-ROUND).
     MOVE 1 TO AL-NEW-CAP-SW.
     PERFORM 155-PRINT-415-LINE THRU 155-EXIT.
     GO TO 144-TEST-LOOP.
 146-ROUND-END.
     IF NOT NEW-415-CAPS
         GO TO 140-EXIT.
     MOVE 0 TO AL-HELD-CONT AL-HELD-FORF AL-HELD-POINTS.
     PERFORM 152-SUM-HELD THRU 152-EXIT
         VARYING LC-SUB FROM 1 BY 1 UNTIL LC-SUB > LC-CNT.
     COMPUTE AL-POOL-CONT = AL-IN-CONT - AL-HELD-CONT.
     COMPUTE AL-POOL-FORF = AL-IN-FORF - AL-HELD-FORF.
     COMPUTE AL-UNC-POINTS = AL-TOT-POINTS - AL-HELD-POINTS.
     COMPUTE RD-RECEIVERS (AL-ROUND) = AL-CERT-CNT - LC-CNT.
     GO TO 142-TEST-ROUND.
 140-EXIT.
     EXIT.

 148-FIND-CAP.
     MOVE 0 TO AL-CAPPED-SW.
     IF LC-CNT = 0
         GO TO 148-EXIT.
     SET LC-IDX TO 1.
     SEARCH LC-ENTRY
         AT END
             MOVE 0 TO AL-CAPPED-SW
         WHEN LC-IDX > LC-CNT
             MOVE 0 TO AL-CAPPED-SW
         WHEN LC-BADGE (LC-IDX) = PAYPROF-BADGE
             MOVE 1 TO AL-CAPPED-SW
     END-SEARCH.
 148-EXIT.
     EXIT.

*  RUNNING-TOTAL SHARE OF THE CURRENT POOLS FOR AN EMPLOYEE NOT
*  HELD AT THE LIMIT - USED BY THE TEST ROUNDS AND THE POSTING
*  PASS ALIKE SO THE POSTED SHARE IS THE SHARE THAT WAS TESTED.
 150-POOL-SHARE.
     ADD AL-EMP-POINTS TO AL-CUM-POINTS.
     MOVE 0 TO AL-THIS-CONT AL-THIS-FORF.
     IF AL-UNC-POINTS NOT > 0
         GO TO 150-EXIT.
     COMPUTE AL-TARGET ROUNDED =
             (AL-POOL-CONT * AL-CUM-POINTS) / AL-UNC-POINTS.
     COMPUTE AL-THIS-CONT = AL-TARGET - AL-PALLOC-CONT.
     ADD AL-THIS-CONT TO AL-PALLOC-CONT.
     COMPUTE AL-TARGET ROUNDED =
             (AL-POOL-FORF * AL-CUM-POINTS) / AL-UNC-POINTS.
     COMPUTE AL-THIS-FORF = AL-TARGET - AL-PALLOC-FORF.
     ADD AL-THIS-FORF TO AL-PALLOC-FORF.
 150-EXIT.
     EXIT.

 152-SUM-HELD.
     ADD LC-CONT (LC-SUB) TO AL-HELD-CONT.
     ADD LC-FORF (LC-SUB) TO AL-HELD-FORF.
     ADD LC-POINTS (LC-SUB) TO AL-HELD-POINTS.
 152-EXIT.
     EXIT.

 155-PRINT-415-LINE.
     IF LM-LN-CNT > 56
         PERFORM 460-LM-HEAD THRU 460-EXIT
         WRITE ALLIM-REC FROM LM-415-HEAD AFTER ADVANCING 1
         ADD 1 TO LM-LN-CNT
     END-IF.
     MOVE LC-BADGE (LC-IDX) TO LM-X-EMP.
     MOVE LC-NAME (LC-IDX) TO LM-X-NAME.
     MOVE LC-ROUND (LC-IDX) TO LM-X-ROUND.
     MOVE LC-COMP (LC-IDX) TO LM-X-COMP.
     MOVE LC-SHARE (LC-IDX) TO LM-X-SHARE.
     MOVE LC-LIMIT (LC-IDX) TO LM-X-LIMIT.
     MOVE LC-EXCESS (LC-IDX) TO LM-X-EXCESS.
     MOVE LC-CONT (LC-IDX) TO LM-X-CONT.
     MOVE LC-FORF (LC-IDX) TO LM-X-FORF.
     WRITE ALLIM-REC FROM LM-415-LINE AFTER ADVANCING 1.
     ADD 1 TO LM-LN-CNT.
     ADD LC-EXCESS (LC-IDX) TO LM-TOT-EXCESS.
 155-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE PLAN YEAR'S LIMITS.  THE PLAN YEAR IS THE CUTOFF YEAR,
*  BACKED UP ONE FOR THE EARLY-JANUARY RUN.  THE RUN WILL NOT
*  ALLOCATE WITHOUT BOTH LIMITS - A MISSING RECORD MEANS THE NEW
*  YEAR'S IRS FIGURES HAVE NOT BEEN KEYED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 160-READ-LIMITS.
     COMPUTE AL-PLAN-YEAR = CUTOFFDATE-CC * 100 + CUTOFFDATE-YY.
     IF CUTOFFDATE-MM NOT = 12
         SUBTRACT 1 FROM AL-PLAN-YEAR
     END-IF.
     MOVE SPACES TO PSRULES-KEY.
     MOVE "LIMT" TO PSRULES-KEY (1:4).
     MOVE AL-PLAN-YEAR TO PSRULES-KEY (5:4).
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS NOT = "00"
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY431N - NO PSRULES LIMIT RECORD FOR PLAN YEAR "
                 AL-PLAN-YEAR
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 160-EXIT.
     IF PSLIM-COMP-LIMIT NOT NUMERIC OR PSLIM-COMP-LIMIT = 0 OR
        PSLIM-415-LIMIT NOT NUMERIC OR PSLIM-415-LIMIT = 0
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY431N - PSRULES LIMITS ZERO OR INVALID FOR "
                 AL-PLAN-YEAR
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 160-EXIT.
     MOVE PSLIM-COMP-LIMIT TO AL-COMP-LIMIT.
     MOVE PSLIM-415-LIMIT TO AL-415-LIMIT.
     DIVIDE AL-COMP-LIMIT BY 100 GIVING AL-LIMIT-POINTS
            REMAINDER AL-LIMIT-REM.
     IF AL-LIMIT-REM NOT < 50
         ADD 1 TO AL-LIMIT-POINTS
     END-IF.
        display "plan year " al-plan-year " comp limit "
                al-comp-limit " 415 limit " al-415-limit.
     PERFORM 460-LM-HEAD THRU 460-EXIT.
     MOVE AL-PLAN-YEAR TO LM-L-PY.
     MOVE AL-COMP-LIMIT TO LM-L-COMP.
     MOVE AL-415-LIMIT TO LM-L-415.
     WRITE ALLIM-REC FROM LM-LIMIT-LINE AFTER ADVANCING 1.
     MOVE "EMPLOYEES WITH POINTS CAPPED AT THE 401(A)(17) LIMIT"
         TO LM-TITLE-TEXT.
     WRITE ALLIM-REC FROM LM-TITLE AFTER ADVANCING 2.
     WRITE ALLIM-REC FROM LM-COMP-HEAD AFTER ADVANCING 2.
     ADD 5 TO LM-LN-CNT.
 160-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE GENERAL LEDGER ACCOUNTS COME FROM THE PSRULES "GLACCT"
*  RECORD.  A COMMITTED RUN WILL NOT POST WITHOUT ALL FOUR
*  ALLOCATION ACCOUNTS, SINCE ITS JOURNAL COULD NOT BE SENT; A
*  DRY RUN GOES ON AND THE SUMMARY SHOWS THE BLANK ACCOUNTS.
*  BENEFICIARIES HAVE NO STORE, SO THEY POST TO THE GLACCT
*  BENEFICIARY COST CENTER.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 170-READ-GL-ACCOUNTS.
     INITIALIZE GJ-TABLE.
     INITIALIZE GJ-CAT-TABLE.
     MOVE "D" TO GJ-CAT-SIDE (1) GJ-CAT-SIDE (2) GJ-CAT-SIDE (3).
     MOVE "C" TO GJ-CAT-SIDE (4).
     MOVE "PS CONTRIBUTION" TO GJ-CAT-DESC (1).
     MOVE "TRUST EARNINGS" TO GJ-CAT-DESC (2).
     MOVE "FORFEITURES" TO GJ-CAT-DESC (3).
     MOVE "PARTICIPANT ACCOUNTS" TO GJ-CAT-DESC (4).
     MOVE "GLACCT" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS NOT = "00"
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         IF COMMITTED-UPDATE-RUN
             MOVE "** PAY431N - NO PSRULES GLACCT RECORD - RUN ABORTED"
                 TO DAEMON-DISP-MSG
             MOVE 16 TO RETURN-CODE
         ELSE
             MOVE "** PAY431N - NO PSRULES GLACCT RECORD - NO ACCOUNTS"
                 TO DAEMON-DISP-MSG
         END-IF
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         GO TO 170-EXIT.
     MOVE PSGL-CONT-ACCT TO GJ-CAT-ACCT (1).
     MOVE PSGL-EARN-ACCT TO GJ-CAT-ACCT (2).
     MOVE PSGL-FORF-ACCT TO GJ-CAT-ACCT (3).
     MOVE PSGL-PART-ACCT TO GJ-CAT-ACCT (4).
     IF PSGL-BEN-COST-CTR NUMERIC
         MOVE PSGL-BEN-COST-CTR TO GJ-BEN-CC
     END-IF.
     IF NOT COMMITTED-UPDATE-RUN
         GO TO 170-EXIT.
     IF PSGL-CONT-ACCT = SPACES OR PSGL-EARN-ACCT = SPACES OR
        PSGL-FORF-ACCT = SPACES OR PSGL-PART-ACCT = SPACES
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - GLACCT RECORD LACKS AN ALLOCATION ACCOUNT"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 170-EXIT.
 170-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  PASS 2 - ALLOCATE AND POST.  EACH SHARE IS THE ROUNDED
*  RUNNING TOTAL (INPUT * CUMULATIVE BASE / TOTAL BASE) LESS THE
*  DOLLARS ALREADY ALLOCATED, SO THE SUM OF THE SHARES EQUALS
*  THE INPUT TOTAL EXACTLY - NO END-OF-RUN PENNY ADJUSTMENT.
*  AN EMPLOYEE HELD AT THE 415 LIMIT IS POSTED THE HELD AMOUNTS;
*  EVERYONE ELSE SHARES WHAT IS LEFT OF THE CONTRIBUTION AND
*  FORFEITURE POOLS BY CAPPED POINTS, AS IN THE FINAL TEST ROUND.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 200-ALLOCATE-EMPLOYEES.
     MOVE 0 TO AL-CUM-POINTS AL-PALLOC-CONT AL-PALLOC-FORF.
     MOVE 0 TO PAYPROF-SSN.
     PERFORM 708-START-PAYPROFIT THRU 708-EXIT.
     IF INVALID-START-PAYPROFIT
         GO TO 210-ALLOC-LOOP.
     ADD 1 TO AL-EMP-CNT.
     MOVE PY-PS-AMT TO AL-OLD-BAL.
     ADD PY-PS-AMT TO AL-CUM-BASE.
     MOVE 0 TO AL-THIS-CONT AL-THIS-EARN AL-THIS-FORF.
     PERFORM 130-CAP-POINTS THRU 130-EXIT.
     PERFORM 148-FIND-CAP THRU 148-EXIT.
     IF EMP-415-CAPPED
         MOVE LC-CONT (LC-IDX) TO AL-THIS-CONT
         MOVE LC-FORF (LC-IDX) TO AL-THIS-FORF
         MOVE "415" TO AL-D-FLAG
     ELSE
         PERFORM 150-POOL-SHARE THRU 150-EXIT
         IF AL-EMP-POINTS < PY-PROF-POINTS
             MOVE "COMP" TO AL-D-FLAG
         ELSE
             MOVE SPACES TO AL-D-FLAG
         END-IF
     END-IF.
     ADD AL-THIS-CONT TO AL-ALLOC-CONT.
     ADD AL-THIS-FORF TO AL-ALLOC-FORF.
     IF AL-TOT-EARN-BASE > 0
         COMPUTE AL-TARGET ROUNDED =
                 (AL-IN-EARN * AL-CUM-BASE) / AL-TOT-EARN-BASE
     COMPUTE PY-PS-AMT = PY-PS-AMT
                       + AL-THIS-CONT + AL-THIS-EARN + AL-THIS-FORF.
     PERFORM 250-PRINT-EMP-LINE THRU 250-EXIT.
     MOVE PY-STOR TO GJ-CC.
     IF NOT COMMITTED-UPDATE-RUN
         PERFORM 260-GL-ACCUMULATE THRU 260-EXIT
         GO TO 210-ALLOC-LOOP.
     CALL "REWRITE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
                                    PAYPROF-REC.
         MOVE 16 TO RETURN-CODE
         GO TO 210-ALLOC-LOOP.
     ADD 1 TO AL-POSTED-CNT.
     PERFORM 260-GL-ACCUMULATE THRU 260-EXIT.
     GO TO 210-ALLOC-LOOP.
 200-EXIT.
     EXIT.
     MOVE PAYPROF-BADGE TO AL-D-EMP.
     MOVE PY-NAM TO AL-D-NAME.
     MOVE PY-STOR TO AL-D-STR.
     MOVE AL-EMP-POINTS TO AL-D-POINTS.
     MOVE AL-OLD-BAL TO AL-D-OLD-BAL.
     MOVE AL-THIS-CONT TO AL-D-CONT.
     MOVE AL-THIS-EARN TO AL-D-EARN.
 250-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  ADD THE SHARES JUST POSTED INTO THE GENERAL LEDGER JOURNAL
*  FOR COST CENTER GJ-CC, SET BY THE CALLER.  A COMMITTED RUN
*  ONLY ADDS WHAT WAS ACTUALLY REWRITTEN, SO THE JOURNAL NEVER
*  CARRIES A SHARE THE FILE DOES NOT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 260-GL-ACCUMULATE.
     COMPUTE GJ-SUB = GJ-CC + 1.
     ADD AL-THIS-CONT TO GJ-AMT (GJ-SUB 1).
     ADD AL-THIS-EARN TO GJ-AMT (GJ-SUB 2).
     ADD AL-THIS-FORF TO GJ-AMT (GJ-SUB 3).
     COMPUTE GJ-AMT (GJ-SUB 4) = GJ-AMT (GJ-SUB 4)
                    + AL-THIS-CONT + AL-THIS-EARN + AL-THIS-FORF.
 260-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  NON-EMPLOYEE BENEFICIARIES SHARE ONLY IN THE EARNINGS
     ADD AL-THIS-EARN TO AL-ALLOC-EARN.
     ADD AL-THIS-EARN TO PYBEN-PSAMT.
     PERFORM 350-PRINT-BEN-LINE THRU 350-EXIT.
     MOVE GJ-BEN-CC TO GJ-CC.
     IF NOT COMMITTED-UPDATE-RUN
         PERFORM 260-GL-ACCUMULATE THRU 260-EXIT
         GO TO 310-BEN-LOOP.
     CALL "REWRITE-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         MOVE 16 TO RETURN-CODE
         GO TO 310-BEN-LOOP.
     ADD 1 TO AL-POSTED-CNT.
     PERFORM 260-GL-ACCUMULATE THRU 260-EXIT.
     GO TO 310-BEN-LOOP.
 300-EXIT.
     EXIT.
     MOVE AL-THIS-EARN TO AL-D-EARN.
     MOVE 0 TO AL-D-FORF.
     MOVE PYBEN-PSAMT TO AL-D-NEW-BAL.
     MOVE SPACES TO AL-D-FLAG.
     WRITE ALREG-REC FROM AL-LINE AFTER ADVANCING 1.
     ADD 1 TO AL-LN-CNT.
 350-EXIT.
     MOVE "CONTRIBUTION    " TO AL-T-LABEL.
     MOVE AL-IN-CONT TO AL-T-INPUT.
     MOVE AL-ALLOC-CONT TO AL-T-ALLOC.
     COMPUTE AL-TARGET = AL-IN-CONT - AL-ALLOC-CONT - AL-UNALLOC-CONT.
     MOVE AL-TARGET TO AL-T-VAR.
     WRITE ALREG-REC FROM AL-TIE-LINE AFTER ADVANCING 2.
     MOVE "EARNINGS        " TO AL-T-LABEL.
     MOVE "FORFEITURE POOL " TO AL-T-LABEL.
     MOVE AL-IN-FORF TO AL-T-INPUT.
     MOVE AL-ALLOC-FORF TO AL-T-ALLOC.
     COMPUTE AL-TARGET = AL-IN-FORF - AL-ALLOC-FORF - AL-UNALLOC-FORF.
     MOVE AL-TARGET TO AL-T-VAR.
     WRITE ALREG-REC FROM AL-TIE-LINE AFTER ADVANCING 1.
     IF AL-UNALLOC-CONT NOT = 0 OR AL-UNALLOC-FORF NOT = 0
         MOVE "NOT ALLOCATED - ALL PARTICIPANTS AT 415 LIMIT"
             TO LM-T-LABEL
         MOVE LC-CNT TO LM-T-CNT
         COMPUTE AL-TARGET = AL-UNALLOC-CONT + AL-UNALLOC-FORF
         MOVE AL-TARGET TO LM-T-AMT
         WRITE ALREG-REC FROM LM-TOT-LINE AFTER ADVANCING 2
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - ALL AT 415 LIMIT - POOL NOT FULLY ALLOCATED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
     END-IF.
     IF AL-IN-CONT NOT = AL-ALLOC-CONT + AL-UNALLOC-CONT OR
        AL-IN-EARN NOT = AL-ALLOC-EARN OR
        AL-IN-FORF NOT = AL-ALLOC-FORF + AL-UNALLOC-FORF
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - ALLOCATION DOES NOT TIE TO INPUT TOTALS"
             TO DAEMON-DISP-MSG
     MOVE AL-BEN-CNT TO AL-C-BENS.
     MOVE AL-POSTED-CNT TO AL-C-POSTED.
     WRITE ALREG-REC FROM AL-CNT-LINE AFTER ADVANCING 2.
     WRITE ALREG-REC FROM AL-POOL-NOTE AFTER ADVANCING 2.
 400-EXIT.
     EXIT.

 450-EXIT.
     EXIT.

 460-LM-HEAD.
     ADD 1 TO LM-PG-CNT.
     MOVE LM-PG-CNT TO LM-PAGE.
     MOVE 0 TO LM-LN-CNT.
     WRITE ALLIM-REC FROM LM-HEAD1 AFTER ADVANCING PAGE.
     MOVE SPACES TO ALLIM-REC.
     WRITE ALLIM-REC AFTER ADVANCING 1.
     ADD 2 TO LM-LN-CNT.
 460-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LIMIT REPORT TOTALS - WHERE EACH ROUND'S EXCESS WENT, THE
*  CAPPED COUNTS AND THE TOTAL EXCESS REMOVED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 480-LIMIT-TOTALS.
     IF LM-LN-CNT > 30
         PERFORM 460-LM-HEAD THRU 460-EXIT
     END-IF.
     MOVE "REALLOCATION OF 415 EXCESS BY ROUND" TO LM-TITLE-TEXT.
     WRITE ALLIM-REC FROM LM-TITLE AFTER ADVANCING 2.
     MOVE SPACES TO ALLIM-REC.
     WRITE ALLIM-REC AFTER ADVANCING 1.
     PERFORM 482-ROUND-LINE THRU 482-EXIT
         VARYING LC-SUB FROM 1 BY 1 UNTIL LC-SUB > AL-ROUND
                                       OR LC-SUB > 20.
     MOVE "EMPLOYEES WITH POINTS CAPPED (401(A)(17))   " TO LM-T-LABEL.
     MOVE AL-COMP-CAP-CNT TO LM-T-CNT.
     MOVE 0 TO LM-T-AMT.
     WRITE ALLIM-REC FROM LM-TOT-LINE AFTER ADVANCING 2.
     MOVE "EMPLOYEES HELD AT 415 LIMIT / EXCESS REMOVED" TO LM-T-LABEL.
     MOVE LC-CNT TO LM-T-CNT.
     MOVE LM-TOT-EXCESS TO LM-T-AMT.
     WRITE ALLIM-REC FROM LM-TOT-LINE AFTER ADVANCING 1.
     IF AL-UNALLOC-CONT NOT = 0 OR AL-UNALLOC-FORF NOT = 0
         MOVE "NOT ALLOCATED - ALL PARTICIPANTS AT 415 LIMIT"
             TO LM-T-LABEL
         MOVE LC-CNT TO LM-T-CNT
         COMPUTE AL-TARGET = AL-UNALLOC-CONT + AL-UNALLOC-FORF
         MOVE AL-TARGET TO LM-T-AMT
         WRITE ALLIM-REC FROM LM-TOT-LINE AFTER ADVANCING 1
     END-IF.
 480-EXIT.
     EXIT.

 482-ROUND-LINE.
     IF RD-CAPPED (LC-SUB) = 0
         GO TO 482-EXIT.
     MOVE LC-SUB TO LM-R-ROUND.
     MOVE RD-CAPPED (LC-SUB) TO LM-R-CAPPED.
     MOVE RD-EXCESS (LC-SUB) TO LM-R-EXCESS.
     MOVE RD-RECEIVERS (LC-SUB) TO LM-R-RECEIVERS.
     WRITE ALLIM-REC FROM LM-ROUND-LINE AFTER ADVANCING 1.
 482-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  GENERAL LEDGER JOURNAL AND POSTING SUMMARY.  ONE JOURNAL
*  LINE PER ACCOUNT AND COST CENTER, ACCOUNT BY ACCOUNT, IS
*  PRINTED ON ALGL AND - IN A COMMITTED RUN THAT POSTED
*  ANYTHING - APPENDED TO THE GL INTERFACE FILE.  THE SUMMARY
*  PROVES DEBITS EQUAL CREDITS AND TIES EACH ACCOUNT BACK TO THE
*  ALREG ALLOCATED TOTAL.  THE BATCH TRAILER IS ONLY WRITTEN
*  WHEN THE BATCH BALANCES, SO THE LEDGER WILL NOT LOAD ONE
*  THAT DOES NOT.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 500-GL-JOURNAL.
     MOVE LM-HEAD-CUT TO GJ-HEAD-CUT.
     MOVE AL-HEAD-MODE TO GJ-HEAD-MODE.
     MOVE AL-ALLOC-CONT TO GJ-CAT-REG (1).
     MOVE AL-ALLOC-EARN TO GJ-CAT-REG (2).
     MOVE AL-ALLOC-FORF TO GJ-CAT-REG (3).
     COMPUTE GJ-CAT-REG (4) = AL-ALLOC-CONT + AL-ALLOC-EARN
                            + AL-ALLOC-FORF.
     MOVE 0 TO GJ-TOT-DEBITS GJ-TOT-CREDITS GJ-LINE-CNT.
     MOVE 0 TO WS-GL-SEND-SW.
     IF COMMITTED-UPDATE-RUN AND GL-FILE-OPEN AND AL-POSTED-CNT > 0
         MOVE 1 TO WS-GL-SEND-SW
     END-IF.
     MOVE FUNCTION CURRENT-DATE TO GJ-W-CURDATE.
     PERFORM 550-GL-HEAD THRU 550-EXIT.
     PERFORM 510-GL-ACCOUNT THRU 510-EXIT
         VARYING GJ-C FROM 1 BY 1 UNTIL GJ-C > 4.
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
     WRITE ALGL-REC FROM GJ-LINE AFTER ADVANCING 1.
     MOVE SPACES TO ALGL-REC.
     WRITE ALGL-REC AFTER ADVANCING 1.
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
     WRITE ALGL-REC FROM GJ-LINE AFTER ADVANCING 1.
     ADD 1 TO GJ-LN-CNT.
     IF NOT SEND-TO-GL
         GO TO 520-EXIT.
     MOVE SPACES TO GLINTF-REC.
     MOVE "D" TO GL-REC-TYPE.
     MOVE "PAY431N" TO GL-SOURCE.
     MOVE GJ-W-CURDATE (1:8) TO GL-RUN-DATE.
     MOVE GJ-W-CURDATE (9:6) TO GL-RUN-TIME.
     MOVE CUTOFFDATE-CYMD TO GL-EFF-DATE.
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
     WRITE ALGL-REC FROM GJ-TOT-LINE AFTER ADVANCING 2.
     MOVE "TIE-OUT TO THE ALLOCATION REGISTER (ALREG) ALLOCATED TOTALS"
         TO GJ-MSG-TEXT.
     WRITE ALGL-REC FROM GJ-MSG-LINE AFTER ADVANCING 3.
     MOVE SPACES TO ALGL-REC.
     WRITE ALGL-REC AFTER ADVANCING 1.
     MOVE 0 TO WS-GL-TIE-SW.
     PERFORM 540-GL-TIE-LINE THRU 540-EXIT
         VARYING GJ-C FROM 1 BY 1 UNTIL GJ-C > 4.
     ADD 11 TO GJ-LN-CNT.
     MOVE SPACES TO GJ-MSG-TEXT.
     IF GJ-TOT-DEBITS NOT = GJ-TOT-CREDITS
         MOVE "OUT OF BALANCE - NO TRAILER WRITTEN, BATCH WILL NOT LOAD"
             TO GJ-MSG-TEXT
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - GL JOURNAL OUT OF BALANCE - NO TRAILER"
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
             IF COMMITTED-UPDATE-RUN
                 MOVE "NO RECORDS POSTED - NOTHING SENT TO THE LEDGER"
                     TO GJ-MSG-TEXT
             ELSE
                 MOVE "DRY RUN - NOTHING SENT TO THE LEDGER"
                     TO GJ-MSG-TEXT
             END-IF
         END-IF
     END-IF.
     WRITE ALGL-REC FROM GJ-MSG-LINE AFTER ADVANCING 2.
     IF GL-TIE-VARIANCE
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE "** PAY431N - GL JOURNAL DOES NOT TIE TO ALREG TOTALS"
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
     WRITE ALGL-REC FROM GJ-TIE-LINE AFTER ADVANCING 1.
 540-EXIT.
     EXIT.

 550-GL-HEAD.
     ADD 1 TO GJ-PG-CNT.
     MOVE GJ-PG-CNT TO GJ-PAGE.
     MOVE 0 TO GJ-LN-CNT.
     WRITE ALGL-REC FROM GJ-HEAD1 AFTER ADVANCING PAGE.
     WRITE ALGL-REC FROM GJ-HEAD2 AFTER ADVANCING 2.
     MOVE SPACES TO ALGL-REC.
     WRITE ALGL-REC AFTER ADVANCING 1.
     ADD 4 TO GJ-LN-CNT.
 550-EXIT.
     EXIT.

 560-GL-TRAILER.
     MOVE SPACES TO GLINTF-TRAILER.
     MOVE "T" TO GL-T-REC-TYPE.
     MOVE "PAY431N" TO GL-T-SOURCE.
     MOVE GJ-W-CURDATE (1:8) TO GL-T-RUN-DATE.
     MOVE GJ-W-CURDATE (9:6) TO GL-T-RUN-TIME.
     MOVE CUTOFFDATE-CYMD TO GL-T-EFF-DATE.
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
         MOVE "PAY431N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING  "** PAY431N - GL INTERFACE WRITE FAILED, STATUS "
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
     MOVE "I-O" TO UFAS-OPEN-MODE
     CALL "OPEN-PAYPROFIT" USING PAYPROFIT-FILE-STATUS UFAS-OPEN-MODE
     CALL "OPEN-PAYBEN" USING PAYBEN-FILE-STATUS UFAS-OPEN-MODE.
     MOVE "INPUT" TO UFAS-OPEN-MODE
     CALL "OPEN-PSRULES" USING PSRULES-FILE-STATUS UFAS-OPEN-MODE.
     OPEN OUTPUT ALREGFL.
     WRITE ALREG-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     OPEN OUTPUT ALLIMFL.
     WRITE ALLIM-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     OPEN OUTPUT ALGLFL.
     WRITE ALGL-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     IF COMMITTED-UPDATE-RUN
         OPEN EXTEND GLINTFL
         IF GLINTF-FILE-STATUS = "00" OR GLINTF-FILE-STATUS = "05"
             MOVE 1 TO WS-GL-OPEN-SW
         END-IF
     END-IF.
     MOVE 0 TO PAYPROF-SSN.
     PERFORM 708-START-PAYPROFIT THRU 708-EXIT.
 700-EXIT.
 702-CLOSE-FILES.
     CALL "CLOSE-PAYPROFIT" USING PAYPROFIT-FILE-STATUS
     CALL "CLOSE-PAYBEN" USING PAYBEN-FILE-STATUS.
     CALL "CLOSE-PSRULES" USING PSRULES-FILE-STATUS.
     CLOSE ALREGFL.
     CLOSE ALLIMFL.
     CLOSE ALGLFL.
     IF GL-FILE-OPEN
         CLOSE GLINTFL
     END-IF.
 702-EXIT.
     EXIT.

     MOVE 0 TO RR-REC-COUNT.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
     MOVE RR-RUN-DATE TO WS-RR-OWN-DATE.
     MOVE RR-RUN-TIME TO WS-RR-OWN-TIME.
     MOVE 1 TO WS-RR-START-SW.
 750-EXIT.
     EXIT.
 752-EXIT.
     EXIT.

*  A COMMITTED RUN FOR THIS CUTOFF THAT POSTED ANY RECORD HAS
*  ALREADY CHANGED THE BALANCES AND SENT ITS JOURNAL TO THE
*  LEDGER - WHETHER IT ENDED CLEAN OR NOT - SO A SECOND
*  COMMITTED RUN FOR THE CUTOFF IS REFUSED.  A COMMITTED START
*  STAMP WITH NO END STAMP AFTER IT IS A RUN THAT DIED PART WAY
*  AND MAY HAVE POSTED, SO IT LOCKS THE CUTOFF AS WELL, UNTIL
*  AN END STAMP IS ADDED FOR IT.  STARTS AND ENDS ARE COUNTED,
*  NOT PAIRED, SO A LATER REFUSED RUN'S END DOES NOT RELEASE IT.
*  THIS RUN'S OWN START STAMP (750) IS PASSED OVER.
 754-CHECK-INTERLOCK.
     MOVE 0 TO WS-RR-SENT-SW.
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
     IF RR-PROGRAM NOT = "PAY431N" OR RR-MODE NOT = "C" OR
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
         MOVE 1 TO WS-RR-SENT-SW
         MOVE RR-RUN-DATE TO WS-RR-SENT-DATE.
     GO TO 755-INTERLOCK-LOOP.
 757-INTERLOCK-END.
     IF RR-RUN-NEVER-ENDED
         MOVE 1 TO WS-RR-SENT-SW
         MOVE WS-RR-OPEN-DATE TO WS-RR-SENT-DATE.
 754-EXIT.
     EXIT.

 756-FILL-STAMP.
     MOVE "PAY431N" TO RR-PROGRAM.
     MOVE FUNCTION CURRENT-DATE TO RR-W-CURDATE.
