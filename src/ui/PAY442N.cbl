 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAY442N.
********************************************************************
**        PROGRAM:        PAY442N                                 **
**     WRITTEN BY:        K ALVAREZ                               **
**   DATE WRITTEN:        09/21/2026                              **
**    DESCRIPTION:        YEAR-END FORM 1099-R PRODUCTION AND IRS **
**                        ELECTRONIC FILING FILE, REPLACING THE   **
**                        JANUARY RE-KEYING OF DEXTR TOTALS INTO  **
**                        THE VENDOR PACKAGE.                     **
**                          - DSTHIST IS ROLLED UP FOR THE        **
**                            CALENDAR TAX YEAR (CHECK DATE) BY   **
**                            PAYEE: TYPE, SSN, BENEFICIARY NAME  **
**                            FOR A "B" PAYOUT, AND DISTRIBUTION  **
**                            CODE.                               **
**                          - THE MAILING ADDRESS COMES FROM      **
**                            DEMOGRAPHICS FOR AN EMPLOYEE AND    **
**                            FROM PAYBEN (WITH THE BENEFICIARY'S **
**                            OWN TIN) FOR A BENEFICIARY.         **
**                          - EACH PAYEE GETS RECIPIENT COPIES B  **
**                            AND C (TX1) AND A "B" RECORD ON THE **
**                            IRS FILE (IRS1099) BETWEEN THE T/A  **
**                            HEADER RECORDS AND THE C/F TOTAL    **
**                            RECORDS.                            **
**                          - EVERY FORM SENT IS APPENDED TO      **
**                            TAXHIST WITH THE AMOUNTS AS FILED.  **
**                          - RUN TYPE "C" (CORRECTED) COMPARES   **
**                            THE ROLL-UP WITH TAXHIST AND FILES  **
**                            ONLY THE PAYEES WHOSE AMOUNTS       **
**                            CHANGED, AS ONE-TRANSACTION ("G")   **
**                            CORRECTIONS, PLUS ANY PAYEE NEVER   **
**                            FILED AS A LATE ORIGINAL UNDER ITS  **
**                            OWN PAYER RECORD.                   **
**                          - THE REGISTER (TX2) LISTS THE        **
**                            EXCEPTIONS NOT FILED AND EVERY FORM **
**                            ISSUED, AND ITS CONTROL PAGE TIES   **
**                            TOTAL GROSS AND WITHHOLDING BACK TO **
**                            DSTHIST FOR THE YEAR.               **
**                                                                **
**                        PARAMETERS: TAX YEAR CCYY AND RUN TYPE  **
**                        "O" (ORIGINAL, THE DEFAULT) OR "C"      **
**                        (CORRECTED).  THE PAYER EIN,            **
**                        TRANSMITTER CODE, NAME AND ADDRESS COME **
**                        FROM THE PSRULES "PAYER" RECORD.  AN    **
**                        ORIGINAL RUN REFUSES A YEAR ALREADY ON  **
**                        TAXHIST AND A CORRECTED RUN ONE THAT IS **
**                        NOT.  A COMMITTED RUN MUST BE FOR A     **
**                        CLOSED YEAR; A DRY RUN (SWITCH 3)       **
**                        PRINTS THE FORMS AND REGISTER BUT       **
**                        WRITES NO IRS FILE AND NO TAXHIST.      **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
**   DATE   NAME:        PROJ # DESCRIPTION                       **
** MM/DD/YY ____________ NNNNNN _________________________________ **
**                                                                **
** 09/21/2026 K.Alvarez  MAIN-2135 New program - 1099-R recipient **
**                       copies, IRS electronic file,             **
**                       corrected-return mode and DSTHIST        **
**                       control page.                            **
** 10/15/2026 K.Alvarez  MAIN-2141 Report note text no longer     **
**                       split across continuation lines.         **
********************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
  SOURCE-COMPUTER. UNIX-MF.
  OBJECT-COMPUTER. UNIX-MF.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT FORMFL    ASSIGN LINE ADVANCING "TX1"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT TXREGFL   ASSIGN LINE ADVANCING "TX2"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL DSTHSTFL ASSIGN "DSTHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DSTHST-FILE-STATUS.
 SELECT OPTIONAL TAXHSTFL ASSIGN "TAXHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS TAXHST-FILE-STATUS.
 SELECT IRSFL     ASSIGN "IRS1099"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS IRS-FILE-STATUS.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  FORMFL LABEL RECORDS OMITTED.
 01  TX1-REC                               PIC X(132).
 FD  TXREGFL LABEL RECORDS OMITTED.
 01  TX2-REC                               PIC X(132).

 FD  DSTHSTFL LABEL RECORDS OMITTED.
 COPY X-FD-DSTHIST.

 FD  TAXHSTFL LABEL RECORDS OMITTED.
 COPY X-FD-TAXHIST.

 FD  IRSFL LABEL RECORDS OMITTED.
 COPY X-FD-IRS1099.

 FD  RUNREGFL LABEL RECORDS OMITTED.
 COPY X-FD-RUNREG.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 WORKING-STORAGE SECTION.
  COPY METADATA.

 01 UFAS-ALT-KEY-NAME PIC X(20).

 01 UFAS-OPEN-MODE PIC X(6).
 COPY X-FD-PAYBEN.
 COPY X-FD-DEMOGRAPHICS.
 COPY X-FD-PSRULES.

 01 PAYBEN-FILE-STATUS       PIC XX.
 01 DEMOGRAPHICS-FILE-STATUS PIC XX.
 01 PSRULES-FILE-STATUS      PIC XX.
 01 DSTHST-FILE-STATUS       PIC XX VALUE "00".
 01 TAXHST-FILE-STATUS       PIC XX VALUE "00".
 01 IRS-FILE-STATUS          PIC XX VALUE "00".
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
     03  WS-CURR-HR                         PIC 9(02).
     03  WS-CURR-MN                         PIC 9(02).
     03  FILLER                             PIC X(09).
 01  DUMMY REDEFINES WS-DATE-CURRENT.
     03  WS-CURR-CYMD                       PIC 9(08).
     03  FILLER                             PIC X(13).
 01  WS-INDICATORS.
     03  WS-UPDATE-RUN-SW                   PIC 9(01) VALUE 1.
         88  COMMITTED-UPDATE-RUN                     VALUE 1.
     03  WS-DSTHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  DSTHST-EOF                               VALUE 1.
     03  WS-TAXHST-EOF-SW                   PIC 9(01) VALUE 0.
         88  TAXHST-EOF                               VALUE 1.
     03  WS-PAYBEN-FOUND-SW                 PIC 9(01) VALUE 0.
         88  PAYBEN-RECORD-FOUND                      VALUE 1.
     03  WS-ORIG-FILED-SW                   PIC 9(01) VALUE 0.
         88  ORIGINAL-ON-FILE                         VALUE 1.
     03  WS-IRS-OPEN-SW                     PIC 9(01) VALUE 0.
         88  IRS-FILE-OPEN                            VALUE 1.
     03  WS-EXC-TITLE-SW                    PIC 9(01) VALUE 0.
         88  EXC-TITLE-PRINTED                        VALUE 1.
     03  WS-TX-OVERFLOW-SW                  PIC 9(01) VALUE 0.
         88  PAYEE-TABLE-FULL                         VALUE 1.
     03  WS-IRS-FAIL-SW                     PIC 9(01) VALUE 0.
     03  WS-TAXHST-FAIL-SW                  PIC 9(01) VALUE 0.
 01  TX-PARMS.
     03  TX-PARM-YEAR                       PIC X(04) VALUE SPACES.
     03  TX-TAX-YEAR REDEFINES TX-PARM-YEAR PIC 9(04).
     03  TX-PARM-TYPE                       PIC X(01) VALUE SPACES.
         88  CORRECTED-RUN                            VALUE "C".
         88  ORIGINAL-RUN                             VALUE "O".
 01  TX-RR-PARAMS                           PIC X(30) VALUE SPACES.
 01  TX-YEAR-END                            PIC 9(08) VALUE 0.
*  THE PAYEE ROLL-UP.  A PAYEE IS THE DSTHIST TYPE, SSN AND
*  DISTRIBUTION CODE, PLUS THE BENEFICIARY NAME FOR A "B" PAYOUT
*  (ONE EMPLOYEE SSN MAY CARRY SEVERAL BENEFICIARIES, THE PAY428N
*  MATCH).  THE TT-F- FIELDS ARE WHAT WAS LAST FILED FOR THE
*  PAYEE (TAXHIST).  TT-CAT IS SET BY 210-CLASSIFY-PAYEE:
*    R = FILED THIS RUN (ORIGINAL, OR CORRECTION IN A "C" RUN)
*    L = LATE ORIGINAL IN A "C" RUN (NEVER FILED BEFORE)
*    U = UNCHANGED SINCE IT WAS FILED ("C" RUN)
*    Z = NOTHING TO REPORT (NETS TO ZERO, NEVER FILED)
*    X = EXCEPTION - NOT FILED, LISTED WITH THE REASON
 01  TX-TABLE.
     03  TX-CNT                             PIC 9(05) COMP VALUE 0.
     03  TX-ENTRY OCCURS 5000 TIMES
                  INDEXED BY TX-IDX.
         05  TT-TYPE                        PIC X(01).
         05  TT-BADGE                       PIC 9(07).
         05  TT-SSN                         PIC 9(09).
         05  TT-NAME                        PIC X(25).
         05  TT-CODE                        PIC X(01).
         05  TT-DST-CNT                     PIC 9(05).
         05  TT-GROSS                       PIC S9(09)V99.
         05  TT-WHOLD                       PIC S9(09)V99.
         05  TT-FILED                       PIC 9(01).
         05  TT-F-TIN                       PIC 9(09).
         05  TT-F-GROSS                     PIC S9(09)V99.
         05  TT-F-WHOLD                     PIC S9(09)V99.
         05  TT-TIN                         PIC 9(09).
         05  TT-TIN-TYPE                    PIC X(01).
         05  TT-CAT                         PIC X(01).
 01  TX-SUB                                 PIC 9(05) COMP VALUE 0.
 01  WS-FIND-TYPE                           PIC X(01) VALUE SPACES.
 01  WS-FIND-BADGE                          PIC 9(07) VALUE 0.
 01  WS-FIND-SSN                            PIC 9(09) VALUE 0.
 01  WS-FIND-NAME                           PIC X(25) VALUE SPACES.
 01  WS-FIND-CODE                           PIC X(01) VALUE SPACES.
 01  WS-GROUP-CAT                           PIC X(01) VALUE SPACES.
 01  WS-TAXABLE                             PIC S9(09)V99 VALUE 0.
 01  WS-EXC-REASON                          PIC X(40) VALUE SPACES.
 01  WS-NAME-WORD                           PIC X(25) VALUE SPACES.
 01  WS-PRIOR-YEAR                          PIC 9(04) VALUE 0.
*  THE RECIPIENT AS RESOLVED BY 220-GET-RECIPIENT.
 01  RCP-FIELDS.
     03  RCP-TIN                            PIC 9(09) VALUE 0.
     03  RCP-TIN-TYPE                       PIC X(01) VALUE SPACES.
     03  RCP-NAME                           PIC X(25) VALUE SPACES.
     03  RCP-ADDR                           PIC X(25) VALUE SPACES.
     03  RCP-CITY                           PIC X(15) VALUE SPACES.
     03  RCP-STATE                          PIC X(02) VALUE SPACES.
     03  RCP-ZIP                            PIC X(09) VALUE SPACES.
     03  RCP-REASON                         PIC X(40) VALUE SPACES.
 01  CT-TOTALS.
     03  CT-DST-READ-CNT                    PIC 9(07) VALUE 0.
     03  CT-YEAR-CNT                        PIC 9(07) VALUE 0.
     03  CT-YEAR-GROSS                      PIC S9(11)V99 VALUE 0.
     03  CT-YEAR-WHOLD                      PIC S9(11)V99 VALUE 0.
     03  CT-BAD-CNT                         PIC 9(07) VALUE 0.
     03  CT-BAD-GROSS                       PIC S9(11)V99 VALUE 0.
     03  CT-BAD-WHOLD                       PIC S9(11)V99 VALUE 0.
     03  CT-TXH-READ-CNT                    PIC 9(07) VALUE 0.
     03  CT-TXH-YEAR-CNT                    PIC 9(07) VALUE 0.
     03  CT-R-CNT                           PIC 9(07) VALUE 0.
     03  CT-R-GROSS                         PIC S9(11)V99 VALUE 0.
     03  CT-R-WHOLD                         PIC S9(11)V99 VALUE 0.
     03  CT-L-CNT                           PIC 9(07) VALUE 0.
     03  CT-L-GROSS                         PIC S9(11)V99 VALUE 0.
     03  CT-L-WHOLD                         PIC S9(11)V99 VALUE 0.
     03  CT-U-CNT                           PIC 9(07) VALUE 0.
     03  CT-U-GROSS                         PIC S9(11)V99 VALUE 0.
     03  CT-U-WHOLD                         PIC S9(11)V99 VALUE 0.
     03  CT-Z-CNT                           PIC 9(07) VALUE 0.
     03  CT-Z-GROSS                         PIC S9(11)V99 VALUE 0.
     03  CT-Z-WHOLD                         PIC S9(11)V99 VALUE 0.
     03  CT-X-CNT                           PIC 9(07) VALUE 0.
     03  CT-X-GROSS                         PIC S9(11)V99 VALUE 0.
     03  CT-X-WHOLD                         PIC S9(11)V99 VALUE 0.
     03  CT-WARN-CNT                        PIC 9(07) VALUE 0.
     03  CT-TIE-GROSS                       PIC S9(11)V99 VALUE 0.
     03  CT-TIE-WHOLD                       PIC S9(11)V99 VALUE 0.
     03  CT-DIFF-GROSS                      PIC S9(11)V99 VALUE 0.
     03  CT-DIFF-WHOLD                      PIC S9(11)V99 VALUE 0.
*  IRS FILE COUNTS AND THE RUNNING TOTALS FOR THE PAYER GROUP
*  BEING WRITTEN (ONE A RECORD, ITS B RECORDS, ONE C RECORD).
 01  FL-TOTALS.
     03  FL-SEQ                             PIC 9(08) VALUE 0.
     03  FL-A-CNT                           PIC 9(08) VALUE 0.
     03  FL-B-CNT                           PIC 9(08) VALUE 0.
     03  FL-FORM-CNT                        PIC 9(07) VALUE 0.
     03  FL-GRP-CNT                         PIC 9(08) VALUE 0.
     03  FL-GRP-GROSS                       PIC 9(16)V99 VALUE 0.
     03  FL-GRP-TAXABLE                     PIC 9(16)V99 VALUE 0.
     03  FL-GRP-WHOLD                       PIC 9(16)V99 VALUE 0.
     03  FL-GROSS                           PIC S9(11)V99 VALUE 0.
     03  FL-TAXABLE                         PIC S9(11)V99 VALUE 0.
     03  FL-WHOLD                           PIC S9(11)V99 VALUE 0.
 01  TX-PG-CNT                              PIC 9(05) VALUE 0.
 01  TX-LN-CNT                              PIC 9(02) VALUE 57.
 01  XEROX-HEADER.
     03  XEROX-REC                          PIC X(32)
         VALUE "DJDE JDE=PAY442,JDL=PAYROL,END,;".
     03  FILLER                             PIC X(100) VALUE SPACES.
 01  TX-HEAD1.
     03  FILLER                             PIC X(35)
         VALUE "PAY442N                            ".
     03  FILLER                             PIC X(26)
         VALUE "1099-R REGISTER TAX YEAR: ".
     03  TX-HEAD-YEAR                       PIC 9(04).
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  TX-HEAD-TYPE                       PIC X(10)
         VALUE "ORIGINAL  ".
     03  TX-HEAD-MODE                       PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(10)
         VALUE "RUN DATE: ".
     03  TX-RM                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  TX-RD                              PIC 9(02).
     03  FILLER                             PIC X(01) VALUE "/".
     03  TX-RY                              PIC 9(04).
     03  FILLER                             PIC X(09)
         VALUE "   PAGE: ".
     03  TX-PAGE                            PIC ZZZZ9.
     03  FILLER                             PIC X(11) VALUE SPACES.
 01  TX-TITLE.
     03  TX-TITLE-TEXT                      PIC X(80) VALUE SPACES.
     03  FILLER                             PIC X(52) VALUE SPACES.
 01  TX-REG-HEAD.
     03  FILLER                             PIC X(45)
         VALUE "T   BADGE TIN4 NAME                      CD  ".
     03  FILLER                             PIC X(45)
         VALUE "        GROSS         TAXABLE        WITHHELD".
     03  FILLER                             PIC X(42)
         VALUE " C     FILED GROSS      FILED WHLD        ".
 01  TX-EXC-HEAD.
     03  FILLER                             PIC X(45)
         VALUE "T   BADGE TIN4 NAME                      CD  ".
     03  FILLER                             PIC X(45)
         VALUE "        GROSS        WITHHELD  REASON        ".
     03  FILLER                             PIC X(42) VALUE SPACES.
 01  TX-TOT-HEAD.
     03  FILLER                             PIC X(45) VALUE SPACES.
     03  FILLER                             PIC X(45)
         VALUE " PAYEES            GROSS         WITHHELD    ".
     03  FILLER                             PIC X(42) VALUE SPACES.
 01  TX-REG-LINE.
     03  TX-R-TYPE                          PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-R-BADGE                         PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-R-TIN4                          PIC 9(04) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-R-NAME                          PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-R-CODE                          PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-R-GROSS                         PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-R-TAXABLE                       PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-R-WHOLD                         PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-R-IND                           PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-R-F-GROSS                       PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-R-F-WHOLD                       PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(08) VALUE SPACES.
 01  TX-EXC-LINE.
     03  TX-E-TYPE                          PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-E-BADGE                         PIC ZZZZZZ9.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-E-TIN4                          PIC 9(04) VALUE 0.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-E-NAME                          PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-E-CODE                          PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-E-GROSS                         PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  TX-E-WHOLD                         PIC ZZZ,ZZZ,ZZ9.99-.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  TX-E-REASON                        PIC X(40) VALUE SPACES.
     03  FILLER                             PIC X(16) VALUE SPACES.
 01  TX-TOT-LINE.
     03  TX-T-LABEL                         PIC X(45) VALUE SPACES.
     03  TX-T-CNT                           PIC ZZZ,ZZ9.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  TX-T-GROSS                         PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  TX-T-WHOLD                         PIC ZZZ,ZZZ,ZZZ.99-.
     03  FILLER                             PIC X(46) VALUE SPACES.
 01  TX-NOTE-LINE.
     03  TX-N-TEXT                          PIC X(90) VALUE SPACES.
     03  FILLER                             PIC X(42) VALUE SPACES.
*  RECIPIENT COPY LAYOUT (TX1).  TWO COPIES, B AND C, PRINT ON
*  ONE PAGE PER PAYEE.  THE RECIPIENT TIN IS TRUNCATED TO THE
*  LAST FOUR DIGITS ON THE RECIPIENT COPIES.
 01  FM-HEAD1.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  FM-CORR-FLAG                       PIC X(11) VALUE SPACES.
     03  FILLER                             PIC X(47) VALUE SPACES.
     03  FILLER                             PIC X(21)
         VALUE "FORM 1099-R  TAX YEAR".
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FM-H-YEAR                          PIC 9(04) VALUE 0.
     03  FILLER                             PIC X(46) VALUE SPACES.
 01  FM-TEXT-LINE.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  FM-TEXT                            PIC X(58) VALUE SPACES.
     03  FM-TEXT2                           PIC X(72) VALUE SPACES.
 01  FM-CSZ-WORK.
     03  FM-CSZ-CITY                        PIC X(15) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  FM-CSZ-STATE                       PIC X(02) VALUE SPACES.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  FM-CSZ-ZIP                         PIC X(09) VALUE SPACES.
 01  FM-TIN-LINE.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  FILLER                             PIC X(13)
         VALUE "PAYER'S TIN: ".
     03  FM-PAYER-TIN                       PIC X(10) VALUE SPACES.
     03  FILLER                             PIC X(04) VALUE SPACES.
     03  FILLER                             PIC X(17)
         VALUE "RECIPIENT'S TIN: ".
     03  FM-RCP-TIN                         PIC X(11) VALUE SPACES.
     03  FILLER                             PIC X(04) VALUE SPACES.
     03  FILLER                             PIC X(16)
         VALUE "ACCOUNT NUMBER: ".
     03  FM-ACCOUNT                         PIC X(20) VALUE SPACES.
     03  FILLER                             PIC X(35) VALUE SPACES.
 01  FM-AMT-LINE.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  FM-A-BOX                           PIC X(04) VALUE SPACES.
     03  FM-A-LABEL                         PIC X(32) VALUE SPACES.
     03  FM-A-AMT                           PIC $$$$,$$$,$$9.99.
     03  FILLER                             PIC X(79) VALUE SPACES.
 01  FM-CODE-LINE.
     03  FILLER                             PIC X(02) VALUE SPACES.
     03  FILLER                             PIC X(04) VALUE "7   ".
     03  FILLER                             PIC X(32)
         VALUE "DISTRIBUTION CODE(S)".
     03  FILLER                             PIC X(14) VALUE SPACES.
     03  FM-C-CODE                          PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(79) VALUE SPACES.
 01  WS-ACCOUNT                             PIC X(20) VALUE SPACES.

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

     DISPLAY "*** PAY442N starting ***".
     UNSTRING TEXTE DELIMITED BY " " INTO TX-PARM-YEAR
                                          TX-PARM-TYPE.
        display "tax year " tx-parm-year " run type " tx-parm-type.
     IF TX-PARM-TYPE = SPACE
         MOVE "O" TO TX-PARM-TYPE.
     IF META-SW (3) = 1
         MOVE 0 TO WS-UPDATE-RUN-SW
         MOVE " DRY RUN  " TO TX-HEAD-MODE
     END-IF.
     IF TX-TAX-YEAR NOT NUMERIC OR TX-TAX-YEAR < 1990
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - TAX YEAR PARM MISSING OR NOT CCYY"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         EXIT PROGRAM.
     IF NOT ORIGINAL-RUN AND NOT CORRECTED-RUN
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - RUN TYPE MUST BE O (ORIGINAL) OR C"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         EXIT PROGRAM.
     IF CORRECTED-RUN
         MOVE "CORRECTED " TO TX-HEAD-TYPE.
     MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT.
     MOVE WS-CURR-MM TO TX-RM.
     MOVE WS-CURR-DD TO TX-RD.
     MOVE WS-CURR-CCYY TO TX-RY.
     MOVE TX-TAX-YEAR TO TX-HEAD-YEAR FM-H-YEAR.
     COMPUTE TX-YEAR-END = TX-TAX-YEAR * 10000 + 1231.
     STRING TX-PARM-YEAR " " TX-PARM-TYPE
          DELIMITED SIZE INTO TX-RR-PARAMS.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     PERFORM 716-READ-PAYER THRU 716-EXIT.
     IF PSRULES-FILE-STATUS NOT = "00"
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
*  THE IRS FILE IS SENT ONCE THE YEAR IS OVER.  A DRY RUN MAY
*  PREVIEW THE YEAR IN PROGRESS.
     IF COMMITTED-UPDATE-RUN AND TX-TAX-YEAR NOT < WS-CURR-CCYY
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - TAX YEAR NOT CLOSED - USE A DRY RUN"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 000-CLOSE.
     PERFORM 100-LOAD-DSTHIST THRU 100-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
     PERFORM 120-LOAD-TAXHIST THRU 120-EXIT.
     IF RETURN-CODE = 16
         GO TO 000-CLOSE.
*  TAXHIST IS THE RECORD OF WHAT THE IRS HOLDS, SO IT DECIDES
*  WHICH RUN TYPE IS ALLOWED.  A DRY RUN ONLY WARNS.
     IF ORIGINAL-RUN AND ORIGINAL-ON-FILE
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - ORIGINAL ALREADY FILED - USE RUN TYPE C"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         IF COMMITTED-UPDATE-RUN
             DISPLAY "*** PAY442N REFUSED - AN ORIGINAL 1099-R FILE "
                     "FOR " TX-PARM-YEAR " IS ALREADY ON TAXHIST ***"
             MOVE 16 TO RETURN-CODE
             GO TO 000-CLOSE
         END-IF
     END-IF.
     IF CORRECTED-RUN AND NOT ORIGINAL-ON-FILE
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - NO ORIGINAL FILING ON TAXHIST TO CORRECT"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         IF COMMITTED-UPDATE-RUN
             DISPLAY "*** PAY442N REFUSED - NO ORIGINAL 1099-R FILE "
                     "FOR " TX-PARM-YEAR " ON TAXHIST ***"
             MOVE 16 TO RETURN-CODE
             GO TO 000-CLOSE
         END-IF
     END-IF.
     PERFORM 200-CLASSIFY THRU 200-EXIT.
     IF COMMITTED-UPDATE-RUN AND CT-R-CNT + CT-L-CNT > 0
         PERFORM 704-OPEN-FILING THRU 704-EXIT
         IF RETURN-CODE = 16
             GO TO 000-CLOSE
         END-IF
         PERFORM 500-WRITE-T-RECORD THRU 500-EXIT
     END-IF.
     IF CT-R-CNT > 0
         MOVE "R" TO WS-GROUP-CAT
         PERFORM 300-FILE-GROUP THRU 300-EXIT
     END-IF.
     IF CT-L-CNT > 0
         MOVE "L" TO WS-GROUP-CAT
         PERFORM 300-FILE-GROUP THRU 300-EXIT
     END-IF.
     IF IRS-FILE-OPEN
         PERFORM 530-WRITE-F-RECORD THRU 530-EXIT
     END-IF.
     PERFORM 400-CONTROL-PAGE THRU 400-EXIT.
 000-CLOSE.
     PERFORM 702-CLOSE-FILES THRU 702-EXIT.
     MOVE "PAY442N" TO DAEMON-DISP-PROG
     MOVE SPACES TO DAEMON-DISP-MSG
     STRING  "** PAY442N - " TX-PARM-YEAR " " TX-PARM-TYPE
             " FORMS " FL-FORM-CNT
             " EXCEPTIONS " CT-X-CNT
          DELIMITED SIZE INTO DAEMON-DISP-MSG
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     DISPLAY "** PAY442N - DSTHIST READ: " CT-DST-READ-CNT
             " TAX YEAR: " CT-YEAR-CNT
             " PAYEES: " TX-CNT
             " FORMS: " FL-FORM-CNT
             " EXCEPTIONS: " CT-X-CNT.
     IF RETURN-CODE = 16
         MOVE "A" TO WS-RR-END-STATUS
     END-IF.
     PERFORM 752-STAMP-END THRU 752-EXIT.
     EXIT PROGRAM.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  ROLL THE TAX YEAR'S DSTHIST RECORDS UP BY PAYEE.  THE YEAR IS
*  THE CALENDAR YEAR OF THE CHECK DATE.  A RECORD WHOSE TYPE IS
*  NOT "E" OR "B" CAN NOT BE MATCHED TO A RECIPIENT - IT STAYS
*  IN THE YEAR TOTALS SO THE CONTROL PAGE SHOWS IT OUT OF
*  BALANCE.  A HISTORY FILE THAT CANNOT BE OPENED ABORTS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 100-LOAD-DSTHIST.
     OPEN INPUT DSTHSTFL.
     IF DSTHST-FILE-STATUS NOT = "00" AND
        DSTHST-FILE-STATUS NOT = "05"
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - CAN NOT OPEN DSTHIST HISTORY - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 100-EXIT.
 102-DSTHIST-LOOP.
     READ DSTHSTFL
         AT END MOVE 1 TO WS-DSTHST-EOF-SW
     END-READ.
     IF DSTHST-EOF
         CLOSE DSTHSTFL
         GO TO 100-EXIT.
     ADD 1 TO CT-DST-READ-CNT.
     IF DST-CHECK-DATE (1:4) NOT = TX-PARM-YEAR
         GO TO 102-DSTHIST-LOOP.
     ADD 1 TO CT-YEAR-CNT.
     ADD DST-GROSS TO CT-YEAR-GROSS.
     ADD DST-WHOLD TO CT-YEAR-WHOLD.
     IF (DST-TYPE NOT = "E" AND DST-TYPE NOT = "B") OR
        DST-SSN NOT NUMERIC
         ADD 1 TO CT-BAD-CNT
         ADD DST-GROSS TO CT-BAD-GROSS
         ADD DST-WHOLD TO CT-BAD-WHOLD
         GO TO 102-DSTHIST-LOOP.
     MOVE DST-TYPE TO WS-FIND-TYPE.
     MOVE DST-BADGE TO WS-FIND-BADGE.
     MOVE DST-SSN TO WS-FIND-SSN.
     MOVE DST-NAME TO WS-FIND-NAME.
     MOVE DST-CODE TO WS-FIND-CODE.
     PERFORM 130-FIND-PAYEE THRU 130-EXIT.
     IF TX-SUB = 0
         MOVE 16 TO RETURN-CODE
         CLOSE DSTHSTFL
         GO TO 100-EXIT.
     ADD 1 TO TT-DST-CNT (TX-SUB).
     ADD DST-GROSS TO TT-GROSS (TX-SUB).
     ADD DST-WHOLD TO TT-WHOLD (TX-SUB).
     GO TO 102-DSTHIST-LOOP.
 100-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  READ THE FILING HISTORY FOR THE TAX YEAR.  ANY ORIGINAL-RUN
*  RECORD MEANS THE ORIGINAL FILE HAS GONE.  IN A CORRECTED RUN
*  EVERY PAYEE FILED IS POSTED TO THE ROLL-UP WITH THE AMOUNTS
*  LAST FILED (A LATER CORRECTION SUPERSEDES THE ORIGINAL), SO
*  A PAYEE WHOSE ACTIVITY HAS SINCE NETTED TO ZERO STILL GETS
*  ITS CORRECTION.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 120-LOAD-TAXHIST.
     OPEN INPUT TAXHSTFL.
     IF TAXHST-FILE-STATUS NOT = "00" AND
        TAXHST-FILE-STATUS NOT = "05"
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - CAN NOT OPEN TAXHIST FILING HISTORY"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 120-EXIT.
 122-TAXHIST-LOOP.
     READ TAXHSTFL
         AT END MOVE 1 TO WS-TAXHST-EOF-SW
     END-READ.
     IF TAXHST-EOF
         CLOSE TAXHSTFL
         GO TO 120-EXIT.
     ADD 1 TO CT-TXH-READ-CNT.
     IF TXH-TAX-YEAR NOT = TX-TAX-YEAR
         GO TO 122-TAXHIST-LOOP.
     ADD 1 TO CT-TXH-YEAR-CNT.
     IF TXH-RUN-TYPE = "O"
         MOVE 1 TO WS-ORIG-FILED-SW.
     IF NOT CORRECTED-RUN
         GO TO 122-TAXHIST-LOOP.
     MOVE TXH-TYPE TO WS-FIND-TYPE.
     MOVE TXH-BADGE TO WS-FIND-BADGE.
     MOVE TXH-SSN TO WS-FIND-SSN.
     MOVE TXH-NAME TO WS-FIND-NAME.
     MOVE TXH-CODE TO WS-FIND-CODE.
     PERFORM 130-FIND-PAYEE THRU 130-EXIT.
     IF TX-SUB = 0
         MOVE 16 TO RETURN-CODE
         CLOSE TAXHSTFL
         GO TO 120-EXIT.
     MOVE 1 TO TT-FILED (TX-SUB).
     MOVE TXH-TIN TO TT-F-TIN (TX-SUB).
     MOVE TXH-GROSS TO TT-F-GROSS (TX-SUB).
     MOVE TXH-WHOLD TO TT-F-WHOLD (TX-SUB).
     GO TO 122-TAXHIST-LOOP.
 120-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  FIND THE ROLL-UP ENTRY FOR THE PAYEE IN THE WS-FIND- FIELDS,
*  ADDING IT IF IT IS NEW.  TX-SUB RETURNS THE ENTRY, OR ZERO
*  WHEN THE TABLE IS FULL - A 1099-R RUN THAT CANNOT HOLD EVERY
*  PAYEE MUST NOT FILE, SO THAT ABORTS THE RUN.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 130-FIND-PAYEE.
     MOVE 0 TO TX-SUB.
     IF TX-CNT > 0
         SET TX-IDX TO 1
         SEARCH TX-ENTRY
             AT END
                 CONTINUE
             WHEN TX-IDX > TX-CNT
                 CONTINUE
             WHEN TT-TYPE (TX-IDX) = WS-FIND-TYPE AND
                  TT-SSN (TX-IDX) = WS-FIND-SSN AND
                  TT-CODE (TX-IDX) = WS-FIND-CODE AND
                  (WS-FIND-TYPE = "E" OR
                   TT-NAME (TX-IDX) = WS-FIND-NAME)
                 SET TX-SUB TO TX-IDX
         END-SEARCH
     END-IF.
     IF TX-SUB > 0
         GO TO 130-EXIT.
     IF TX-CNT < 5000
         ADD 1 TO TX-CNT
         MOVE TX-CNT TO TX-SUB
         MOVE WS-FIND-TYPE TO TT-TYPE (TX-SUB)
         MOVE WS-FIND-BADGE TO TT-BADGE (TX-SUB)
         MOVE WS-FIND-SSN TO TT-SSN (TX-SUB)
         MOVE WS-FIND-NAME TO TT-NAME (TX-SUB)
         MOVE WS-FIND-CODE TO TT-CODE (TX-SUB)
         MOVE 0 TO TT-DST-CNT (TX-SUB)
         MOVE 0 TO TT-GROSS (TX-SUB)
         MOVE 0 TO TT-WHOLD (TX-SUB)
         MOVE 0 TO TT-FILED (TX-SUB)
         MOVE 0 TO TT-F-TIN (TX-SUB)
         MOVE 0 TO TT-F-GROSS (TX-SUB)
         MOVE 0 TO TT-F-WHOLD (TX-SUB)
         MOVE 0 TO TT-TIN (TX-SUB)
         MOVE SPACE TO TT-TIN-TYPE (TX-SUB)
         MOVE SPACE TO TT-CAT (TX-SUB)
         GO TO 130-EXIT
     END-IF.
     IF NOT PAYEE-TABLE-FULL
         MOVE 1 TO WS-TX-OVERFLOW-SW
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - PAYEE TABLE FULL (5000) - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
     END-IF.
 130-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  DECIDE WHAT HAPPENS TO EVERY PAYEE BEFORE ANYTHING IS
*  WRITTEN, SO THE T RECORD CAN CARRY THE PAYEE COUNT AND AN
*  EMPTY PAYER GROUP IS NEVER WRITTEN.  EXCEPTIONS PRINT ON THE
*  REGISTER AS THEY ARE FOUND.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 200-CLASSIFY.
     MOVE 0 TO TX-SUB.
 202-CLASSIFY-LOOP.
     ADD 1 TO TX-SUB.
     IF TX-SUB > TX-CNT
         GO TO 200-EXIT.
     PERFORM 210-CLASSIFY-PAYEE THRU 210-EXIT.
     PERFORM 240-ADD-CATEGORY THRU 240-EXIT.
     GO TO 202-CLASSIFY-LOOP.
 200-EXIT.
     EXIT.

 210-CLASSIFY-PAYEE.
     MOVE SPACES TO WS-EXC-REASON.
     IF CORRECTED-RUN AND TT-FILED (TX-SUB) = 1 AND
        TT-GROSS (TX-SUB) = TT-F-GROSS (TX-SUB) AND
        TT-WHOLD (TX-SUB) = TT-F-WHOLD (TX-SUB)
         MOVE "U" TO TT-CAT (TX-SUB)
         GO TO 210-EXIT.
     IF TT-FILED (TX-SUB) = 0 AND
        TT-GROSS (TX-SUB) = 0 AND TT-WHOLD (TX-SUB) = 0
         MOVE "Z" TO TT-CAT (TX-SUB)
         GO TO 210-EXIT.
     IF TT-GROSS (TX-SUB) < 0 OR TT-WHOLD (TX-SUB) < 0 OR
        TT-WHOLD (TX-SUB) > TT-GROSS (TX-SUB)
         MOVE "AMOUNTS NEGATIVE OR WITHHOLDING > GROSS"
             TO WS-EXC-REASON
         MOVE "X" TO TT-CAT (TX-SUB)
         PERFORM 230-EXCEPTION-LINE THRU 230-EXIT
         GO TO 210-EXIT.
     PERFORM 220-GET-RECIPIENT THRU 220-EXIT.
     IF RCP-TIN = 0
         MOVE RCP-REASON TO WS-EXC-REASON
         MOVE "X" TO TT-CAT (TX-SUB)
         PERFORM 230-EXCEPTION-LINE THRU 230-EXIT
         GO TO 210-EXIT.
     MOVE RCP-TIN TO TT-TIN (TX-SUB).
     MOVE RCP-TIN-TYPE TO TT-TIN-TYPE (TX-SUB).
     IF CORRECTED-RUN AND TT-FILED (TX-SUB) = 0
         MOVE "L" TO TT-CAT (TX-SUB)
     ELSE
         MOVE "R" TO TT-CAT (TX-SUB)
     END-IF.
*  NO ADDRESS DOES NOT STOP THE FILING - THE IRS NEEDS THE
*  TIN AND AMOUNTS - BUT THE COPY HAS TO BE HAND ADDRESSED.
     IF RCP-ADDR = SPACES
         MOVE "NO MAILING ADDRESS - FILED, NOT ADDRESSED"
             TO WS-EXC-REASON
         ADD 1 TO CT-WARN-CNT
         PERFORM 230-EXCEPTION-LINE THRU 230-EXIT
     END-IF.
 210-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RESOLVE THE RECIPIENT FOR ENTRY TX-SUB.  AN EMPLOYEE IS
*  IDENTIFIED BY THE DSTHIST SSN AND ADDRESSED FROM
*  DEMOGRAPHICS BY BADGE.  A BENEFICIARY'S OWN TIN AND ADDRESS
*  ARE ON PAYBEN (EMPLOYEE SSN PLUS BENEFICIARY NAME); AN ESTATE
*  OR TRUST FILES UNDER AN EIN.  A BENEFICIARY ROW DELETED SINCE
*  THE ORIGINAL FILING KEEPS THE TIN IT WAS FILED UNDER.
*  RCP-TIN IS ZERO, WITH RCP-REASON SET, WHEN THERE IS NO TIN.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 220-GET-RECIPIENT.
     MOVE 0 TO RCP-TIN.
     MOVE "2" TO RCP-TIN-TYPE.
     MOVE TT-NAME (TX-SUB) TO RCP-NAME.
     MOVE SPACES TO RCP-ADDR RCP-CITY RCP-STATE RCP-ZIP RCP-REASON.
     IF TT-TYPE (TX-SUB) = "B"
         GO TO 224-GET-BENEFICIARY.
     IF TT-SSN (TX-SUB) = 0
         MOVE "NO SSN ON DISTRIBUTION HISTORY" TO RCP-REASON
     ELSE
         MOVE TT-SSN (TX-SUB) TO RCP-TIN
     END-IF.
     MOVE TT-BADGE (TX-SUB) TO DEM-BADGE.
     CALL "READ-KEY-DEMOGRAPHICS" USING DEMOGRAPHICS-FILE-STATUS
                                        DEM-REC.
     IF DEMOGRAPHICS-FILE-STATUS = "00"
         MOVE DEM-ADDR TO RCP-ADDR
         MOVE DEM-CITY TO RCP-CITY
         MOVE DEM-STATE TO RCP-STATE
         MOVE DEM-ZIP TO RCP-ZIP
     END-IF.
     GO TO 220-EXIT.
 224-GET-BENEFICIARY.
     MOVE TT-SSN (TX-SUB) TO WS-FIND-SSN.
     MOVE TT-NAME (TX-SUB) TO WS-FIND-NAME.
     PERFORM 600-LOCATE-PAYBEN THRU 600-EXIT.
     IF PAYBEN-RECORD-FOUND
         IF PYBEN-TIN NUMERIC
             MOVE PYBEN-TIN TO RCP-TIN
         END-IF
         MOVE PYBEN-ADDR TO RCP-ADDR
         MOVE PYBEN-CITY TO RCP-CITY
         MOVE PYBEN-STATE TO RCP-STATE
         MOVE PYBEN-ZIP TO RCP-ZIP
         IF PYBEN-RELATE = "ESTATE" OR PYBEN-RELATE = "TRUST"
             MOVE "1" TO RCP-TIN-TYPE
         END-IF
     END-IF.
     IF RCP-TIN = 0 AND TT-FILED (TX-SUB) = 1 AND
        TT-F-TIN (TX-SUB) > 0
         MOVE TT-F-TIN (TX-SUB) TO RCP-TIN
     END-IF.
     IF RCP-TIN > 0
         GO TO 220-EXIT.
     IF PAYBEN-RECORD-FOUND
         MOVE "NO BENEFICIARY TIN ON PAYBEN" TO RCP-REASON
     ELSE
         MOVE "BENEFICIARY NOT ON PAYBEN - NO TIN" TO RCP-REASON
     END-IF.
 220-EXIT.
     EXIT.

 230-EXCEPTION-LINE.
     IF NOT EXC-TITLE-PRINTED
         MOVE 1 TO WS-EXC-TITLE-SW
         MOVE "EXCEPTIONS - PAYEES NOT FILED OR NEEDING ATTENTION"
             TO TX-TITLE-TEXT
         PERFORM 460-SECTION-TITLE THRU 460-EXIT
         WRITE TX2-REC FROM TX-EXC-HEAD AFTER ADVANCING 1
         ADD 1 TO TX-LN-CNT
     END-IF.
     IF TX-LN-CNT > 56
         PERFORM 450-TX-HEAD THRU 450-EXIT
         WRITE TX2-REC FROM TX-EXC-HEAD AFTER ADVANCING 1
         ADD 1 TO TX-LN-CNT
     END-IF.
     MOVE TT-TYPE (TX-SUB) TO TX-E-TYPE.
     MOVE TT-BADGE (TX-SUB) TO TX-E-BADGE.
     MOVE TT-SSN (TX-SUB) (6:4) TO TX-E-TIN4.
     IF TT-TIN (TX-SUB) > 0
         MOVE TT-TIN (TX-SUB) (6:4) TO TX-E-TIN4
     END-IF.
     MOVE TT-NAME (TX-SUB) TO TX-E-NAME.
     MOVE TT-CODE (TX-SUB) TO TX-E-CODE.
     MOVE TT-GROSS (TX-SUB) TO TX-E-GROSS.
     MOVE TT-WHOLD (TX-SUB) TO TX-E-WHOLD.
     MOVE WS-EXC-REASON TO TX-E-REASON.
     WRITE TX2-REC FROM TX-EXC-LINE AFTER ADVANCING 1.
     ADD 1 TO TX-LN-CNT.
 230-EXIT.
     EXIT.

 240-ADD-CATEGORY.
     IF TT-CAT (TX-SUB) = "R"
         ADD 1 TO CT-R-CNT
         ADD TT-GROSS (TX-SUB) TO CT-R-GROSS
         ADD TT-WHOLD (TX-SUB) TO CT-R-WHOLD.
     IF TT-CAT (TX-SUB) = "L"
         ADD 1 TO CT-L-CNT
         ADD TT-GROSS (TX-SUB) TO CT-L-GROSS
         ADD TT-WHOLD (TX-SUB) TO CT-L-WHOLD.
     IF TT-CAT (TX-SUB) = "U"
         ADD 1 TO CT-U-CNT
         ADD TT-GROSS (TX-SUB) TO CT-U-GROSS
         ADD TT-WHOLD (TX-SUB) TO CT-U-WHOLD.
     IF TT-CAT (TX-SUB) = "Z"
         ADD 1 TO CT-Z-CNT
         ADD TT-GROSS (TX-SUB) TO CT-Z-GROSS
         ADD TT-WHOLD (TX-SUB) TO CT-Z-WHOLD.
     IF TT-CAT (TX-SUB) = "X"
         ADD 1 TO CT-X-CNT
         ADD TT-GROSS (TX-SUB) TO CT-X-GROSS
         ADD TT-WHOLD (TX-SUB) TO CT-X-WHOLD.
 240-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  FILE ONE PAYER GROUP: THE "R" PAYEES (ORIGINALS, OR THE
*  CORRECTIONS IN A "C" RUN) OR THE "L" LATE ORIGINALS, WHICH
*  GO UNDER THEIR OWN A RECORD SINCE THEY ARE NOT CORRECTIONS.
*  EVERY PAYEE GETS ITS RECIPIENT COPIES AND REGISTER LINE; THE
*  IRS RECORDS AND TAXHIST ARE ONLY WRITTEN ON A COMMITTED RUN.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 300-FILE-GROUP.
     MOVE 0 TO FL-GRP-CNT.
     MOVE 0 TO FL-GRP-GROSS.
     MOVE 0 TO FL-GRP-TAXABLE.
     MOVE 0 TO FL-GRP-WHOLD.
     IF WS-GROUP-CAT = "L"
         MOVE "PAYEE REGISTER - LATE ORIGINAL FORMS (NEVER FILED)"
             TO TX-TITLE-TEXT
     ELSE
         IF CORRECTED-RUN
             MOVE "PAYEE REGISTER - CORRECTED FORMS"
                 TO TX-TITLE-TEXT
         ELSE
             MOVE "PAYEE REGISTER - ORIGINAL FORMS"
                 TO TX-TITLE-TEXT
         END-IF
     END-IF.
     PERFORM 460-SECTION-TITLE THRU 460-EXIT.
     WRITE TX2-REC FROM TX-REG-HEAD AFTER ADVANCING 1.
     ADD 1 TO TX-LN-CNT.
     IF IRS-FILE-OPEN
         PERFORM 510-WRITE-A-RECORD THRU 510-EXIT
     END-IF.
     MOVE 0 TO TX-SUB.
 302-GROUP-LOOP.
     ADD 1 TO TX-SUB.
     IF TX-SUB > TX-CNT
         GO TO 304-GROUP-END.
     IF TT-CAT (TX-SUB) NOT = WS-GROUP-CAT
         GO TO 302-GROUP-LOOP.
     PERFORM 310-ISSUE-FORM THRU 310-EXIT.
     GO TO 302-GROUP-LOOP.
 304-GROUP-END.
     IF IRS-FILE-OPEN
         PERFORM 520-WRITE-C-RECORD THRU 520-EXIT
     END-IF.
 300-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  ONE PAYEE: RE-READ THE ADDRESS, THEN THE B RECORD, TAXHIST,
*  RECIPIENT COPIES AND REGISTER LINE.  A DIRECT ROLLOVER (CODE
*  "G") HAS NO TAXABLE AMOUNT; EVERYTHING ELSE IS FULLY TAXABLE
*  (THE PLAN HOLDS NO AFTER-TAX MONEY).  THE ACCOUNT NUMBER IS
*  THE PAYEE KEY SO A LATER CORRECTION MATCHES THE ORIGINAL.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 310-ISSUE-FORM.
     PERFORM 220-GET-RECIPIENT THRU 220-EXIT.
     MOVE TT-TIN (TX-SUB) TO RCP-TIN.
     MOVE TT-TIN-TYPE (TX-SUB) TO RCP-TIN-TYPE.
     MOVE TT-GROSS (TX-SUB) TO WS-TAXABLE.
     IF TT-CODE (TX-SUB) = "G"
         MOVE 0 TO WS-TAXABLE.
     MOVE SPACES TO WS-ACCOUNT.
     IF TT-TYPE (TX-SUB) = "E"
         STRING "E" TT-BADGE (TX-SUB) "-" TT-CODE (TX-SUB)
              DELIMITED SIZE INTO WS-ACCOUNT
     ELSE
         STRING "B" TT-SSN (TX-SUB) (6:4) "-" TT-CODE (TX-SUB)
                "-" TT-NAME (TX-SUB) (1:12)
              DELIMITED SIZE INTO WS-ACCOUNT
     END-IF.
     ADD 1 TO FL-GRP-CNT.
     ADD TT-GROSS (TX-SUB) TO FL-GRP-GROSS FL-GROSS.
     ADD WS-TAXABLE TO FL-GRP-TAXABLE FL-TAXABLE.
     ADD TT-WHOLD (TX-SUB) TO FL-GRP-WHOLD FL-WHOLD.
     IF IRS-FILE-OPEN
         PERFORM 515-WRITE-B-RECORD THRU 515-EXIT
         PERFORM 350-WRITE-TAXHIST THRU 350-EXIT
     END-IF.
     PERFORM 330-PRINT-FORM THRU 330-EXIT.
     PERFORM 340-REGISTER-LINE THRU 340-EXIT.
     ADD 1 TO FL-FORM-CNT.
 310-EXIT.
     EXIT.

 330-PRINT-FORM.
     MOVE SPACES TO FM-CORR-FLAG.
     IF CORRECTED-RUN AND WS-GROUP-CAT = "R"
         MOVE "CORRECTED" TO FM-CORR-FLAG.
     MOVE SPACES TO FM-PAYER-TIN.
     STRING PSPAY-EIN (1:2) "-" PSPAY-EIN (3:7)
          DELIMITED SIZE INTO FM-PAYER-TIN.
     MOVE SPACES TO FM-RCP-TIN.
     IF RCP-TIN-TYPE = "1"
         STRING "XX-XXX" RCP-TIN (6:4)
              DELIMITED SIZE INTO FM-RCP-TIN
     ELSE
         STRING "XXX-XX-" RCP-TIN (6:4)
              DELIMITED SIZE INTO FM-RCP-TIN
     END-IF.
     MOVE WS-ACCOUNT TO FM-ACCOUNT.
     MOVE SPACES TO FM-TEXT2.
     MOVE "COPY B - FOR RECIPIENT" TO FM-TEXT2.
     WRITE TX1-REC FROM FM-HEAD1 AFTER ADVANCING PAGE.
     PERFORM 332-FORM-BODY THRU 332-EXIT.
     MOVE SPACES TO FM-TEXT2.
     MOVE "COPY C - FOR RECIPIENT'S RECORDS" TO FM-TEXT2.
     WRITE TX1-REC FROM FM-HEAD1 AFTER ADVANCING 4.
     PERFORM 332-FORM-BODY THRU 332-EXIT.
 330-EXIT.
     EXIT.

*  THE BODY OF ONE COPY.  FM-TEXT2 CARRIES THE COPY CAPTION
*  ONTO THE FIRST PAYER LINE.
 332-FORM-BODY.
     MOVE "PAYER'S NAME AND ADDRESS" TO FM-TEXT.
     WRITE TX1-REC FROM FM-TEXT-LINE AFTER ADVANCING 2.
     MOVE SPACES TO FM-TEXT2.
     MOVE PSPAY-NAME TO FM-TEXT.
     MOVE "DISTRIBUTIONS FROM PROFIT-SHARING PLANS" TO FM-TEXT2.
     WRITE TX1-REC FROM FM-TEXT-LINE AFTER ADVANCING 1.
     MOVE SPACES TO FM-TEXT2.
     MOVE PSPAY-ADDR TO FM-TEXT.
     WRITE TX1-REC FROM FM-TEXT-LINE AFTER ADVANCING 1.
     MOVE PSPAY-CITY TO FM-CSZ-CITY.
     MOVE PSPAY-STATE TO FM-CSZ-STATE.
     MOVE PSPAY-ZIP TO FM-CSZ-ZIP.
     MOVE FM-CSZ-WORK TO FM-TEXT.
     WRITE TX1-REC FROM FM-TEXT-LINE AFTER ADVANCING 1.
     WRITE TX1-REC FROM FM-TIN-LINE AFTER ADVANCING 2.
     MOVE "RECIPIENT'S NAME AND ADDRESS" TO FM-TEXT.
     WRITE TX1-REC FROM FM-TEXT-LINE AFTER ADVANCING 2.
     MOVE RCP-NAME TO FM-TEXT.
     WRITE TX1-REC FROM FM-TEXT-LINE AFTER ADVANCING 1.
     MOVE RCP-ADDR TO FM-TEXT.
     WRITE TX1-REC FROM FM-TEXT-LINE AFTER ADVANCING 1.
     MOVE RCP-CITY TO FM-CSZ-CITY.
     MOVE RCP-STATE TO FM-CSZ-STATE.
     MOVE RCP-ZIP TO FM-CSZ-ZIP.
     MOVE FM-CSZ-WORK TO FM-TEXT.
     WRITE TX1-REC FROM FM-TEXT-LINE AFTER ADVANCING 1.
     MOVE "1" TO FM-A-BOX.
     MOVE "GROSS DISTRIBUTION" TO FM-A-LABEL.
     MOVE TT-GROSS (TX-SUB) TO FM-A-AMT.
     WRITE TX1-REC FROM FM-AMT-LINE AFTER ADVANCING 2.
     MOVE "2A" TO FM-A-BOX.
     MOVE "TAXABLE AMOUNT" TO FM-A-LABEL.
     MOVE WS-TAXABLE TO FM-A-AMT.
     WRITE TX1-REC FROM FM-AMT-LINE AFTER ADVANCING 1.
     MOVE "4" TO FM-A-BOX.
     MOVE "FEDERAL INCOME TAX WITHHELD" TO FM-A-LABEL.
     MOVE TT-WHOLD (TX-SUB) TO FM-A-AMT.
     WRITE TX1-REC FROM FM-AMT-LINE AFTER ADVANCING 1.
     MOVE TT-CODE (TX-SUB) TO FM-C-CODE.
     WRITE TX1-REC FROM FM-CODE-LINE AFTER ADVANCING 1.
     MOVE "THIS INFORMATION IS BEING FURNISHED TO THE IRS." TO FM-TEXT.
     WRITE TX1-REC FROM FM-TEXT-LINE AFTER ADVANCING 2.
 332-EXIT.
     EXIT.

 340-REGISTER-LINE.
     IF TX-LN-CNT > 56
         PERFORM 450-TX-HEAD THRU 450-EXIT
         WRITE TX2-REC FROM TX-REG-HEAD AFTER ADVANCING 1
         ADD 1 TO TX-LN-CNT
     END-IF.
     MOVE TT-TYPE (TX-SUB) TO TX-R-TYPE.
     MOVE TT-BADGE (TX-SUB) TO TX-R-BADGE.
     MOVE RCP-TIN (6:4) TO TX-R-TIN4.
     MOVE TT-NAME (TX-SUB) TO TX-R-NAME.
     MOVE TT-CODE (TX-SUB) TO TX-R-CODE.
     MOVE TT-GROSS (TX-SUB) TO TX-R-GROSS.
     MOVE WS-TAXABLE TO TX-R-TAXABLE.
     MOVE TT-WHOLD (TX-SUB) TO TX-R-WHOLD.
     MOVE SPACE TO TX-R-IND.
     MOVE 0 TO TX-R-F-GROSS.
     MOVE 0 TO TX-R-F-WHOLD.
     IF TT-FILED (TX-SUB) = 1
         MOVE "G" TO TX-R-IND
         MOVE TT-F-GROSS (TX-SUB) TO TX-R-F-GROSS
         MOVE TT-F-WHOLD (TX-SUB) TO TX-R-F-WHOLD
     END-IF.
     WRITE TX2-REC FROM TX-REG-LINE AFTER ADVANCING 1.
     ADD 1 TO TX-LN-CNT.
 340-EXIT.
     EXIT.

 350-WRITE-TAXHIST.
     MOVE TX-TAX-YEAR TO TXH-TAX-YEAR.
     MOVE WS-CURR-CYMD TO TXH-RUN-DATE.
     MOVE TX-PARM-TYPE TO TXH-RUN-TYPE.
     MOVE TT-TYPE (TX-SUB) TO TXH-TYPE.
     MOVE TT-BADGE (TX-SUB) TO TXH-BADGE.
     MOVE TT-SSN (TX-SUB) TO TXH-SSN.
     MOVE TT-NAME (TX-SUB) TO TXH-NAME.
     MOVE TT-CODE (TX-SUB) TO TXH-CODE.
     MOVE RCP-TIN TO TXH-TIN.
     MOVE TT-GROSS (TX-SUB) TO TXH-GROSS.
     MOVE WS-TAXABLE TO TXH-TAXABLE.
     MOVE TT-WHOLD (TX-SUB) TO TXH-WHOLD.
     WRITE TAXHIST-REC.
     IF TAXHST-FILE-STATUS NOT = "00"
         IF WS-TAXHST-FAIL-SW = 0
             MOVE 1 TO WS-TAXHST-FAIL-SW
             MOVE "PAY442N" TO DAEMON-DISP-PROG
             MOVE SPACES TO DAEMON-DISP-MSG
             STRING  "** PAY442N - TAXHIST WRITE FAILED, STATUS "
                    TAXHST-FILE-STATUS
                  DELIMITED SIZE INTO DAEMON-DISP-MSG
             CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         END-IF
         MOVE 16 TO RETURN-CODE
     END-IF.
 350-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  CONTROL PAGE.  EVERY PAYEE IN THE ROLL-UP FALLS IN EXACTLY
*  ONE CATEGORY, SO THE CATEGORIES PLUS THE DSTHIST RECORDS
*  THAT COULD NOT BE ROLLED UP MUST EQUAL THE TAX YEAR'S
*  DSTHIST GROSS AND WITHHOLDING.  ANY DIFFERENCE IS PRINTED
*  AND SETS RETURN CODE 16.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 400-CONTROL-PAGE.
     PERFORM 450-TX-HEAD THRU 450-EXIT.
     MOVE "CONTROL TOTALS - TIE TO DSTHIST" TO TX-TITLE-TEXT.
     PERFORM 460-SECTION-TITLE THRU 460-EXIT.
     WRITE TX2-REC FROM TX-TOT-HEAD AFTER ADVANCING 1.
     MOVE "DSTHIST RECORDS READ (ALL YEARS)" TO TX-T-LABEL.
     MOVE CT-DST-READ-CNT TO TX-T-CNT.
     MOVE 0 TO TX-T-GROSS TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 2.
     MOVE "DSTHIST RECORDS FOR THE TAX YEAR" TO TX-T-LABEL.
     MOVE CT-YEAR-CNT TO TX-T-CNT.
     MOVE CT-YEAR-GROSS TO TX-T-GROSS.
     MOVE CT-YEAR-WHOLD TO TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 1.
     MOVE "  NOT ROLLED UP - BAD TYPE OR SSN" TO TX-T-LABEL.
     MOVE CT-BAD-CNT TO TX-T-CNT.
     MOVE CT-BAD-GROSS TO TX-T-GROSS.
     MOVE CT-BAD-WHOLD TO TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 1.
     IF CORRECTED-RUN
         MOVE "PAYEES CORRECTED (G)" TO TX-T-LABEL
     ELSE
         MOVE "PAYEES FILED" TO TX-T-LABEL
     END-IF.
     MOVE CT-R-CNT TO TX-T-CNT.
     MOVE CT-R-GROSS TO TX-T-GROSS.
     MOVE CT-R-WHOLD TO TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 2.
     IF CORRECTED-RUN
         MOVE "PAYEES FILED LATE (NEVER FILED BEFORE)" TO TX-T-LABEL
         MOVE CT-L-CNT TO TX-T-CNT
         MOVE CT-L-GROSS TO TX-T-GROSS
         MOVE CT-L-WHOLD TO TX-T-WHOLD
         WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 1
         MOVE "PAYEES UNCHANGED SINCE FILED" TO TX-T-LABEL
         MOVE CT-U-CNT TO TX-T-CNT
         MOVE CT-U-GROSS TO TX-T-GROSS
         MOVE CT-U-WHOLD TO TX-T-WHOLD
         WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 1
     END-IF.
     MOVE "PAYEES NETTING TO ZERO - NOTHING TO FILE" TO TX-T-LABEL.
     MOVE CT-Z-CNT TO TX-T-CNT.
     MOVE CT-Z-GROSS TO TX-T-GROSS.
     MOVE CT-Z-WHOLD TO TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 1.
     MOVE "PAYEES NOT FILED - EXCEPTIONS" TO TX-T-LABEL.
     MOVE CT-X-CNT TO TX-T-CNT.
     MOVE CT-X-GROSS TO TX-T-GROSS.
     MOVE CT-X-WHOLD TO TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 1.
     COMPUTE CT-TIE-GROSS = CT-R-GROSS + CT-L-GROSS + CT-U-GROSS
                          + CT-Z-GROSS + CT-X-GROSS + CT-BAD-GROSS.
     COMPUTE CT-TIE-WHOLD = CT-R-WHOLD + CT-L-WHOLD + CT-U-WHOLD
                          + CT-Z-WHOLD + CT-X-WHOLD + CT-BAD-WHOLD.
     COMPUTE CT-DIFF-GROSS = CT-YEAR-GROSS - CT-TIE-GROSS.
     COMPUTE CT-DIFF-WHOLD = CT-YEAR-WHOLD - CT-TIE-WHOLD.
     MOVE "ACCOUNTED FOR (ALL OF THE ABOVE)" TO TX-T-LABEL.
     MOVE CT-YEAR-CNT TO TX-T-CNT.
     MOVE CT-TIE-GROSS TO TX-T-GROSS.
     MOVE CT-TIE-WHOLD TO TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 2.
     MOVE "DIFFERENCE FROM DSTHIST" TO TX-T-LABEL.
     MOVE 0 TO TX-T-CNT.
     MOVE CT-DIFF-GROSS TO TX-T-GROSS.
     MOVE CT-DIFF-WHOLD TO TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 1.
     IF CT-DIFF-GROSS = 0 AND CT-DIFF-WHOLD = 0
         MOVE "*** IN BALANCE WITH DSTHIST FOR THE TAX YEAR ***"
             TO TX-N-TEXT
     ELSE
         MOVE SPACES TO TX-N-TEXT
         STRING "*** OUT OF BALANCE WITH DSTHIST - DO NOT "
                "SEND THE FILE ***"
              DELIMITED SIZE INTO TX-N-TEXT
         MOVE 16 TO RETURN-CODE
     END-IF.
     WRITE TX2-REC FROM TX-NOTE-LINE AFTER ADVANCING 2.
     MOVE "FORMS ISSUED (GROSS AND WITHHELD)" TO TX-T-LABEL.
     MOVE FL-FORM-CNT TO TX-T-CNT.
     MOVE FL-GROSS TO TX-T-GROSS.
     MOVE FL-WHOLD TO TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 2.
     MOVE "  TAXABLE AMOUNT ON THOSE FORMS" TO TX-T-LABEL.
     MOVE 0 TO TX-T-CNT.
     MOVE FL-TAXABLE TO TX-T-GROSS.
     MOVE 0 TO TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 1.
     MOVE "PAYEES WITH NO MAILING ADDRESS" TO TX-T-LABEL.
     MOVE CT-WARN-CNT TO TX-T-CNT.
     MOVE 0 TO TX-T-GROSS TX-T-WHOLD.
     WRITE TX2-REC FROM TX-TOT-LINE AFTER ADVANCING 1.
     MOVE SPACES TO TX-N-TEXT.
     IF IRS-FILE-OPEN
         STRING "IRS FILE IRS1099 WRITTEN - PAYER (A) RECORDS "
                FL-A-CNT "  PAYEE (B) RECORDS " FL-B-CNT
              DELIMITED SIZE INTO TX-N-TEXT
     ELSE
         IF COMMITTED-UPDATE-RUN
             MOVE "NOTHING TO FILE - NO IRS FILE WRITTEN" TO TX-N-TEXT
         ELSE
             MOVE "DRY RUN - NO IRS FILE AND NO TAXHIST WRITTEN"
                 TO TX-N-TEXT
         END-IF
     END-IF.
     WRITE TX2-REC FROM TX-NOTE-LINE AFTER ADVANCING 2.
 400-EXIT.
     EXIT.

 450-TX-HEAD.
     ADD 1 TO TX-PG-CNT.
     MOVE TX-PG-CNT TO TX-PAGE.
     MOVE 0 TO TX-LN-CNT.
     WRITE TX2-REC FROM TX-HEAD1 AFTER ADVANCING PAGE.
     MOVE SPACES TO TX2-REC.
     WRITE TX2-REC AFTER ADVANCING 1.
     ADD 2 TO TX-LN-CNT.
 450-EXIT.
     EXIT.

 460-SECTION-TITLE.
     IF TX-LN-CNT > 46
         PERFORM 450-TX-HEAD THRU 450-EXIT
     END-IF.
     WRITE TX2-REC FROM TX-TITLE AFTER ADVANCING 2.
     MOVE SPACES TO TX2-REC.
     WRITE TX2-REC AFTER ADVANCING 1.
     ADD 3 TO TX-LN-CNT.
 460-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  IRS ELECTRONIC FILE.  THE PLAN IS BOTH TRANSMITTER AND PAYER,
*  SO THE T AND A RECORDS COME FROM THE ONE PSRULES "PAYER"
*  RECORD.  AMOUNT CODES 1, 2 AND 4 ARE REPORTED; AMOUNT 3 AND
*  THE UNUSED AMOUNTS ARE ZEROS.  A B RECORD IN THE CORRECTED
*  GROUP OF A "C" RUN CARRIES THE "G" (ONE-STEP) INDICATOR AND
*  THE FULL CORRECTED AMOUNTS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 500-WRITE-T-RECORD.
     MOVE SPACES TO IRS-T-REC.
     MOVE "T" TO IRS-T-TYPE.
     MOVE TX-TAX-YEAR TO IRS-T-YEAR.
     COMPUTE WS-PRIOR-YEAR = WS-CURR-CCYY - 1.
     IF TX-TAX-YEAR < WS-PRIOR-YEAR
         MOVE "P" TO IRS-T-PRIOR-YR.
     MOVE PSPAY-EIN TO IRS-T-TIN.
     MOVE PSPAY-TCC TO IRS-T-TCC.
     MOVE PSPAY-NAME TO IRS-T-NAME IRS-T-CO-NAME.
     MOVE PSPAY-ADDR TO IRS-T-ADDR.
     MOVE PSPAY-CITY TO IRS-T-CITY.
     MOVE PSPAY-STATE TO IRS-T-STATE.
     MOVE PSPAY-ZIP TO IRS-T-ZIP.
     COMPUTE IRS-T-PAYEE-CNT = CT-R-CNT + CT-L-CNT.
     PERFORM 540-WRITE-IRS THRU 540-EXIT.
 500-EXIT.
     EXIT.

 510-WRITE-A-RECORD.
     MOVE SPACES TO IRS-A-REC.
     MOVE "A" TO IRS-A-TYPE.
     MOVE TX-TAX-YEAR TO IRS-A-YEAR.
     MOVE PSPAY-EIN TO IRS-A-TIN.
     MOVE PSPAY-NAME (1:4) TO IRS-A-NAME-CTL.
     MOVE "9 " TO IRS-A-RETURN-TYPE.
     MOVE "124" TO IRS-A-AMT-CODES.
     MOVE PSPAY-NAME TO IRS-A-NAME.
     MOVE "0" TO IRS-A-TRANSFER.
     MOVE PSPAY-ADDR TO IRS-A-ADDR.
     MOVE PSPAY-CITY TO IRS-A-CITY.
     MOVE PSPAY-STATE TO IRS-A-STATE.
     MOVE PSPAY-ZIP TO IRS-A-ZIP.
     PERFORM 540-WRITE-IRS THRU 540-EXIT.
     ADD 1 TO FL-A-CNT.
 510-EXIT.
     EXIT.

 515-WRITE-B-RECORD.
     MOVE SPACES TO IRS-B-REC.
     MOVE "B" TO IRS-B-TYPE.
     MOVE TX-TAX-YEAR TO IRS-B-YEAR.
     IF CORRECTED-RUN AND WS-GROUP-CAT = "R"
         MOVE "G" TO IRS-B-CORRECTED.
     MOVE SPACES TO WS-NAME-WORD.
     UNSTRING RCP-NAME DELIMITED BY "," OR " "
         INTO WS-NAME-WORD.
     MOVE WS-NAME-WORD (1:4) TO IRS-B-NAME-CTL.
     MOVE RCP-TIN-TYPE TO IRS-B-TIN-TYPE.
     MOVE RCP-TIN TO IRS-B-TIN.
     MOVE WS-ACCOUNT TO IRS-B-ACCOUNT.
     MOVE TT-GROSS (TX-SUB) TO IRS-B-AMT-1.
     MOVE WS-TAXABLE TO IRS-B-AMT-2.
     MOVE 0 TO IRS-B-AMT-3.
     MOVE TT-WHOLD (TX-SUB) TO IRS-B-AMT-4.
     MOVE ALL "0" TO IRS-B-AMT-OTHER.
     MOVE RCP-NAME TO IRS-B-NAME.
     MOVE RCP-ADDR TO IRS-B-ADDR.
     MOVE RCP-CITY TO IRS-B-CITY.
     MOVE RCP-STATE TO IRS-B-STATE.
     MOVE RCP-ZIP TO IRS-B-ZIP.
     MOVE TT-CODE (TX-SUB) TO IRS-B-DIST-CODE.
     PERFORM 540-WRITE-IRS THRU 540-EXIT.
     ADD 1 TO FL-B-CNT.
 515-EXIT.
     EXIT.

 520-WRITE-C-RECORD.
     MOVE SPACES TO IRS-C-REC.
     MOVE "C" TO IRS-C-TYPE.
     MOVE FL-GRP-CNT TO IRS-C-PAYEE-CNT.
     MOVE FL-GRP-GROSS TO IRS-C-TOTAL-1.
     MOVE FL-GRP-TAXABLE TO IRS-C-TOTAL-2.
     MOVE 0 TO IRS-C-TOTAL-3.
     MOVE FL-GRP-WHOLD TO IRS-C-TOTAL-4.
     PERFORM 540-WRITE-IRS THRU 540-EXIT.
 520-EXIT.
     EXIT.

 530-WRITE-F-RECORD.
     MOVE SPACES TO IRS-F-REC.
     MOVE "F" TO IRS-F-TYPE.
     MOVE FL-A-CNT TO IRS-F-A-CNT.
     MOVE 0 TO IRS-F-ZERO.
     MOVE FL-B-CNT TO IRS-F-B-CNT.
     PERFORM 540-WRITE-IRS THRU 540-EXIT.
 530-EXIT.
     EXIT.

*  EVERY RECORD TYPE HOLDS ITS SEQUENCE NUMBER IN THE SAME
*  POSITIONS, SO THE T VIEW IS USED TO NUMBER AND WRITE THEM.
 540-WRITE-IRS.
     ADD 1 TO FL-SEQ.
     MOVE FL-SEQ TO IRS-T-SEQ.
     WRITE IRS-T-REC.
     IF IRS-FILE-STATUS NOT = "00"
         IF WS-IRS-FAIL-SW = 0
             MOVE 1 TO WS-IRS-FAIL-SW
             MOVE "PAY442N" TO DAEMON-DISP-PROG
             MOVE SPACES TO DAEMON-DISP-MSG
             STRING  "** PAY442N - IRS1099 WRITE FAILED, STATUS "
                    IRS-FILE-STATUS
                  DELIMITED SIZE INTO DAEMON-DISP-MSG
             CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         END-IF
         MOVE 16 TO RETURN-CODE
     END-IF.
 540-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  LOCATE THE PAYBEN RECORD FOR THE EMPLOYEE SSN AND
*  BENEFICIARY NAME IN WS-FIND-SSN AND WS-FIND-NAME - THE SAME
*  POSITION-AND-SCAN MATCH PAY432N USES FOR ITS DISBURSEMENTS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 600-LOCATE-PAYBEN.
     MOVE 0 TO WS-PAYBEN-FOUND-SW.
     INITIALIZE PAYBEN-REC.
     MOVE WS-FIND-SSN TO PYBEN-PAYSSN.
     CALL "START-SUP-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         GO TO 600-EXIT.
 602-LOCATE-NEXT.
     CALL "READ-NEXT-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         GO TO 600-EXIT.
     IF PYBEN-PAYSSN > WS-FIND-SSN
         GO TO 600-EXIT.
     IF PYBEN-PAYSSN < WS-FIND-SSN
         GO TO 602-LOCATE-NEXT.
     IF PYBEN-NAME = WS-FIND-NAME
         MOVE 1 TO WS-PAYBEN-FOUND-SW
         GO TO 600-EXIT.
     GO TO 602-LOCATE-NEXT.
 600-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 700-OPEN-FILES.
     MOVE "INPUT" TO UFAS-OPEN-MODE
     CALL "OPEN-PAYBEN" USING PAYBEN-FILE-STATUS UFAS-OPEN-MODE
     CALL "OPEN-DEMOGRAPHICS" USING DEMOGRAPHICS-FILE-STATUS
                                    UFAS-OPEN-MODE
     CALL "OPEN-PSRULES" USING PSRULES-FILE-STATUS UFAS-OPEN-MODE.
     OPEN OUTPUT FORMFL TXREGFL.
     WRITE TX1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     WRITE TX2-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
 700-EXIT.
     EXIT.
 702-CLOSE-FILES.
     CALL "CLOSE-PAYBEN" USING PAYBEN-FILE-STATUS
     CALL "CLOSE-DEMOGRAPHICS" USING DEMOGRAPHICS-FILE-STATUS
     CALL "CLOSE-PSRULES" USING PSRULES-FILE-STATUS.
     CLOSE FORMFL.
     CLOSE TXREGFL.
     IF IRS-FILE-OPEN
         CLOSE IRSFL
         CLOSE TAXHSTFL
     END-IF.
 702-EXIT.
     EXIT.

*  THE IRS FILE AND THE TAXHIST APPEND OPEN TOGETHER - A FILE
*  SENT WITHOUT ITS FILING HISTORY WOULD LET THE ORIGINAL GO
*  TWICE.
 704-OPEN-FILING.
     OPEN OUTPUT IRSFL.
     IF IRS-FILE-STATUS NOT = "00"
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - CAN NOT OPEN IRS1099 OUTPUT - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 704-EXIT.
     OPEN EXTEND TAXHSTFL.
     IF TAXHST-FILE-STATUS NOT = "00" AND
        TAXHST-FILE-STATUS NOT = "05"
         CLOSE IRSFL
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - CAN NOT EXTEND TAXHIST - ABORTED"
             TO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         GO TO 704-EXIT.
     MOVE 1 TO WS-IRS-OPEN-SW.
 704-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE PAYER IDENTITY FOR THE FORMS AND THE IRS FILE.  THERE ARE
*  NO DEFAULTS - WITHOUT A "PAYER" RECORD CARRYING THE EIN THE
*  RUN STOPS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 716-READ-PAYER.
     MOVE "PAYER" TO PSRULES-KEY.
     CALL "READ-KEY-PSRULES" USING PSRULES-FILE-STATUS PSRULES-REC.
     IF PSRULES-FILE-STATUS = "00"
         IF PSPAY-EIN NUMERIC AND PSPAY-EIN > 0
             GO TO 716-EXIT
         END-IF
     END-IF.
     MOVE "PAY442N" TO DAEMON-DISP-PROG.
     MOVE "** PAY442N - NO PSRULES PAYER RECORD WITH AN EIN - ABORTED"
         TO DAEMON-DISP-MSG.
     CALL "DISPCONS" USING DAEMON-DISP-DISPLAY.
     MOVE "23" TO PSRULES-FILE-STATUS.
 716-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  RUN REGISTRY.  750 APPENDS THE START STAMP, 752 THE END STAMP
*  WITH THE OUTCOME AND THE NUMBER OF B RECORDS FILED.  THE
*  CUTOFF IS THE LAST DAY OF THE TAX YEAR.  A REGISTRY THAT
*  CANNOT BE WRITTEN ONLY WARNS.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 750-STAMP-START.
     OPEN EXTEND RUNREGFL.
     IF RUNREG-FILE-STATUS NOT = "00" AND
        RUNREG-FILE-STATUS NOT = "05"
         MOVE "PAY442N" TO DAEMON-DISP-PROG
         MOVE "** PAY442N - CAN NOT OPEN RUN REGISTRY - NOT STAMPED"
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
     MOVE FL-B-CNT TO RR-REC-COUNT.
     WRITE RUNREG-REC.
     CLOSE RUNREGFL.
 752-EXIT.
     EXIT.

 756-FILL-STAMP.
     MOVE "PAY442N" TO RR-PROGRAM.
     MOVE FUNCTION CURRENT-DATE TO RR-W-CURDATE.
     MOVE RR-W-CURDATE (1:8) TO RR-RUN-DATE.
     MOVE RR-W-CURDATE (9:6) TO RR-RUN-TIME.
     MOVE TX-YEAR-END TO RR-CUTOFF-DATE.
     MOVE "C" TO RR-MODE.
     IF NOT COMMITTED-UPDATE-RUN
         MOVE "D" TO RR-MODE.
     MOVE TX-RR-PARAMS TO RR-PARAMS.
 756-EXIT.
     EXIT.
