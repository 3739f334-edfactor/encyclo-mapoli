**                          - THE BIRTH DATE MUST BE A REAL       **
**                            CALENDAR DATE, NOT BEFORE 1880      **
**                            AND NOT AFTER THE RUN DATE          **
**                          - A BENEFICIARY TIN, WHEN KEYED, MUST **
**                            BE NUMERIC AND NOT ZERO, AND A      **
**                            MAILING ADDRESS MUST CARRY AT LEAST **
**                            THE STREET, CITY AND STATE          **
**                        REJECTED TRANSACTIONS GO TO THE         **
**                        EXCEPTION REPORT (PB2) WITH A REASON;   **
**                        EVERY ACCEPTED TRANSACTION PRINTS A     **
**                        EMPLOYEE SSN PLUS THE BENEFICIARY       **
**                        NAME, SINCE ONE EMPLOYEE MAY CARRY      **
**                        SEVERAL BENEFICIARIES.                  **
**                        THE BENEFICIARY'S OWN TIN AND MAILING   **
**                        ADDRESS ARE KEPT FOR THE PAY442N 1099-R **
**                        RUN.  LEFT BLANK ON A CHANGE THEY KEEP  **
**                        WHAT IS ON FILE.                        **
**                        A QDRO ALTERNATE PAYEE'S ACCOUNT        **
**                        (PYBEN-LEVEL "A") BELONGS TO THE        **
**                        PAY445N RUN AND CANNOT BE CHANGED OR    **
**                        DELETED HERE.                           **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
** 08/28/2026 K.Alvarez  MAIN-2125 Run registry: the run now      **
**                       appends start and end stamps to the      **
**                       shared RUNREG file.                      **
** 09/21/2026 K.Alvarez  MAIN-2135 The transaction now carries    **
**                       the beneficiary's own TIN and mailing    **
**                       address for the PAY442N 1099-R run. Both **
**                       are edited, kept on PAYBEN and shown     **
**                       under the audit line; left blank on a    **
**                       change they keep what is on file.        **
** 09/28/2026 K.Alvarez  MAIN-2137 Changes and deletes against a  **
**                       QDRO alternate-payee account             **
**                       (PYBEN-LEVEL "A") are rejected.          **
********************************************************************

 ENVIRONMENT DIVISION.
     03  BTRN-RELATE                       PIC X(15).
     03  BTRN-SHARE-PCT                    PIC 9(03).
     03  BTRN-LEVEL                        PIC X(01).
     03  BTRN-TIN                          PIC 9(09).
     03  BTRN-TIN-X REDEFINES BTRN-TIN     PIC X(09).
     03  BTRN-ADDR                         PIC X(25).
     03  BTRN-CITY                         PIC X(15).
     03  BTRN-STATE                        PIC X(02).
     03  BTRN-ZIP                          PIC X(09).

 FD  AUDITFL LABEL RECORDS OMITTED.
 01  PB1-REC                               PIC X(132).
     03  FILLER                             PIC X(03) VALUE SPACES.
     03  AUD-LEVEL                          PIC X(01) VALUE SPACES.
     03  FILLER                             PIC X(36) VALUE SPACES.
 01  AUD-ADDR-LINE.
     03  FILLER                             PIC X(11) VALUE SPACES.
     03  FILLER                             PIC X(05) VALUE "TIN: ".
     03  AUD-TIN                            PIC 9(09) VALUE 0.
     03  FILLER                             PIC X(11)
         VALUE "  ADDRESS: ".
     03  AUD-ADDR                           PIC X(25) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AUD-CITY                           PIC X(15) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AUD-STATE                          PIC X(02) VALUE SPACES.
     03  FILLER                             PIC X(01) VALUE SPACES.
     03  AUD-ZIP                            PIC X(09) VALUE SPACES.
     03  FILLER                             PIC X(42) VALUE SPACES.
 01  AUD-TOT-LINE.
     03  FILLER                             PIC X(17)
         VALUE "TOTAL  ADDED:    ".
     PERFORM 120-CHECK-BIRTH-DATE THRU 120-EXIT.
     IF TRN-REJECTED
         GO TO 100-EXIT.
     PERFORM 125-CHECK-TIN-ADDRESS THRU 125-EXIT.
     IF TRN-REJECTED
         GO TO 100-EXIT.
 140-CHECK-ON-FILE.
     PERFORM 320-LOCATE-PAYBEN THRU 320-EXIT.
     IF BTRN-FUNC = "A" AND PAYBEN-RECORD-FOUND
         MOVE "BENEFICIARY NOT ON FILE" TO EXC-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
*  A QDRO ALTERNATE PAYEE'S ACCOUNT IS FUNDED BY PAY445N FROM THE
*  ORDER AND MAY NOT BE RE-KEYED OR REMOVED HERE.
     IF (BTRN-FUNC = "C" OR BTRN-FUNC = "D") AND
        PYBEN-LEVEL = "A"
         MOVE "ALTERNATE PAYEE ACCOUNT - QDRO RUN ONLY" TO EXC-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 100-EXIT.
 100-EXIT.
     EXIT.

 120-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  THE BENEFICIARY'S OWN TIN AND MAILING ADDRESS ARE OPTIONAL
*  HERE (OLDER TRANSACTION FILES DO NOT CARRY THEM), BUT WHAT
*  IS KEYED MUST BE USABLE ON A 1099-R: A NUMERIC, NON-ZERO TIN
*  AND AN ADDRESS WITH AT LEAST THE STREET, CITY AND STATE.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 125-CHECK-TIN-ADDRESS.
     IF BTRN-TIN-X NOT = SPACES
         IF BTRN-TIN NOT NUMERIC
             MOVE "BENEFICIARY TIN NOT NUMERIC" TO EXC-REASON
             PERFORM 150-REJECT THRU 150-EXIT
             GO TO 125-EXIT
         END-IF
         IF BTRN-TIN = 0
             MOVE "BENEFICIARY TIN IS ZERO" TO EXC-REASON
             PERFORM 150-REJECT THRU 150-EXIT
             GO TO 125-EXIT
         END-IF
     END-IF.
     IF BTRN-ADDR = SPACES AND BTRN-CITY = SPACES AND
        BTRN-STATE = SPACES AND BTRN-ZIP = SPACES
         GO TO 125-EXIT.
     IF BTRN-ADDR = SPACES OR BTRN-CITY = SPACES OR
        BTRN-STATE = SPACES
         MOVE "MAILING ADDRESS INCOMPLETE" TO EXC-REASON
         PERFORM 150-REJECT THRU 150-EXIT
         GO TO 125-EXIT.
 125-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  REMEMBER EVERY SSN AN ACCEPTED TRANSACTION TOUCHES SO THE
     MOVE BTRN-RELATE TO PYBEN-RELATE.
     MOVE BTRN-SHARE-PCT TO PYBEN-SHARE-PCT.
     MOVE BTRN-LEVEL TO PYBEN-LEVEL.
     MOVE 0 TO PYBEN-TIN.
     IF BTRN-TIN-X NOT = SPACES
         MOVE BTRN-TIN TO PYBEN-TIN.
     MOVE BTRN-ADDR TO PYBEN-ADDR.
     MOVE BTRN-CITY TO PYBEN-CITY.
     MOVE BTRN-STATE TO PYBEN-STATE.
     MOVE BTRN-ZIP TO PYBEN-ZIP.
     CALL "WRITE-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         MOVE "PAYBEN WRITE FAILED" TO EXC-REASON
     MOVE BTRN-RELATE TO PYBEN-RELATE.
     MOVE BTRN-SHARE-PCT TO PYBEN-SHARE-PCT.
     MOVE BTRN-LEVEL TO PYBEN-LEVEL.
     IF BTRN-TIN-X NOT = SPACES
         MOVE BTRN-TIN TO PYBEN-TIN.
     IF BTRN-ADDR NOT = SPACES
         MOVE BTRN-ADDR TO PYBEN-ADDR
         MOVE BTRN-CITY TO PYBEN-CITY
         MOVE BTRN-STATE TO PYBEN-STATE
         MOVE BTRN-ZIP TO PYBEN-ZIP.
     CALL "REWRITE-PAYBEN" USING PAYBEN-FILE-STATUS PAYBEN-REC.
     IF PAYBEN-FILE-STATUS NOT = "00"
         MOVE "PAYBEN REWRITE FAILED" TO EXC-REASON
         MOVE 0 TO AUD-SHARE
     END-IF.
     MOVE PYBEN-LEVEL TO AUD-LEVEL.
     IF PYBEN-TIN NUMERIC
         MOVE PYBEN-TIN TO AUD-TIN
     ELSE
         MOVE 0 TO AUD-TIN
     END-IF.
     MOVE PYBEN-ADDR TO AUD-ADDR.
     MOVE PYBEN-CITY TO AUD-CITY.
     MOVE PYBEN-STATE TO AUD-STATE.
     MOVE PYBEN-ZIP TO AUD-ZIP.
     IF AUD-LN-CNT > 55
         PERFORM 255-AUD-HEAD THRU 255-EXIT
     END-IF.
     WRITE PB1-REC FROM AUD-LINE AFTER ADVANCING 1.
     WRITE PB1-REC FROM AUD-ADDR-LINE AFTER ADVANCING 1.
     ADD 2 TO AUD-LN-CNT.
 250-EXIT.
     EXIT.
 255-AUD-HEAD.
