**                        AND THE LATER LINE IS THE GOOD ONE.     **
**                                                                **
**                        PARAMETER: THE PAYPROF-BADGE, 7         **
**                        DIGITS, ZERO FILLED, AND OPTIONALLY THE **
**                        FIRST PLAN YEAR TO LIST (CCYY).  WITH   **
**                        THE YEAR, THE PAY447N RETENTION         **
**                        ARCHIVES HOLDING THAT YEAR OR LATER     **
**                        (FOUND THROUGH ARCCTL) ARE READ, OLDEST **
**                        FIRST, AHEAD OF THE LIVE FILE, AND      **
**                        EARLIER YEARS ARE LEFT OFF.  WITHOUT    **
**                        IT ONLY THE LIVE FILE IS READ.          **
********************************************************************
**            M O D I F I C A T I O N   H I S T O R Y             **
**            ---------------------------------------             **
**                                                                **
** 08/31/2026 K.Alvarez  MAIN-2126 New program - multi-year       **
**                       trend report off the PSHIST archive.     **
** 10/09/2026 K.Alvarez  MAIN-2140 Optional second parameter, the **
**                       first plan year to list: the PAY447N     **
**                       retention archives holding that year or  **
**                       later are read through ARCCTL ahead of   **
**                       the live PSHIST file, and earlier years  **
**                       are left off. PSHIST is now opened in    **
**                       000-START, after the archives.           **
** 10/15/2026 K.Alvarez  MAIN-2141 Archive moved off-line is      **
**                       closed before it is skipped.             **
********************************************************************

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT OPTIONAL PSHISTFL ASSIGN PSHIST-DSN
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PSHIST-FILE-STATUS.
 SELECT OPTIONAL ARCCTLFL ASSIGN "ARCCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ARCCTL-FILE-STATUS.
 SELECT TRNDFL    ASSIGN LINE ADVANCING "PTR1"
        ORGANIZATION LINE SEQUENTIAL.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
 FD  RUNREGFL LABEL RECORDS OMITTED.
 COPY X-FD-RUNREG.

 FD  ARCCTLFL LABEL RECORDS OMITTED.
 COPY X-FD-ARCCTL.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*
 01 PSRULES-FILE-STATUS      PIC XX.
 01 PSHIST-FILE-STATUS       PIC XX VALUE "00".
 01 RUNREG-FILE-STATUS       PIC XX VALUE "00".
 01 ARCCTL-FILE-STATUS       PIC XX VALUE "00".
 01 PSHIST-DSN               PIC X(30) VALUE "PSHIST".

 COPY WS-QUE-DISP.

 01  WS-INDICATORS.
     03  WS-PSHIST-EOF-SW                   PIC 9(01) VALUE 0.
         88  PSHIST-EOF                               VALUE 1.
     03  WS-ARCCTL-EOF-SW                   PIC 9(01) VALUE 0.
         88  ARCCTL-EOF                               VALUE 1.
 01  TR-BADGE                               PIC 9(07) VALUE 0.
 01  TR-FROM-YEAR                           PIC 9(04) VALUE 0.
 01  TR-LINE-CNT                            PIC 9(06) VALUE 0.
 01  TR-PG-CNT                              PIC 9(05) VALUE 0.
 01  TR-LN-CNT                              PIC 9(02) VALUE 57.
 000-START.

     DISPLAY "*** PAY435N starting ***".
     UNSTRING TEXTE DELIMITED BY " " INTO TR-BADGE TR-FROM-YEAR.
        display "trend badge " tr-badge " from " tr-from-year.
     IF TR-BADGE NOT NUMERIC OR TR-BADGE = 0
         MOVE "PAY435N" TO DAEMON-DISP-PROG
         MOVE "** PAY435N - BADGE PARM MISSING - 7 DIGITS REQUIRED"
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         MOVE 16 TO RETURN-CODE
         EXIT PROGRAM.
     IF TR-FROM-YEAR NOT NUMERIC
         MOVE 0 TO TR-FROM-YEAR.
     MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT.
     MOVE TR-BADGE TO TR-HEAD-BADGE.
     PERFORM 700-OPEN-FILES THRU 700-EXIT.
     PERFORM 750-STAMP-START THRU 750-EXIT.
     IF TR-FROM-YEAR > 0
         PERFORM 100-READ-ARCHIVES THRU 100-EXIT
     END-IF.
     MOVE "PSHIST" TO PSHIST-DSN.
     MOVE 0 TO WS-PSHIST-EOF-SW.
     OPEN INPUT PSHISTFL.
     IF PSHIST-FILE-STATUS NOT = "00" AND
        PSHIST-FILE-STATUS NOT = "05"
         MOVE "PAY435N" TO DAEMON-DISP-PROG
     END-READ.
     IF PSHIST-EOF
         GO TO 000-TOTALS.
     IF PSH-BADGE NOT = TR-BADGE OR PSH-PLAN-YEAR < TR-FROM-YEAR
         GO TO 000-LOOP.
     PERFORM 200-PRINT-YEAR THRU 200-EXIT.
     GO TO 000-LOOP.
     PERFORM 752-STAMP-END THRU 752-EXIT.
     EXIT PROGRAM.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  YEARS THE PAY447N RETENTION RUN HAS MOVED OFF PSHIST.  EACH
*  ARCCTL CONTROL RECORD FOR PSHIST NAMES AN ARCHIVE AND THE
*  RANGE OF PLAN YEARS ON IT; THEY ARE IN THE ORDER THE
*  ARCHIVES WERE WRITTEN, SO READING THEM IN TURN AND THEN THE
*  LIVE FILE KEEPS THE LINES IN PLAN-YEAR ORDER.  AN ARCHIVE
*  THAT HAS BEEN MOVED OFF-LINE IS REPORTED AND SKIPPED.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

 100-READ-ARCHIVES.
     MOVE 0 TO WS-ARCCTL-EOF-SW.
     OPEN INPUT ARCCTLFL.
     IF ARCCTL-FILE-STATUS NOT = "00" AND
        ARCCTL-FILE-STATUS NOT = "05"
         GO TO 100-EXIT.
 102-ARCCTL-LOOP.
     READ ARCCTLFL
         AT END MOVE 1 TO WS-ARCCTL-EOF-SW
     END-READ.
     IF ARCCTL-EOF
         CLOSE ARCCTLFL
         GO TO 100-EXIT.
     IF ACT-FILE-ID NOT = "PSHIST" OR
        ACT-HIGH-YEAR < TR-FROM-YEAR
         GO TO 102-ARCCTL-LOOP.
     MOVE ACT-DSN TO PSHIST-DSN.
     PERFORM 120-SCAN-ARCHIVE THRU 120-EXIT.
     GO TO 102-ARCCTL-LOOP.
 100-EXIT.
     EXIT.

 120-SCAN-ARCHIVE.
     MOVE 0 TO WS-PSHIST-EOF-SW.
     OPEN INPUT PSHISTFL.
     IF PSHIST-FILE-STATUS = "05"
         CLOSE PSHISTFL
         MOVE "PAY435N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING "** PAY435N - ARCHIVE OFF-LINE " PSHIST-DSN
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         GO TO 120-EXIT.
     IF PSHIST-FILE-STATUS NOT = "00"
         MOVE "PAY435N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING "** PAY435N - CAN NOT OPEN ARCHIVE " PSHIST-DSN
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         GO TO 120-EXIT.
 122-SCAN-LOOP.
     READ PSHISTFL
         AT END MOVE 1 TO WS-PSHIST-EOF-SW
     END-READ.
     IF PSHIST-EOF
         CLOSE PSHISTFL
         GO TO 120-EXIT.
     IF PSH-BADGE NOT = TR-BADGE OR PSH-PLAN-YEAR < TR-FROM-YEAR
         GO TO 122-SCAN-LOOP.
     PERFORM 200-PRINT-YEAR THRU 200-EXIT.
     GO TO 122-SCAN-LOOP.
 120-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  ONE TREND LINE FROM THE SNAPSHOT CURRENTLY IN PSH-REC.  THE
 700-OPEN-FILES.
     MOVE "INPUT" TO UFAS-OPEN-MODE
     CALL "OPEN-PSRULES" USING PSRULES-FILE-STATUS UFAS-OPEN-MODE.
     OPEN OUTPUT TRNDFL.
     WRITE PTR1-REC FROM XEROX-HEADER AFTER ADVANCING PAGE.
     PERFORM 716-READ-PSRULES THRU 716-EXIT.
