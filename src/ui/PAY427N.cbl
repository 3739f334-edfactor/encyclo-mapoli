**                       subtracts it along with contributions    **
**                       and earnings, and the statement line is  **
**                       relabeled "FORFEITURES ALLOCATED".       **
** 09/08/2026 K.Alvarez  MAIN-2131 The balance left after a       **
**                       PAY439N forfeiture for the current       **
**                       termination prints as 100% vested.       **
** 10/09/2026 K.Alvarez  MAIN-2140 Reprint of a plan year the     **
**                       PAY447N retention run has archived off   **
**                       PSHIST: when the badge and year are not  **
**                       on the live file, every archive whose    **
**                       ARCCTL control record covers the year is **
**                       scanned, oldest first, and the last      **
**                       match still wins. An archive moved       **
**                       off-line is reported and skipped.        **
** 10/15/2026 K.Alvarez  MAIN-2141 Archive moved off-line is      **
**                       closed before it is skipped.             **
********************************************************************

 ENVIRONMENT DIVISION.
 SELECT OPTIONAL RUNREGFL ASSIGN "RUNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RUNREG-FILE-STATUS.
 SELECT OPTIONAL PSHISTFL ASSIGN PSHIST-DSN
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PSHIST-FILE-STATUS.
 SELECT OPTIONAL ARCCTLFL ASSIGN "ARCCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ARCCTL-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  PSHISTFL LABEL RECORDS OMITTED.
 COPY X-FD-PSHIST.

 FD  ARCCTLFL LABEL RECORDS OMITTED.
 COPY X-FD-ARCCTL.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*
 01  WS-RUNREG-EOF-SW                       PIC 9(01) VALUE 0.
     88  RUNREG-EOF                                   VALUE 1.
 01  PSHIST-FILE-STATUS                     PIC X(02) VALUE "00".
 01  PSHIST-DSN                             PIC X(30) VALUE "PSHIST".
 01  ARCCTL-FILE-STATUS                     PIC X(02) VALUE "00".
 01  WS-ARCCTL-EOF-SW                       PIC 9(01) VALUE 0.
     88  ARCCTL-EOF                                   VALUE 1.
 01  RP-PLAN-YEAR                           PIC 9(04) VALUE 0.
 01  RP-BADGE                               PIC 9(07) VALUE 0.
 01  WS-REPRINT-SW                          PIC 9(01) VALUE 0.
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*  DERIVE THE VESTED PERCENT FROM THE PSRULES VESTING SCHEDULE,
*  THE SAME WAY PAY426N DOES IN ITS 205-READ PARAGRAPH.  DECEASED
*  EMPLOYEES (PY-TERM = "Z") ARE ALWAYS 100% VESTED, AND SO IS
*  THE BALANCE LEFT AFTER PAY439N HAS FORFEITED THE UNVESTED PART
*  FOR THE CURRENT TERMINATION (PY-FORF-TERM-DT = PY-TERM-DT).
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*

     IF PY-TERM = "Z"
         MOVE 100 TO WS-VEST-PRCT
     END-IF.
     IF PY-FORF-AMT > 0 AND PY-FORF-TERM-DT = PY-TERM-DT
         MOVE 100 TO WS-VEST-PRCT
     END-IF.
 300-EXIT.
     EXIT.

*  PRIOR-YEAR STATEMENT REPRINT.  SCAN THE PSHIST ARCHIVE FOR
*  THE REQUESTED BADGE AND PLAN YEAR, KEEPING THE LAST MATCH
*  (A BACKED-OUT AND RERUN YEAR ARCHIVES TWICE AND THE LATER
*  IMAGE IS THE GOOD ONE).  A YEAR NO LONGER ON PSHIST IS
*  LOOKED FOR IN EVERY PAY447N RETENTION ARCHIVE WHOSE ARCCTL
*  CONTROL RECORD COVERS IT, OLDEST FIRST, SO THE LAST MATCH
*  STILL WINS.  LOAD THE SNAPSHOT FIELDS INTO THE
*  PAYPROFIT RECORD AREA AND PRINT ONE STATEMENT THROUGH THE
*  NORMAL 200-PRINT-STATEMENT PATH.  THE MAILING ADDRESS STILL
*  COMES FROM TODAY'S DEMOGRAPHICS.
         GO TO 500-EXIT.
 510-REPRINT-LOOP.
     READ PSHISTFL
         AT END GO TO 512-REPRINT-LIVE-END
     END-READ.
     IF PSH-BADGE = RP-BADGE AND PSH-PLAN-YEAR = RP-PLAN-YEAR
         MOVE PSH-REC TO RP-HOLD-SNAP
         MOVE 1 TO WS-RP-FOUND-SW
     END-IF.
     GO TO 510-REPRINT-LOOP.
 512-REPRINT-LIVE-END.
     CLOSE PSHISTFL.
     IF SNAPSHOT-FOUND
         GO TO 520-REPRINT-PRINT.
     MOVE 0 TO WS-ARCCTL-EOF-SW.
     OPEN INPUT ARCCTLFL.
     IF ARCCTL-FILE-STATUS NOT = "00" AND
        ARCCTL-FILE-STATUS NOT = "05"
         GO TO 520-REPRINT-PRINT.
 514-REPRINT-ARCHIVES.
     READ ARCCTLFL
         AT END MOVE 1 TO WS-ARCCTL-EOF-SW
     END-READ.
     IF ARCCTL-EOF
         CLOSE ARCCTLFL
         GO TO 520-REPRINT-PRINT.
     IF ACT-FILE-ID = "PSHIST" AND
        ACT-LOW-YEAR NOT > RP-PLAN-YEAR AND
        ACT-HIGH-YEAR NOT < RP-PLAN-YEAR
         MOVE ACT-DSN TO PSHIST-DSN
         PERFORM 530-SCAN-ARCHIVE THRU 530-EXIT
     END-IF.
     GO TO 514-REPRINT-ARCHIVES.
 520-REPRINT-PRINT.
     IF NOT SNAPSHOT-FOUND
         MOVE "PAY427N" TO DAEMON-DISP-PROG
         MOVE "** PAY427N - BADGE/YEAR NOT IN PSHIST - NO REPRINT"
             TO DAEMON-DISP-MSG
     MOVE PSH-PROF-CONT TO PY-PROF-CONT.
     MOVE PSH-PROF-EARN TO PY-PROF-EARN.
     MOVE PSH-PROF-FORF TO PY-PROF-FORF.
     PERFORM 200-PRINT-STATEMENT THRU 200-EXIT.
 500-EXIT.
     EXIT.

*  ONE RETENTION ARCHIVE (NAME IN PSHIST-DSN).  AN ARCHIVE THAT
*  HAS BEEN MOVED OFF-LINE IS REPORTED AND SKIPPED.
 530-SCAN-ARCHIVE.
     OPEN INPUT PSHISTFL.
     IF PSHIST-FILE-STATUS = "05"
         CLOSE PSHISTFL
         MOVE "PAY427N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING "** PAY427N - ARCHIVE OFF-LINE " PSHIST-DSN
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         GO TO 530-EXIT.
     IF PSHIST-FILE-STATUS NOT = "00"
         MOVE "PAY427N" TO DAEMON-DISP-PROG
         MOVE SPACES TO DAEMON-DISP-MSG
         STRING "** PAY427N - CAN NOT OPEN ARCHIVE " PSHIST-DSN
              DELIMITED SIZE INTO DAEMON-DISP-MSG
         CALL "DISPCONS" USING DAEMON-DISP-DISPLAY
         GO TO 530-EXIT.
 532-SCAN-LOOP.
     READ PSHISTFL
         AT END GO TO 534-SCAN-END
     END-READ.
     IF PSH-BADGE = RP-BADGE AND PSH-PLAN-YEAR = RP-PLAN-YEAR
         MOVE PSH-REC TO RP-HOLD-SNAP
         MOVE 1 TO WS-RP-FOUND-SW
     END-IF.
     GO TO 532-SCAN-LOOP.
 534-SCAN-END.
     CLOSE PSHISTFL.
 530-EXIT.
     EXIT.

*
* ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
*
