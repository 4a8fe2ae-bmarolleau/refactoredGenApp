      *          creation RACUST1 performs per request, so onboarding a
      *          block of records doesn't mean keying them in one at a
      *          time. Produces a loaded/rejected summary count.
      *
      *          Runs under RARUNC1 run-control, which is given the load
      *          file's record count and date-of-birth hash total and
      *          refuses a file it has already seen through to a clean
      *          finish. A restart after a stopped run is not refused.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      *             every commit and, on restart after an abend, skip
      *             straight past the records already processed instead
      *             of re-parking them all as duplicates.
      * 2026-10-15  Record the run with RARUNC1 run-control, which
      *             refuses a CUSTLOAD file already loaded.
      **************************************************************************

       IDENTIFICATION DIVISION.
      *    the checkpoint row for the rerun, not clear it
       01  WS-RUN-STOPPED-SW           PIC X     VALUE 'N'.
           88 RUN-STOPPED                        VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-INPUT-RECORDS            PIC S9(9) COMP VALUE ZERO.
       01  WS-INPUT-HASH               PIC S9(18) COMP VALUE ZERO.
      *    A YYYY-MM-DD date from the input taken as a number for the
      *    hash total
       01  WS-HASH-DATE.
           03 WS-HASH-YEAR             PIC X(4).
           03 WS-HASH-MONTH            PIC X(2).
           03 WS-HASH-DAY              PIC X(2).
       01  WS-HASH-DATE-N REDEFINES WS-HASH-DATE
                                       PIC 9(8).
      *    Format validation scratch fields - same checks RACUST1 runs
      *    on the online path, applied here to the CL- fields since a
      *    paper/legacy feed is the least-trusted input, not the most
       01  DB2-OUT-INTEGERS.
           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP.

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM START-RUN-CONTROL.
           IF RUN-CONTROL-STARTED
             PERFORM INITIALIZE-RUN
             PERFORM PROCESS-LOAD-RECORDS UNTIL END-OF-INPUT
             PERFORM TERMINATE-RUN
             PERFORM FINISH-RUN-CONTROL
           END-IF.

           STOP RUN.

       START-RUN-CONTROL.
      *================================================================*
      * Record the run's start with run control. A refused start -     *
      * predecessor not complete, or already run - ends the run here,  *
      * before any file or table has been touched. The input is read   *
      * through once first for the identity run control checks         *
      *================================================================*
           PERFORM FINGERPRINT-INPUT
           INITIALIZE RUN-CONTROL-AREA
           MOVE 'START '         TO RC-REQUEST-ID
           MOVE 'RABULKL1'       TO RC-JOB-NAME
           MOVE 'CUSTLOAD'       TO RC-INPUT-NAME
           MOVE WS-INPUT-RECORDS TO RC-INPUT-RECORDS
           MOVE WS-INPUT-HASH    TO RC-INPUT-HASH
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RABULKL1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       FINGERPRINT-INPUT.
      *================================================================*
      * Count the load file and total its dates of birth - the         *
      * identity run control checks a resent file against. A file      *
      * that will not open is left to stop the run in INITIALIZE-RUN   *
      *================================================================*
           MOVE ZERO TO WS-INPUT-RECORDS
           MOVE ZERO TO WS-INPUT-HASH
           OPEN INPUT CUSTOMER-LOAD-FILE
           IF CUSTLOAD-OK
             PERFORM FINGERPRINT-RECORD UNTIL NOT CUSTLOAD-OK
             CLOSE CUSTOMER-LOAD-FILE
           END-IF
           EXIT.

       FINGERPRINT-RECORD.
           READ CUSTOMER-LOAD-FILE
             AT END
               CONTINUE
           END-READ
           IF CUSTLOAD-OK
             ADD 1 TO WS-INPUT-RECORDS
             MOVE CL-DOB (1:4) TO WS-HASH-YEAR
             MOVE CL-DOB (6:2) TO WS-HASH-MONTH
             MOVE CL-DOB (9:2) TO WS-HASH-DAY
             IF WS-HASH-DATE-N IS NUMERIC
               ADD WS-HASH-DATE-N TO WS-INPUT-HASH
             END-IF
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Establish the run identity, pick up any restart position left  *
             DISPLAY 'LOAD STATS INSERT FAILED SQLCODE=' SQLCODE
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           MOVE WS-INPUT-RECORDS TO RC-RECORDS-IN
           MOVE WS-LOAD-COUNT    TO RC-RECORDS-OUT
           MOVE WS-REJECT-COUNT  TO RC-RECORDS-REJECTED
           IF RUN-STOPPED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'LOAD STOPPED - RESTART KEPT - SEE JOB OUTPUT'
               TO RC-REASON
           ELSE
             SET RC-RUN-COMPLETED TO TRUE
             IF WS-REJECT-COUNT GREATER THAN ZERO
               MOVE 'RECORDS REJECTED - SEE JOB OUTPUT'
                 TO RC-REASON
             ELSE
               MOVE SPACES TO RC-REASON
             END-IF
           END-IF
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'RUN CONTROL FINISH FAILED - RC=' RC-RETURN-CODE
           END-IF
           EXIT.
