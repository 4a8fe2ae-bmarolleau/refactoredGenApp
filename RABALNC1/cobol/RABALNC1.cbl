      *          matching registration today, is listed by number.
      *
      *          Run after RAEXTRC1 with the same NEWCUSTX dataset that
      *          run produced. RARUNC1 run-control enforces both: the
      *          run is refused unless RAEXTRC1 completed cleanly for
      *          the same business date, and refused a NEWCUSTX - by
      *          record count and customer-number hash total - that
      *          has already been balanced. The day balanced is that
      *          business date, so a run after midnight still balances
      *          the day the extract belongs to.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-08-22  Initial version.
      * 2026-10-15  Record the run with RARUNC1 run-control. The run is
      *             refused unless RAEXTRC1 has completed for the same
      *             business date, and refused a NEWCUSTX already
      *             balanced. Balances the business date rather than
      *             the date the job happens to run on.
      **************************************************************************

       IDENTIFICATION DIVISION.
           88 IN-BALANCE                         VALUE 'Y'.
       01  WS-FEED-OVERFLOW-SW         PIC X     VALUE 'N'.
           88 FEED-TABLE-FULL                    VALUE 'Y'.
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-REGISTERED-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-FAILED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-EXTRA-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-MATCH-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-REPORT-CUSNUM            PIC 9(10) VALUE ZERO.
       01  WS-DISCREPANCY-COUNT        PIC S9(9) COMP VALUE ZERO.
       01  WS-INPUT-RECORDS            PIC S9(9) COMP VALUE ZERO.
       01  WS-INPUT-HASH               PIC S9(18) COMP VALUE ZERO.
      *    Today's feed entries, held for the missing-from-feed check -
      *    a day's registrations fit here many times over
       01  WS-FEED-TABLE.
       01  DB2-OUT-FIELDS.
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
             PERFORM COUNT-REGISTRATIONS
             PERFORM COUNT-FAILURES
             PERFORM COUNT-BULK-TOTALS
             PERFORM READ-EXTRACT-FEED
             PERFORM CHECK-MISSING-FROM-FEED
             PERFORM REPORT-BALANCE
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
           MOVE 'RABALNC1'       TO RC-JOB-NAME
           MOVE 'RAEXTRC1'       TO RC-PREDECESSOR
           MOVE 'NEWCUSTX'       TO RC-INPUT-NAME
           MOVE WS-INPUT-RECORDS TO RC-INPUT-RECORDS
           MOVE WS-INPUT-HASH    TO RC-INPUT-HASH
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RABALNC1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       FINGERPRINT-INPUT.
      *================================================================*
      * Count the NEWCUSTX feed and total its customer numbers - the   *
      * identity run control checks against the feeds already          *
      * balanced. A feed that will not open is left to fail the run in *
      * READ-EXTRACT-FEED                                              *
      *================================================================*
           MOVE ZERO TO WS-INPUT-RECORDS
           MOVE ZERO TO WS-INPUT-HASH
           OPEN INPUT NEWCUST-EXTRACT-FILE
           IF NEWCUSTX-OK
             PERFORM FINGERPRINT-RECORD UNTIL NOT NEWCUSTX-OK
             CLOSE NEWCUST-EXTRACT-FILE
           END-IF
           EXIT.

       FINGERPRINT-RECORD.
           READ NEWCUST-EXTRACT-FILE
             AT END
               CONTINUE
           END-READ
           IF NEWCUSTX-OK
             ADD 1 TO WS-INPUT-RECORDS
             IF XR-CUSTOMERNUM IS NUMERIC
               ADD XR-CUSTOMERNUM TO WS-INPUT-HASH
             END-IF
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Establish the date being balanced - the business date run      *
      * control gave this run                                          *
      *================================================================*
           DISPLAY 'RABALNC1 - DAILY REGISTRATION BALANCING STARTING'
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           DISPLAY 'BALANCING DATE        : ' WS-RUN-DATE
           EXIT.

             DISPLAY 'NEWCUSTX OPEN FAILED - FILE STATUS '
                     WS-NEWCUSTX-STATUS
             MOVE 'N' TO WS-BALANCE-SW
             SET RUN-FAILED TO TRUE
             SET END-OF-FEED TO TRUE
           ELSE
             PERFORM READ-FEED-RECORD
             DISPLAY 'NEWCUSTX READ FAILED - FILE STATUS '
                     WS-NEWCUSTX-STATUS
             MOVE 'N' TO WS-BALANCE-SW
             SET RUN-FAILED TO TRUE
             SET END-OF-FEED TO TRUE
           END-IF
           EXIT.
           END-IF
           DISPLAY 'RABALNC1 - DAILY REGISTRATION BALANCING COMPLETE'
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           ADD WS-MISSING-COUNT WS-EXTRA-COUNT
               GIVING WS-DISCREPANCY-COUNT
           MOVE WS-FEED-TOTAL-COUNT  TO RC-RECORDS-IN
           MOVE WS-FEED-TODAY-COUNT  TO RC-RECORDS-OUT
           MOVE WS-DISCREPANCY-COUNT TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'NEWCUSTX NOT READ TO THE END - SEE JOB OUTPUT'
               TO RC-REASON
           ELSE
             SET RC-RUN-COMPLETED TO TRUE
             IF NOT IN-BALANCE
               MOVE 'OUT OF BALANCE - SEE JOB OUTPUT'
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
