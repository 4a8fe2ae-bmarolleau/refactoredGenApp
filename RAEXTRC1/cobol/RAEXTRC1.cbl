      * Purpose: Daily batch extract of customers registered since the
      *          last run, reported grouped by postcode, for downstream
      *          marketing and compliance feeds.
      *
      *          Runs once per business date under RARUNC1 run-control.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      *             copy and marketing takes the NEWCUSTM copy, from
      *             which customers without a recorded marketing
      *             consent are suppressed.
      * 2026-10-15  Record the run with RARUNC1 run-control. A second
      *             run for the same business date is refused, so a
      *             feed RABALNC1 has already balanced cannot be
      *             overwritten.
      * 2026-10-15  Move the NEWCUST mark only after a clean run, and
      *             commit or back out the run's own work before it is
      *             recorded with run control.
      **************************************************************************

       IDENTIFICATION DIVISION.
           88 END-OF-CUSTOMERS                   VALUE 'Y'.
       01  WS-CONTROL-FOUND-SW         PIC X     VALUE 'N'.
           88 CONTROL-ROW-FOUND                  VALUE 'Y'.
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-EXTRACT-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-MARKET-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-SUPPRESS-COUNT           PIC S9(9) COMP VALUE ZERO.
           03 DB2-CONSENT-PHONE        PIC X.
           03 DB2-CONSENT-EMAIL        PIC X.

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
             PERFORM PROCESS-CUSTOMERS UNTIL END-OF-CUSTOMERS
             PERFORM TERMINATE-RUN
             PERFORM FINISH-RUN-CONTROL
           END-IF.

           STOP RUN.

       START-RUN-CONTROL.
      *================================================================*
      * Record the run's start with run control. A refused start -     *
      * predecessor not complete, or already run - ends the run here,  *
      * before any file or table has been touched                      *
      *================================================================*
           INITIALIZE RUN-CONTROL-AREA
           MOVE 'START '   TO RC-REQUEST-ID
           MOVE 'RAEXTRC1' TO RC-JOB-NAME
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RAEXTRC1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Pick up the high-water mark from the last run, then open the   *
                     WS-NEWCUSTM-STATUS
           END-IF
           IF NOT NEWCUSTX-OK OR NOT NEWCUSTM-OK
             SET RUN-FAILED TO TRUE
             SET END-OF-CUSTOMERS TO TRUE
           ELSE
             PERFORM READ-CONTROL-ROW
           IF NOT NEWCUSTX-OK
             DISPLAY 'NEWCUSTX WRITE FAILED - FILE STATUS '
                     WS-NEWCUSTX-STATUS
             SET RUN-FAILED TO TRUE
           END-IF
           PERFORM WRITE-MARKETING-COPY
           EXIT.
               ELSE
                 DISPLAY 'NEWCUSTM WRITE FAILED - FILE STATUS '
                         WS-NEWCUSTM-STATUS
                 SET RUN-FAILED TO TRUE
               END-IF
             ELSE
               ADD 1 TO WS-SUPPRESS-COUNT

       TERMINATE-RUN.
      *================================================================*
      * Close the cursor, save the new high-water mark - only after a  *
      * clean run, or customers never written would be skipped for     *
      * good - commit or back out, and print the run summary           *
      *================================================================*
           EXEC SQL
             CLOSE EXTRACT-CURSOR
           END-EXEC
           CLOSE NEWCUST-EXTRACT-FILE
           CLOSE NEWCUST-MARKET-FILE
           IF WS-EXTRACT-COUNT NOT EQUAL ZERO AND NOT RUN-FAILED
             PERFORM SAVE-CONTROL-ROW
           END-IF
           IF RUN-FAILED
             EXEC SQL
               ROLLBACK
             END-EXEC
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'COMMIT FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
           END-IF
           DISPLAY ' '
           DISPLAY 'CUSTOMERS EXTRACTED   : ' WS-EXTRACT-COUNT
           DISPLAY 'MARKETING COPY WRITTEN: ' WS-MARKET-COUNT
           IF WS-CONSENT-ERR-COUNT NOT EQUAL ZERO
             DISPLAY 'WARNING - MARKETING COPY IS INCOMPLETE'
           END-IF
           IF RUN-FAILED
             DISPLAY 'RAEXTRC1 - RUN INCOMPLETE - RERUN AFTER FIXING'
           ELSE
             DISPLAY 'RAEXTRC1 - DAILY NEW CUSTOMER EXTRACT COMPLETE'
           END-IF
           EXIT.

       SAVE-CONTROL-ROW.
                    VALUES ('NEWCUST', :WS-HIGH-WATER-TS)
             END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'CONTROL SAVE FAILED FOR NEWCUST SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           MOVE WS-EXTRACT-COUNT     TO RC-RECORDS-IN
           MOVE WS-MARKET-COUNT      TO RC-RECORDS-OUT
           MOVE WS-CONSENT-ERR-COUNT TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'NEWCUSTX OR NEWCUSTM OPEN OR WRITE FAILED'
               TO RC-REASON
           ELSE
             SET RC-RUN-COMPLETED TO TRUE
             IF WS-CONSENT-ERR-COUNT NOT EQUAL ZERO
               MOVE 'MARKETING COPY INCOMPLETE - CONSENT LOOKUP ERRORS'
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
