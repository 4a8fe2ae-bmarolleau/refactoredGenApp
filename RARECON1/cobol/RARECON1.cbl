      *          any customer numbers with no matching secret record so
      *          they can be fixed or voided before a customer calls in
      *          unable to log on.
      *
      *          Runs once per business date under RARUNC1 run-control.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-08-22  Leave customers erased by RACUST4 out of the sweep -
      *             their secret record is deliberately deleted and
      *             reporting them nightly would bury the real orphans.
      * 2026-10-15  Leave numbers retired by a RACUST5 merge out of the
      *             sweep too - their secret record goes the same way.
      * 2026-10-15  Record the run with RARUNC1 run-control - one clean
      *             run per business date. A failed fetch now fails the
      *             run instead of passing for the end of the table.
      **************************************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88 END-OF-CUSTOMERS                   VALUE 'Y'.
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-CUSTOMER-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-SECURE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  DB2-OUT-INTEGERS.
           03 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *    Customers erased by RACUST4 and numbers retired by a
      *    RACUST5 merge have no secret record by design, so they are
      *    not orphans and stay out of the sweep
           EXEC SQL
             DECLARE CUST-CURSOR CURSOR FOR
             SELECT CUSTOMERNUMBER
               FROM CUSTOMER
              WHERE NOT (FIRSTNAME IN ('ERASED', 'MERGED')
                         AND DATEOFBIRTH IS NULL)
              ORDER BY CUSTOMERNUMBER
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
           MOVE 'RARECON1' TO RC-JOB-NAME
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RARECON1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Open the customer cursor and prime the loop with the first row *
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-CUSTOMER-COUNT
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'CUSTOMER FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-CUSTOMERS TO TRUE
           END-IF
           EXIT.
           DISPLAY 'ORPHANED CUSTOMERS    : ' WS-ORPHAN-COUNT
           DISPLAY 'RARECON1 - CUSTOMER SECRET RECONCILIATION COMPLETE'
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           MOVE WS-CUSTOMER-COUNT TO RC-RECORDS-IN
           MOVE WS-ORPHAN-COUNT   TO RC-RECORDS-OUT
           MOVE ZERO              TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'CUSTOMER SWEEP INCOMPLETE - SEE JOB OUTPUT'
               TO RC-REASON
           ELSE
             SET RC-RUN-COMPLETED TO TRUE
             IF WS-ORPHAN-COUNT NOT EQUAL ZERO
               MOVE 'ORPHANED CUSTOMERS FOUND - SEE JOB OUTPUT'
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
