      *          the CRM and the print house never hear, and renewal
      *          notices keep going to addresses the customer corrected
      *          weeks earlier. This job writes a typed event feed
      *          (CHGEVENT) from the places those changes already
      *          leave a timestamped trace:
      *            'UPDCUS' - CUSTOMER_HISTORY rows by CHANGETS, each
      *                       event carrying the customer's current
      *            'OFFCUS' - erasures from the CUSTOMER_AUDIT OFFCUS
      *                       rows, carrying no personal detail at all
      *                       - the point of the event is that
      *                       downstream erases theirs too;
      *            'MRGCUS' - RACUST5 merges from CUSTOMER_MERGE by
      *                       MERGETS, on the retired number and
      *                       carrying the number it was merged into,
      *                       so downstream combines the two records.
      *                       The survivor's resulting contact details
      *                       and consent follow as its own UPDCUS and
      *                       UPDCON events.
      *          Each source keeps its own EXTRACT_CONTROL high-water
      *          mark ('CHGHIST', 'CHGCONS', 'CHGOFFC', 'CHGMRGE') the
      *          way RAEXTRC1 tracks 'NEWCUST', because the sources
      *          stamp time in different columns and one mark cannot
      *          serve them all.
      *
      *          Runs once per business date under RARUNC1 run-control.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-09-01  Initial version.
      * 2026-10-15  MRGCUS events for customer numbers merged by
      *             RACUST5.
      * 2026-10-15  Record the run with RARUNC1 run-control - one clean
      *             run per business date.
      * 2026-10-15  A mark that fails to save fails the run, and the
      *             run's own work is committed or backed out before it
      *             is recorded with run control.
      **************************************************************************

       IDENTIFICATION DIVISION.
              05 CE-CONSENT-PHONE      PIC X.
              05 CE-CONSENT-EMAIL      PIC X.
              05 FILLER                PIC X(165).
      *    Surviving number and what was kept on an MRGCUS event -
      *    'S' the survivor's contact details or consent, 'D' the
      *    merged number's
           03 CE-MRGCUS-DETAIL REDEFINES CE-EVENT-DETAIL.
              05 CE-SURVIVING-NUM      PIC 9(10).
              05 CE-CONTACT-KEPT       PIC X.
              05 CE-CONSENT-KEPT       PIC X.
              05 FILLER                PIC X(156).

       WORKING-STORAGE SECTION.
       01  WS-CHGEVENT-STATUS          PIC X(2)  VALUE '00'.
      *    a saved mark past an unwritten event loses it for ever
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-HISTORY-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-CONSENT-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-ERASURE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-MERGE-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-SOURCE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-EVENT-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-EXTRACT-NAME             PIC X(8)  VALUE SPACES.
       01  WS-LAST-RUN-TS              PIC X(26) VALUE SPACES.
       01  WS-HIGH-WATER-TS            PIC X(26) VALUE SPACES.
       01  WS-REPORT-CUSNUM            PIC 9(10) VALUE ZERO.
       01  WS-REPORT-SURVNUM           PIC 9(10) VALUE ZERO.
       01  DB2-OUT-FIELDS.
           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP.
           03 DB2-EVENT-TS             PIC X(26).
           03 DB2-CONSENT-POST         PIC X.
           03 DB2-CONSENT-PHONE        PIC X.
           03 DB2-CONSENT-EMAIL        PIC X.
           03 DB2-SURVIVINGNUM-INT     PIC S9(9) COMP.
           03 DB2-CONTACT-KEPT         PIC X.
           03 DB2-CONSENT-KEPT         PIC X.

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA
              ORDER BY 2
           END-EXEC.

      *    MRGCUS events - one per CUSTOMER_MERGE row RACUST5 files
           EXEC SQL
             DECLARE MERGE-CURSOR CURSOR FOR
             SELECT MERGEDCUSTNUM, CHAR(MERGETS), SURVIVINGCUSTNUM,
                    CONTACTKEPT, CONSENTKEPT
               FROM CUSTOMER_MERGE
              WHERE MERGETS > :WS-LAST-RUN-TS
              ORDER BY MERGETS
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM START-RUN-CONTROL.
           IF RUN-CONTROL-STARTED
             PERFORM INITIALIZE-RUN
             IF NOT RUN-FAILED
               PERFORM EXTRACT-HISTORY-EVENTS
             END-IF
             IF NOT RUN-FAILED
               PERFORM EXTRACT-CONSENT-EVENTS
             END-IF
             IF NOT RUN-FAILED
               PERFORM EXTRACT-ERASURE-EVENTS
             END-IF
             IF NOT RUN-FAILED
               PERFORM EXTRACT-MERGE-EVENTS
             END-IF
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
           MOVE 'RAEXTRC2' TO RC-JOB-NAME
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RAEXTRC2 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Open the event feed                                            *
           END-IF
           EXIT.

       EXTRACT-MERGE-EVENTS.
      *================================================================*
      * One MRGCUS event per customer merge filed since the CHGMRGE    *
      * mark                                                           *
      *================================================================*
           MOVE 'CHGMRGE' TO WS-EXTRACT-NAME
           PERFORM READ-CONTROL-ROW
           MOVE ZERO TO WS-SOURCE-COUNT
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN MERGE-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'MERGE CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM WRITE-MERGE-EVENT UNTIL END-OF-EVENTS
             EXEC SQL
               CLOSE MERGE-CURSOR
             END-EXEC
             MOVE WS-SOURCE-COUNT TO WS-MERGE-COUNT
             IF NOT RUN-FAILED AND WS-SOURCE-COUNT NOT EQUAL ZERO
               PERFORM SAVE-CONTROL-ROW
             END-IF
           END-IF
           EXIT.

       WRITE-MERGE-EVENT.
           EXEC SQL
             FETCH MERGE-CURSOR
              INTO :DB2-CUSTOMERNUM-INT, :DB2-EVENT-TS,
                   :DB2-SURVIVINGNUM-INT, :DB2-CONTACT-KEPT,
                   :DB2-CONSENT-KEPT
           END-EXEC
           IF SQLCODE EQUAL ZERO
             MOVE SPACES TO CHANGE-EVENT-RECORD
             MOVE 'MRGCUS'             TO CE-EVENT-TYPE
             MOVE DB2-CUSTOMERNUM-INT  TO WS-REPORT-CUSNUM
             MOVE WS-REPORT-CUSNUM     TO CE-CUSTOMERNUM
             MOVE DB2-EVENT-TS         TO CE-EVENT-TS
             MOVE DB2-SURVIVINGNUM-INT TO WS-REPORT-SURVNUM
             MOVE WS-REPORT-SURVNUM    TO CE-SURVIVING-NUM
             MOVE DB2-CONTACT-KEPT     TO CE-CONTACT-KEPT
             MOVE DB2-CONSENT-KEPT     TO CE-CONSENT-KEPT
             PERFORM WRITE-EVENT-RECORD
           ELSE
             SET END-OF-EVENTS TO TRUE
           END-IF
           EXIT.

       WRITE-EVENT-RECORD.
      *================================================================*
      * Put the built event on the feed and move the source's mark -   *
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'CONTROL SAVE FAILED FOR ' WS-EXTRACT-NAME
                     ' SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       TERMINATE-RUN.
      *================================================================*
      * Close the feed, keep the saved marks only if the whole run     *
      * succeeded, and print the run summary                           *
      *================================================================*
           CLOSE CHANGE-EVENT-FILE
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
           DISPLAY 'UPDCUS EVENTS WRITTEN : ' WS-HISTORY-COUNT
           DISPLAY 'UPDCON EVENTS WRITTEN : ' WS-CONSENT-COUNT
           DISPLAY 'OFFCUS EVENTS WRITTEN : ' WS-ERASURE-COUNT
           DISPLAY 'MRGCUS EVENTS WRITTEN : ' WS-MERGE-COUNT
           IF RUN-FAILED
             DISPLAY 'RAEXTRC2 - RUN INCOMPLETE - RERUN AFTER FIXING'
           ELSE
                     ' COMPLETE'
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           ADD WS-HISTORY-COUNT WS-CONSENT-COUNT WS-ERASURE-COUNT
               WS-MERGE-COUNT GIVING WS-EVENT-COUNT
           MOVE WS-EVENT-COUNT TO RC-RECORDS-IN
           MOVE WS-EVENT-COUNT TO RC-RECORDS-OUT
           MOVE ZERO           TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'CHGEVENT INCOMPLETE - SEE JOB OUTPUT'
               TO RC-REASON
           ELSE
             SET RC-RUN-COMPLETED TO TRUE
             MOVE SPACES TO RC-REASON
           END-IF
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'RUN CONTROL FINISH FAILED - RC=' RC-RETURN-CODE
           END-IF
           EXIT.
