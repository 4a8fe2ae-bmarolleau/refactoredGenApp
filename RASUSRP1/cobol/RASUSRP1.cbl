      *          table keeps no decision timestamp, so age for the
      *          retention step is measured from SUBMITTS - a decided
      *          row is always at least as old as its submission.
      *
      *          Runs once per business date under RARUNC1 run-control.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-09-01  Initial version.
      * 2026-10-15  Record the run with RARUNC1 run-control - one clean
      *             run per business date, so a rerun cannot overwrite
      *             the night's SUSARCH archive.
      **************************************************************************

       IDENTIFICATION DIVISION.
           88 END-OF-ROWS                        VALUE 'Y'.
       01  WS-ARCHIVE-FAIL-SW          PIC X     VALUE 'N'.
           88 ARCHIVE-FAILED                     VALUE 'Y'.
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-KEEP-DAYS                PIC S9(9) COMP VALUE +90.
      *    Cutoff worked out once at start of run so the unload cursor
      *    and the purge DELETE cannot disagree across midnight
           03 DB2-POSTCODE             PIC X(8).
           03 DB2-AGE-DAYS             PIC S9(9) COMP.

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
             PERFORM REPORT-PENDING-QUEUE
             PERFORM SCRUB-DECIDED-ROWS
             PERFORM ARCHIVE-AND-PURGE
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
           MOVE 'RASUSRP1' TO RC-JOB-NAME
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RASUSRP1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Pick up the keep-period for the retention step                 *
             END-EXEC
           ELSE
             DISPLAY 'SUSPENSE SCRUB FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

           IF NOT SUSARCH-OK
             DISPLAY 'SUSARCH OPEN FAILED - FILE STATUS '
                     WS-SUSARCH-STATUS ' - PURGE SKIPPED'
             SET RUN-FAILED TO TRUE
           ELSE
             EXEC SQL
               OPEN ARCHIVE-CURSOR
             END-EXEC
           ELSE
             DISPLAY 'SUSPENSE PURGE FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

           DISPLAY 'DECIDED ROWS PURGED   : ' WS-PURGE-COUNT
           DISPLAY 'RASUSRP1 - SUSPENSE HOUSEKEEPING COMPLETE'
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           MOVE WS-ARCHIVE-COUNT TO RC-RECORDS-IN
           MOVE WS-PURGE-COUNT   TO RC-RECORDS-OUT
           MOVE ZERO             TO RC-RECORDS-REJECTED
           IF RUN-FAILED OR ARCHIVE-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'SCRUB, ARCHIVE OR PURGE FAILED - SEE JOB OUTPUT'
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
