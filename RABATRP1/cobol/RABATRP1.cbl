      **************************************************************************
      * Program: RABATRP1
      * Purpose: Morning batch status report. Lists every job the
      *          RARUNC1 run-control has on file for the business date
      *          - started, finished, outcome, input and record counts
      *          - in the order they started, then the jobs that need
      *          someone's attention before the online day begins: any
      *          job whose latest run did not complete cleanly or
      *          completed with a warning, and any nightly job that has
      *          not run at all.
      *
      *          The business date is RARUNC1's, so it follows the same
      *          RUNDATE file override as the jobs themselves. The
      *          report only reads the run-control table, so it keeps
      *          no run-control entry of its own and can be rerun
      *          as often as needed.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-10-15  Initial version.
      **************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RABATRP1.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88 END-OF-ROWS                        VALUE 'Y'.
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-BUSINESS-DATE            PIC X(10) VALUE SPACES.
       01  WS-RUN-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-ATTENTION-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-ROW-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-JOB-SUB                  PIC S9(4) COMP VALUE ZERO.
       01  WS-STATUS-TEXT              PIC X(10) VALUE SPACES.
       01  WS-REPORT-IN                PIC Z(8)9.
       01  WS-REPORT-OUT               PIC Z(8)9.
       01  WS-REPORT-REJECTED          PIC Z(8)9.
       01  WS-REPORT-INPUT-RECORDS     PIC Z(8)9.
      *    The jobs that should run every night. The monthly jobs
      *    (RABRKRP1, RADDCOL1) and the on-demand ones (RABULKL1,
      *    RADSAR1) are reported when they ran but not missed when
      *    they did not
       01  WS-NIGHTLY-JOBS.
           03 FILLER                   PIC X(8)  VALUE 'RAEXTRC1'.
           03 FILLER                   PIC X(8)  VALUE 'RAEXTRC2'.
           03 FILLER                   PIC X(8)  VALUE 'RARECON1'.
           03 FILLER                   PIC X(8)  VALUE 'RARENWL1'.
           03 FILLER                   PIC X(8)  VALUE 'RARENWL2'.
           03 FILLER                   PIC X(8)  VALUE 'RAPAYML1'.
           03 FILLER                   PIC X(8)  VALUE 'RABALNC1'.
           03 FILLER                   PIC X(8)  VALUE 'RAAUDRP1'.
           03 FILLER                   PIC X(8)  VALUE 'RASUSRP1'.
           03 FILLER                   PIC X(8)  VALUE 'RACLMPY1'.
           03 FILLER                   PIC X(8)  VALUE 'RADUNNG1'.
           03 FILLER                   PIC X(8)  VALUE 'RAGLJRN1'.
       01  WS-NIGHTLY-JOB-TABLE REDEFINES WS-NIGHTLY-JOBS.
           03 WS-NIGHTLY-JOB           PIC X(8)  OCCURS 12.
       01  WS-NIGHTLY-JOB-COUNT        PIC S9(4) COMP VALUE +12.
       01  DB2-OUT-FIELDS.
           03 DB2-JOBNAME              PIC X(8).
           03 DB2-STARTTS              PIC X(26).
           03 DB2-ENDTS                PIC X(26).
           03 DB2-RUNSTATUS            PIC X.
           03 DB2-STATUSREASON         PIC X(60).
           03 DB2-INPUTNAME            PIC X(8).
           03 DB2-INPUTRECORDS         PIC S9(9) COMP.
           03 DB2-RECORDSIN            PIC S9(9) COMP.
           03 DB2-RECORDSOUT           PIC S9(9) COMP.
           03 DB2-RECORDSREJECTED      PIC S9(9) COMP.

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *    Every run on file for the business date, in start order
           EXEC SQL
             DECLARE RUN-CURSOR CURSOR FOR
             SELECT JOBNAME, CHAR(STARTTS),
                    VALUE(CHAR(ENDTS), ' '), RUNSTATUS,
                    VALUE(STATUSREASON, ' '), VALUE(INPUTNAME, ' '),
                    VALUE(INPUTRECORDS, 0), VALUE(RECORDSIN, 0),
                    VALUE(RECORDSOUT, 0), VALUE(RECORDSREJECTED, 0)
               FROM BATCH_RUN_CONTROL
              WHERE BUSINESSDATE = :WS-BUSINESS-DATE
              ORDER BY STARTTS, JOBNAME
           END-EXEC.

      *    Each job's latest run for the business date, where that run
      *    did not complete cleanly or completed with a warning - an
      *    earlier failure put right by a clean rerun needs nobody's
      *    attention
           EXEC SQL
             DECLARE ATTENTION-CURSOR CURSOR FOR
             SELECT R.JOBNAME, R.RUNSTATUS, VALUE(R.STATUSREASON, ' ')
               FROM BATCH_RUN_CONTROL R
              WHERE R.BUSINESSDATE = :WS-BUSINESS-DATE
                AND (R.RUNSTATUS <> 'C' OR R.STATUSREASON IS NOT NULL)
                AND R.STARTTS =
                    (SELECT MAX(L.STARTTS)
                       FROM BATCH_RUN_CONTROL L
                      WHERE L.JOBNAME      = R.JOBNAME
                        AND L.BUSINESSDATE = R.BUSINESSDATE)
              ORDER BY R.JOBNAME
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM INITIALIZE-RUN.
           IF NOT RUN-FAILED
             PERFORM REPORT-RUNS
             PERFORM REPORT-ATTENTION
           END-IF
           PERFORM TERMINATE-RUN.

           STOP RUN.

       INITIALIZE-RUN.
      *================================================================*
      * Ask run control which business date the batch is working on    *
      *================================================================*
           DISPLAY 'RABATRP1 - BATCH STATUS REPORT STARTING'
           INITIALIZE RUN-CONTROL-AREA
           MOVE 'BUSDTE'   TO RC-REQUEST-ID
           MOVE 'RABATRP1' TO RC-JOB-NAME
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
             DISPLAY 'BUSINESS DATE         : ' WS-BUSINESS-DATE
           ELSE
             DISPLAY 'BUSINESS DATE NOT AVAILABLE - RC='
                     RC-RETURN-CODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       REPORT-RUNS.
      *================================================================*
      * Every run on file for the business date                        *
      *================================================================*
           DISPLAY ' '
           DISPLAY 'BATCH RUNS FOR ' WS-BUSINESS-DATE
           DISPLAY '=========================='
           MOVE ZERO TO WS-RUN-COUNT
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN RUN-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'RUN CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM REPORT-RUN-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE RUN-CURSOR
             END-EXEC
             IF WS-RUN-COUNT EQUAL ZERO
               DISPLAY '  NO RUNS ON FILE'
             END-IF
           END-IF
           EXIT.

       REPORT-RUN-ROW.
      *================================================================*
      * Print one run with its outcome, record counts and input file   *
      *================================================================*
           EXEC SQL
             FETCH RUN-CURSOR
              INTO :DB2-JOBNAME, :DB2-STARTTS, :DB2-ENDTS,
                   :DB2-RUNSTATUS, :DB2-STATUSREASON, :DB2-INPUTNAME,
                   :DB2-INPUTRECORDS, :DB2-RECORDSIN, :DB2-RECORDSOUT,
                   :DB2-RECORDSREJECTED
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-RUN-COUNT
             PERFORM SET-STATUS-TEXT
             DISPLAY ' '
             DISPLAY '  ' DB2-JOBNAME ' ' WS-STATUS-TEXT
                     ' STARTED ' DB2-STARTTS (1:19)
                     ' ENDED ' DB2-ENDTS (1:19)
             IF DB2-RUNSTATUS EQUAL 'C' OR DB2-RUNSTATUS EQUAL 'F'
               MOVE DB2-RECORDSIN       TO WS-REPORT-IN
               MOVE DB2-RECORDSOUT      TO WS-REPORT-OUT
               MOVE DB2-RECORDSREJECTED TO WS-REPORT-REJECTED
               DISPLAY '    RECORDS IN ' WS-REPORT-IN
                       '  OUT ' WS-REPORT-OUT
                       '  REJECTED ' WS-REPORT-REJECTED
             END-IF
             IF DB2-INPUTNAME NOT EQUAL SPACES
               MOVE DB2-INPUTRECORDS TO WS-REPORT-INPUT-RECORDS
               DISPLAY '    INPUT ' DB2-INPUTNAME
                       ' OF ' WS-REPORT-INPUT-RECORDS ' RECORDS'
             END-IF
             IF DB2-STATUSREASON NOT EQUAL SPACES
               DISPLAY '    ' DB2-STATUSREASON
             END-IF
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'RUN FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       SET-STATUS-TEXT.
      *================================================================*
      * A started run with no end is still running - or it abended     *
      *================================================================*
           IF DB2-RUNSTATUS EQUAL 'C'
             MOVE 'COMPLETED' TO WS-STATUS-TEXT
           ELSE
             IF DB2-RUNSTATUS EQUAL 'F'
               MOVE 'FAILED' TO WS-STATUS-TEXT
             ELSE
               IF DB2-RUNSTATUS EQUAL 'R'
                 MOVE 'REFUSED' TO WS-STATUS-TEXT
               ELSE
                 MOVE 'NOT ENDED' TO WS-STATUS-TEXT
               END-IF
             END-IF
           END-IF
           EXIT.

       REPORT-ATTENTION.
      *================================================================*
      * Jobs whose latest run failed, was refused, never ended or      *
      * carries a warning, then nightly jobs with no run on file       *
      *================================================================*
           DISPLAY ' '
           DISPLAY 'NEEDS ATTENTION'
           DISPLAY '==============='
           MOVE ZERO TO WS-ATTENTION-COUNT
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN ATTENTION-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'ATTENTION CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM REPORT-ATTENTION-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE ATTENTION-CURSOR
             END-EXEC
           END-IF
           MOVE 1 TO WS-JOB-SUB
           PERFORM CHECK-NIGHTLY-JOB
               UNTIL WS-JOB-SUB GREATER THAN WS-NIGHTLY-JOB-COUNT
           IF WS-ATTENTION-COUNT EQUAL ZERO AND NOT RUN-FAILED
             DISPLAY '  NONE - EVERY JOB COMPLETED CLEANLY'
           END-IF
           EXIT.

       REPORT-ATTENTION-ROW.
      *================================================================*
      * List one job whose latest run did not complete cleanly         *
      *================================================================*
           EXEC SQL
             FETCH ATTENTION-CURSOR
              INTO :DB2-JOBNAME, :DB2-RUNSTATUS, :DB2-STATUSREASON
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-ATTENTION-COUNT
             PERFORM SET-STATUS-TEXT
             DISPLAY '  ' DB2-JOBNAME ' ' WS-STATUS-TEXT
                     ' ' DB2-STATUSREASON
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'ATTENTION FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       CHECK-NIGHTLY-JOB.
      *================================================================*
      * List a nightly job with no run on file for the business date   *
      *================================================================*
           MOVE WS-NIGHTLY-JOB (WS-JOB-SUB) TO DB2-JOBNAME
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM BATCH_RUN_CONTROL
              WHERE JOBNAME      = :DB2-JOBNAME
                AND BUSINESSDATE = :WS-BUSINESS-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'NIGHTLY JOB CHECK FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             IF WS-ROW-COUNT EQUAL ZERO
               ADD 1 TO WS-ATTENTION-COUNT
               DISPLAY '  ' DB2-JOBNAME ' NOT RUN'
             END-IF
           END-IF
           ADD 1 TO WS-JOB-SUB
           EXIT.

       TERMINATE-RUN.
      *================================================================*
      * Print the run summary                                          *
      *================================================================*
           DISPLAY ' '
           DISPLAY 'RUNS ON FILE          : ' WS-RUN-COUNT
           DISPLAY 'JOBS NEEDING ATTENTION: ' WS-ATTENTION-COUNT
           IF RUN-FAILED
             DISPLAY 'RABATRP1 - BATCH STATUS REPORT INCOMPLETE'
           ELSE
             DISPLAY 'RABATRP1 - BATCH STATUS REPORT COMPLETE'
           END-IF
           EXIT.
