      **************************************************************************
      * Program: RARUNC1
      * Purpose: Batch run-control, CALLed by every job in the batch
      *          suite with the RARUNCTL parameter area, so there is
      *          one record of which jobs ran for which business day
      *          and how each one ended. Until now nothing stopped
      *          RABALNC1 balancing against a NEWCUSTX left over from
      *          yesterday when RAEXTRC1 had failed, or RARENWL2 being
      *          run twice on the same RENWRESP file.
      *
      *          RC-REQUEST-ID selects the function:
      *             'START ' - work out the business date and file a
      *                        BATCH_RUN_CONTROL row for the run. The
      *                        start is refused, and filed as refused,
      *                        when RC-PREDECESSOR has not completed
      *                        cleanly for the same business date, or
      *                        when this job has already completed
      *                        cleanly on the same input - the same
      *                        input file identity, or for a job with
      *                        no input file the same business date.
      *                        An empty input file cannot be processed
      *                        twice, so it is never refused as a
      *                        rerun. The business date and start
      *                        timestamp come back to the caller.
      *             'FINISH' - file the run's outcome, record counts
      *                        and end time against the row START
      *                        filed.
      *             'BUSDTE' - return the business date only.
      *
      *          The business date is read from the RUNDATE file as
      *          YYYY-MM-DD, so a rerun on a later day can be run for
      *          the day it belongs to. Without a usable one it is the
      *          date twelve hours before the run starts - the whole
      *          overnight suite, either side of midnight, lands on
      *          the day it began.
      *
      *          START and FINISH commit their own row, so a run that
      *          later fails or abends still shows up. START is called
      *          before the job has done any work and FINISH after it
      *          has committed or backed out its own. The commit in
      *          FINISH is there for the BATCH_RUN_CONTROL row only -
      *          a job must never leave its own work for it to commit.
      *
      *          Return codes: 00 done, 89 start refused, 91 no started
      *          run to finish, 92 SQL error, 96 unknown request.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  Spell out that FINISH commits only the run-control
      *             row, never the calling job's work.
      * 2026-10-15  A run-control row whose COMMIT fails is reported
      *             as 92, so START does not let the job run unrecorded.
      **************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RARUNC1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-DATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-DATE-FILE
           RECORDING MODE IS F.
       01  RUN-DATE-RECORD.
           03 RD-BUSINESS-DATE         PIC X(10).
           03 FILLER                   PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-RUNDATE-STATUS           PIC X(2)  VALUE '00'.
           88 RUNDATE-OK                         VALUE '00'.
       01  WS-JOB-NAME                 PIC X(8)  VALUE SPACES.
       01  WS-PREDECESSOR              PIC X(8)  VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(10) VALUE SPACES.
       01  WS-START-TS                 PIC X(26) VALUE SPACES.
       01  WS-RUN-STATUS               PIC X     VALUE SPACE.
       01  WS-REASON                   PIC X(60) VALUE SPACES.
       01  WS-INPUT-NAME               PIC X(8)  VALUE SPACES.
       01  WS-INPUT-RECORDS            PIC S9(9) COMP VALUE ZERO.
       01  WS-INPUT-HASH               PIC S9(18) COMP VALUE ZERO.
       01  WS-RECORDS-IN               PIC S9(9) COMP VALUE ZERO.
       01  WS-RECORDS-OUT              PIC S9(9) COMP VALUE ZERO.
       01  WS-RECORDS-REJECTED         PIC S9(9) COMP VALUE ZERO.
       01  WS-ROW-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-EARLIER-DATE             PIC X(10) VALUE SPACES.
       01  WS-INPUT-RECORDS-SHOWN      PIC 9(9)  VALUE ZERO.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.
       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

       PROCEDURE DIVISION USING RUN-CONTROL-AREA.
       MAINLINE SECTION.

           MOVE '00'        TO RC-RETURN-CODE
           MOVE RC-JOB-NAME TO WS-JOB-NAME
           IF RC-REQUEST-ID EQUAL 'START '
             PERFORM START-RUN
           ELSE
             IF RC-REQUEST-ID EQUAL 'FINISH'
               PERFORM FINISH-RUN
             ELSE
               IF RC-REQUEST-ID EQUAL 'BUSDTE'
                 PERFORM WORK-OUT-BUSINESS-DATE
               ELSE
                 MOVE '96' TO RC-RETURN-CODE
               END-IF
             END-IF
           END-IF

           GOBACK.

       START-RUN.
      *================================================================*
      * Check the run may go ahead and file it as started - or, when   *
      * it may not, as refused with the reason                         *
      *================================================================*
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO RC-START-TS
           PERFORM WORK-OUT-BUSINESS-DATE
           IF RC-RETURN-CODE EQUAL '00'
             EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-START-TS
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'RARUNC1 - START TIME FAILED SQLCODE=' SQLCODE
               MOVE '92' TO RC-RETURN-CODE
             END-IF
           END-IF
           IF RC-RETURN-CODE EQUAL '00'
              AND RC-PREDECESSOR NOT EQUAL SPACES
             PERFORM CHECK-PREDECESSOR
           END-IF
           IF RC-RETURN-CODE EQUAL '00' AND WS-REASON EQUAL SPACES
             PERFORM CHECK-NOT-ALREADY-RUN
           END-IF
           IF RC-RETURN-CODE EQUAL '00'
             IF WS-REASON EQUAL SPACES
               MOVE 'S' TO WS-RUN-STATUS
             ELSE
               MOVE 'R' TO WS-RUN-STATUS
             END-IF
             PERFORM INSERT-RUN-ROW
           END-IF
           IF RC-RETURN-CODE EQUAL '00'
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'RARUNC1 - RUN CONTROL COMMIT FAILED SQLCODE='
                       SQLCODE
               MOVE '92' TO RC-RETURN-CODE
             END-IF
           END-IF
           IF RC-RETURN-CODE EQUAL '00'
             DISPLAY 'RUN CONTROL           : ' WS-JOB-NAME
                     ' BUSINESS DATE ' WS-BUSINESS-DATE
             IF WS-RUN-STATUS EQUAL 'R'
               DISPLAY 'RUN REFUSED           : ' WS-REASON
               MOVE WS-REASON TO RC-REASON
               MOVE '89'      TO RC-RETURN-CODE
             ELSE
               MOVE WS-START-TS TO RC-START-TS
             END-IF
           ELSE
      *      a run that cannot be recorded is not run at all
             EXEC SQL
               ROLLBACK
             END-EXEC
             DISPLAY 'RUN REFUSED           : ' WS-JOB-NAME
                     ' - RUN CONTROL NOT AVAILABLE'
             MOVE 'RUN CONTROL NOT AVAILABLE' TO RC-REASON
           END-IF
           EXIT.

       WORK-OUT-BUSINESS-DATE.
      *================================================================*
      * The date on the RUNDATE file when there is a usable one, or    *
      * the date twelve hours before now                               *
      *================================================================*
           MOVE SPACES TO WS-BUSINESS-DATE
           PERFORM READ-RUN-DATE
           IF WS-BUSINESS-DATE EQUAL SPACES
             EXEC SQL
               SELECT CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS), ISO)
                 INTO :WS-BUSINESS-DATE
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'RARUNC1 - BUSINESS DATE FAILED SQLCODE='
                       SQLCODE
               MOVE '92' TO RC-RETURN-CODE
             END-IF
           END-IF
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           EXIT.

       READ-RUN-DATE.
      *================================================================*
      * A missing or unusable RUNDATE file is not an error - the date  *
      * comes from the clock instead                                   *
      *================================================================*
           OPEN INPUT RUN-DATE-FILE
           IF RUNDATE-OK
             READ RUN-DATE-FILE
               AT END
                 DISPLAY 'RUNDATE EMPTY - BUSINESS DATE FROM THE CLOCK'
             END-READ
             IF RUNDATE-OK
               IF RD-BUSINESS-DATE (1:4) IS NUMERIC
                  AND RD-BUSINESS-DATE (5:1) EQUAL '-'
                  AND RD-BUSINESS-DATE (6:2) IS NUMERIC
                  AND RD-BUSINESS-DATE (8:1) EQUAL '-'
                  AND RD-BUSINESS-DATE (9:2) IS NUMERIC
      *            DB2 has the last word on whether it is a real date
                 EXEC SQL
                   SELECT CHAR(DATE(:RD-BUSINESS-DATE), ISO)
                     INTO :WS-BUSINESS-DATE
                     FROM SYSIBM.SYSDUMMY1
                 END-EXEC
                 IF SQLCODE NOT EQUAL ZERO
                   MOVE SPACES TO WS-BUSINESS-DATE
                 END-IF
               END-IF
               IF WS-BUSINESS-DATE EQUAL SPACES
                 DISPLAY 'RUNDATE UNUSABLE - BUSINESS DATE FROM THE '
                         'CLOCK'
               END-IF
             END-IF
             CLOSE RUN-DATE-FILE
           END-IF
           EXIT.

       CHECK-PREDECESSOR.
      *================================================================*
      * The job this one depends on must have completed cleanly for    *
      * the same business date - a failed, refused or unfinished run   *
      * does not count                                                 *
      *================================================================*
           MOVE RC-PREDECESSOR TO WS-PREDECESSOR
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM BATCH_RUN_CONTROL
              WHERE JOBNAME      = :WS-PREDECESSOR
                AND BUSINESSDATE = :WS-BUSINESS-DATE
                AND RUNSTATUS    = 'C'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'RARUNC1 - PREDECESSOR CHECK FAILED SQLCODE='
                     SQLCODE
             MOVE '92' TO RC-RETURN-CODE
           ELSE
             IF WS-ROW-COUNT EQUAL ZERO
               STRING WS-PREDECESSOR   DELIMITED BY SPACE
                      ' HAS NOT COMPLETED FOR ' DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO WS-REASON
               END-STRING
             END-IF
           END-IF
           EXIT.

       CHECK-NOT-ALREADY-RUN.
      *================================================================*
      * A job with an input file is refused an input it has already    *
      * processed cleanly, whatever day that was; a job without one is *
      * refused a business date it has already completed               *
      *================================================================*
           MOVE RC-INPUT-NAME    TO WS-INPUT-NAME
           MOVE RC-INPUT-RECORDS TO WS-INPUT-RECORDS
           MOVE RC-INPUT-HASH    TO WS-INPUT-HASH
           MOVE SPACES           TO WS-EARLIER-DATE
           IF WS-INPUT-NAME EQUAL SPACES
             EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM BATCH_RUN_CONTROL
                WHERE JOBNAME      = :WS-JOB-NAME
                  AND BUSINESSDATE = :WS-BUSINESS-DATE
                  AND RUNSTATUS    = 'C'
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'RARUNC1 - RERUN CHECK FAILED SQLCODE=' SQLCODE
               MOVE '92' TO RC-RETURN-CODE
             ELSE
               IF WS-ROW-COUNT GREATER THAN ZERO
                 STRING 'ALREADY COMPLETED FOR ' DELIMITED BY SIZE
                        WS-BUSINESS-DATE         DELIMITED BY SIZE
                   INTO WS-REASON
                 END-STRING
               END-IF
             END-IF
           ELSE
             IF WS-INPUT-RECORDS GREATER THAN ZERO
               EXEC SQL
                 SELECT VALUE(CHAR(MAX(BUSINESSDATE), ISO), ' ')
                   INTO :WS-EARLIER-DATE
                   FROM BATCH_RUN_CONTROL
                  WHERE JOBNAME      = :WS-JOB-NAME
                    AND RUNSTATUS    = 'C'
                    AND INPUTNAME    = :WS-INPUT-NAME
                    AND INPUTRECORDS = :WS-INPUT-RECORDS
                    AND INPUTHASH    = :WS-INPUT-HASH
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                 DISPLAY 'RARUNC1 - RERUN CHECK FAILED SQLCODE='
                         SQLCODE
                 MOVE '92' TO RC-RETURN-CODE
               ELSE
                 IF WS-EARLIER-DATE NOT EQUAL SPACES
                   MOVE WS-INPUT-RECORDS TO WS-INPUT-RECORDS-SHOWN
                   STRING WS-INPUT-NAME     DELIMITED BY SPACE
                          ' OF '            DELIMITED BY SIZE
                          WS-INPUT-RECORDS-SHOWN DELIMITED BY SIZE
                          ' RECORDS ALREADY PROCESSED FOR '
                                            DELIMITED BY SIZE
                          WS-EARLIER-DATE   DELIMITED BY SIZE
                     INTO WS-REASON
                   END-STRING
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

       INSERT-RUN-ROW.
      *================================================================*
      * File the run as started, or as refused and over at once        *
      *================================================================*
           EXEC SQL
             INSERT INTO BATCH_RUN_CONTROL
                       ( JOBNAME,
                         STARTTS,
                         BUSINESSDATE,
                         ENDTS,
                         RUNSTATUS,
                         STATUSREASON,
                         INPUTNAME,
                         INPUTRECORDS,
                         INPUTHASH )
                VALUES ( :WS-JOB-NAME,
                         :WS-START-TS,
                         :WS-BUSINESS-DATE,
                         CASE WHEN :WS-RUN-STATUS = 'R'
                              THEN CURRENT TIMESTAMP
                         END,
                         :WS-RUN-STATUS,
                         NULLIF(:WS-REASON, ' '),
                         NULLIF(:WS-INPUT-NAME, ' '),
                         :WS-INPUT-RECORDS,
                         :WS-INPUT-HASH )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'RARUNC1 - RUN CONTROL INSERT FAILED SQLCODE='
                     SQLCODE
             MOVE '92' TO RC-RETURN-CODE
           END-IF
           EXIT.

       FINISH-RUN.
      *================================================================*
      * File the outcome against the row START filed - anything but a  *
      * clean completion is recorded as a failure. The COMMIT here is  *
      * for the BATCH_RUN_CONTROL row only: the caller has already     *
      * committed or backed out its own work before calling FINISH     *
      *================================================================*
           MOVE RC-START-TS         TO WS-START-TS
           MOVE RC-RECORDS-IN       TO WS-RECORDS-IN
           MOVE RC-RECORDS-OUT      TO WS-RECORDS-OUT
           MOVE RC-RECORDS-REJECTED TO WS-RECORDS-REJECTED
           MOVE RC-REASON           TO WS-REASON
           IF RC-RUN-COMPLETED
             MOVE 'C' TO WS-RUN-STATUS
           ELSE
             MOVE 'F' TO WS-RUN-STATUS
           END-IF
           EXEC SQL
             UPDATE BATCH_RUN_CONTROL
                SET ENDTS           = CURRENT TIMESTAMP,
                    RUNSTATUS       = :WS-RUN-STATUS,
                    STATUSREASON    = NULLIF(:WS-REASON, ' '),
                    RECORDSIN       = :WS-RECORDS-IN,
                    RECORDSOUT      = :WS-RECORDS-OUT,
                    RECORDSREJECTED = :WS-RECORDS-REJECTED
              WHERE JOBNAME   = :WS-JOB-NAME
                AND STARTTS   = :WS-START-TS
                AND RUNSTATUS = 'S'
           END-EXEC
           IF SQLCODE EQUAL ZERO
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE EQUAL ZERO
               DISPLAY 'RUN CONTROL           : ' WS-JOB-NAME
                       ' FINISHED - STATUS ' WS-RUN-STATUS
             ELSE
               DISPLAY 'RARUNC1 - RUN CONTROL COMMIT FAILED SQLCODE='
                       SQLCODE
               MOVE '92' TO RC-RETURN-CODE
             END-IF
           ELSE
             IF SQLCODE EQUAL +100
               DISPLAY 'RARUNC1 - NO STARTED RUN OF ' WS-JOB-NAME
                       ' TO FINISH'
               MOVE '91' TO RC-RETURN-CODE
             ELSE
               DISPLAY 'RARUNC1 - RUN CONTROL UPDATE FAILED SQLCODE='
                       SQLCODE
               MOVE '92' TO RC-RETURN-CODE
             END-IF
             EXEC SQL
               ROLLBACK
             END-EXEC
           END-IF
           EXIT.
