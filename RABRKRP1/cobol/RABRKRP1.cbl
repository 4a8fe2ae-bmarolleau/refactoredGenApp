      *          COMMISSION value, so they get fixed before the broker
      *          disputes the statement.
      *
      *          The broker's name and address on each statement come
      *          from the BROKER master. A BROKERID not on the master
      *          gets no statement - its production is listed for
      *          correction instead - and the exception list also
      *          carries every policy whose COMMISSION differs from the
      *          rate agreed with the broker for the policy type.
      *          BROKERID zero is direct business and is left out.
      *
      *          The report period is read from the BRKRPARM file as
      *          YYYY-MM; when the file is missing or holds no usable
      *          value the period defaults to the month the run falls
      *          in.
      *
      *          Once the statements are written, the period's
      *          commission is recorded on BROKER_STATEMENT per broker
      *          and policy type for the general-ledger journal. A
      *          period already recorded is left as it was, so a rerun
      *          cannot put the commission through the ledger twice.
      *
      *          Runs once per business date under RARUNC1 run-control.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-09-01  Initial version.
      * 2026-10-15  Statement name and address from the BROKER master;
      *             brokers not on it reported instead of paid, and
      *             COMMISSION checked against the agreed rate.
      * 2026-10-15  Record the period's commission on BROKER_STATEMENT
      *             per broker and policy type.
      * 2026-10-15  Record the run with RARUNC1 run-control.
      * 2026-10-15  A failed BROKER_STATEMENT commit fails the run.
      **************************************************************************

       IDENTIFICATION DIVISION.
           03 BS-POLICY-COUNT          PIC 9(6).
           03 BS-TOTAL-PAYMENT         PIC 9(8).
           03 BS-COMMISSION-DUE        PIC 9(8).
           03 BS-BROKER-NAME           PIC X(30).
           03 BS-ADDRESS-1             PIC X(30).
           03 BS-ADDRESS-2             PIC X(30).
           03 BS-POSTCODE              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-BRKRPARM-STATUS          PIC X(2)  VALUE '00'.
      *    this job exists to settle
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-BROKER-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-UNKNOWN-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-RECORDED-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-ALREADY-RECORDED         PIC S9(9) COMP VALUE ZERO.
      *    What the exception line shows for the commission on file -
      *    the percentage, or NONE when the policy carries no value
       01  WS-REPORT-RATE              PIC 9(3)  VALUE ZERO.
       01  WS-REPORT-COMMISSION        PIC X(4)  VALUE SPACES.
       01  WS-REPORT-BROKERID          PIC 9(10) VALUE ZERO.
       01  WS-REPORT-POLNUM            PIC 9(10) VALUE ZERO.
      *    The report period - the YYYY-MM the statement covers and
           03 DB2-POLICY-COUNT         PIC S9(9) COMP.
           03 DB2-TOTAL-PAYMENT        PIC S9(9) COMP.
           03 DB2-COMMISSION-DUE       PIC S9(9) COMP.
           03 DB2-BROKER-NAME          PIC X(30).
           03 DB2-ADDRESS-1            PIC X(30).
           03 DB2-ADDRESS-2            PIC X(30).
           03 DB2-POSTCODE             PIC X(8).
      *       space when the BROKERID is not on the BROKER master
           03 DB2-BROKER-STATUS        PIC X.
           03 DB2-EXC-POLNUM-INT       PIC S9(9) COMP.
           03 DB2-EXC-BROKERID-INT     PIC S9(9) COMP.
           03 DB2-EXC-BROKERSREF       PIC X(10).
           03 DB2-EXC-PAYMENT-INT      PIC S9(9) COMP.
           03 DB2-EXC-COMMISSION-SI    PIC S9(4) COMP.
           03 DB2-EXC-COMM-ON-FILE     PIC X.
           03 DB2-EXC-AGREED-SI        PIC S9(4) COMP.

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA

      *    Production per broker over the period - the commission is
      *    worked out per policy from its own COMMISSION percentage
      *    and summed, since the rate can differ policy to policy.
      *    The name and address come from the BROKER master; a blank
      *    status means the BROKERID is not on it
           EXEC SQL
             DECLARE BROKER-CURSOR CURSOR FOR
             SELECT S.BROKERID, S.POLICYCOUNT, S.TOTALPAYMENT,
                    S.COMMISSIONDUE,
                    VALUE(B.BROKERNAME, ' '),
                    VALUE(B.ADDRESSLINE1, ' '),
                    VALUE(B.ADDRESSLINE2, ' '),
                    VALUE(B.POSTCODE, ' '),
                    VALUE(B.BROKERSTATUS, ' ')
               FROM ( SELECT BROKERID,
                             COUNT(*) AS POLICYCOUNT,
                             SUM(VALUE(PAYMENT, 0)) AS TOTALPAYMENT,
                             SUM(VALUE(PAYMENT, 0)
                                 * VALUE(COMMISSION, 0) / 100)
                                 AS COMMISSIONDUE
                        FROM POLICY
                       WHERE BROKERID IS NOT NULL
                         AND BROKERID <> 0
                         AND ISSUEDATE >= DATE(:WS-PERIOD-START)
                         AND ISSUEDATE <= DATE(:WS-PERIOD-END)
                       GROUP BY BROKERID ) AS S
                    LEFT OUTER JOIN BROKER B
                       ON B.BROKERID = S.BROKERID
              ORDER BY S.BROKERID
           END-EXEC.

      *    Broker policies written in the period with no COMMISSION
      *    on file - their commission summed above as zero, which is
      *    what the broker will dispute - or with a COMMISSION other
      *    than the rate agreed with the broker for the policy type
           EXEC SQL
             DECLARE EXCEPTION-CURSOR CURSOR FOR
             SELECT P.POLICYNUMBER, P.BROKERID,
                    VALUE(P.BROKERSREFERENCE, ' '),
                    VALUE(P.PAYMENT, 0),
                    VALUE(P.COMMISSION, 0),
                    CASE WHEN P.COMMISSION IS NULL THEN 'N'
                         ELSE 'Y'
                    END,
                    VALUE(CASE P.POLICYTYPE
                            WHEN 'E' THEN B.COMMENDOWMENT
                            WHEN 'H' THEN B.COMMHOUSE
                            WHEN 'M' THEN B.COMMMOTOR
                            WHEN 'C' THEN B.COMMCOMMERCIAL
                          END, 0)
               FROM POLICY P
                    LEFT OUTER JOIN BROKER B
                       ON B.BROKERID = P.BROKERID
              WHERE P.BROKERID IS NOT NULL
                AND P.BROKERID <> 0
                AND P.ISSUEDATE >= DATE(:WS-PERIOD-START)
                AND P.ISSUEDATE <= DATE(:WS-PERIOD-END)
                AND ( P.COMMISSION IS NULL
                      OR ( B.BROKERID IS NOT NULL
                           AND P.COMMISSION <>
                               VALUE(CASE P.POLICYTYPE
                                       WHEN 'E' THEN B.COMMENDOWMENT
                                       WHEN 'H' THEN B.COMMHOUSE
                                       WHEN 'M' THEN B.COMMMOTOR
                                       WHEN 'C' THEN B.COMMCOMMERCIAL
                                     END, 0) ) )
              ORDER BY P.BROKERID, P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM START-RUN-CONTROL.
           IF RUN-CONTROL-STARTED
             PERFORM INITIALIZE-RUN
             PERFORM PROCESS-BROKERS UNTIL END-OF-BROKERS
             PERFORM REPORT-COMMISSION-EXCEPTIONS
             PERFORM RECORD-BROKER-STATEMENTS
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
           MOVE 'RABRKRP1' TO RC-JOB-NAME
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RABRKRP1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Establish the report period, open the statement feed and the   *
           EXEC SQL
             FETCH BROKER-CURSOR
              INTO :DB2-BROKERID-INT, :DB2-POLICY-COUNT,
                   :DB2-TOTAL-PAYMENT, :DB2-COMMISSION-DUE,
                   :DB2-BROKER-NAME, :DB2-ADDRESS-1,
                   :DB2-ADDRESS-2, :DB2-POSTCODE,
                   :DB2-BROKER-STATUS
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             SET END-OF-BROKERS TO TRUE

       PROCESS-BROKERS.
      *================================================================*
      * Write this broker's statement record and report line - a       *
      * BROKERID not on the master is a keying error, reported for     *
      * correction and never paid                                      *
      *================================================================*
           MOVE DB2-BROKERID-INT   TO WS-REPORT-BROKERID
           IF DB2-BROKER-STATUS EQUAL SPACE
             ADD 1 TO WS-UNKNOWN-COUNT
             DISPLAY '  BROKER ' WS-REPORT-BROKERID
                     ' NOT ON BROKER MASTER - NO STATEMENT - POLICIES '
                     DB2-POLICY-COUNT ' PAYMENT ' DB2-TOTAL-PAYMENT
             PERFORM FETCH-NEXT-BROKER
           ELSE
             PERFORM WRITE-BROKER-STATEMENT
           END-IF
           EXIT.

       WRITE-BROKER-STATEMENT.
      *================================================================*
      * One statement record for a broker on the master                *
      *================================================================*
           MOVE WS-REPORT-BROKERID TO BS-BROKERID
           MOVE WS-PERIOD          TO BS-PERIOD
           MOVE DB2-POLICY-COUNT   TO BS-POLICY-COUNT
           MOVE DB2-TOTAL-PAYMENT  TO BS-TOTAL-PAYMENT
           MOVE DB2-COMMISSION-DUE TO BS-COMMISSION-DUE
           MOVE DB2-BROKER-NAME    TO BS-BROKER-NAME
           MOVE DB2-ADDRESS-1      TO BS-ADDRESS-1
           MOVE DB2-ADDRESS-2      TO BS-ADDRESS-2
           MOVE DB2-POSTCODE       TO BS-POSTCODE
           WRITE BROKER-STMT-RECORD
           IF NOT BRKSTMT-OK
             DISPLAY 'BRKSTMT WRITE FAILED - FILE STATUS '
             SET END-OF-BROKERS TO TRUE
           ELSE
             ADD 1 TO WS-BROKER-COUNT
             DISPLAY '  BROKER ' WS-REPORT-BROKERID ' '
                     DB2-BROKER-NAME ' STATUS ' DB2-BROKER-STATUS
             DISPLAY '         POLICIES ' DB2-POLICY-COUNT
                     ' PAYMENT ' DB2-TOTAL-PAYMENT
                     ' COMMISSION ' DB2-COMMISSION-DUE
             PERFORM FETCH-NEXT-BROKER
       REPORT-COMMISSION-EXCEPTIONS.
      *================================================================*
      * Broker policies written in the period with no COMMISSION on    *
      * file, or not at the broker's agreed rate - fix these before    *
      * the statements go out                                          *
      *================================================================*
           DISPLAY ' '
           DISPLAY 'BROKER POLICIES WITH MISSING OR UNAGREED COMMISSION'
           DISPLAY '==================================================='
           MOVE ZERO TO WS-EXCEPTION-COUNT
           MOVE 'N'  TO WS-EXCEPT-EOF-SW
           EXEC SQL
           EXEC SQL
             FETCH EXCEPTION-CURSOR
              INTO :DB2-EXC-POLNUM-INT, :DB2-EXC-BROKERID-INT,
                   :DB2-EXC-BROKERSREF, :DB2-EXC-PAYMENT-INT,
                   :DB2-EXC-COMMISSION-SI, :DB2-EXC-COMM-ON-FILE,
                   :DB2-EXC-AGREED-SI
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-EXCEPTION-COUNT
             MOVE DB2-EXC-POLNUM-INT   TO WS-REPORT-POLNUM
             MOVE DB2-EXC-BROKERID-INT TO WS-REPORT-BROKERID
             IF DB2-EXC-COMM-ON-FILE EQUAL 'Y'
               MOVE DB2-EXC-COMMISSION-SI TO WS-REPORT-RATE
               MOVE WS-REPORT-RATE        TO WS-REPORT-COMMISSION
             ELSE
               MOVE 'NONE'                TO WS-REPORT-COMMISSION
             END-IF
             MOVE DB2-EXC-AGREED-SI TO WS-REPORT-RATE
             DISPLAY '  ' WS-REPORT-POLNUM ' BROKER '
                     WS-REPORT-BROKERID ' REF ' DB2-EXC-BROKERSREF
                     ' PAYMENT ' DB2-EXC-PAYMENT-INT
                     ' COMMISSION ' WS-REPORT-COMMISSION
                     ' AGREED ' WS-REPORT-RATE
           ELSE
             SET END-OF-EXCEPTIONS TO TRUE
           END-IF
           EXIT.

       RECORD-BROKER-STATEMENTS.
      *================================================================*
      * Record the period's commission per broker and policy type on   *
      * BROKER_STATEMENT, worked out exactly as on the statements. A   *
      * period already on file stays as first recorded                 *
      *================================================================*
           IF NOT RUN-FAILED
             EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ALREADY-RECORDED
                 FROM BROKER_STATEMENT
                WHERE STATEMENTPERIOD = :WS-PERIOD
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'BROKER_STATEMENT READ FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
           END-IF
           IF NOT RUN-FAILED
             IF WS-ALREADY-RECORDED GREATER THAN ZERO
               DISPLAY 'PERIOD ' WS-PERIOD
                       ' ALREADY RECORDED ON BROKER_STATEMENT - '
                       'LEDGER LEFT UNCHANGED'
             ELSE
               PERFORM INSERT-BROKER-STATEMENTS
             END-IF
           END-IF
           EXIT.

       INSERT-BROKER-STATEMENTS.
      *================================================================*
      * File the period's commission by broker and policy type, and    *
      * commit it as one unit of work                                  *
      *================================================================*
           EXEC SQL
             INSERT INTO BROKER_STATEMENT
                       ( STATEMENTPERIOD,
                         BROKERID,
                         POLICYTYPE,
                         POLICYCOUNT,
                         TOTALPAYMENT,
                         COMMISSIONDUE,
                         RECORDEDTS )
             SELECT :WS-PERIOD, P.BROKERID,
                    VALUE(P.POLICYTYPE, ' '),
                    COUNT(*),
                    SUM(VALUE(P.PAYMENT, 0)),
                    SUM(VALUE(P.PAYMENT, 0)
                        * VALUE(P.COMMISSION, 0) / 100),
                    CURRENT TIMESTAMP
               FROM POLICY P
                    INNER JOIN BROKER B
                       ON B.BROKERID = P.BROKERID
              WHERE P.BROKERID <> 0
                AND P.ISSUEDATE >= DATE(:WS-PERIOD-START)
                AND P.ISSUEDATE <= DATE(:WS-PERIOD-END)
              GROUP BY P.BROKERID, VALUE(P.POLICYTYPE, ' ')
           END-EXEC
           IF SQLCODE EQUAL ZERO OR SQLCODE EQUAL +100
             MOVE SQLERRD(3) TO WS-RECORDED-COUNT
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'COMMIT FAILED SQLCODE=' SQLCODE
               MOVE ZERO TO WS-RECORDED-COUNT
               SET RUN-FAILED TO TRUE
             END-IF
           ELSE
             DISPLAY 'BROKER_STATEMENT INSERT FAILED SQLCODE=' SQLCODE
             EXEC SQL
               ROLLBACK
             END-EXEC
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       TERMINATE-RUN.
      *================================================================*
      * Close the cursor and the feed and print the run summary        *
           DISPLAY ' '
           DISPLAY 'BROKER STATEMENTS     : ' WS-BROKER-COUNT
           DISPLAY 'COMMISSION EXCEPTIONS : ' WS-EXCEPTION-COUNT
           DISPLAY 'BROKERS NOT ON MASTER : ' WS-UNKNOWN-COUNT
           DISPLAY 'LEDGER ROWS RECORDED  : ' WS-RECORDED-COUNT
           IF RUN-FAILED
             DISPLAY 'RABRKRP1 - RUN INCOMPLETE - RERUN AFTER FIXING'
           ELSE
             DISPLAY 'RABRKRP1 - BROKER PRODUCTION REPORT COMPLETE'
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           COMPUTE RC-RECORDS-IN = WS-BROKER-COUNT + WS-UNKNOWN-COUNT
           MOVE WS-BROKER-COUNT  TO RC-RECORDS-OUT
           MOVE WS-UNKNOWN-COUNT TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'BROKER STATEMENTS INCOMPLETE - SEE JOB OUTPUT'
               TO RC-REASON
           ELSE
             SET RC-RUN-COMPLETED TO TRUE
             IF WS-EXCEPTION-COUNT GREATER THAN ZERO
                OR WS-UNKNOWN-COUNT GREATER THAN ZERO
               MOVE 'COMMISSION OR BROKER EXCEPTIONS - SEE JOB OUTPUT'
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
