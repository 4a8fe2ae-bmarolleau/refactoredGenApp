      **************************************************************************
      * Program: RADUNNG1
      * Purpose: Nightly arrears dunning batch - the follow-through to
      *          RAPAYML1's arrears report, which until now printed the
      *          same unpaid policies month after month while the
      *          customers stayed covered. Each in-force policy with a
      *          premium due and no receipt on the PREMIUM_PAYMENT
      *          ledger this period is walked through the arrears
      *          stages held on POLICY_ARREARS:
      *            stage '1' - first reminder, once the period is
      *                        DP-FIRST-DAYS days old with nothing paid;
      *            stage '2' - second reminder, DP-SECOND-DAYS days
      *                        after the first;
      *            'L'       - lapsed, DP-GRACE-DAYS days after the
      *                        second reminder.
      *          Each reminder goes on the REMINDFD letter feed for the
      *          print house, carrying the date the cover lapses if
      *          still unpaid. A lapse ends the cover today under the
      *          same rules as RAPOLM1's CANPOL - EXPIRYDATE brought
      *          back to the lapse date, PAYMENT cut to the earned
      *          portion of the term - with the before-image on
      *          POLICY_HISTORY as CHANGETYPE 'LAPPOL'. A receipt posted
      *          by RAPAYML1 at any stage clears the arrears ('C'), and
      *          the policy starts again from nothing if it falls
      *          behind later.
      *
      *          A policy issued during the current period is not yet
      *          due, and a policy with no premium on file is never
      *          dunned. The period is the calendar month, as in
      *          RAPAYML1.
      *
      *          The three day counts are read from the DUNNPARM file
      *          (three three-digit fields); a missing file or unusable
      *          value falls back to 10, 14 and 14 days.
      *
      *          Prints every policy entering a stage or lapsing, then
      *          a summary of counts and premium at each stage so
      *          underwriting can see the exposure. Any failure backs
      *          out everything the run did - the letters written by a
      *          failed run must not be released, and a rerun after
      *          the fix starts clean.
      *
      *          Runs once per business date under RARUNC1 run-control,
      *          and only after RAPAYML1 has completed for that date, so
      *          the night's receipts are always in before it starts.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  Record the run with RARUNC1 run-control - wait for
      *             RAPAYML1 and run once per business date, so a
      *             second run cannot send a second set of letters.
      * 2026-10-15  File the first arrears row when the update finds
      *             no row as +100 as well as with no rows changed.
      * 2026-10-15  A failed final COMMIT fails the run, so REMINDFD is
      *             not released.
      **************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RADUNNG1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUNNING-PARM-FILE ASSIGN TO DUNNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUNNPARM-STATUS.
           SELECT REMINDER-FEED-FILE ASSIGN TO REMINDFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMINDFD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUNNING-PARM-FILE
           RECORDING MODE IS F.
       01  DUNNING-PARM-RECORD.
           03 DP-FIRST-DAYS            PIC 9(3).
           03 DP-SECOND-DAYS           PIC 9(3).
           03 DP-GRACE-DAYS            PIC 9(3).
           03 FILLER                   PIC X(71).
       FD  REMINDER-FEED-FILE
           RECORDING MODE IS F.
       01  REMINDER-FEED-RECORD.
      *    '1' first reminder, '2' second and final reminder
           03 RM-LETTER-TYPE           PIC X.
           03 RM-CUSTOMERNUM           PIC 9(10).
           03 RM-POLICYNUM             PIC 9(10).
           03 RM-POLICYTYPE            PIC X.
           03 RM-AMOUNT-DUE            PIC 9(6).
           03 RM-ARREARS-SINCE         PIC X(10).
           03 RM-LAPSE-DATE            PIC X(10).
           03 RM-FIRSTNAME             PIC X(10).
           03 RM-LASTNAME              PIC X(20).
           03 RM-HOUSENAME             PIC X(20).
           03 RM-HOUSENUM              PIC X(4).
           03 RM-POSTCODE              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-DUNNPARM-STATUS          PIC X(2)  VALUE '00'.
           88 DUNNPARM-OK                        VALUE '00'.
       01  WS-REMINDFD-STATUS          PIC X(2)  VALUE '00'.
           88 REMINDFD-OK                        VALUE '00'.
       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88 END-OF-POLICIES                    VALUE 'Y'.
      *    A feed-write or update failure stops the run and backs it
      *    out - a letter sent with no stage recorded goes out again
      *    tomorrow, and a stage recorded with no letter never does
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-CURSOR-OPEN-SW           PIC X     VALUE 'N'.
           88 CURSOR-OPEN                        VALUE 'Y'.
       01  WS-FIRST-DAYS               PIC S9(9) COMP VALUE +10.
       01  WS-SECOND-DAYS              PIC S9(9) COMP VALUE +14.
       01  WS-GRACE-DAYS               PIC S9(9) COMP VALUE +14.
      *    Dates fixed once at the start so a run across midnight
      *    cannot disagree with itself
       01  WS-RUN-DATES.
           03 WS-RUN-DATE              PIC X(10) VALUE SPACES.
           03 WS-PERIOD-START          PIC X(10) VALUE SPACES.
           03 WS-DAYS-INTO-PERIOD      PIC S9(9) COMP VALUE ZERO.
           03 WS-STAGE1-LAPSE-DATE     PIC X(10) VALUE SPACES.
           03 WS-STAGE2-LAPSE-DATE     PIC X(10) VALUE SPACES.
      *    What happens to the policy in hand
       01  WS-NEW-STAGE                PIC X     VALUE SPACE.
           88 ENTER-FIRST-REMINDER               VALUE '1'.
           88 ENTER-SECOND-REMINDER              VALUE '2'.
           88 LAPSE-POLICY                       VALUE 'L'.
           88 NO-STAGE-CHANGE                    VALUE SPACE.
      *    The CANPOL pro-rata split of the payment at the lapse date
       01  WS-LAPSE-FIELDS.
           03 WS-TERM-DAYS             PIC S9(9) COMP VALUE ZERO.
           03 WS-UNUSED-DAYS           PIC S9(9) COMP VALUE ZERO.
           03 WS-UNEARNED-PAYMENT      PIC S9(9) COMP VALUE ZERO.
           03 WS-EARNED-PAYMENT        PIC S9(9) COMP VALUE ZERO.
      *    Stage counts and the premium behind them
       01  WS-STAGE-TOTALS.
           03 WS-STAGE1-COUNT          PIC S9(9) COMP VALUE ZERO.
           03 WS-STAGE1-PREMIUM        PIC S9(15) COMP VALUE ZERO.
           03 WS-STAGE2-COUNT          PIC S9(9) COMP VALUE ZERO.
           03 WS-STAGE2-PREMIUM        PIC S9(15) COMP VALUE ZERO.
           03 WS-LAPSED-COUNT          PIC S9(9) COMP VALUE ZERO.
           03 WS-LAPSED-PREMIUM        PIC S9(15) COMP VALUE ZERO.
           03 WS-LAPSED-UNEARNED       PIC S9(15) COMP VALUE ZERO.
           03 WS-WAITING-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-REPORT-POLNUM            PIC 9(10) VALUE ZERO.
       01  WS-REPORT-CUSNUM            PIC 9(10) VALUE ZERO.
       01  DB2-OUT-FIELDS.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP.
           03 DB2-POLICYTYPE           PIC X.
           03 DB2-PAYMENT-INT          PIC S9(9) COMP.
           03 DB2-ISSUEDATE            PIC X(10).
           03 DB2-EXPIRYDATE           PIC X(10).
           03 DB2-BROKERID-INT         PIC S9(9) COMP.
           03 DB2-BROKERSREF           PIC X(10).
           03 DB2-FIRSTNAME            PIC X(10).
           03 DB2-LASTNAME             PIC X(20).
           03 DB2-HOUSENAME            PIC X(20).
           03 DB2-HOUSENUM             PIC X(4).
           03 DB2-POSTCODE             PIC X(8).
           03 DB2-STAGE                PIC X.
           03 DB2-ARREARS-SINCE        PIC X(10).
           03 DB2-STAGE-AGE-INT        PIC S9(9) COMP.

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *    In-force policies with a premium, due since before this
      *    period began, with nothing on the ledger this period and
      *    not already lapsed - with their current arrears stage and
      *    how many days they have sat in it
           EXEC SQL
             DECLARE DUNNING-CURSOR CURSOR FOR
             SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                    VALUE(P.POLICYTYPE, ' '), VALUE(P.PAYMENT, 0),
                    VALUE(CHAR(P.ISSUEDATE, ISO), '0001-01-01'),
                    CHAR(P.EXPIRYDATE, ISO),
                    VALUE(P.BROKERID, 0),
                    VALUE(P.BROKERSREFERENCE, ' '),
                    C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                    C.HOUSENUMBER, C.POSTCODE,
                    VALUE(A.ARREARSSTAGE, ' '),
                    VALUE(CHAR(A.ARREARSSINCE, ISO), ' '),
                    VALUE(DAYS(CURRENT DATE) - DAYS(A.STAGEDATE), 0)
               FROM POLICY P
                    INNER JOIN CUSTOMER C
                       ON C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                    LEFT OUTER JOIN POLICY_ARREARS A
                       ON A.POLICYNUMBER = P.POLICYNUMBER
              WHERE P.EXPIRYDATE >= CURRENT DATE
                AND VALUE(P.PAYMENT, 0) > 0
                AND VALUE(P.ISSUEDATE, DATE('0001-01-01'))
                    < DATE(:WS-PERIOD-START)
                AND VALUE(A.ARREARSSTAGE, ' ') <> 'L'
                AND NOT EXISTS
                    ( SELECT 1
                        FROM PREMIUM_PAYMENT Y
                       WHERE Y.POLICYNUMBER = P.POLICYNUMBER
                         AND Y.RECEIPTDATE >= DATE(:WS-PERIOD-START) )
              ORDER BY P.CUSTOMERNUMBER, P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM START-RUN-CONTROL.
           IF RUN-CONTROL-STARTED
             PERFORM INITIALIZE-RUN
             PERFORM PROCESS-POLICIES UNTIL END-OF-POLICIES
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
           MOVE 'RADUNNG1' TO RC-JOB-NAME
           MOVE 'RAPAYML1' TO RC-PREDECESSOR
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RADUNNG1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Pick up the day counts, fix the run dates, open the letter     *
      * feed and prime the loop with the first policy in arrears       *
      *================================================================*
           DISPLAY 'RADUNNG1 - ARREARS DUNNING RUN STARTING'
           PERFORM READ-DUNNING-PARMS
           DISPLAY 'FIRST REMINDER AFTER  : ' WS-FIRST-DAYS ' DAYS'
           DISPLAY 'SECOND REMINDER AFTER : ' WS-SECOND-DAYS ' DAYS'
           DISPLAY 'LAPSE AFTER           : ' WS-GRACE-DAYS ' DAYS'
           PERFORM SET-RUN-DATES
           IF NOT RUN-FAILED
             DISPLAY 'ARREARS PERIOD FROM   : ' WS-PERIOD-START
             OPEN OUTPUT REMINDER-FEED-FILE
             IF NOT REMINDFD-OK
               DISPLAY 'REMINDFD OPEN FAILED - FILE STATUS '
                       WS-REMINDFD-STATUS
               SET RUN-FAILED TO TRUE
             END-IF
           END-IF
           IF RUN-FAILED
             SET END-OF-POLICIES TO TRUE
           ELSE
             EXEC SQL
               OPEN DUNNING-CURSOR
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'DUNNING CURSOR OPEN FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
               SET END-OF-POLICIES TO TRUE
             ELSE
               SET CURSOR-OPEN TO TRUE
               PERFORM FETCH-NEXT-POLICY
             END-IF
           END-IF
           EXIT.

       READ-DUNNING-PARMS.
      *================================================================*
      * A missing or unusable parameter file means the default day     *
      * counts - a bad control card must not stop the dunning run      *
      *================================================================*
           OPEN INPUT DUNNING-PARM-FILE
           IF DUNNPARM-OK
             READ DUNNING-PARM-FILE
               AT END
                 DISPLAY 'DUNNPARM EMPTY - USING DEFAULT DAYS'
             END-READ
             IF DUNNPARM-OK
               IF DP-FIRST-DAYS IS NUMERIC
                  AND DP-FIRST-DAYS GREATER THAN ZERO
                 MOVE DP-FIRST-DAYS TO WS-FIRST-DAYS
               ELSE
                 DISPLAY 'DUNNPARM FIRST DAYS UNUSABLE - USING DEFAULT'
               END-IF
               IF DP-SECOND-DAYS IS NUMERIC
                  AND DP-SECOND-DAYS GREATER THAN ZERO
                 MOVE DP-SECOND-DAYS TO WS-SECOND-DAYS
               ELSE
                 DISPLAY 'DUNNPARM SECOND DAYS UNUSABLE - USING DEFAULT'
               END-IF
               IF DP-GRACE-DAYS IS NUMERIC
                  AND DP-GRACE-DAYS GREATER THAN ZERO
                 MOVE DP-GRACE-DAYS TO WS-GRACE-DAYS
               ELSE
                 DISPLAY 'DUNNPARM GRACE DAYS UNUSABLE - USING DEFAULT'
               END-IF
             END-IF
             CLOSE DUNNING-PARM-FILE
           ELSE
             DISPLAY 'DUNNPARM OPEN FAILED - FILE STATUS '
                     WS-DUNNPARM-STATUS ' - USING DEFAULT DAYS'
           END-IF
           EXIT.

       SET-RUN-DATES.
      *================================================================*
      * Today, the start of the calendar-month period as RAPAYML1      *
      * works it out, how far into it we are, and the lapse date each  *
      * reminder will quote                                            *
      *================================================================*
           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO),
                    CHAR(CURRENT DATE
                         - (DAY(CURRENT DATE) - 1) DAYS, ISO),
                    DAY(CURRENT DATE) - 1,
                    CHAR(CURRENT DATE
                         + (:WS-SECOND-DAYS + :WS-GRACE-DAYS) DAYS,
                         ISO),
                    CHAR(CURRENT DATE + :WS-GRACE-DAYS DAYS, ISO)
               INTO :WS-RUN-DATE, :WS-PERIOD-START,
                    :WS-DAYS-INTO-PERIOD, :WS-STAGE1-LAPSE-DATE,
                    :WS-STAGE2-LAPSE-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'RUN DATE SELECT FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       FETCH-NEXT-POLICY.
      *================================================================*
      * Fetch the next policy with nothing paid this period            *
      *================================================================*
           EXEC SQL
             FETCH DUNNING-CURSOR
              INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :DB2-POLICYTYPE, :DB2-PAYMENT-INT,
                   :DB2-ISSUEDATE, :DB2-EXPIRYDATE,
                   :DB2-BROKERID-INT, :DB2-BROKERSREF,
                   :DB2-FIRSTNAME, :DB2-LASTNAME, :DB2-HOUSENAME,
                   :DB2-HOUSENUM, :DB2-POSTCODE,
                   :DB2-STAGE, :DB2-ARREARS-SINCE, :DB2-STAGE-AGE-INT
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'DUNNING FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-POLICIES TO TRUE
           END-IF
           EXIT.

       PROCESS-POLICIES.
      *================================================================*
      * Decide whether this policy moves on a stage, and act on it     *
      *================================================================*
           MOVE DB2-POLICYNUM-INT   TO WS-REPORT-POLNUM
           MOVE DB2-CUSTOMERNUM-INT TO WS-REPORT-CUSNUM
           PERFORM DECIDE-NEXT-STAGE
           IF ENTER-FIRST-REMINDER OR ENTER-SECOND-REMINDER
             PERFORM WRITE-REMINDER-LETTER
             IF NOT RUN-FAILED
               PERFORM RECORD-ARREARS-STAGE
             END-IF
           ELSE
             IF LAPSE-POLICY
               PERFORM LAPSE-UNPAID-POLICY
             ELSE
               ADD 1 TO WS-WAITING-COUNT
             END-IF
           END-IF
           IF NOT RUN-FAILED
             PERFORM FETCH-NEXT-POLICY
           ELSE
             SET END-OF-POLICIES TO TRUE
           END-IF
           EXIT.

       DECIDE-NEXT-STAGE.
      *================================================================*
      * Nothing on file (or arrears cleared before) - first reminder   *
      * once the period is old enough; otherwise move on a stage when  *
      * the policy has sat in the current one long enough              *
      *================================================================*
           MOVE SPACE TO WS-NEW-STAGE
           IF DB2-STAGE EQUAL '1'
             IF DB2-STAGE-AGE-INT NOT LESS THAN WS-SECOND-DAYS
               MOVE '2' TO WS-NEW-STAGE
             END-IF
           ELSE
             IF DB2-STAGE EQUAL '2'
               IF DB2-STAGE-AGE-INT NOT LESS THAN WS-GRACE-DAYS
                 MOVE 'L' TO WS-NEW-STAGE
               END-IF
             ELSE
               IF WS-DAYS-INTO-PERIOD NOT LESS THAN WS-FIRST-DAYS
                 MOVE '1' TO WS-NEW-STAGE
                 MOVE WS-PERIOD-START TO DB2-ARREARS-SINCE
               END-IF
             END-IF
           END-IF
           EXIT.

       WRITE-REMINDER-LETTER.
      *================================================================*
      * One letter per policy entering a reminder stage, quoting the   *
      * date the cover lapses if it stays unpaid                       *
      *================================================================*
           MOVE WS-NEW-STAGE         TO RM-LETTER-TYPE
           MOVE WS-REPORT-CUSNUM     TO RM-CUSTOMERNUM
           MOVE WS-REPORT-POLNUM     TO RM-POLICYNUM
           MOVE DB2-POLICYTYPE       TO RM-POLICYTYPE
           MOVE DB2-PAYMENT-INT      TO RM-AMOUNT-DUE
           MOVE DB2-ARREARS-SINCE    TO RM-ARREARS-SINCE
           IF ENTER-FIRST-REMINDER
             MOVE WS-STAGE1-LAPSE-DATE TO RM-LAPSE-DATE
           ELSE
             MOVE WS-STAGE2-LAPSE-DATE TO RM-LAPSE-DATE
           END-IF
           MOVE DB2-FIRSTNAME        TO RM-FIRSTNAME
           MOVE DB2-LASTNAME         TO RM-LASTNAME
           MOVE DB2-HOUSENAME        TO RM-HOUSENAME
           MOVE DB2-HOUSENUM         TO RM-HOUSENUM
           MOVE DB2-POSTCODE         TO RM-POSTCODE
           WRITE REMINDER-FEED-RECORD
           IF NOT REMINDFD-OK
             DISPLAY 'REMINDFD WRITE FAILED - FILE STATUS '
                     WS-REMINDFD-STATUS
             SET RUN-FAILED TO TRUE
           ELSE
             IF ENTER-FIRST-REMINDER
               ADD 1 TO WS-STAGE1-COUNT
               ADD DB2-PAYMENT-INT TO WS-STAGE1-PREMIUM
               DISPLAY '  FIRST REMINDER  ' WS-REPORT-POLNUM
                       ' CUSTOMER ' WS-REPORT-CUSNUM
                       ' DUE ' DB2-PAYMENT-INT
                       ' LAPSES ' RM-LAPSE-DATE
             ELSE
               ADD 1 TO WS-STAGE2-COUNT
               ADD DB2-PAYMENT-INT TO WS-STAGE2-PREMIUM
               DISPLAY '  SECOND REMINDER ' WS-REPORT-POLNUM
                       ' CUSTOMER ' WS-REPORT-CUSNUM
                       ' DUE ' DB2-PAYMENT-INT
                       ' LAPSES ' RM-LAPSE-DATE
             END-IF
           END-IF
           EXIT.

       RECORD-ARREARS-STAGE.
      *================================================================*
      * Move the policy's arrears row to its new stage - the first     *
      * time a policy falls behind it has no row yet                   *
      *================================================================*
           EXEC SQL
             UPDATE POLICY_ARREARS
                SET ARREARSSTAGE = :WS-NEW-STAGE,
                    ARREARSSINCE = :DB2-ARREARS-SINCE,
                    STAGEDATE    = :WS-RUN-DATE,
                    AMOUNTDUE    = :DB2-PAYMENT-INT,
                    LASTCHANGED  = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE EQUAL +100
              OR (SQLCODE EQUAL ZERO AND SQLERRD(3) EQUAL ZERO)
             EXEC SQL
               INSERT INTO POLICY_ARREARS
                         ( POLICYNUMBER,
                           ARREARSSTAGE,
                           ARREARSSINCE,
                           STAGEDATE,
                           AMOUNTDUE,
                           LASTCHANGED )
                  VALUES ( :DB2-POLICYNUM-INT,
                           :WS-NEW-STAGE,
                           :DB2-ARREARS-SINCE,
                           :WS-RUN-DATE,
                           :DB2-PAYMENT-INT,
                           CURRENT TIMESTAMP )
             END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'ARREARS UPDATE FAILED FOR ' WS-REPORT-POLNUM
                     ' SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       LAPSE-UNPAID-POLICY.
      *================================================================*
      * Still unpaid after the grace period - end the cover today the  *
      * way CANPOL would, keep the before-image, and mark the arrears  *
      * row lapsed so the policy is never dunned again                 *
      *================================================================*
           MOVE 'L' TO WS-NEW-STAGE
           PERFORM COMPUTE-EARNED-PAYMENT
           IF NOT RUN-FAILED
             PERFORM LAPSE-POLICY-ROW
           END-IF
           IF NOT RUN-FAILED
             PERFORM WRITE-POLICY-HISTORY
           END-IF
           IF NOT RUN-FAILED
             PERFORM RECORD-ARREARS-STAGE
           END-IF
           IF NOT RUN-FAILED
             ADD 1 TO WS-LAPSED-COUNT
             ADD DB2-PAYMENT-INT TO WS-LAPSED-PREMIUM
             ADD WS-UNEARNED-PAYMENT TO WS-LAPSED-UNEARNED
             DISPLAY '  LAPSED          ' WS-REPORT-POLNUM
                     ' CUSTOMER ' WS-REPORT-CUSNUM
                     ' DUE ' DB2-PAYMENT-INT
                     ' UNEARNED ' WS-UNEARNED-PAYMENT
           END-IF
           EXIT.

       COMPUTE-EARNED-PAYMENT.
      *================================================================*
      * CANPOL's pro-rata rule - the payment times the used fraction   *
      * of the term stays on the policy. DB2 does the day counting     *
      *================================================================*
           EXEC SQL
             SELECT DAYS(DATE(:DB2-EXPIRYDATE))
                    - DAYS(DATE(:DB2-ISSUEDATE)),
                    DAYS(DATE(:DB2-EXPIRYDATE))
                    - DAYS(DATE(:WS-RUN-DATE))
               INTO :WS-TERM-DAYS, :WS-UNUSED-DAYS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'TERM DAY COUNT FAILED FOR ' WS-REPORT-POLNUM
                     ' SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             IF WS-TERM-DAYS EQUAL ZERO
               MOVE DB2-PAYMENT-INT TO WS-UNEARNED-PAYMENT
             ELSE
               COMPUTE WS-UNEARNED-PAYMENT =
                 (DB2-PAYMENT-INT * WS-UNUSED-DAYS) / WS-TERM-DAYS
             END-IF
             SUBTRACT WS-UNEARNED-PAYMENT FROM DB2-PAYMENT-INT
               GIVING WS-EARNED-PAYMENT
           END-IF
           EXIT.

       LAPSE-POLICY-ROW.
      *================================================================*
      * Bring the expiry date back to today, leave only the earned     *
      * part of the payment and stamp LASTCHANGED                      *
      *================================================================*
           EXEC SQL
             UPDATE POLICY
                SET EXPIRYDATE  = :WS-RUN-DATE,
                    PAYMENT     = :WS-EARNED-PAYMENT,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'POLICY LAPSE FAILED FOR ' WS-REPORT-POLNUM
                     ' SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             IF SQLERRD(3) EQUAL ZERO
               DISPLAY 'POLICY TO LAPSE NO LONGER ON FILE: '
                       WS-REPORT-POLNUM
               SET RUN-FAILED TO TRUE
             END-IF
           END-IF
           EXIT.

       WRITE-POLICY-HISTORY.
      *================================================================*
      * File the before-image the way RAPOLM1 does for CANPOL - a      *
      * batch change has no transid or task to record                  *
      *================================================================*
           EXEC SQL
             INSERT INTO POLICY_HISTORY
                       ( POLICYNUMBER,
                         CHANGETS,
                         CHANGETYPE,
                         OLDEXPIRYDATE,
                         OLDBROKERID,
                         OLDBROKERSREF,
                         OLDPAYMENT )
                VALUES ( :DB2-POLICYNUM-INT,
                         CURRENT TIMESTAMP,
                         'LAPPOL',
                         :DB2-EXPIRYDATE,
                         :DB2-BROKERID-INT,
                         :DB2-BROKERSREF,
                         :DB2-PAYMENT-INT )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'POLICY HISTORY INSERT FAILED FOR '
                     WS-REPORT-POLNUM ' SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       TERMINATE-RUN.
      *================================================================*
      * Keep the run's work only if all of it succeeded, close the     *
      * feed and print the exposure summary                            *
      *================================================================*
           IF CURSOR-OPEN
             EXEC SQL
               CLOSE DUNNING-CURSOR
             END-EXEC
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
           CLOSE REMINDER-FEED-FILE
           DISPLAY ' '
           DISPLAY 'ENTERED FIRST REMINDER: ' WS-STAGE1-COUNT
                   ' PREMIUM ' WS-STAGE1-PREMIUM
           DISPLAY 'ENTERED SECOND REMIND.: ' WS-STAGE2-COUNT
                   ' PREMIUM ' WS-STAGE2-PREMIUM
           DISPLAY 'POLICIES LAPSED       : ' WS-LAPSED-COUNT
                   ' PREMIUM ' WS-LAPSED-PREMIUM
           DISPLAY 'UNEARNED ON LAPSE     : ' WS-LAPSED-UNEARNED
           DISPLAY 'IN ARREARS, NO CHANGE : ' WS-WAITING-COUNT
           IF RUN-FAILED
             DISPLAY 'RADUNNG1 - NO CHANGES KEPT - DO NOT RELEASE '
                     'REMINDFD'
             DISPLAY 'RADUNNG1 - RUN INCOMPLETE - RERUN AFTER FIXING'
           ELSE
             DISPLAY 'RADUNNG1 - ARREARS DUNNING RUN COMPLETE'
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts - policies    *
      * found in arrears in, stage changes out                         *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           COMPUTE RC-RECORDS-IN  = WS-STAGE1-COUNT + WS-STAGE2-COUNT
                                  + WS-LAPSED-COUNT + WS-WAITING-COUNT
           COMPUTE RC-RECORDS-OUT = WS-STAGE1-COUNT + WS-STAGE2-COUNT
                                  + WS-LAPSED-COUNT
           MOVE ZERO TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'BACKED OUT - DO NOT SEND REMINDFD - SEE JOB OUTPUT'
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
