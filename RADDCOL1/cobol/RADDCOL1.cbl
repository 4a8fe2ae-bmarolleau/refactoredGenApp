      **************************************************************************
      * Program: RADDCOL1
      * Purpose: Monthly direct-debit collection run - the instruction
      *          to the bank that RAPAYML1's BANKRCPT receipts answer.
      *          Until now the collection file was built by hand from
      *          a SPUFI query, and receipts came back with no usable
      *          policy number. This job selects every in-force policy
      *          with a premium whose customer holds an active
      *          CUSTOMER_MANDATE and writes one collection record per
      *          policy to DDCOLLFD, carrying the policy number as the
      *          payment reference, the amount, the collection date
      *          and the mandate's bank details, then a trailer with
      *          the record count and amount total the bank checks the
      *          file against.
      *
      *          The collection date is the mandate's collection day
      *          in the period, brought forward to the bank's lead time
      *          when that day is too close (or already past). Every
      *          collection is recorded on DIRECT_DEBIT_ITEM and the
      *          run's totals on DIRECT_DEBIT_RUN, so the receipts
      *          posted later can be reconciled against what was asked
      *          for - and a period already on DIRECT_DEBIT_RUN is
      *          refused, so the same month is never collected twice.
      *
      *          The period is read from the DDCPARM file as YYYY-MM
      *          with the lead time in days after it; a missing file or
      *          unusable value means the month the run falls in and
      *          three days. Any failure backs out the run's records -
      *          the file it wrote must then not be sent.
      *
      *          Reports the collections, the control totals, and how
      *          many in-force policies with a premium could not be
      *          collected because their customer has no active
      *          mandate.
      *
      *          Runs once per business date under RARUNC1 run-control.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  Record the run with RARUNC1 run-control.
      * 2026-10-15  A failed final COMMIT fails the run, so DDCOLLFD is
      *             not sent and the period stays uncollected.
      **************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RADDCOL1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-PARM-FILE ASSIGN TO DDCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDCPARM-STATUS.
           SELECT COLLECTION-FILE ASSIGN TO DDCOLLFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDCOLLFD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-PARM-FILE
           RECORDING MODE IS F.
       01  COLLECTION-PARM-RECORD.
           03 DP-PERIOD                PIC X(7).
           03 DP-LEAD-DAYS             PIC 9(2).
           03 FILLER                   PIC X(71).
       FD  COLLECTION-FILE
           RECORDING MODE IS F.
       01  COLLECTION-RECORD.
      *    'D' one collection, 'T' the control trailer at the end
           03 DC-RECORD-TYPE           PIC X.
           03 DC-RECORD-DETAIL         PIC X(99).
      *    One collection - the policy number is the reference the
      *    bank quotes back on the receipt
           03 DC-COLLECTION-DETAIL REDEFINES DC-RECORD-DETAIL.
              05 DC-POLICYNUM          PIC 9(10).
              05 DC-CUSTOMERNUM        PIC 9(10).
              05 DC-AMOUNT             PIC 9(8).
              05 DC-COLLECTION-DATE    PIC X(10).
              05 DC-SORT-CODE          PIC X(6).
              05 DC-ACCOUNT-NUM        PIC X(8).
              05 DC-ACCOUNT-NAME       PIC X(18).
              05 DC-MANDATE-REF        PIC X(18).
              05 FILLER                PIC X(11).
      *    Control totals over every 'D' record in the file
           03 DC-TRAILER-DETAIL REDEFINES DC-RECORD-DETAIL.
              05 DC-TR-PERIOD          PIC X(7).
              05 DC-TR-ITEM-COUNT      PIC 9(9).
              05 DC-TR-TOTAL-AMOUNT    PIC 9(15).
              05 FILLER                PIC X(68).

       WORKING-STORAGE SECTION.
       01  WS-DDCPARM-STATUS           PIC X(2)  VALUE '00'.
           88 DDCPARM-OK                         VALUE '00'.
       01  WS-DDCOLLFD-STATUS          PIC X(2)  VALUE '00'.
           88 DDCOLLFD-OK                        VALUE '00'.
       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88 END-OF-COLLECTIONS                 VALUE 'Y'.
      *    Any failure stops the run and backs out its records - a
      *    collection the bank is asked for with no item on file
      *    could never be reconciled
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-CURSOR-OPEN-SW           PIC X     VALUE 'N'.
           88 CURSOR-OPEN                        VALUE 'Y'.
       01  WS-FILE-OPEN-SW             PIC X     VALUE 'N'.
           88 FILE-OPEN                          VALUE 'Y'.
       01  WS-LEAD-DAYS                PIC S9(9) COMP VALUE +3.
      *    The collection period and the dates worked out from it
       01  WS-PERIOD-FIELDS.
           03 WS-PERIOD                PIC X(7)  VALUE SPACES.
           03 WS-PERIOD-START          PIC X(10) VALUE SPACES.
           03 WS-PERIOD-END            PIC X(10) VALUE SPACES.
           03 WS-EARLIEST-DATE         PIC X(10) VALUE SPACES.
       01  WS-PRIOR-RUNS               PIC S9(9) COMP VALUE ZERO.
       01  WS-ITEM-COUNT               PIC S9(9) COMP VALUE ZERO.
       01  WS-ITEM-TOTAL               PIC S9(18) COMP VALUE ZERO.
       01  WS-NO-MANDATE-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-NO-MANDATE-TOTAL         PIC S9(18) COMP VALUE ZERO.
       01  DB2-OUT-FIELDS.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP.
           03 DB2-PAYMENT-INT          PIC S9(9) COMP.
           03 DB2-ACCOUNT-NAME         PIC X(18).
           03 DB2-SORT-CODE            PIC X(6).
           03 DB2-ACCOUNT-NUM          PIC X(8).
           03 DB2-MANDATE-REF          PIC X(18).
           03 DB2-COLLECTION-DATE      PIC X(10).

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *    In-force policies with a premium, on an active mandate -
      *    collected on the mandate's day in the period, or on the
      *    earliest date the bank's lead time allows if that is later
           EXEC SQL
             DECLARE COLLECTION-CURSOR CURSOR FOR
             SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER, P.PAYMENT,
                    M.ACCOUNTNAME, M.SORTCODE, M.ACCOUNTNUMBER,
                    M.MANDATEREF,
                    CHAR(CASE
                           WHEN DATE(:WS-PERIOD-START)
                                + (M.COLLECTIONDAY - 1) DAYS
                                < DATE(:WS-EARLIEST-DATE)
                           THEN DATE(:WS-EARLIEST-DATE)
                           ELSE DATE(:WS-PERIOD-START)
                                + (M.COLLECTIONDAY - 1) DAYS
                         END, ISO)
               FROM POLICY P
                    INNER JOIN CUSTOMER_MANDATE M
                       ON M.CUSTOMERNUMBER = P.CUSTOMERNUMBER
              WHERE M.MANDATESTATUS = 'A'
                AND P.EXPIRYDATE >= CURRENT DATE
                AND VALUE(P.PAYMENT, 0) > 0
                AND VALUE(P.ISSUEDATE, DATE('0001-01-01'))
                    <= DATE(:WS-PERIOD-END)
              ORDER BY P.CUSTOMERNUMBER, P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM START-RUN-CONTROL.
           IF RUN-CONTROL-STARTED
             PERFORM INITIALIZE-RUN
             PERFORM PROCESS-COLLECTIONS UNTIL END-OF-COLLECTIONS
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
           MOVE 'RADDCOL1' TO RC-JOB-NAME
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RADDCOL1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Establish the period, refuse one already collected, open the   *
      * collection file and prime the loop with the first policy       *
      *================================================================*
           DISPLAY 'RADDCOL1 - DIRECT DEBIT COLLECTION RUN STARTING'
           PERFORM READ-COLLECTION-PARMS
           PERFORM WORK-OUT-PERIOD-DATES
           IF NOT RUN-FAILED
             DISPLAY 'COLLECTION PERIOD     : ' WS-PERIOD
             DISPLAY 'EARLIEST COLLECTION   : ' WS-EARLIEST-DATE
             PERFORM CHECK-PERIOD-NOT-COLLECTED
           END-IF
           IF NOT RUN-FAILED
             OPEN OUTPUT COLLECTION-FILE
             IF NOT DDCOLLFD-OK
               DISPLAY 'DDCOLLFD OPEN FAILED - FILE STATUS '
                       WS-DDCOLLFD-STATUS
               SET RUN-FAILED TO TRUE
             ELSE
               SET FILE-OPEN TO TRUE
             END-IF
           END-IF
           IF RUN-FAILED
             SET END-OF-COLLECTIONS TO TRUE
           ELSE
             EXEC SQL
               OPEN COLLECTION-CURSOR
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'COLLECTION CURSOR OPEN FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
               SET END-OF-COLLECTIONS TO TRUE
             ELSE
               SET CURSOR-OPEN TO TRUE
               PERFORM FETCH-NEXT-COLLECTION
             END-IF
           END-IF
           EXIT.

       READ-COLLECTION-PARMS.
      *================================================================*
      * A missing or unusable parameter file means the month the run   *
      * falls in and the default lead time                             *
      *================================================================*
           OPEN INPUT COLLECTION-PARM-FILE
           IF DDCPARM-OK
             READ COLLECTION-PARM-FILE
               AT END
                 DISPLAY 'DDCPARM EMPTY - USING CURRENT MONTH'
             END-READ
             IF DDCPARM-OK
               IF DP-PERIOD (1:4) IS NUMERIC
                  AND DP-PERIOD (5:1) EQUAL '-'
                  AND DP-PERIOD (6:2) IS NUMERIC
                  AND DP-PERIOD (6:2) GREATER THAN '00'
                  AND DP-PERIOD (6:2) LESS THAN '13'
                 MOVE DP-PERIOD TO WS-PERIOD
               ELSE
                 DISPLAY 'DDCPARM PERIOD UNUSABLE - USING CURRENT MONTH'
               END-IF
               IF DP-LEAD-DAYS IS NUMERIC
                 MOVE DP-LEAD-DAYS TO WS-LEAD-DAYS
               ELSE
                 DISPLAY 'DDCPARM LEAD DAYS UNUSABLE - USING DEFAULT'
               END-IF
             END-IF
             CLOSE COLLECTION-PARM-FILE
           ELSE
             DISPLAY 'DDCPARM OPEN FAILED - FILE STATUS '
                     WS-DDCPARM-STATUS ' - USING CURRENT MONTH'
           END-IF
           EXIT.

       WORK-OUT-PERIOD-DATES.
      *================================================================*
      * Turn the period into its first and last days and work out the  *
      * earliest date the bank can collect on - DB2 does the date      *
      * arithmetic                                                     *
      *================================================================*
           IF WS-PERIOD EQUAL SPACES
             EXEC SQL
               SELECT SUBSTR(CHAR(CURRENT DATE, ISO), 1, 7)
                 INTO :WS-PERIOD
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'PERIOD DEFAULT FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
           END-IF
           IF NOT RUN-FAILED
             MOVE SPACES TO WS-PERIOD-START
             STRING WS-PERIOD DELIMITED BY SPACE
                    '-01'     DELIMITED BY SIZE
               INTO WS-PERIOD-START
             END-STRING
             EXEC SQL
               SELECT CHAR(DATE(:WS-PERIOD-START)
                           + 1 MONTH - 1 DAY, ISO),
                      CHAR(CURRENT DATE + :WS-LEAD-DAYS DAYS, ISO)
                 INTO :WS-PERIOD-END, :WS-EARLIEST-DATE
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'PERIOD DATES FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
           END-IF
           EXIT.

       CHECK-PERIOD-NOT-COLLECTED.
      *================================================================*
      * A period with a run record has already been sent to the bank - *
      * building it again would collect every premium twice            *
      *================================================================*
           MOVE ZERO TO WS-PRIOR-RUNS
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PRIOR-RUNS
               FROM DIRECT_DEBIT_RUN
              WHERE COLLECTIONPERIOD = :WS-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'RUN RECORD CHECK FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             IF WS-PRIOR-RUNS GREATER THAN ZERO
               DISPLAY 'PERIOD ' WS-PERIOD
                       ' ALREADY COLLECTED - NOTHING BUILT'
               SET RUN-FAILED TO TRUE
             END-IF
           END-IF
           EXIT.

       FETCH-NEXT-COLLECTION.
      *================================================================*
      * Fetch the next policy to collect for                           *
      *================================================================*
           EXEC SQL
             FETCH COLLECTION-CURSOR
              INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :DB2-PAYMENT-INT, :DB2-ACCOUNT-NAME,
                   :DB2-SORT-CODE, :DB2-ACCOUNT-NUM,
                   :DB2-MANDATE-REF, :DB2-COLLECTION-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'COLLECTION FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-COLLECTIONS TO TRUE
           END-IF
           EXIT.

       PROCESS-COLLECTIONS.
      *================================================================*
      * Write the collection record and keep the item on file          *
      *================================================================*
           MOVE 'D'                 TO DC-RECORD-TYPE
           MOVE DB2-POLICYNUM-INT   TO DC-POLICYNUM
           MOVE DB2-CUSTOMERNUM-INT TO DC-CUSTOMERNUM
           MOVE DB2-PAYMENT-INT     TO DC-AMOUNT
           MOVE DB2-COLLECTION-DATE TO DC-COLLECTION-DATE
           MOVE DB2-SORT-CODE       TO DC-SORT-CODE
           MOVE DB2-ACCOUNT-NUM     TO DC-ACCOUNT-NUM
           MOVE DB2-ACCOUNT-NAME    TO DC-ACCOUNT-NAME
           MOVE DB2-MANDATE-REF     TO DC-MANDATE-REF
           WRITE COLLECTION-RECORD
           IF NOT DDCOLLFD-OK
             DISPLAY 'DDCOLLFD WRITE FAILED - FILE STATUS '
                     WS-DDCOLLFD-STATUS
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM RECORD-COLLECTION-ITEM
           END-IF
           IF RUN-FAILED
             SET END-OF-COLLECTIONS TO TRUE
           ELSE
             ADD 1 TO WS-ITEM-COUNT
             ADD DB2-PAYMENT-INT TO WS-ITEM-TOTAL
             PERFORM FETCH-NEXT-COLLECTION
           END-IF
           EXIT.

       RECORD-COLLECTION-ITEM.
      *================================================================*
      * The item the receipts are reconciled against                   *
      *================================================================*
           EXEC SQL
             INSERT INTO DIRECT_DEBIT_ITEM
                       ( COLLECTIONPERIOD,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         AMOUNT,
                         COLLECTIONDATE,
                         MANDATEREF )
                VALUES ( :WS-PERIOD,
                         :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-PAYMENT-INT,
                         :DB2-COLLECTION-DATE,
                         :DB2-MANDATE-REF )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'COLLECTION ITEM INSERT FAILED FOR '
                     DC-POLICYNUM ' SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       WRITE-CONTROL-TRAILER.
      *================================================================*
      * Close the file with the count and total the bank checks it by  *
      *================================================================*
           MOVE SPACES         TO COLLECTION-RECORD
           MOVE 'T'            TO DC-RECORD-TYPE
           MOVE WS-PERIOD      TO DC-TR-PERIOD
           MOVE WS-ITEM-COUNT  TO DC-TR-ITEM-COUNT
           MOVE WS-ITEM-TOTAL  TO DC-TR-TOTAL-AMOUNT
           WRITE COLLECTION-RECORD
           IF NOT DDCOLLFD-OK
             DISPLAY 'DDCOLLFD TRAILER WRITE FAILED - FILE STATUS '
                     WS-DDCOLLFD-STATUS
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       RECORD-COLLECTION-RUN.
      *================================================================*
      * The run record - the same totals as the trailer, and the mark  *
      * that this period has been collected                            *
      *================================================================*
           EXEC SQL
             INSERT INTO DIRECT_DEBIT_RUN
                       ( COLLECTIONPERIOD,
                         RUNTS,
                         ITEMCOUNT,
                         TOTALAMOUNT )
                VALUES ( :WS-PERIOD,
                         CURRENT TIMESTAMP,
                         :WS-ITEM-COUNT,
                         :WS-ITEM-TOTAL )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'RUN RECORD INSERT FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       COUNT-UNCOLLECTABLE.
      *================================================================*
      * In-force premiums nobody can collect - no active mandate on    *
      * the customer. The payments team chases these for a mandate     *
      *================================================================*
           EXEC SQL
             SELECT COUNT(*), VALUE(SUM(BIGINT(P.PAYMENT)), 0)
               INTO :WS-NO-MANDATE-COUNT, :WS-NO-MANDATE-TOTAL
               FROM POLICY P
              WHERE P.EXPIRYDATE >= CURRENT DATE
                AND VALUE(P.PAYMENT, 0) > 0
                AND VALUE(P.ISSUEDATE, DATE('0001-01-01'))
                    <= DATE(:WS-PERIOD-END)
                AND NOT EXISTS
                    ( SELECT 1
                        FROM CUSTOMER_MANDATE M
                       WHERE M.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                         AND M.MANDATESTATUS  = 'A' )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'NO-MANDATE COUNT FAILED SQLCODE=' SQLCODE
           END-IF
           EXIT.

       TERMINATE-RUN.
      *================================================================*
      * Finish the file with its trailer and keep the run only if all  *
      * of it succeeded, then print the control totals                 *
      *================================================================*
           IF CURSOR-OPEN
             EXEC SQL
               CLOSE COLLECTION-CURSOR
             END-EXEC
           END-IF
           IF FILE-OPEN
             IF NOT RUN-FAILED
               PERFORM WRITE-CONTROL-TRAILER
             END-IF
             IF NOT RUN-FAILED
               PERFORM RECORD-COLLECTION-RUN
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
               IF NOT RUN-FAILED
                 PERFORM COUNT-UNCOLLECTABLE
               END-IF
             END-IF
             CLOSE COLLECTION-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'COLLECTIONS WRITTEN   : ' WS-ITEM-COUNT
           DISPLAY 'COLLECTION TOTAL      : ' WS-ITEM-TOTAL
           DISPLAY 'NO MANDATE - POLICIES : ' WS-NO-MANDATE-COUNT
           DISPLAY 'NO MANDATE - PREMIUM  : ' WS-NO-MANDATE-TOTAL
           IF RUN-FAILED
             DISPLAY 'RADDCOL1 - NO COLLECTIONS KEPT - DO NOT SEND '
                     'DDCOLLFD'
             DISPLAY 'RADDCOL1 - RUN INCOMPLETE - RERUN AFTER FIXING'
           ELSE
             DISPLAY 'RADDCOL1 - DIRECT DEBIT COLLECTION RUN COMPLETE'
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           MOVE WS-ITEM-COUNT TO RC-RECORDS-IN
           MOVE WS-ITEM-COUNT TO RC-RECORDS-OUT
           MOVE ZERO          TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'NOTHING KEPT - DO NOT SEND DDCOLLFD - SEE JOB OUTPUT'
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
