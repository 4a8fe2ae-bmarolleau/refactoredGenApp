      *          Commits every WS-COMMIT-INTERVAL rows, like RABULKL1's
      *          COMMIT-IF-DUE, so a big receipts file does not run as
      *          one lock/log-exhausting unit of work.
      *
      *          A posted receipt clears any arrears RADUNNG1 has the
      *          policy in - first or second reminder - so the dunning
      *          run stops chasing it and starts afresh if the policy
      *          falls behind again. A lapsed policy stays lapsed.
      *
      *          Reconciles the period's RADDCOL1 collection run - the
      *          collections asked of the bank against those with no
      *          receipt posted yet - from DIRECT_DEBIT_ITEM.
      *
      *          Runs under RARUNC1 run-control, which is given the
      *          receipts file's record count and a hash total of its
      *          policy numbers, amounts and receipt dates, and refuses
      *          a file it has already seen through to a clean finish -
      *          a second posting of the same receipts would double
      *          the ledger.
      *
      *          The position reached is kept on BANK_RECEIPT_CKPT with
      *          every commit, like RABULKL1's CUSTOMER_LOAD_CKPT. A run
      *          that fails part-way backs out only what it did since
      *          its last commit, and the rerun of the same file skips
      *          the receipts already posted and finishes the rest.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-09-01  Initial version.
      * 2026-10-15  Clear the policy's open arrears stage on
      *             POLICY_ARREARS when its receipt is posted.
      * 2026-10-15  Reconcile the period's direct-debit collections
      *             against the receipts posted.
      * 2026-10-15  Record the run with RARUNC1 run-control, which
      *             refuses a BANKRCPT file already posted.
      * 2026-10-15  Keep the restart position on BANK_RECEIPT_CKPT so a
      *             rerun after a failure never posts a receipt twice;
      *             count failed arrears clears as a run warning.
      * 2026-10-15  A failed COMMIT, at a checkpoint or at the end,
      *             fails the run so the rerun resumes from the last
      *             checkpoint actually committed.
      **************************************************************************

       IDENTIFICATION DIVISION.
           88 END-OF-RECEIPTS                    VALUE 'Y'.
       01  WS-ARREARS-EOF-SW           PIC X     VALUE 'N'.
           88 END-OF-ARREARS                     VALUE 'Y'.
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-POSTED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-AMBIGUOUS-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-INVALID-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-ARREARS-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-CLEARED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-CLEAR-FAILED-COUNT       PIC S9(9) COMP VALUE ZERO.
       01  WS-NOT-POSTED-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-INPUT-RECORDS            PIC S9(9) COMP VALUE ZERO.
       01  WS-INPUT-HASH               PIC S9(18) COMP VALUE ZERO.
      *    A YYYY-MM-DD date from the input taken as a number for the
      *    hash total
       01  WS-HASH-DATE.
           03 WS-HASH-YEAR             PIC X(4).
           03 WS-HASH-MONTH            PIC X(2).
           03 WS-HASH-DAY              PIC X(2).
       01  WS-HASH-DATE-N REDEFINES WS-HASH-DATE
                                       PIC 9(8).
       01  WS-REPORT-POLNUM            PIC 9(10) VALUE ZERO.
       01  WS-REPORT-CUSNUM            PIC 9(10) VALUE ZERO.
      *    Rows committed since the last COMMIT, and how many rows a
      *    receipts file this size should run between commits
       01  WS-ROWS-SINCE-COMMIT        PIC S9(4) COMP VALUE ZERO.
       01  WS-COMMIT-INTERVAL          PIC S9(4) COMP VALUE +100.
      *    Restart position - how far through the receipts file this
      *    run has got, and how far the failed run before it got on the
      *    same file (zero on a clean first run)
       01  WS-RECORDS-PROCESSED        PIC S9(9) COMP VALUE ZERO.
       01  WS-SKIP-TARGET              PIC S9(9) COMP VALUE ZERO.
       01  WS-RECORDS-SKIPPED          PIC S9(9) COMP VALUE ZERO.
       01  WS-RESTART-RECNUM           PIC 9(9)  VALUE ZERO.
       01  WS-RESTARTED-SW             PIC X     VALUE 'N'.
           88 RUN-RESTARTED                      VALUE 'Y'.
       01  WS-CKPT-FOUND-SW            PIC X     VALUE 'N'.
           88 CHECKPOINT-ROW-FOUND               VALUE 'Y'.
       01  WS-SKIP-DONE-SW             PIC X     VALUE 'N'.
           88 SKIP-COMPLETE                      VALUE 'Y'.
      *    First day of the period being posted - a policy with no
      *    receipt on the ledger since this date is in arrears
       01  WS-PERIOD-START             PIC X(10) VALUE SPACES.
      *    The period's direct-debit collections and those of them
      *    with no receipt posted yet
       01  WS-COLLECTION-FIELDS.
           03 WS-COLLECTION-PERIOD     PIC X(7)  VALUE SPACES.
           03 WS-REQUESTED-COUNT       PIC S9(9) COMP VALUE ZERO.
           03 WS-REQUESTED-TOTAL       PIC S9(18) COMP VALUE ZERO.
           03 WS-UNPAID-COUNT          PIC S9(9) COMP VALUE ZERO.
           03 WS-UNPAID-TOTAL          PIC S9(18) COMP VALUE ZERO.
      *    The policy the receipt matched, and how it matched
       01  WS-MATCH-FIELDS.
           03 WS-MATCH-COUNT           PIC S9(9) COMP VALUE ZERO.
           03 DB2-ARR-EXPIRYDATE       PIC X(10).
           03 DB2-ARR-PAYMENT-INT      PIC S9(9) COMP.

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
             PERFORM PROCESS-RECEIPTS UNTIL END-OF-RECEIPTS
             PERFORM REPORT-ARREARS
             PERFORM RECONCILE-COLLECTIONS
             PERFORM TERMINATE-RUN
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
           MOVE 'RAPAYML1'       TO RC-JOB-NAME
           MOVE 'BANKRCPT'       TO RC-INPUT-NAME
           MOVE WS-INPUT-RECORDS TO RC-INPUT-RECORDS
           MOVE WS-INPUT-HASH    TO RC-INPUT-HASH
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RAPAYML1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       FINGERPRINT-INPUT.
      *================================================================*
      * Count the receipts file and total its policy numbers, amounts  *
      * and receipt dates - the identity run control checks a resent   *
      * file against. A file that will not open is left to fail the    *
      * run in INITIALIZE-RUN                                          *
      *================================================================*
           MOVE ZERO TO WS-INPUT-RECORDS
           MOVE ZERO TO WS-INPUT-HASH
           OPEN INPUT BANK-RECEIPT-FILE
           IF BANKRCPT-OK
             PERFORM FINGERPRINT-RECORD UNTIL NOT BANKRCPT-OK
             CLOSE BANK-RECEIPT-FILE
           END-IF
           EXIT.

       FINGERPRINT-RECORD.
           READ BANK-RECEIPT-FILE
             AT END
               CONTINUE
           END-READ
           IF BANKRCPT-OK
             ADD 1 TO WS-INPUT-RECORDS
             IF BR-POLICYNUM IS NUMERIC
               ADD BR-POLICYNUM TO WS-INPUT-HASH
             END-IF
             IF BR-AMOUNT IS NUMERIC
               ADD BR-AMOUNT TO WS-INPUT-HASH
             END-IF
             MOVE BR-RECEIPTDATE (1:4) TO WS-HASH-YEAR
             MOVE BR-RECEIPTDATE (6:2) TO WS-HASH-MONTH
             MOVE BR-RECEIPTDATE (9:2) TO WS-HASH-DAY
             IF WS-HASH-DATE-N IS NUMERIC
               ADD WS-HASH-DATE-N TO WS-INPUT-HASH
             END-IF
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Work out the period being posted, pick up any restart position *
      * a failed run left on this file, open the receipts file, skip   *
      * past what that run committed and prime the loop                *
      *================================================================*
           DISPLAY 'RAPAYML1 - PREMIUM PAYMENT POSTING STARTING'
           MOVE ZERO TO WS-ROWS-SINCE-COMMIT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           DISPLAY 'POSTING PERIOD FROM   : ' WS-PERIOD-START
           PERFORM READ-CHECKPOINT-ROW
           IF NOT RUN-FAILED
             OPEN INPUT BANK-RECEIPT-FILE
             IF NOT BANKRCPT-OK
               DISPLAY 'BANKRCPT OPEN FAILED - FILE STATUS '
                       WS-BANKRCPT-STATUS
               SET RUN-FAILED TO TRUE
               SET END-OF-RECEIPTS TO TRUE
             ELSE
               IF WS-SKIP-TARGET GREATER THAN ZERO
                 PERFORM SKIP-PROCESSED-RECEIPTS
               END-IF
               IF NOT END-OF-RECEIPTS
                 PERFORM READ-NEXT-RECEIPT
               END-IF
             END-IF
           END-IF
           EXIT.

       READ-CHECKPOINT-ROW.
      *================================================================*
      * A checkpoint row for this file means an earlier run on it      *
      * failed after committing - resume its counts and skip what it   *
      * already posted. The file is known by the same record count and *
      * hash total run control was given                               *
      *================================================================*
           EXEC SQL
             SELECT RECORDSPROCESSED, POSTEDCOUNT, UNMATCHEDCOUNT,
                    AMBIGUOUSCOUNT, INVALIDCOUNT, CLEAREDCOUNT,
                    CLEARFAILEDCOUNT
               INTO :WS-SKIP-TARGET, :WS-POSTED-COUNT,
                    :WS-UNMATCHED-COUNT, :WS-AMBIGUOUS-COUNT,
                    :WS-INVALID-COUNT, :WS-CLEARED-COUNT,
                    :WS-CLEAR-FAILED-COUNT
               FROM BANK_RECEIPT_CKPT
              WHERE INPUTRECORDS = :WS-INPUT-RECORDS
                AND INPUTHASH    = :WS-INPUT-HASH
           END-EXEC
           IF SQLCODE EQUAL ZERO
             SET CHECKPOINT-ROW-FOUND TO TRUE
             SET RUN-RESTARTED TO TRUE
             MOVE WS-SKIP-TARGET TO WS-RECORDS-PROCESSED
             ADD 1 WS-SKIP-TARGET GIVING WS-RESTART-RECNUM
             DISPLAY 'RESTARTED AT RECEIPT  : ' WS-RESTART-RECNUM
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'CHECKPOINT READ FAILED SQLCODE=' SQLCODE
                       ' - POSTING STOPPED'
      *        without the position a rerun cannot tell which receipts
      *        are already on the ledger - stop rather than guess
               SET RUN-FAILED TO TRUE
               SET END-OF-RECEIPTS TO TRUE
             END-IF
           END-IF
           EXIT.

       SKIP-PROCESSED-RECEIPTS.
      *================================================================*
      * Read straight past the receipts the failed run committed -     *
      * posting them again would double the ledger                     *
      *================================================================*
           MOVE ZERO TO WS-RECORDS-SKIPPED
           MOVE 'N'  TO WS-SKIP-DONE-SW
           PERFORM SKIP-ONE-RECEIPT UNTIL SKIP-COMPLETE
           IF END-OF-RECEIPTS AND NOT RUN-FAILED
             DISPLAY 'INPUT SHORTER THAN CHECKPOINT - WRONG FILE?'
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       SKIP-ONE-RECEIPT.
           PERFORM READ-NEXT-RECEIPT
           IF END-OF-RECEIPTS
             SET SKIP-COMPLETE TO TRUE
           ELSE
             ADD 1 TO WS-RECORDS-SKIPPED
             IF WS-RECORDS-SKIPPED NOT LESS THAN WS-SKIP-TARGET
               SET SKIP-COMPLETE TO TRUE
             END-IF
           END-IF
           EXIT.

           IF NOT BANKRCPT-OK AND NOT BANKRCPT-EOF
             DISPLAY 'BANKRCPT READ FAILED - FILE STATUS '
                     WS-BANKRCPT-STATUS
             SET RUN-FAILED TO TRUE
             SET END-OF-RECEIPTS TO TRUE
           END-IF
           EXIT.
               END-IF
             END-IF
           END-IF
           ADD 1 TO WS-RECORDS-PROCESSED
           PERFORM COMMIT-IF-DUE
           IF NOT END-OF-RECEIPTS
             PERFORM READ-NEXT-RECEIPT
           END-IF
           EXIT.

       MATCH-RECEIPT-TO-POLICY.
                     ' SQLCODE=' SQLCODE
           ELSE
             ADD 1 TO WS-POSTED-COUNT
             PERFORM CLEAR-ARREARS-STAGE
           END-IF
           EXIT.

       CLEAR-ARREARS-STAGE.
      *================================================================*
      * The receipt is in - take the policy out of the dunning cycle   *
      * if it was in it. No row, or a lapsed one, is left as it is     *
      *================================================================*
           EXEC SQL
             UPDATE POLICY_ARREARS
                SET ARREARSSTAGE = 'C',
                    STAGEDATE    = CURRENT DATE,
                    LASTCHANGED  = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :WS-MATCH-POLNUM
                AND ARREARSSTAGE IN ('1', '2')
           END-EXEC
           IF SQLCODE EQUAL ZERO
             IF SQLERRD(3) GREATER THAN ZERO
               ADD 1 TO WS-CLEARED-COUNT
             END-IF
           ELSE
             IF SQLCODE NOT EQUAL +100
               ADD 1 TO WS-CLEAR-FAILED-COUNT
               MOVE WS-MATCH-POLNUM TO WS-REPORT-POLNUM
               DISPLAY 'ARREARS CLEAR FAILED FOR ' WS-REPORT-POLNUM
                       ' SQLCODE=' SQLCODE
             END-IF
           END-IF
           EXIT.

      *================================================================*
      * Commit every WS-COMMIT-INTERVAL rows so a receipts file of     *
      * any real volume does not run as a single unit of work and      *
      * does not lose every posting already made on an abend. The      *
      * restart position rides in the same unit of work, so it can     *
      * never disagree with the postings actually committed            *
      *================================================================*
           ADD 1 TO WS-ROWS-SINCE-COMMIT
           IF WS-ROWS-SINCE-COMMIT NOT LESS THAN WS-COMMIT-INTERVAL
             PERFORM UPDATE-CHECKPOINT-ROW
             IF NOT RUN-FAILED
               EXEC SQL
                 COMMIT
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                 DISPLAY 'COMMIT FAILED SQLCODE=' SQLCODE
      *          DB2 has backed out everything since the last good
      *          checkpoint - posting on would move the restart
      *          position past receipts that were never posted
                 SET RUN-FAILED TO TRUE
                 SET END-OF-RECEIPTS TO TRUE
               ELSE
                 MOVE ZERO TO WS-ROWS-SINCE-COMMIT
               END-IF
             END-IF
           END-IF
           EXIT.

       UPDATE-CHECKPOINT-ROW.
      *================================================================*
      * Refresh this file's restart position - the first checkpoint    *
      * of a clean first run files the row                             *
      *================================================================*
           IF CHECKPOINT-ROW-FOUND
             EXEC SQL
               UPDATE BANK_RECEIPT_CKPT
                  SET RECORDSPROCESSED = :WS-RECORDS-PROCESSED,
                      POSTEDCOUNT      = :WS-POSTED-COUNT,
                      UNMATCHEDCOUNT   = :WS-UNMATCHED-COUNT,
                      AMBIGUOUSCOUNT   = :WS-AMBIGUOUS-COUNT,
                      INVALIDCOUNT     = :WS-INVALID-COUNT,
                      CLEAREDCOUNT     = :WS-CLEARED-COUNT,
                      CLEARFAILEDCOUNT = :WS-CLEAR-FAILED-COUNT,
                      CHECKPOINTTS     = CURRENT TIMESTAMP
                WHERE INPUTRECORDS = :WS-INPUT-RECORDS
                  AND INPUTHASH    = :WS-INPUT-HASH
             END-EXEC
           ELSE
             EXEC SQL
               INSERT INTO BANK_RECEIPT_CKPT
                         ( INPUTRECORDS,
                           INPUTHASH,
                           RECORDSPROCESSED,
                           POSTEDCOUNT,
                           UNMATCHEDCOUNT,
                           AMBIGUOUSCOUNT,
                           INVALIDCOUNT,
                           CLEAREDCOUNT,
                           CLEARFAILEDCOUNT,
                           CHECKPOINTTS )
                  VALUES ( :WS-INPUT-RECORDS,
                           :WS-INPUT-HASH,
                           :WS-RECORDS-PROCESSED,
                           :WS-POSTED-COUNT,
                           :WS-UNMATCHED-COUNT,
                           :WS-AMBIGUOUS-COUNT,
                           :WS-INVALID-COUNT,
                           :WS-CLEARED-COUNT,
                           :WS-CLEAR-FAILED-COUNT,
                           CURRENT TIMESTAMP )
             END-EXEC
             IF SQLCODE EQUAL ZERO
               SET CHECKPOINT-ROW-FOUND TO TRUE
             END-IF
           END-IF
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'CHECKPOINT WRITE FAILED SQLCODE=' SQLCODE
      *      committing postings the checkpoint does not cover would
      *      have the rerun post them a second time - stop instead
             SET RUN-FAILED TO TRUE
             SET END-OF-RECEIPTS TO TRUE
           END-IF
           EXIT.

           END-IF
           EXIT.

       RECONCILE-COLLECTIONS.
      *================================================================*
      * What the period's collection run asked the bank for, against   *
      * what has come back - a collection with no receipt posted is    *
      * one the bank returned or one still to be placed by hand        *
      *================================================================*
           MOVE WS-PERIOD-START (1:7) TO WS-COLLECTION-PERIOD
           EXEC SQL
             SELECT COUNT(*), VALUE(SUM(BIGINT(I.AMOUNT)), 0)
               INTO :WS-REQUESTED-COUNT, :WS-REQUESTED-TOTAL
               FROM DIRECT_DEBIT_ITEM I
              WHERE I.COLLECTIONPERIOD = :WS-COLLECTION-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'COLLECTIONS COUNT FAILED SQLCODE=' SQLCODE
           ELSE
             EXEC SQL
               SELECT COUNT(*), VALUE(SUM(BIGINT(I.AMOUNT)), 0)
                 INTO :WS-UNPAID-COUNT, :WS-UNPAID-TOTAL
                 FROM DIRECT_DEBIT_ITEM I
                WHERE I.COLLECTIONPERIOD = :WS-COLLECTION-PERIOD
                  AND NOT EXISTS
                      ( SELECT 1
                          FROM PREMIUM_PAYMENT Y
                         WHERE Y.POLICYNUMBER = I.POLICYNUMBER
                           AND Y.RECEIPTDATE >= DATE(:WS-PERIOD-START) )
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'UNPAID COLLECTIONS FAILED SQLCODE=' SQLCODE
             END-IF
           END-IF
           EXIT.

       TERMINATE-RUN.
      *================================================================*
      * Clear the restart position and flush any postings since the    *
      * last commit - or, when the run failed, back out everything     *
      * since the last checkpoint so the rerun resumes exactly there - *
      * then close the receipts file and print the run summary         *
      *================================================================*
           IF RUN-FAILED
             EXEC SQL
               ROLLBACK
             END-EXEC
             DISPLAY 'RAPAYML1 - RUN FAILED - RESTART POSITION KEPT'
           ELSE
             PERFORM DELETE-CHECKPOINT-ROW
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'COMMIT FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
               DISPLAY 'RAPAYML1 - RUN FAILED - RESTART POSITION KEPT'
             END-IF
           END-IF
           CLOSE BANK-RECEIPT-FILE
           DISPLAY ' '
           IF RUN-RESTARTED
             DISPLAY 'RESTARTED AT RECEIPT  : ' WS-RESTART-RECNUM
           END-IF
           DISPLAY 'RECEIPTS POSTED       : ' WS-POSTED-COUNT
           DISPLAY 'RECEIPTS UNMATCHED    : ' WS-UNMATCHED-COUNT
           DISPLAY 'RECEIPTS AMBIGUOUS    : ' WS-AMBIGUOUS-COUNT
           DISPLAY 'RECEIPTS INVALID      : ' WS-INVALID-COUNT
           DISPLAY 'POLICIES IN ARREARS   : ' WS-ARREARS-COUNT
           DISPLAY 'ARREARS STAGES CLEARED: ' WS-CLEARED-COUNT
           DISPLAY 'ARREARS CLEARS FAILED : ' WS-CLEAR-FAILED-COUNT
           DISPLAY 'COLLECTIONS REQUESTED : ' WS-REQUESTED-COUNT
           DISPLAY 'COLLECTIONS AMOUNT    : ' WS-REQUESTED-TOTAL
           DISPLAY 'COLLECTIONS UNPAID    : ' WS-UNPAID-COUNT
           DISPLAY 'COLLECTIONS UNPAID AMT: ' WS-UNPAID-TOTAL
           IF NOT RUN-FAILED
             DISPLAY 'RAPAYML1 - PREMIUM PAYMENT POSTING COMPLETE'
           END-IF
           EXIT.

       DELETE-CHECKPOINT-ROW.
      *================================================================*
      * A finished file leaves no position behind                      *
      *================================================================*
           IF CHECKPOINT-ROW-FOUND
             EXEC SQL
               DELETE FROM BANK_RECEIPT_CKPT
                WHERE INPUTRECORDS = :WS-INPUT-RECORDS
                  AND INPUTHASH    = :WS-INPUT-HASH
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
               DISPLAY 'CHECKPOINT DELETE FAILED SQLCODE=' SQLCODE
                       ' - CLEAR ROW BY HAND'
             END-IF
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           ADD WS-UNMATCHED-COUNT WS-AMBIGUOUS-COUNT WS-INVALID-COUNT
               GIVING WS-NOT-POSTED-COUNT
           MOVE WS-INPUT-RECORDS    TO RC-RECORDS-IN
           MOVE WS-POSTED-COUNT     TO RC-RECORDS-OUT
           MOVE WS-NOT-POSTED-COUNT TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'POSTING STOPPED - RERUN SAME FILE TO RESUME'
               TO RC-REASON
           ELSE
             SET RC-RUN-COMPLETED TO TRUE
             IF WS-INVALID-COUNT NOT EQUAL ZERO
               MOVE 'INVALID OR FAILED RECEIPTS - SEE JOB OUTPUT'
                 TO RC-REASON
             ELSE
               IF WS-CLEAR-FAILED-COUNT NOT EQUAL ZERO
                 MOVE 'ARREARS CLEARS FAILED - SEE JOB OUTPUT'
                   TO RC-REASON
               ELSE
                 MOVE SPACES TO RC-REASON
               END-IF
             END-IF
           END-IF
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'RUN CONTROL FINISH FAILED - RC=' RC-RETURN-CODE
           END-IF
           EXIT.
