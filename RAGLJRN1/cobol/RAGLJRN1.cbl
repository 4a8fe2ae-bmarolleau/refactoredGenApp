      **************************************************************************
      * Program: RAGLJRN1
      * Purpose: Nightly general-ledger journal feed. Premium
      *          receipts (PREMIUM_PAYMENT), cancellation refunds
      *          (POLICY_REFUND), broker commission (BROKER_STATEMENT)
      *          and claim payments (CLAIM_PAYMENT) have until now
      *          reached the ledger as totals keyed by hand from the
      *          run reports. This job turns every posting made since
      *          the last run into a balanced double entry on GLJRNLFD
      *          - one debit and one credit line per posting, each
      *          carrying the ledger account for the posting's source
      *          and policy type, the source reference and the amount -
      *          followed by a control trailer with the line count and
      *          the debit and credit totals the ledger load checks the
      *          file by.
      *
      *          The accounts come from the GLACPARM file finance
      *          maintains: one record per source (PREM, REFD, COMM,
      *          CLAM) and policy type, or '*' for any type, naming the
      *          account to debit and the account to credit; the entry
      *          for the policy's own type is preferred to '*'. A
      *          posting with no account to go to stops the run - it is
      *          never left off the journal or guessed at. A negative
      *          posting (a reversal) is journaled the other way round.
      *
      *          Postings are taken up to a cut-off fixed when the run
      *          starts, from the EXTRACT_CONTROL mark 'GLJRNL' left by
      *          the last good run, so a posting is journaled once and
      *          only once however often the job is rerun. The report
      *          proves the journal against independent totals of each
      *          source over the same window and that debits equal
      *          credits. The run, the mark and its GL_JOURNAL_RUN
      *          record are kept only if all of that agrees - otherwise
      *          everything is backed out and the file must not be sent.
      *
      *          Runs once per business date under RARUNC1 run-control,
      *          and only after RAPAYML1 has completed for that date, so
      *          the night's receipts are always in before it starts.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  Record the run with RARUNC1 run-control - wait for
      *             RAPAYML1 so the night's receipts are journaled the
      *             same night, and run once per business date.
      * 2026-10-15  A failed final COMMIT fails the run, so GLJRNLFD is
      *             not released and the postings stay due.
      **************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAGLJRN1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-PARM-FILE ASSIGN TO GLACPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLACPARM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNLFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNLFD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-PARM-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-PARM-RECORD.
           03 GA-SOURCE                PIC X(4).
           03 GA-POLICYTYPE            PIC X.
           03 GA-DEBIT-ACCOUNT         PIC X(10).
           03 GA-CREDIT-ACCOUNT        PIC X(10).
           03 FILLER                   PIC X(55).
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
      *    'D' one journal line, 'T' the control trailer at the end
           03 GJ-RECORD-TYPE           PIC X.
           03 GJ-RECORD-DETAIL         PIC X(99).
      *    One side of a posting - every posting gives a 'D' debit
      *    line and a 'C' credit line for the same amount
           03 GJ-LINE-DETAIL REDEFINES GJ-RECORD-DETAIL.
              05 GJ-JOURNAL-DATE       PIC X(10).
              05 GJ-SOURCE             PIC X(4).
              05 GJ-REFERENCE          PIC X(20).
              05 GJ-POLICYTYPE         PIC X.
              05 GJ-ACCOUNT            PIC X(10).
              05 GJ-DEBIT-CREDIT       PIC X.
              05 GJ-AMOUNT             PIC 9(9).
              05 GJ-POSTING-DATE       PIC X(10).
              05 FILLER                PIC X(34).
      *    Control totals over every 'D' record in the file
           03 GJ-TRAILER-DETAIL REDEFINES GJ-RECORD-DETAIL.
              05 GJ-TR-JOURNAL-DATE    PIC X(10).
              05 GJ-TR-CUTOFF-TS       PIC X(26).
              05 GJ-TR-POSTING-COUNT   PIC 9(9).
              05 GJ-TR-LINE-COUNT      PIC 9(9).
              05 GJ-TR-DEBIT-TOTAL     PIC 9(15).
              05 GJ-TR-CREDIT-TOTAL    PIC 9(15).
              05 FILLER                PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-GLACPARM-STATUS          PIC X(2)  VALUE '00'.
           88 GLACPARM-OK                        VALUE '00'.
           88 GLACPARM-EOF                       VALUE '10'.
       01  WS-GLJRNLFD-STATUS          PIC X(2)  VALUE '00'.
           88 GLJRNLFD-OK                        VALUE '00'.
       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88 END-OF-POSTINGS                    VALUE 'Y'.
      *    Any failure stops the run and backs it out - a journal the
      *    ledger loads that does not prove to the sources, or a mark
      *    moved past postings never journaled, is the gap this job
      *    exists to close
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-CURSOR-OPEN-SW           PIC X     VALUE 'N'.
           88 CURSOR-OPEN                        VALUE 'Y'.
       01  WS-FILE-OPEN-SW             PIC X     VALUE 'N'.
           88 FILE-OPEN                          VALUE 'Y'.
       01  WS-CONTROL-FOUND-SW         PIC X     VALUE 'N'.
           88 CONTROL-ROW-FOUND                  VALUE 'Y'.
       01  WS-EXTRACT-NAME             PIC X(8)  VALUE 'GLJRNL'.
      *    The window journaled - after the last good run's cut-off,
      *    up to and including this run's
       01  WS-WINDOW-FIELDS.
           03 WS-LAST-RUN-TS           PIC X(26) VALUE SPACES.
           03 WS-CUTOFF-TS             PIC X(26) VALUE SPACES.
           03 WS-JOURNAL-DATE          PIC X(10) VALUE SPACES.
      *    Ledger accounts loaded from GLACPARM
       01  WS-ACCOUNT-TABLE.
           03 WS-ACCT-COUNT            PIC S9(4) COMP VALUE ZERO.
           03 WS-ACCT-ENTRY OCCURS 40.
              05 WS-ACCT-SOURCE        PIC X(4).
              05 WS-ACCT-POLICYTYPE    PIC X.
              05 WS-ACCT-DEBIT         PIC X(10).
              05 WS-ACCT-CREDIT        PIC X(10).
       01  WS-ACCT-IX                  PIC S9(4) COMP VALUE ZERO.
       01  WS-ACCT-REJECTED            PIC S9(4) COMP VALUE ZERO.
       01  WS-ACCT-EOF-SW              PIC X     VALUE 'N'.
           88 END-OF-ACCOUNTS                    VALUE 'Y'.
      *    The accounts chosen for the posting in hand
       01  WS-POSTING-ACCOUNTS.
           03 WS-ACCT-FOUND-SW         PIC X     VALUE 'N'.
              88 ACCOUNT-FOUND                   VALUE 'Y'.
           03 WS-BEST-EXACT-SW         PIC X     VALUE 'N'.
              88 BEST-IS-EXACT-TYPE              VALUE 'Y'.
           03 WS-DEBIT-ACCOUNT         PIC X(10) VALUE SPACES.
           03 WS-CREDIT-ACCOUNT        PIC X(10) VALUE SPACES.
           03 WS-SWAP-ACCOUNT          PIC X(10) VALUE SPACES.
           03 WS-LINE-AMOUNT           PIC S9(9) COMP VALUE ZERO.
      *    Per-source totals - what was journaled and, for the proof,
      *    what the source table itself holds over the same window
       01  WS-SOURCE-NAMES.
           03 FILLER                   PIC X(4)  VALUE 'PREM'.
           03 FILLER                   PIC X(4)  VALUE 'REFD'.
           03 FILLER                   PIC X(4)  VALUE 'COMM'.
           03 FILLER                   PIC X(4)  VALUE 'CLAM'.
       01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           03 WS-SOURCE-NAME           PIC X(4)  OCCURS 4.
       01  WS-SOURCE-TOTALS.
           03 WS-SOURCE-ENTRY OCCURS 4.
              05 WS-SRC-COUNT          PIC S9(9) COMP.
              05 WS-SRC-AMOUNT         PIC S9(18) COMP.
              05 WS-SRC-CHECK-COUNT    PIC S9(9) COMP.
              05 WS-SRC-CHECK-AMOUNT   PIC S9(18) COMP.
       01  WS-SRC-IX                   PIC S9(4) COMP VALUE ZERO.
       01  WS-POSTING-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-LINE-COUNT               PIC S9(9) COMP VALUE ZERO.
       01  WS-DEBIT-TOTAL              PIC S9(18) COMP VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC S9(18) COMP VALUE ZERO.
       01  WS-SOURCE-TOTAL             PIC S9(18) COMP VALUE ZERO.
       01  DB2-OUT-FIELDS.
           03 DB2-SOURCE-IX            PIC S9(4) COMP.
           03 DB2-SOURCE               PIC X(4).
           03 DB2-REFERENCE            PIC X(20).
           03 DB2-POLICYTYPE           PIC X.
           03 DB2-AMOUNT-INT           PIC S9(9) COMP.
           03 DB2-POSTING-DATE         PIC X(10).
           03 DB2-POSTING-TS           PIC X(26).
       01  DB2-CHECK-FIELDS.
           03 DB2-PREM-COUNT           PIC S9(9) COMP.
           03 DB2-PREM-AMOUNT          PIC S9(18) COMP.
           03 DB2-REFD-COUNT           PIC S9(9) COMP.
           03 DB2-REFD-AMOUNT          PIC S9(18) COMP.
           03 DB2-COMM-COUNT           PIC S9(9) COMP.
           03 DB2-COMM-AMOUNT          PIC S9(18) COMP.
           03 DB2-CLAM-COUNT           PIC S9(9) COMP.
           03 DB2-CLAM-AMOUNT          PIC S9(18) COMP.

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *    Every posting in the window from the four sources, typed
      *    through its policy - commission is already held per policy
      *    type. The reference identifies the source row: policy and
      *    receipt date, policy and refund effective date, period and
      *    broker, or claim and payment sequence
           EXEC SQL
             DECLARE POSTING-CURSOR CURSOR FOR
             SELECT 1, 'PREM',
                    CAST(DIGITS(Y.POLICYNUMBER)
                         || CHAR(Y.RECEIPTDATE, ISO) AS CHAR(20)),
                    VALUE(PO.POLICYTYPE, ' '),
                    Y.AMOUNT,
                    CHAR(DATE(Y.POSTEDTS), ISO),
                    CHAR(Y.POSTEDTS)
               FROM PREMIUM_PAYMENT Y
                    LEFT OUTER JOIN POLICY PO
                       ON PO.POLICYNUMBER = Y.POLICYNUMBER
              WHERE Y.POSTEDTS > :WS-LAST-RUN-TS
                AND Y.POSTEDTS <= :WS-CUTOFF-TS
                AND Y.AMOUNT <> 0
             UNION ALL
             SELECT 2, 'REFD',
                    CAST(DIGITS(R.POLICYNUMBER)
                         || CHAR(R.EFFECTIVEDATE, ISO) AS CHAR(20)),
                    VALUE(PO.POLICYTYPE, ' '),
                    R.AMOUNT,
                    CHAR(DATE(R.POSTEDTS), ISO),
                    CHAR(R.POSTEDTS)
               FROM POLICY_REFUND R
                    LEFT OUTER JOIN POLICY PO
                       ON PO.POLICYNUMBER = R.POLICYNUMBER
              WHERE R.POSTEDTS > :WS-LAST-RUN-TS
                AND R.POSTEDTS <= :WS-CUTOFF-TS
                AND R.AMOUNT <> 0
             UNION ALL
             SELECT 3, 'COMM',
                    CAST(S.STATEMENTPERIOD || DIGITS(S.BROKERID)
                         AS CHAR(20)),
                    S.POLICYTYPE,
                    S.COMMISSIONDUE,
                    CHAR(DATE(S.RECORDEDTS), ISO),
                    CHAR(S.RECORDEDTS)
               FROM BROKER_STATEMENT S
              WHERE S.RECORDEDTS > :WS-LAST-RUN-TS
                AND S.RECORDEDTS <= :WS-CUTOFF-TS
                AND S.COMMISSIONDUE <> 0
             UNION ALL
             SELECT 4, 'CLAM',
                    CAST(DIGITS(P.CLAIMNUMBER) || DIGITS(P.PAYMENTSEQ)
                         AS CHAR(20)),
                    VALUE(PO.POLICYTYPE, ' '),
                    P.AMOUNT,
                    CHAR(DATE(P.AUTHORISEDTS), ISO),
                    CHAR(P.AUTHORISEDTS)
               FROM CLAIM_PAYMENT P
                    LEFT OUTER JOIN POLICY PO
                       ON PO.POLICYNUMBER = P.POLICYNUMBER
              WHERE P.PAYMENTSTATUS = 'A'
                AND P.AUTHORISEDTS > :WS-LAST-RUN-TS
                AND P.AUTHORISEDTS <= :WS-CUTOFF-TS
                AND P.AMOUNT <> 0
              ORDER BY 7, 1, 3
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM START-RUN-CONTROL.
           IF RUN-CONTROL-STARTED
             PERFORM INITIALIZE-RUN
             PERFORM PROCESS-POSTINGS UNTIL END-OF-POSTINGS
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
           MOVE 'RAGLJRN1' TO RC-JOB-NAME
           MOVE 'RAPAYML1' TO RC-PREDECESSOR
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RAGLJRN1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Load the accounts, fix the window, open the journal file and   *
      * the posting cursor                                             *
      *================================================================*
           DISPLAY 'RAGLJRN1 - GENERAL LEDGER JOURNAL STARTING'
           INITIALIZE WS-SOURCE-TOTALS
           PERFORM LOAD-ACCOUNT-TABLE
           IF NOT RUN-FAILED
             PERFORM SET-JOURNAL-WINDOW
           END-IF
           IF NOT RUN-FAILED
             OPEN OUTPUT JOURNAL-FILE
             IF NOT GLJRNLFD-OK
               DISPLAY 'GLJRNLFD OPEN FAILED - FILE STATUS '
                       WS-GLJRNLFD-STATUS
               SET RUN-FAILED TO TRUE
             ELSE
               SET FILE-OPEN TO TRUE
             END-IF
           END-IF
           IF NOT RUN-FAILED
             EXEC SQL
               OPEN POSTING-CURSOR
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'POSTING CURSOR OPEN FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             ELSE
               SET CURSOR-OPEN TO TRUE
               PERFORM FETCH-NEXT-POSTING
             END-IF
           END-IF
           IF RUN-FAILED
             SET END-OF-POSTINGS TO TRUE
           END-IF
           EXIT.

       LOAD-ACCOUNT-TABLE.
      *================================================================*
      * Load finance's ledger accounts. Without them nothing can be    *
      * journaled, so a missing or empty file stops the run            *
      *================================================================*
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE ZERO TO WS-ACCT-REJECTED
           OPEN INPUT ACCOUNT-PARM-FILE
           IF GLACPARM-OK
             MOVE 'N' TO WS-ACCT-EOF-SW
             PERFORM READ-ACCOUNT-ENTRY UNTIL END-OF-ACCOUNTS
             CLOSE ACCOUNT-PARM-FILE
             IF WS-ACCT-REJECTED GREATER THAN ZERO
               DISPLAY 'GLACPARM RECORDS IGNORED: ' WS-ACCT-REJECTED
             END-IF
             DISPLAY 'LEDGER ACCOUNTS LOADED: ' WS-ACCT-COUNT
             IF WS-ACCT-COUNT EQUAL ZERO
               DISPLAY 'GLACPARM HOLDS NO USABLE ACCOUNTS'
               SET RUN-FAILED TO TRUE
             END-IF
           ELSE
             DISPLAY 'GLACPARM OPEN FAILED - FILE STATUS '
                     WS-GLACPARM-STATUS
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       READ-ACCOUNT-ENTRY.
      *================================================================*
      * Take one account record - an unusable record is counted and    *
      * skipped; a posting it was meant for then stops the run         *
      *================================================================*
           READ ACCOUNT-PARM-FILE
             AT END
               SET END-OF-ACCOUNTS TO TRUE
           END-READ
           IF NOT GLACPARM-OK AND NOT GLACPARM-EOF
             DISPLAY 'GLACPARM READ FAILED - FILE STATUS '
                     WS-GLACPARM-STATUS
             SET RUN-FAILED TO TRUE
             SET END-OF-ACCOUNTS TO TRUE
           END-IF
           IF NOT END-OF-ACCOUNTS
             IF (GA-SOURCE NOT EQUAL 'PREM'
                 AND GA-SOURCE NOT EQUAL 'REFD'
                 AND GA-SOURCE NOT EQUAL 'COMM'
                 AND GA-SOURCE NOT EQUAL 'CLAM')
                OR GA-POLICYTYPE EQUAL SPACE
                OR GA-DEBIT-ACCOUNT EQUAL SPACES
                OR GA-CREDIT-ACCOUNT EQUAL SPACES
                OR WS-ACCT-COUNT NOT LESS THAN 40
               ADD 1 TO WS-ACCT-REJECTED
             ELSE
               ADD 1 TO WS-ACCT-COUNT
               MOVE GA-SOURCE     TO WS-ACCT-SOURCE (WS-ACCT-COUNT)
               MOVE GA-POLICYTYPE TO WS-ACCT-POLICYTYPE (WS-ACCT-COUNT)
               MOVE GA-DEBIT-ACCOUNT
                                  TO WS-ACCT-DEBIT (WS-ACCT-COUNT)
               MOVE GA-CREDIT-ACCOUNT
                                  TO WS-ACCT-CREDIT (WS-ACCT-COUNT)
             END-IF
           END-IF
           EXIT.

       SET-JOURNAL-WINDOW.
      *================================================================*
      * The window starts at the last good run's cut-off - no control  *
      * row yet means the first run ever, taking every posting on      *
      * file - and ends at the moment this run starts                  *
      *================================================================*
           MOVE 'N' TO WS-CONTROL-FOUND-SW
           MOVE '0001-01-01-00.00.00.000000' TO WS-LAST-RUN-TS
           EXEC SQL
             SELECT CHAR(LASTRUNTS)
               INTO :WS-LAST-RUN-TS
               FROM EXTRACT_CONTROL
              WHERE EXTRACTNAME = :WS-EXTRACT-NAME
           END-EXEC
           IF SQLCODE EQUAL ZERO
             SET CONTROL-ROW-FOUND TO TRUE
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'CONTROL READ FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
           END-IF
           IF NOT RUN-FAILED
             EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP),
                      CHAR(CURRENT DATE, ISO)
                 INTO :WS-CUTOFF-TS, :WS-JOURNAL-DATE
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'CUT-OFF TIMESTAMP FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             ELSE
               DISPLAY 'JOURNAL DATE          : ' WS-JOURNAL-DATE
               DISPLAY 'POSTINGS AFTER        : ' WS-LAST-RUN-TS
               DISPLAY 'POSTINGS UP TO        : ' WS-CUTOFF-TS
             END-IF
           END-IF
           EXIT.

       FETCH-NEXT-POSTING.
      *================================================================*
      * Fetch the next posting in the window                           *
      *================================================================*
           EXEC SQL
             FETCH POSTING-CURSOR
              INTO :DB2-SOURCE-IX, :DB2-SOURCE, :DB2-REFERENCE,
                   :DB2-POLICYTYPE, :DB2-AMOUNT-INT,
                   :DB2-POSTING-DATE, :DB2-POSTING-TS
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'POSTING FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-POSTINGS TO TRUE
           END-IF
           EXIT.

       PROCESS-POSTINGS.
      *================================================================*
      * Journal this posting to its accounts - a posting with nowhere  *
      * to go stops the run rather than leave the ledger short         *
      *================================================================*
           PERFORM FIND-POSTING-ACCOUNTS
           IF NOT ACCOUNT-FOUND
             DISPLAY 'NO GLACPARM ACCOUNT FOR SOURCE ' DB2-SOURCE
                     ' POLICY TYPE ' DB2-POLICYTYPE
                     ' - REFERENCE ' DB2-REFERENCE
             SET RUN-FAILED TO TRUE
             SET END-OF-POSTINGS TO TRUE
           ELSE
             PERFORM WRITE-JOURNAL-ENTRY
             IF NOT RUN-FAILED
               PERFORM FETCH-NEXT-POSTING
             END-IF
           END-IF
           EXIT.

       FIND-POSTING-ACCOUNTS.
      *================================================================*
      * The accounts for the posting's source and policy type, the     *
      * type's own entry in preference to '*'                          *
      *================================================================*
           MOVE 'N'    TO WS-ACCT-FOUND-SW
           MOVE 'N'    TO WS-BEST-EXACT-SW
           MOVE SPACES TO WS-DEBIT-ACCOUNT
           MOVE SPACES TO WS-CREDIT-ACCOUNT
           MOVE 1      TO WS-ACCT-IX
           PERFORM CHECK-ACCOUNT-ENTRY
             UNTIL WS-ACCT-IX GREATER THAN WS-ACCT-COUNT
                OR BEST-IS-EXACT-TYPE
           EXIT.

       CHECK-ACCOUNT-ENTRY.
      *================================================================*
      * Keep this entry if it fits the posting better than the best    *
      * found so far                                                   *
      *================================================================*
           IF WS-ACCT-SOURCE (WS-ACCT-IX) EQUAL DB2-SOURCE
             IF WS-ACCT-POLICYTYPE (WS-ACCT-IX) EQUAL DB2-POLICYTYPE
               SET ACCOUNT-FOUND TO TRUE
               SET BEST-IS-EXACT-TYPE TO TRUE
               MOVE WS-ACCT-DEBIT (WS-ACCT-IX)  TO WS-DEBIT-ACCOUNT
               MOVE WS-ACCT-CREDIT (WS-ACCT-IX) TO WS-CREDIT-ACCOUNT
             ELSE
               IF WS-ACCT-POLICYTYPE (WS-ACCT-IX) EQUAL '*'
                  AND NOT ACCOUNT-FOUND
                 SET ACCOUNT-FOUND TO TRUE
                 MOVE WS-ACCT-DEBIT (WS-ACCT-IX)  TO WS-DEBIT-ACCOUNT
                 MOVE WS-ACCT-CREDIT (WS-ACCT-IX) TO WS-CREDIT-ACCOUNT
               END-IF
             END-IF
           END-IF
           ADD 1 TO WS-ACCT-IX
           EXIT.

       WRITE-JOURNAL-ENTRY.
      *================================================================*
      * The debit line and the credit line for one posting - a         *
      * negative posting reverses, so its accounts swap sides and the  *
      * lines carry the amount unsigned                                *
      *================================================================*
           MOVE DB2-AMOUNT-INT TO WS-LINE-AMOUNT
           IF WS-LINE-AMOUNT LESS THAN ZERO
             MOVE WS-DEBIT-ACCOUNT  TO WS-SWAP-ACCOUNT
             MOVE WS-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT
             MOVE WS-SWAP-ACCOUNT   TO WS-CREDIT-ACCOUNT
             COMPUTE WS-LINE-AMOUNT = ZERO - WS-LINE-AMOUNT
           END-IF
           MOVE SPACES           TO JOURNAL-RECORD
           MOVE 'D'              TO GJ-RECORD-TYPE
           MOVE WS-JOURNAL-DATE  TO GJ-JOURNAL-DATE
           MOVE DB2-SOURCE       TO GJ-SOURCE
           MOVE DB2-REFERENCE    TO GJ-REFERENCE
           MOVE DB2-POLICYTYPE   TO GJ-POLICYTYPE
           MOVE WS-LINE-AMOUNT   TO GJ-AMOUNT
           MOVE DB2-POSTING-DATE TO GJ-POSTING-DATE
           MOVE WS-DEBIT-ACCOUNT TO GJ-ACCOUNT
           MOVE 'D'              TO GJ-DEBIT-CREDIT
           PERFORM WRITE-JOURNAL-LINE
           IF NOT RUN-FAILED
             ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
             MOVE WS-CREDIT-ACCOUNT TO GJ-ACCOUNT
             MOVE 'C'               TO GJ-DEBIT-CREDIT
             PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF NOT RUN-FAILED
             ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
             ADD 1 TO WS-POSTING-COUNT
             ADD 1 TO WS-SRC-COUNT (DB2-SOURCE-IX)
             ADD DB2-AMOUNT-INT TO WS-SRC-AMOUNT (DB2-SOURCE-IX)
           END-IF
           EXIT.

       WRITE-JOURNAL-LINE.
           WRITE JOURNAL-RECORD
           IF NOT GLJRNLFD-OK
             DISPLAY 'GLJRNLFD WRITE FAILED - FILE STATUS '
                     WS-GLJRNLFD-STATUS
             SET RUN-FAILED TO TRUE
             SET END-OF-POSTINGS TO TRUE
           ELSE
             ADD 1 TO WS-LINE-COUNT
           END-IF
           EXIT.

       PROVE-JOURNAL.
      *================================================================*
      * Total each source table independently over the same window     *
      * and prove the journal against it, source by source, and that   *
      * debits equal credits. Anything that does not agree fails the   *
      * run                                                            *
      *================================================================*
           EXEC SQL
             SELECT ( SELECT COUNT(*)
                        FROM PREMIUM_PAYMENT
                       WHERE POSTEDTS > :WS-LAST-RUN-TS
                         AND POSTEDTS <= :WS-CUTOFF-TS
                         AND AMOUNT <> 0 ),
                    ( SELECT VALUE(SUM(BIGINT(AMOUNT)), 0)
                        FROM PREMIUM_PAYMENT
                       WHERE POSTEDTS > :WS-LAST-RUN-TS
                         AND POSTEDTS <= :WS-CUTOFF-TS ),
                    ( SELECT COUNT(*)
                        FROM POLICY_REFUND
                       WHERE POSTEDTS > :WS-LAST-RUN-TS
                         AND POSTEDTS <= :WS-CUTOFF-TS
                         AND AMOUNT <> 0 ),
                    ( SELECT VALUE(SUM(BIGINT(AMOUNT)), 0)
                        FROM POLICY_REFUND
                       WHERE POSTEDTS > :WS-LAST-RUN-TS
                         AND POSTEDTS <= :WS-CUTOFF-TS ),
                    ( SELECT COUNT(*)
                        FROM BROKER_STATEMENT
                       WHERE RECORDEDTS > :WS-LAST-RUN-TS
                         AND RECORDEDTS <= :WS-CUTOFF-TS
                         AND COMMISSIONDUE <> 0 ),
                    ( SELECT VALUE(SUM(BIGINT(COMMISSIONDUE)), 0)
                        FROM BROKER_STATEMENT
                       WHERE RECORDEDTS > :WS-LAST-RUN-TS
                         AND RECORDEDTS <= :WS-CUTOFF-TS ),
                    ( SELECT COUNT(*)
                        FROM CLAIM_PAYMENT
                       WHERE PAYMENTSTATUS = 'A'
                         AND AUTHORISEDTS > :WS-LAST-RUN-TS
                         AND AUTHORISEDTS <= :WS-CUTOFF-TS
                         AND AMOUNT <> 0 ),
                    ( SELECT VALUE(SUM(BIGINT(AMOUNT)), 0)
                        FROM CLAIM_PAYMENT
                       WHERE PAYMENTSTATUS = 'A'
                         AND AUTHORISEDTS > :WS-LAST-RUN-TS
                         AND AUTHORISEDTS <= :WS-CUTOFF-TS )
               INTO :DB2-PREM-COUNT, :DB2-PREM-AMOUNT,
                    :DB2-REFD-COUNT, :DB2-REFD-AMOUNT,
                    :DB2-COMM-COUNT, :DB2-COMM-AMOUNT,
                    :DB2-CLAM-COUNT, :DB2-CLAM-AMOUNT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'SOURCE TOTALS FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             MOVE DB2-PREM-COUNT  TO WS-SRC-CHECK-COUNT (1)
             MOVE DB2-PREM-AMOUNT TO WS-SRC-CHECK-AMOUNT (1)
             MOVE DB2-REFD-COUNT  TO WS-SRC-CHECK-COUNT (2)
             MOVE DB2-REFD-AMOUNT TO WS-SRC-CHECK-AMOUNT (2)
             MOVE DB2-COMM-COUNT  TO WS-SRC-CHECK-COUNT (3)
             MOVE DB2-COMM-AMOUNT TO WS-SRC-CHECK-AMOUNT (3)
             MOVE DB2-CLAM-COUNT  TO WS-SRC-CHECK-COUNT (4)
             MOVE DB2-CLAM-AMOUNT TO WS-SRC-CHECK-AMOUNT (4)
             DISPLAY ' '
             DISPLAY 'JOURNAL PROOF AGAINST SOURCE POSTINGS'
             DISPLAY '====================================='
             MOVE ZERO TO WS-SOURCE-TOTAL
             MOVE 1 TO WS-SRC-IX
             PERFORM PROVE-SOURCE UNTIL WS-SRC-IX GREATER THAN 4
             DISPLAY '  SOURCE POSTINGS TOTAL   ' WS-SOURCE-TOTAL
             DISPLAY '  JOURNAL DEBITS          ' WS-DEBIT-TOTAL
             DISPLAY '  JOURNAL CREDITS         ' WS-CREDIT-TOTAL
             IF WS-DEBIT-TOTAL EQUAL WS-CREDIT-TOTAL
               DISPLAY '  DEBITS EQUAL CREDITS - BALANCED'
             ELSE
               DISPLAY '  DEBITS DO NOT EQUAL CREDITS - OUT OF BALANCE'
               SET RUN-FAILED TO TRUE
             END-IF
           END-IF
           EXIT.

       PROVE-SOURCE.
      *================================================================*
      * One source - the count and net amount journaled must equal     *
      * the source table's own                                         *
      *================================================================*
           ADD WS-SRC-CHECK-AMOUNT (WS-SRC-IX) TO WS-SOURCE-TOTAL
           DISPLAY '  ' WS-SOURCE-NAME (WS-SRC-IX)
                   ' POSTINGS ' WS-SRC-CHECK-COUNT (WS-SRC-IX)
                   ' AMOUNT ' WS-SRC-CHECK-AMOUNT (WS-SRC-IX)
           DISPLAY '       JOURNALED ' WS-SRC-COUNT (WS-SRC-IX)
                   ' AMOUNT ' WS-SRC-AMOUNT (WS-SRC-IX)
           IF WS-SRC-COUNT (WS-SRC-IX)
                 EQUAL WS-SRC-CHECK-COUNT (WS-SRC-IX)
              AND WS-SRC-AMOUNT (WS-SRC-IX)
                 EQUAL WS-SRC-CHECK-AMOUNT (WS-SRC-IX)
             DISPLAY '       AGREES'
           ELSE
             DISPLAY '       DOES NOT AGREE'
             SET RUN-FAILED TO TRUE
           END-IF
           ADD 1 TO WS-SRC-IX
           EXIT.

       WRITE-CONTROL-TRAILER.
      *================================================================*
      * Close the file with the totals the ledger load checks it by    *
      *================================================================*
           MOVE SPACES           TO JOURNAL-RECORD
           MOVE 'T'              TO GJ-RECORD-TYPE
           MOVE WS-JOURNAL-DATE  TO GJ-TR-JOURNAL-DATE
           MOVE WS-CUTOFF-TS     TO GJ-TR-CUTOFF-TS
           MOVE WS-POSTING-COUNT TO GJ-TR-POSTING-COUNT
           MOVE WS-LINE-COUNT    TO GJ-TR-LINE-COUNT
           MOVE WS-DEBIT-TOTAL   TO GJ-TR-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL  TO GJ-TR-CREDIT-TOTAL
           WRITE JOURNAL-RECORD
           IF NOT GLJRNLFD-OK
             DISPLAY 'GLJRNLFD TRAILER WRITE FAILED - FILE STATUS '
                     WS-GLJRNLFD-STATUS
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       RECORD-JOURNAL-RUN.
      *================================================================*
      * The run record - the same totals as the trailer and the        *
      * window it covered                                              *
      *================================================================*
           EXEC SQL
             INSERT INTO GL_JOURNAL_RUN
                       ( JOURNALDATE,
                         RUNTS,
                         CUTOFFTS,
                         POSTINGCOUNT,
                         LINECOUNT,
                         DEBITTOTAL,
                         CREDITTOTAL )
                VALUES ( :WS-JOURNAL-DATE,
                         CURRENT TIMESTAMP,
                         :WS-CUTOFF-TS,
                         :WS-POSTING-COUNT,
                         :WS-LINE-COUNT,
                         :WS-DEBIT-TOTAL,
                         :WS-CREDIT-TOTAL )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'GL_JOURNAL_RUN INSERT FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       SAVE-CONTROL-ROW.
      *================================================================*
      * Move the mark to this run's cut-off so the next run starts     *
      * where this one stopped                                         *
      *================================================================*
           IF CONTROL-ROW-FOUND
             EXEC SQL
               UPDATE EXTRACT_CONTROL
                  SET LASTRUNTS = :WS-CUTOFF-TS
                WHERE EXTRACTNAME = :WS-EXTRACT-NAME
             END-EXEC
           ELSE
             EXEC SQL
               INSERT INTO EXTRACT_CONTROL (EXTRACTNAME, LASTRUNTS)
                    VALUES (:WS-EXTRACT-NAME, :WS-CUTOFF-TS)
             END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'CONTROL SAVE FAILED FOR ' WS-EXTRACT-NAME
                     ' SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       TERMINATE-RUN.
      *================================================================*
      * Prove the journal, finish the file with its trailer and keep   *
      * the run and the mark only if all of it succeeded               *
      *================================================================*
           IF CURSOR-OPEN
             EXEC SQL
               CLOSE POSTING-CURSOR
             END-EXEC
           END-IF
           IF FILE-OPEN
             IF NOT RUN-FAILED
               PERFORM PROVE-JOURNAL
             END-IF
             IF NOT RUN-FAILED
               PERFORM WRITE-CONTROL-TRAILER
             END-IF
             IF NOT RUN-FAILED
               PERFORM RECORD-JOURNAL-RUN
             END-IF
             IF NOT RUN-FAILED
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
             CLOSE JOURNAL-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'POSTINGS JOURNALED    : ' WS-POSTING-COUNT
           DISPLAY 'JOURNAL LINES WRITTEN : ' WS-LINE-COUNT
           DISPLAY 'DEBIT TOTAL           : ' WS-DEBIT-TOTAL
           DISPLAY 'CREDIT TOTAL          : ' WS-CREDIT-TOTAL
           IF RUN-FAILED
             DISPLAY 'RAGLJRN1 - NOTHING JOURNALED - DO NOT SEND '
                     'GLJRNLFD'
             DISPLAY 'RAGLJRN1 - RUN INCOMPLETE - RERUN AFTER FIXING'
           ELSE
             DISPLAY 'RAGLJRN1 - GENERAL LEDGER JOURNAL COMPLETE'
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           MOVE WS-POSTING-COUNT TO RC-RECORDS-IN
           MOVE WS-LINE-COUNT    TO RC-RECORDS-OUT
           MOVE ZERO             TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'BACKED OUT - DO NOT SEND GLJRNLFD - SEE JOB OUTPUT'
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
