      *          customer before the cover lapses.
      *
      *          Response codes: 'A' accepted - the record's new term
      *          date becomes the policy's EXPIRYDATE and the premium
      *          RARENWL1 offered becomes its PAYMENT, with the
      *          before-image kept on POLICY_HISTORY as CHANGETYPE
      *          'RENEWL'; 'D' declined.
      *          A response for a policy never offered, or one already
      *          answered, is reported and left alone - the print
      *          house resends whole files after a failure and a rerun
      *          The chase window is read from the CHASPARM file as a
      *          three-digit day count; when the file is missing or
      *          holds no usable value the window defaults to 14 days.
      *
      *          Runs under RARUNC1 run-control, which is given the
      *          response file's record count and a hash total of its
      *          policy numbers and new term dates, and refuses a file
      *          it has already seen through to a clean finish.
      *
      *          An acceptance is applied whole or not at all: a policy
      *          whose before-image cannot be read is left unchanged and
      *          counted as not applied, and an extension whose history
      *          row or offer answer cannot be filed stops the run and
      *          backs out everything it applied, ready for a rerun.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-09-01  Initial version.
      * 2026-10-15  Acceptance sets PAYMENT to the re-rated premium on
      *             the offer and files a POLICY_HISTORY before-image.
      * 2026-10-15  Record the run with RARUNC1 run-control, which
      *             refuses a RENWRESP file already processed.
      * 2026-10-15  Never extend a policy without its before-image -
      *             a failed before-image read leaves the policy alone,
      *             a failed history or offer update backs out the run.
      * 2026-10-15  A failed final COMMIT fails the run, so the same
      *             RENWRESP file can be rerun.
      **************************************************************************

       IDENTIFICATION DIVISION.
           88 END-OF-RESPONSES                   VALUE 'Y'.
       01  WS-CHASE-EOF-SW             PIC X     VALUE 'N'.
           88 END-OF-UNANSWERED                  VALUE 'Y'.
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-POLICY-READ-FAIL-SW      PIC X     VALUE 'N'.
           88 POLICY-READ-FAILED                 VALUE 'Y'.
       01  WS-HISTORY-FAIL-SW          PIC X     VALUE 'N'.
           88 HISTORY-WRITE-FAILED               VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-ACCEPT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-DECLINE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-NO-OFFER-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-REPEAT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-INVALID-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-UNANSWERED-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-NOT-APPLIED-COUNT        PIC S9(9) COMP VALUE ZERO.
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
       01  WS-CHASE-DAYS               PIC S9(9) COMP VALUE +14.
       01  WS-REPORT-POLNUM            PIC 9(10) VALUE ZERO.
       01  WS-REPORT-CUSNUM            PIC 9(10) VALUE ZERO.
       01  WS-OFFER-ROW.
           03 WS-OFFER-COUNT           PIC S9(9) COMP VALUE ZERO.
           03 WS-OFFER-RESPONSE        PIC X     VALUE SPACE.
      *    -1 when the offer predates re-rating and carries no premium
           03 WS-OFFERED-PAYMENT       PIC S9(9) COMP VALUE ZERO.
      *    The policy as it stood before the acceptance changed it
       01  WS-POLICY-BEFORE-IMAGE.
           03 WS-POL-EXPIRYDATE        PIC X(10) VALUE SPACES.
           03 WS-POL-BROKERID          PIC S9(9) COMP VALUE ZERO.
           03 WS-POL-BROKERSREF        PIC X(10) VALUE SPACES.
           03 WS-POL-PAYMENT           PIC S9(9) COMP VALUE ZERO.
           03 WS-NEW-PAYMENT           PIC S9(9) COMP VALUE ZERO.
       01  DB2-IN-FIELDS.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
       01  DB2-OUT-FIELDS.
           03 DB2-CHASE-EXPIRYDATE     PIC X(10).
           03 DB2-CHASE-OFFERTS        PIC X(26).

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
             PERFORM PROCESS-RESPONSES UNTIL END-OF-RESPONSES
             PERFORM REPORT-UNANSWERED-OFFERS
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
           MOVE 'RARENWL2'       TO RC-JOB-NAME
           MOVE 'RENWRESP'       TO RC-INPUT-NAME
           MOVE WS-INPUT-RECORDS TO RC-INPUT-RECORDS
           MOVE WS-INPUT-HASH    TO RC-INPUT-HASH
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RARENWL2 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       FINGERPRINT-INPUT.
      *================================================================*
      * Count the response file and total its policy numbers and new   *
      * term dates - the identity run control checks a resent file     *
      * against. A file that will not open is left to fail the run in  *
      * INITIALIZE-RUN                                                 *
      *================================================================*
           MOVE ZERO TO WS-INPUT-RECORDS
           MOVE ZERO TO WS-INPUT-HASH
           OPEN INPUT RENEWAL-RESPONSE-FILE
           IF RENWRESP-OK
             PERFORM FINGERPRINT-RECORD UNTIL NOT RENWRESP-OK
             CLOSE RENEWAL-RESPONSE-FILE
           END-IF
           EXIT.

       FINGERPRINT-RECORD.
           READ RENEWAL-RESPONSE-FILE
             AT END
               CONTINUE
           END-READ
           IF RENWRESP-OK
             ADD 1 TO WS-INPUT-RECORDS
             IF RR-POLICYNUM IS NUMERIC
               ADD RR-POLICYNUM TO WS-INPUT-HASH
             END-IF
             MOVE RR-NEW-EXPIRYDATE (1:4) TO WS-HASH-YEAR
             MOVE RR-NEW-EXPIRYDATE (6:2) TO WS-HASH-MONTH
             MOVE RR-NEW-EXPIRYDATE (9:2) TO WS-HASH-DAY
             IF WS-HASH-DATE-N IS NUMERIC
               ADD WS-HASH-DATE-N TO WS-INPUT-HASH
             END-IF
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Pick up the chase window, open the response file and prime     *
           IF NOT RENWRESP-OK
             DISPLAY 'RENWRESP OPEN FAILED - FILE STATUS '
                     WS-RENWRESP-STATUS
             SET RUN-FAILED TO TRUE
             SET END-OF-RESPONSES TO TRUE
           ELSE
             PERFORM READ-NEXT-RESPONSE
           IF NOT RENWRESP-OK AND NOT RENWRESP-EOF
             DISPLAY 'RENWRESP READ FAILED - FILE STATUS '
                     WS-RENWRESP-STATUS
             SET RUN-FAILED TO TRUE
             SET END-OF-RESPONSES TO TRUE
           END-IF
           EXIT.
               END-IF
             END-IF
           END-IF
           IF NOT END-OF-RESPONSES
             PERFORM READ-NEXT-RESPONSE
           END-IF
           EXIT.

       READ-OFFER-ROW.
      *================================================================*
           MOVE ZERO  TO WS-OFFER-COUNT
           MOVE SPACE TO WS-OFFER-RESPONSE
           MOVE -1    TO WS-OFFERED-PAYMENT
           EXEC SQL
             SELECT COUNT(*), VALUE(MAX(RESPONSECODE), ' '),
                    VALUE(MAX(OFFEREDPAYMENT), -1)
               INTO :WS-OFFER-COUNT, :WS-OFFER-RESPONSE,
                    :WS-OFFERED-PAYMENT
               FROM RENEWAL_OFFER
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

       APPLY-ACCEPTANCE.
      *================================================================*
      * Extend the cover to the accepted new term at the premium       *
      * offered and stamp LASTCHANGED, then record the answer on the   *
      * offer - a policy whose extension did not happen must not be    *
      * marked answered. An offer made before re-rating began carries  *
      * no premium, and the policy keeps the one it has. No extension  *
      * is made without its before-image, and one whose history row    *
      * or answer cannot be filed stops the run to be backed out       *
      *================================================================*
           IF RR-NEW-EXPIRYDATE EQUAL SPACES
             ADD 1 TO WS-INVALID-COUNT
             DISPLAY 'ACCEPTANCE WITHOUT NEW TERM: ' WS-REPORT-POLNUM
           ELSE
             PERFORM READ-POLICY-BEFORE-IMAGE
             IF POLICY-READ-FAILED
               ADD 1 TO WS-INVALID-COUNT
               DISPLAY 'ACCEPTANCE NOT APPLIED - NO BEFORE-IMAGE: '
                       WS-REPORT-POLNUM
             ELSE
               PERFORM EXTEND-ACCEPTED-POLICY
             END-IF
           END-IF
           EXIT.

       EXTEND-ACCEPTED-POLICY.
      *================================================================*
      * Extend the policy, file its before-image and the answer -      *
      * all three or, by backing out the run, none of them             *
      *================================================================*
           IF WS-OFFERED-PAYMENT LESS THAN ZERO
             MOVE WS-POL-PAYMENT TO WS-NEW-PAYMENT
           ELSE
             MOVE WS-OFFERED-PAYMENT TO WS-NEW-PAYMENT
           END-IF
           EXEC SQL
             UPDATE POLICY
                SET EXPIRYDATE  = :RR-NEW-EXPIRYDATE,
                    PAYMENT     = :WS-NEW-PAYMENT,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             ADD 1 TO WS-INVALID-COUNT
             DISPLAY 'POLICY EXTEND FAILED FOR ' WS-REPORT-POLNUM
                     ' SQLCODE=' SQLCODE
           ELSE
             IF SQLERRD(3) EQUAL ZERO
               ADD 1 TO WS-NO-OFFER-COUNT
               DISPLAY 'OFFERED POLICY NO LONGER ON FILE: '
                       WS-REPORT-POLNUM
             ELSE
               PERFORM WRITE-POLICY-HISTORY
               IF HISTORY-WRITE-FAILED
                 SET RUN-FAILED TO TRUE
                 SET END-OF-RESPONSES TO TRUE
               ELSE
                 PERFORM RECORD-OFFER-RESPONSE
                 IF SQLCODE EQUAL ZERO
                   ADD 1 TO WS-ACCEPT-COUNT
                   DISPLAY '  ' WS-REPORT-POLNUM ' RENEWED TO '
                           RR-NEW-EXPIRYDATE ' PREMIUM '
                           WS-POL-PAYMENT ' TO ' WS-NEW-PAYMENT
                 ELSE
                   SET RUN-FAILED TO TRUE
                   SET END-OF-RESPONSES TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

       READ-POLICY-BEFORE-IMAGE.
      *================================================================*
      * Capture the fields the acceptance changes, for POLICY_HISTORY  *
      * - nullable columns read through VALUE so gaps cannot -305. A   *
      * policy no longer on file is caught by the update that follows, *
      * any other failure leaves the acceptance unapplied              *
      *================================================================*
           MOVE 'N'    TO WS-POLICY-READ-FAIL-SW
           MOVE SPACES TO WS-POL-EXPIRYDATE
           MOVE ZERO   TO WS-POL-BROKERID
           MOVE SPACES TO WS-POL-BROKERSREF
           MOVE ZERO   TO WS-POL-PAYMENT
           EXEC SQL
             SELECT VALUE(CHAR(EXPIRYDATE, ISO), '9999-12-31'),
                    VALUE(BROKERID, 0),
                    VALUE(BROKERSREFERENCE, ' '),
                    VALUE(PAYMENT, 0)
               INTO :WS-POL-EXPIRYDATE, :WS-POL-BROKERID,
                    :WS-POL-BROKERSREF, :WS-POL-PAYMENT
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
             DISPLAY 'POLICY READ FAILED FOR ' WS-REPORT-POLNUM
                     ' SQLCODE=' SQLCODE
             SET POLICY-READ-FAILED TO TRUE
           END-IF
           EXIT.

       WRITE-POLICY-HISTORY.
      *================================================================*
      * File the before-image the way RAPOLM1 does for UPDPOL/CANPOL - *
      * a batch change has no transid or task to record                *
      *================================================================*
           MOVE 'N' TO WS-HISTORY-FAIL-SW
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
                         'RENEWL',
                         :WS-POL-EXPIRYDATE,
                         :WS-POL-BROKERID,
                         :WS-POL-BROKERSREF,
                         :WS-POL-PAYMENT )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'POLICY HISTORY INSERT FAILED FOR '
                     WS-REPORT-POLNUM ' SQLCODE=' SQLCODE
             SET HISTORY-WRITE-FAILED TO TRUE
           END-IF
           EXIT.

       APPLY-DECLINE.
      *================================================================*
      * A decline changes nothing on POLICY - the cover simply runs    *

       TERMINATE-RUN.
      *================================================================*
      * Commit the applied responses - or back them all out when the   *
      * run stopped, so a half-applied acceptance is never kept - then *
      * close the file and print the run summary                       *
      *================================================================*
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
           CLOSE RENEWAL-RESPONSE-FILE
           DISPLAY ' '
           DISPLAY 'RENEWALS ACCEPTED     : ' WS-ACCEPT-COUNT
           DISPLAY 'ALREADY ANSWERED      : ' WS-REPEAT-COUNT
           DISPLAY 'INVALID RESPONSES     : ' WS-INVALID-COUNT
           DISPLAY 'UNANSWERED IN WINDOW  : ' WS-UNANSWERED-COUNT
           IF RUN-FAILED
             DISPLAY 'RARENWL2 - NOTHING APPLIED - RERUN AFTER FIXING'
           ELSE
             DISPLAY 'RARENWL2 - RENEWAL RESPONSE PROCESSING COMPLETE'
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           ADD WS-ACCEPT-COUNT WS-DECLINE-COUNT GIVING WS-APPLIED-COUNT
           ADD WS-NO-OFFER-COUNT WS-REPEAT-COUNT WS-INVALID-COUNT
               GIVING WS-NOT-APPLIED-COUNT
           MOVE WS-INPUT-RECORDS     TO RC-RECORDS-IN
           MOVE WS-APPLIED-COUNT     TO RC-RECORDS-OUT
           MOVE WS-NOT-APPLIED-COUNT TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE ZERO TO RC-RECORDS-OUT
             MOVE 'BACKED OUT - NOTHING APPLIED - SEE JOB OUTPUT'
               TO RC-REASON
           ELSE
             SET RC-RUN-COMPLETED TO TRUE
             IF WS-NOT-APPLIED-COUNT NOT EQUAL ZERO
               MOVE 'RESPONSES NOT APPLIED - SEE JOB OUTPUT'
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
