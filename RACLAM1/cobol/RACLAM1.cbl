      *                        customer's claims cannot be browsed from
      *                        another's call.
      *
      *             Settlement workflow on claim CA-C-Num of policy
      *             CA-POLICY-NUM (same ownership check). Each one
      *             returns the claim's new CA-C-Status, CA-C-Value
      *             (the reserve), CA-C-Paid and CA-C-Reason, and
      *             leaves a before-image on CLAIM_HISTORY:
      *             'ASSCLM' - open claim goes under assessment.
      *             'ADJRES' - set the reserve to CA-C-Value, giving a
      *                        reason in CA-C-Reason. The reserve may
      *                        not fall below what is paid or pending.
      *             'PAYCLM' - pay CA-C-Pay-Amount as a part ('P') or
      *                        final ('F') payment, within the unpaid
      *                        reserve. Up to the approval limit it is
      *                        authorised at once and a final payment
      *                        settles the claim; above it the payment
      *                        is held pending ('P') for a second user.
      *                        A final payment is refused while any
      *                        payment on the claim is still pending.
      *                        The payment sequence and status come
      *                        back in CA-C-Pay-Seq/CA-C-Pay-Status.
      *             'APRPAY' - approve pending payment CA-C-Pay-Seq -
      *                        must be a different user from the one
      *                        who asked for it.
      *             'REJPAY' - reject pending payment CA-C-Pay-Seq.
      *             'DECCLM' - decline the claim with a reason - only
      *                        while nothing is paid or pending.
      *             'CLSCLM' - close the claim with a reason, releasing
      *                        the unpaid reserve.
      *             'INQCPY' - return the claim's settlement position
      *                        and payment history in CA-CLAIM-PAYMENTS.
      *
      *          Return codes: 00 done, 83 the claim's status (or a
      *          payment awaiting approval) does not allow this, 84
      *          amount beyond the reserve, 85 payment already decided
      *          or claim changed by another user meanwhile, 86 claim
      *          date outside the policy term, 88 policy belongs to
      *          another customer, 89 approver is the user who asked
      *          for the payment, 90 claim or payment insert failed,
      *          91 no such policy, claim or payment, 92 SQL error,
      *          95 reason, amount or payment type missing or invalid,
      *          96 unknown request, 98 commarea too short.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-09-01  Initial version.
      * 2026-10-15  Settlement workflow - claim status, reserve
      *             adjustment, part/final payments with second-user
      *             approval over a limit, decline/close, payment
      *             history inquiry and CLAIM_HISTORY audit.
      * 2026-10-15  Refuse a final payment while another payment on
      *             the claim still awaits approval.
      **************************************************************************

       IDENTIFICATION DIVISION.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-ALERT-TEXT               PIC X(70) VALUE SPACES.
       01  WS-USERID                   PIC X(8)  VALUE SPACES.
      *    Settlement payments above this amount are held pending until
      *    a second user approves them
       01  WS-APPROVAL-LIMIT           PIC S9(9) COMP VALUE +5000.
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
      *    Header plus CA-POLICY-NUM, CA-POLICY-COMMON and the 20-entry
      *    CA-CLAIM-LIST INQCLM writes back
           03 WS-REQUIRED-CA-LEN-INQ   PIC S9(4) COMP VALUE +2184.
      *    Header plus CA-POLICY-NUM, CA-POLICY-COMMON and the CA-CLAIM
      *    section through CA-C-Pay-Status
           03 WS-REQUIRED-CA-LEN-SET   PIC S9(4) COMP VALUE +721.
      *    Header plus CA-POLICY-NUM, CA-POLICY-COMMON and the 20-entry
      *    CA-CLAIM-PAYMENTS list INQCPY writes back
           03 WS-REQUIRED-CA-LEN-CPY   PIC S9(4) COMP VALUE +1319.
      *    The policy row the claim is registered or inquired against -
      *    the term dates read as ISO strings so a policy with no date
      *    on file cannot fail the range check by accident
           03 WS-OUTSTANDING           PIC S9(9) COMP VALUE ZERO.
       01  WS-CLAIMS-DONE-SW           PIC X     VALUE 'N'.
           88 CLAIMS-DONE                        VALUE 'Y'.
      *    Settlement position of the claim as read, and as it will be
      *    written back
       01  WS-SETTLEMENT-FIELDS.
           03 WS-CLM-STATUS            PIC X     VALUE SPACE.
              88 CLAIM-OPEN                      VALUE 'O'.
              88 CLAIM-LIVE                      VALUE 'O' 'A'.
              88 CLAIM-CLOSED                    VALUE 'C'.
           03 WS-CLM-VALUE             PIC S9(9) COMP VALUE ZERO.
           03 WS-CLM-PAID              PIC S9(9) COMP VALUE ZERO.
           03 WS-CLM-REASON            PIC X(60) VALUE SPACES.
           03 WS-NEW-STATUS            PIC X     VALUE SPACE.
           03 WS-NEW-VALUE             PIC S9(9) COMP VALUE ZERO.
           03 WS-NEW-PAID              PIC S9(9) COMP VALUE ZERO.
           03 WS-NEW-REASON            PIC X(60) VALUE SPACES.
           03 WS-PENDING-AMOUNT        PIC S9(9) COMP VALUE ZERO.
           03 WS-PENDING-COUNT         PIC S9(9) COMP VALUE ZERO.
           03 WS-PENDING-FINALS        PIC S9(9) COMP VALUE ZERO.
           03 WS-COMMITTED-AMOUNT      PIC S9(9) COMP VALUE ZERO.
           03 WS-HIST-TASKNUM          PIC S9(9) COMP VALUE ZERO.
           03 WS-HIST-CHANGETYPE       PIC X(6)  VALUE SPACES.
       01  WS-ROWS-WRITTEN-SW          PIC X     VALUE 'N'.
           88 ROWS-WRITTEN                       VALUE 'Y'.
       01  WS-PAYMENTS-DONE-SW         PIC X     VALUE 'N'.
           88 PAYMENTS-DONE                      VALUE 'Y'.
       01  DB2-CLAIM-FIELDS.
           03 DB2-CLAIMNUM-INT         PIC S9(9) COMP.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
           03 DB2-PAID-INT             PIC S9(9) COMP.
           03 DB2-VALUE-INT            PIC S9(9) COMP.
           03 DB2-CAUSE                PIC X(255).
       01  DB2-PAYMENT-FIELDS.
           03 DB2-PAYSEQ-INT           PIC S9(4) COMP.
           03 DB2-PAY-AMOUNT-INT       PIC S9(9) COMP.
           03 DB2-PAY-TYPE             PIC X.
           03 DB2-PAY-STATUS           PIC X.
           03 DB2-REQUESTED-BY         PIC X(8).
           03 DB2-REQUESTED-TS         PIC X(26).
           03 DB2-AUTHORISED-BY        PIC X(8).

           EXEC SQL
             INCLUDE SQLCA
              ORDER BY CLAIMNUMBER
           END-EXEC.

           EXEC SQL
             DECLARE PAYMENT-CURSOR CURSOR FOR
             SELECT PAYMENTSEQ, AMOUNT, PAYMENTTYPE, PAYMENTSTATUS,
                    VALUE(REQUESTEDBY, ' '), CHAR(REQUESTEDTS),
                    VALUE(AUTHORISEDBY, ' ')
               FROM CLAIM_PAYMENT
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
              ORDER BY PAYMENTSEQ
           END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA-1.
           EXEC SQL
                 PERFORM INQUIRE-CLAIMS
               END-IF
             ELSE
               IF CA-REQUEST-ID EQUAL 'ASSCLM' OR 'ADJRES' OR 'PAYCLM'
                  OR 'APRPAY' OR 'REJPAY' OR 'DECCLM' OR 'CLSCLM'
                 IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN-SET
                   MOVE '98' TO CA-RETURN-CODE
                 ELSE
                   PERFORM SETTLE-CLAIM
                 END-IF
               ELSE
                 IF CA-REQUEST-ID EQUAL 'INQCPY'
      *            the payment history goes back through the 20-entry
      *            CA-CLAIM-PAYMENTS list
                   IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN-CPY
                     MOVE '98' TO CA-RETURN-CODE
                   ELSE
                     PERFORM INQUIRE-CLAIM-PAYMENTS
                   END-IF
                 ELSE
                   MOVE '96' TO CA-RETURN-CODE
                 END-IF
               END-IF
             END-IF
           END-IF

                           PAID,
                           VALUE,
                           CAUSE,
                           OBSERVATIONS,
                           STATUS,
                           LASTCHANGED )
                  VALUES ( :DB2-CLAIMNUM-INT,
                           :CA-POLICY-NUM,
                           :CA-C-Date,
                           :CA-C-Paid,
                           :CA-C-Value,
                           :CA-C-Cause,
                           :CA-C-Observations,
                           'O',
                           CURRENT TIMESTAMP )
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               MOVE '90' TO CA-RETURN-CODE
                           PAID,
                           VALUE,
                           CAUSE,
                           OBSERVATIONS,
                           STATUS,
                           LASTCHANGED )
                  VALUES ( DEFAULT,
                           :CA-POLICY-NUM,
                           :CA-C-Date,
                           :CA-C-Paid,
                           :CA-C-Value,
                           :CA-C-Cause,
                           :CA-C-Observations,
                           'O',
                           CURRENT TIMESTAMP )
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               MOVE '90' TO CA-RETURN-CODE
           END-IF
           EXIT.

       SETTLE-CLAIM.
      *================================================================*
      * Settlement workflow - read the claim and its pending payments, *
      * then hand on to the function asked for. Anything filed before  *
      * a later step fails is taken back out, so the claim, its        *
      * payments and CLAIM_HISTORY never disagree                      *
      *================================================================*
           MOVE 'N' TO WS-ROWS-WRITTEN-SW
           PERFORM CHECK-POLICY-OWNERSHIP
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM READ-CLAIM-SETTLEMENT
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM READ-PENDING-PAYMENTS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
             MOVE WS-CLM-STATUS TO WS-NEW-STATUS
             MOVE WS-CLM-VALUE  TO WS-NEW-VALUE
             MOVE WS-CLM-PAID   TO WS-NEW-PAID
             MOVE WS-CLM-REASON TO WS-NEW-REASON
             MOVE CA-REQUEST-ID TO WS-HIST-CHANGETYPE
             IF CA-REQUEST-ID EQUAL 'ASSCLM'
               PERFORM ASSESS-CLAIM
             ELSE
               IF CA-REQUEST-ID EQUAL 'ADJRES'
                 PERFORM ADJUST-RESERVE
               ELSE
                 IF CA-REQUEST-ID EQUAL 'PAYCLM'
                   PERFORM RECORD-PAYMENT
                 ELSE
                   IF CA-REQUEST-ID EQUAL 'APRPAY'
                     PERFORM APPROVE-PAYMENT
                   ELSE
                     IF CA-REQUEST-ID EQUAL 'REJPAY'
                       PERFORM REJECT-PAYMENT
                     ELSE
                       IF CA-REQUEST-ID EQUAL 'DECCLM'
                         PERFORM DECLINE-CLAIM
                       ELSE
                         PERFORM CLOSE-CLAIM
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE WS-NEW-STATUS TO CA-C-Status
             MOVE WS-NEW-VALUE  TO CA-C-Value
             MOVE WS-NEW-PAID   TO CA-C-Paid
             MOVE WS-NEW-REASON TO CA-C-Reason
           ELSE
             IF ROWS-WRITTEN
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             END-IF
           END-IF
           EXIT.

       READ-CLAIM-SETTLEMENT.
      *================================================================*
      * Read the claim's settlement position - it must be a claim on   *
      * the policy named. Claims filed before the workflow existed     *
      * have no status and are treated as open                         *
      *================================================================*
           MOVE CA-C-Num TO DB2-CLAIMNUM-INT
           MOVE 'SELECT CLAIM    ' TO EM-SQLREQ
           EXEC SQL
             SELECT VALUE(STATUS, 'O'), VALUE(C.VALUE, 0),
                    VALUE(PAID, 0), VALUE(STATUSREASON, ' ')
               INTO :WS-CLM-STATUS, :WS-CLM-VALUE,
                    :WS-CLM-PAID, :WS-CLM-REASON
               FROM CLAIM C
              WHERE CLAIMNUMBER  = :DB2-CLAIMNUM-INT
                AND POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           IF SQLCODE EQUAL +100
             MOVE '91' TO CA-RETURN-CODE
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       READ-PENDING-PAYMENTS.
      *================================================================*
      * Total the payments still waiting for a second approver - they  *
      * are held against the reserve as if already paid, and a final   *
      * payment among them blocks any further payment                  *
      *================================================================*
           MOVE 'SELECT PENDING  ' TO EM-SQLREQ
           EXEC SQL
             SELECT VALUE(SUM(AMOUNT), 0), COUNT(*),
                    VALUE(SUM(CASE PAYMENTTYPE WHEN 'F' THEN 1
                                               ELSE 0 END), 0)
               INTO :WS-PENDING-AMOUNT, :WS-PENDING-COUNT,
                    :WS-PENDING-FINALS
               FROM CLAIM_PAYMENT
              WHERE CLAIMNUMBER   = :DB2-CLAIMNUM-INT
                AND PAYMENTSTATUS = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       ASSESS-CLAIM.
      *================================================================*
      * Open claim passes to the assessor                              *
      *================================================================*
           IF NOT CLAIM-OPEN
             MOVE '83' TO CA-RETURN-CODE
           ELSE
             MOVE 'A' TO WS-NEW-STATUS
             IF CA-C-Reason NOT EQUAL SPACES
               MOVE CA-C-Reason TO WS-NEW-REASON
             END-IF
             PERFORM UPDATE-CLAIM-SETTLEMENT
           END-IF
           EXIT.

       ADJUST-RESERVE.
      *================================================================*
      * Set the claim's reserve (its VALUE) to CA-C-Value. It can      *
      * never drop below what is already paid or waiting approval      *
      *================================================================*
           IF NOT CLAIM-LIVE
             MOVE '83' TO CA-RETURN-CODE
           ELSE
             IF CA-C-Value NOT NUMERIC
                OR CA-C-Reason EQUAL SPACES
               MOVE '95' TO CA-RETURN-CODE
             ELSE
               ADD WS-CLM-PAID WS-PENDING-AMOUNT
                 GIVING WS-COMMITTED-AMOUNT
               IF CA-C-Value LESS THAN WS-COMMITTED-AMOUNT
                 MOVE '84' TO CA-RETURN-CODE
               ELSE
                 MOVE CA-C-Value  TO WS-NEW-VALUE
                 MOVE CA-C-Reason TO WS-NEW-REASON
                 PERFORM UPDATE-CLAIM-SETTLEMENT
               END-IF
             END-IF
           END-IF
           EXIT.

       RECORD-PAYMENT.
      *================================================================*
      * Record a part or final payment. Up to the approval limit it is *
      * authorised and paid at once; above it the payment is filed as  *
      * pending and the claim is left alone until APRPAY. A final      *
      * payment waits until every pending one is decided - settling    *
      * the claim first would strand them unapprovable                 *
      *================================================================*
           IF NOT CLAIM-LIVE
              OR WS-PENDING-FINALS GREATER THAN ZERO
              OR (CA-C-Pay-Type EQUAL 'F'
                  AND WS-PENDING-COUNT GREATER THAN ZERO)
             MOVE '83' TO CA-RETURN-CODE
           ELSE
             IF CA-C-Pay-Amount NOT NUMERIC
                OR CA-C-Pay-Amount EQUAL ZERO
                OR (CA-C-Pay-Type NOT EQUAL 'P' AND
                    CA-C-Pay-Type NOT EQUAL 'F')
               MOVE '95' TO CA-RETURN-CODE
             ELSE
               SUBTRACT WS-CLM-PAID WS-PENDING-AMOUNT FROM WS-CLM-VALUE
                 GIVING WS-COMMITTED-AMOUNT
               IF CA-C-Pay-Amount GREATER THAN WS-COMMITTED-AMOUNT
                 MOVE '84' TO CA-RETURN-CODE
               ELSE
                 MOVE CA-C-Pay-Amount TO DB2-PAY-AMOUNT-INT
                 MOVE CA-C-Pay-Type   TO DB2-PAY-TYPE
                 PERFORM INSERT-CLAIM-PAYMENT
                 IF CA-RETURN-CODE EQUAL '00'
                    AND DB2-PAY-STATUS EQUAL 'A'
                   PERFORM APPLY-AUTHORISED-PAYMENT
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

       INSERT-CLAIM-PAYMENT.
      *================================================================*
      * File the payment as the claim's next payment sequence, with    *
      * the user who asked for it                                      *
      *================================================================*
           MOVE 'SELECT PAYSEQ   ' TO EM-SQLREQ
           EXEC SQL
             SELECT VALUE(MAX(PAYMENTSEQ), 0) + 1
               INTO :DB2-PAYSEQ-INT
               FROM CLAIM_PAYMENT
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE ' INSERT CLMPAY  ' TO EM-SQLREQ
             IF DB2-PAY-AMOUNT-INT GREATER THAN WS-APPROVAL-LIMIT
               MOVE 'P' TO DB2-PAY-STATUS
               EXEC SQL
                 INSERT INTO CLAIM_PAYMENT
                           ( CLAIMNUMBER,
                             PAYMENTSEQ,
                             POLICYNUMBER,
                             AMOUNT,
                             PAYMENTTYPE,
                             PAYMENTSTATUS,
                             REQUESTEDBY,
                             REQUESTEDTS )
                    VALUES ( :DB2-CLAIMNUM-INT,
                             :DB2-PAYSEQ-INT,
                             :CA-POLICY-NUM,
                             :DB2-PAY-AMOUNT-INT,
                             :DB2-PAY-TYPE,
                             :DB2-PAY-STATUS,
                             :WS-USERID,
                             CURRENT TIMESTAMP )
               END-EXEC
             ELSE
               MOVE 'A' TO DB2-PAY-STATUS
               EXEC SQL
                 INSERT INTO CLAIM_PAYMENT
                           ( CLAIMNUMBER,
                             PAYMENTSEQ,
                             POLICYNUMBER,
                             AMOUNT,
                             PAYMENTTYPE,
                             PAYMENTSTATUS,
                             REQUESTEDBY,
                             REQUESTEDTS,
                             AUTHORISEDBY,
                             AUTHORISEDTS )
                    VALUES ( :DB2-CLAIMNUM-INT,
                             :DB2-PAYSEQ-INT,
                             :CA-POLICY-NUM,
                             :DB2-PAY-AMOUNT-INT,
                             :DB2-PAY-TYPE,
                             :DB2-PAY-STATUS,
                             :WS-USERID,
                             CURRENT TIMESTAMP,
                             :WS-USERID,
                             CURRENT TIMESTAMP )
               END-EXEC
             END-IF
             IF SQLCODE NOT EQUAL ZERO
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             ELSE
               SET ROWS-WRITTEN TO TRUE
               MOVE DB2-PAYSEQ-INT TO CA-C-Pay-Seq
               MOVE DB2-PAY-STATUS TO CA-C-Pay-Status
             END-IF
           END-IF
           EXIT.

       APPLY-AUTHORISED-PAYMENT.
      *================================================================*
      * Add an authorised payment to the claim's paid total. A final   *
      * payment settles the claim and releases whatever reserve is     *
      * left over                                                      *
      *================================================================*
           ADD DB2-PAY-AMOUNT-INT TO WS-NEW-PAID
           IF DB2-PAY-TYPE EQUAL 'F'
             MOVE 'S' TO WS-NEW-STATUS
             MOVE WS-NEW-PAID TO WS-NEW-VALUE
           END-IF
           PERFORM UPDATE-CLAIM-SETTLEMENT
           EXIT.

       APPROVE-PAYMENT.
      *================================================================*
      * Second-user approval of a payment held over the limit - the    *
      * approver may not be the user who asked for the payment         *
      *================================================================*
           PERFORM READ-CLAIM-PAYMENT
           IF CA-RETURN-CODE EQUAL '00'
             IF DB2-PAY-STATUS NOT EQUAL 'P'
               MOVE '85' TO CA-RETURN-CODE
             ELSE
               IF DB2-REQUESTED-BY EQUAL WS-USERID
                 MOVE '89' TO CA-RETURN-CODE
               ELSE
                 IF NOT CLAIM-LIVE
                   MOVE '83' TO CA-RETURN-CODE
                 ELSE
                   MOVE 'A' TO DB2-PAY-STATUS
                   PERFORM DECIDE-CLAIM-PAYMENT
                   IF CA-RETURN-CODE EQUAL '00'
                     PERFORM APPLY-AUTHORISED-PAYMENT
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

       REJECT-PAYMENT.
      *================================================================*
      * Turn down a payment held over the limit. The claim itself is   *
      * unchanged but the decision still goes on CLAIM_HISTORY         *
      *================================================================*
           PERFORM READ-CLAIM-PAYMENT
           IF CA-RETURN-CODE EQUAL '00'
             IF DB2-PAY-STATUS NOT EQUAL 'P'
               MOVE '85' TO CA-RETURN-CODE
             ELSE
               MOVE 'R' TO DB2-PAY-STATUS
               PERFORM DECIDE-CLAIM-PAYMENT
               IF CA-RETURN-CODE EQUAL '00'
                 PERFORM WRITE-CLAIM-HISTORY
               END-IF
             END-IF
           END-IF
           EXIT.

       READ-CLAIM-PAYMENT.
      *================================================================*
      * Read payment CA-C-Pay-Seq of the claim                         *
      *================================================================*
           IF CA-C-Pay-Seq NOT NUMERIC
             MOVE '95' TO CA-RETURN-CODE
           ELSE
             MOVE CA-C-Pay-Seq TO DB2-PAYSEQ-INT
             MOVE 'SELECT CLMPAY   ' TO EM-SQLREQ
             EXEC SQL
               SELECT AMOUNT, PAYMENTTYPE, PAYMENTSTATUS,
                      VALUE(REQUESTEDBY, ' ')
                 INTO :DB2-PAY-AMOUNT-INT, :DB2-PAY-TYPE,
                      :DB2-PAY-STATUS, :DB2-REQUESTED-BY
                 FROM CLAIM_PAYMENT
                WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                  AND PAYMENTSEQ  = :DB2-PAYSEQ-INT
             END-EXEC
             IF SQLCODE EQUAL +100
               MOVE '91' TO CA-RETURN-CODE
             ELSE
               IF SQLCODE NOT EQUAL ZERO
                 MOVE '92' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
             END-IF
           END-IF
           EXIT.

       DECIDE-CLAIM-PAYMENT.
      *================================================================*
      * Record the approver's decision on a pending payment. The       *
      * update only takes while it is still pending, so two approvers  *
      * racing on the same payment cannot both decide it               *
      *================================================================*
           MOVE 'UPDATE CLMPAY   ' TO EM-SQLREQ
           IF DB2-PAY-STATUS EQUAL 'A'
             EXEC SQL
               UPDATE CLAIM_PAYMENT
                  SET PAYMENTSTATUS = :DB2-PAY-STATUS,
                      AUTHORISEDBY  = :WS-USERID,
                      AUTHORISEDTS  = CURRENT TIMESTAMP
                WHERE CLAIMNUMBER   = :DB2-CLAIMNUM-INT
                  AND PAYMENTSEQ    = :DB2-PAYSEQ-INT
                  AND PAYMENTSTATUS = 'P'
             END-EXEC
           ELSE
             EXEC SQL
               UPDATE CLAIM_PAYMENT
                  SET PAYMENTSTATUS = :DB2-PAY-STATUS,
                      AUTHORISEDBY  = :WS-USERID
                WHERE CLAIMNUMBER   = :DB2-CLAIMNUM-INT
                  AND PAYMENTSEQ    = :DB2-PAYSEQ-INT
                  AND PAYMENTSTATUS = 'P'
             END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF SQLERRD(3) EQUAL ZERO
               MOVE '85' TO CA-RETURN-CODE
             ELSE
               SET ROWS-WRITTEN TO TRUE
               MOVE DB2-PAYSEQ-INT TO CA-C-Pay-Seq
               MOVE DB2-PAY-STATUS TO CA-C-Pay-Status
             END-IF
           END-IF
           EXIT.

       DECLINE-CLAIM.
      *================================================================*
      * Decline the claim with a reason. Once anything has been paid   *
      * or is waiting approval the claim can only be closed            *
      *================================================================*
           IF NOT CLAIM-LIVE
              OR WS-CLM-PAID GREATER THAN ZERO
              OR WS-PENDING-COUNT GREATER THAN ZERO
             MOVE '83' TO CA-RETURN-CODE
           ELSE
             IF CA-C-Reason EQUAL SPACES
               MOVE '95' TO CA-RETURN-CODE
             ELSE
               MOVE 'D' TO WS-NEW-STATUS
               MOVE WS-NEW-PAID TO WS-NEW-VALUE
               MOVE CA-C-Reason TO WS-NEW-REASON
               PERFORM UPDATE-CLAIM-SETTLEMENT
             END-IF
           END-IF
           EXIT.

       CLOSE-CLAIM.
      *================================================================*
      * Close the claim with a reason, releasing the unpaid reserve.   *
      * Pending payments must be approved or rejected first            *
      *================================================================*
           IF CLAIM-CLOSED
              OR WS-PENDING-COUNT GREATER THAN ZERO
             MOVE '83' TO CA-RETURN-CODE
           ELSE
             IF CA-C-Reason EQUAL SPACES
               MOVE '95' TO CA-RETURN-CODE
             ELSE
               MOVE 'C' TO WS-NEW-STATUS
               MOVE WS-NEW-PAID TO WS-NEW-VALUE
               MOVE CA-C-Reason TO WS-NEW-REASON
               PERFORM UPDATE-CLAIM-SETTLEMENT
             END-IF
           END-IF
           EXIT.

       UPDATE-CLAIM-SETTLEMENT.
      *================================================================*
      * Write the new settlement position back. The update only takes  *
      * if the claim is still as it was read, so a change made by      *
      * another user in between is reported rather than overwritten    *
      *================================================================*
           MOVE 'UPDATE CLAIM    ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM C
                SET STATUS       = :WS-NEW-STATUS,
                    VALUE        = :WS-NEW-VALUE,
                    PAID         = :WS-NEW-PAID,
                    STATUSREASON = :WS-NEW-REASON,
                    LASTCHANGED  = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER        = :DB2-CLAIMNUM-INT
                AND VALUE(STATUS, 'O') = :WS-CLM-STATUS
                AND VALUE(C.VALUE, 0)  = :WS-CLM-VALUE
                AND VALUE(PAID, 0)     = :WS-CLM-PAID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF SQLERRD(3) EQUAL ZERO
               MOVE '85' TO CA-RETURN-CODE
             ELSE
               SET ROWS-WRITTEN TO TRUE
               PERFORM WRITE-CLAIM-HISTORY
             END-IF
           END-IF
           EXIT.

       WRITE-CLAIM-HISTORY.
      *================================================================*
      * File the before-image on CLAIM_HISTORY with the status the     *
      * claim moved to, the reason given and who made the change       *
      *================================================================*
           MOVE 'INSERT CLMHIST  ' TO EM-SQLREQ
           MOVE WS-TASKNUM TO WS-HIST-TASKNUM
           EXEC SQL
             INSERT INTO CLAIM_HISTORY
                       ( CLAIMNUMBER,
                         CHANGETS,
                         CHANGETRANSID,
                         CHANGETASKNUM,
                         CHANGEUSERID,
                         CHANGETYPE,
                         OLDSTATUS,
                         NEWSTATUS,
                         OLDVALUE,
                         OLDPAID,
                         REASON )
                VALUES ( :DB2-CLAIMNUM-INT,
                         CURRENT TIMESTAMP,
                         :WS-TRANSID,
                         :WS-HIST-TASKNUM,
                         :WS-USERID,
                         :WS-HIST-CHANGETYPE,
                         :WS-CLM-STATUS,
                         :WS-NEW-STATUS,
                         :WS-CLM-VALUE,
                         :WS-CLM-PAID,
                         :CA-C-Reason )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       INQUIRE-CLAIM-PAYMENTS.
      *================================================================*
      * Return the claim's settlement position and its payment         *
      * history - the count keeps climbing past the 20 the list can    *
      * carry so CA-CP-PAY-COUNT always reports the true total         *
      *================================================================*
           PERFORM CHECK-POLICY-OWNERSHIP
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM READ-CLAIM-SETTLEMENT
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM READ-PENDING-PAYMENTS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE DB2-CLAIMNUM-INT  TO CA-CP-NUM
             MOVE WS-CLM-STATUS     TO CA-CP-STATUS
             MOVE WS-CLM-VALUE      TO CA-CP-VALUE
             MOVE WS-CLM-PAID       TO CA-CP-PAID
             MOVE WS-PENDING-AMOUNT TO CA-CP-PENDING
             MOVE WS-CLM-REASON     TO CA-CP-REASON
             PERFORM FETCH-PAYMENT-ROWS
           END-IF
           EXIT.

       FETCH-PAYMENT-ROWS.
      *================================================================*
      * Fill the payment list from the claim's CLAIM_PAYMENT rows      *
      *================================================================*
           MOVE 'OPEN PAY CURSOR ' TO EM-SQLREQ
           EXEC SQL
             OPEN PAYMENT-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE 'N'  TO WS-PAYMENTS-DONE-SW
             MOVE ZERO TO WS-CLAIM-COUNT
             MOVE ZERO TO WS-CL-IX
             MOVE ZERO TO CA-CP-PAY-COUNT
             PERFORM FETCH-NEXT-PAYMENT UNTIL PAYMENTS-DONE
             EXEC SQL
               CLOSE PAYMENT-CURSOR
             END-EXEC
             IF CA-RETURN-CODE EQUAL '00'
               MOVE WS-CLAIM-COUNT TO CA-CP-PAY-COUNT
             END-IF
           END-IF
           EXIT.

       FETCH-NEXT-PAYMENT.
      *================================================================*
      * Fetch one CLAIM_PAYMENT row into the next free list entry      *
      *================================================================*
           MOVE 'FETCH PAY ROW   ' TO EM-SQLREQ
           EXEC SQL
             FETCH PAYMENT-CURSOR
              INTO :DB2-PAYSEQ-INT, :DB2-PAY-AMOUNT-INT,
                   :DB2-PAY-TYPE, :DB2-PAY-STATUS,
                   :DB2-REQUESTED-BY, :DB2-REQUESTED-TS,
                   :DB2-AUTHORISED-BY
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-CLAIM-COUNT
             IF WS-CL-IX LESS THAN 20
               ADD 1 TO WS-CL-IX
               MOVE DB2-PAYSEQ-INT
                 TO CA-CP-PAY-SEQ (WS-CL-IX)
               MOVE DB2-PAY-AMOUNT-INT
                 TO CA-CP-PAY-AMOUNT (WS-CL-IX)
               MOVE DB2-PAY-TYPE
                 TO CA-CP-PAY-TYPE (WS-CL-IX)
               MOVE DB2-PAY-STATUS
                 TO CA-CP-PAY-STATUS (WS-CL-IX)
               MOVE DB2-REQUESTED-BY
                 TO CA-CP-REQUESTED-BY (WS-CL-IX)
               MOVE DB2-REQUESTED-TS
                 TO CA-CP-REQUESTED-TS (WS-CL-IX)
               MOVE DB2-AUTHORISED-BY
                 TO CA-CP-AUTHORISED-BY (WS-CL-IX)
             END-IF
           ELSE
             IF SQLCODE EQUAL +100
               SET PAYMENTS-DONE TO TRUE
             ELSE
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               SET PAYMENTS-DONE TO TRUE
             END-IF
           END-IF
           EXIT.

       WRITE-ERROR-MESSAGE.
      * Save SQLCODE in message
           MOVE SQLCODE TO EM-SQLRC
