      *                        LASTCHANGED is stamped. The policy must
      *                        belong to CA-CUSTOMER-NUM and the new
      *                        expiry date must not fall before the
      *                        issue date. A change of broker
      *                        must be to one active on the BROKER
      *                        master, and resets COMMISSION to the
      *                        rate agreed with the new broker for the
      *                        policy type (none for direct business,
      *                        broker id zero).
      *             'CANPOL' - cancel policy CA-POLICY-NUM with effect
      *                        from CA-CN-EFFECTIVE-DATE (blank means
      *                        today). EXPIRYDATE is brought back to
      *                        the effective date, PAYMENT is reduced
      *                        to the earned portion of the term, and
      *                        the pro-rata refund of the unused part
      *                        is returned in CA-CN-REFUND-DUE and
      *                        filed on the POLICY_REFUND ledger.
      *             'INQPDT' - single-policy detail inquiry: fill
      *                        CA-POLICY-COMMON from the POLICY row
      *                        and, for its POLICYTYPE, the matching
      *                        detail cannot be browsed from another's
      *                        call.
      *
      *             'ADDEND' - new business for a customer already
      *             'ADDHOU'   on file: create a POLICY row from
      *             'ADDMOT'   CA-POLICY-COMMON for CA-CUSTOMER-NUM
      *                        together with its ENDOWMENT, HOUSE or
      *                        MOTOR row from the CA-ENDOWMENT, CA-HOUSE
      *                        or CA-MOTOR section - the request id
      *                        names the type. A blank issue date means
      *                        today. The type fields are validated
      *                        first (endowment term and sum assured,
      *                        house value and postcode, motor
      *                        registration, value and manufacture
      *                        date), both rows go in under the one unit
      *                        of work, and the assigned policy number
      *                        is returned in CA-POLICY-NUM. A
      *                        broker must be active on the BROKER
      *                        master, and COMMISSION is filed at the
      *                        rate agreed with it for the type.
      *
      *          Return codes: 00 done, 86 effective date outside the
      *          policy term, 88 policy belongs to another customer,
      *          89 broker not on the BROKER master or not active,
      *          90 no detail row on file for the policy's type (on an
      *          add, the type row could not be filed), 91 no such
      *          policy (on an add, no such customer), 92 SQL error,
      *          95 unusable date or type detail, 96 unknown request,
      *          98 commarea too short.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-09-01  Initial version.
      * 2026-09-01  Added the INQPDT policy detail inquiry over the
      *             ENDOWMENT, HOUSE and MOTOR type tables.
      * 2026-10-15  Added the ADDEND/ADDHOU/ADDMOT new-business
      *             functions filing the POLICY row and its type-table
      *             row together.
      * 2026-10-15  Refuse new business or a change of broker for a
      *             broker not active on the BROKER master, and file
      *             COMMISSION at the broker's agreed rate.
      * 2026-10-15  CANPOL files the refund due on the POLICY_REFUND
      *             ledger with the cancellation.
      * 2026-10-15  A customer number retired by a RACUST5 merge takes
      *             no new business, the same as an erased one.
      **************************************************************************

       IDENTIFICATION DIVISION.
      *    of the type sections INQPDT writes back - CA-MOTOR through
      *    CA-M-ACCIDENTS
           03 WS-REQUIRED-CA-LEN-DET   PIC S9(4) COMP VALUE +177.
      *    Header plus CA-POLICY-NUM, CA-POLICY-COMMON and the type
      *    section each add function reads - CA-ENDOWMENT through
      *    CA-E-LIFE-ASSURED, CA-HOUSE through CA-H-POSTCODE and
      *    CA-MOTOR through CA-M-ACCIDENTS
           03 WS-REQUIRED-CA-LEN-END   PIC S9(4) COMP VALUE +152.
           03 WS-REQUIRED-CA-LEN-HOU   PIC S9(4) COMP VALUE +158.
           03 WS-REQUIRED-CA-LEN-MOT   PIC S9(4) COMP VALUE +177.
           03 WS-REQUIRED-CA-LEN-NEW   PIC S9(4) COMP VALUE +0.
      *    Policy number assignment for new business - the GENAPOLNUM
      *    named counter RACUST1 uses, with the same fallback to the
      *    DB2 identity column when the counter pool is down
       01  WS-RESP                     PIC S9(8) COMP.
       01  LastPolNum                  PIC S9(8) COMP.
       01  GENApolcount                PIC X(16) Value 'GENAPOLNUM'.
       01  GENApool                    PIC X(8)  Value 'GENA'.
       77  LGAC-POL-NCS                PIC X(2)  VALUE 'ON'.
       01  WS-ALERT-TEXT               PIC X(70) VALUE SPACES.
      *    The policy row under amendment - the before-image the
      *    history row files once the change succeeds, with the term
      *    dates read as ISO strings so a policy with no date on file
           03 WS-UNUSED-DAYS           PIC S9(9) COMP VALUE ZERO.
           03 WS-REFUND-DUE            PIC S9(9) COMP VALUE ZERO.
           03 WS-EARNED-PAYMENT        PIC S9(9) COMP VALUE ZERO.
      *    The broker a policy is being written or moved to, as it
      *    stands on the BROKER master - a zero broker id is direct
      *    business with no broker
       01  WS-BROKER-CHECK-FIELDS.
           03 WS-BRK-BROKERID          PIC S9(9) COMP VALUE ZERO.
           03 WS-BRK-POLICYTYPE        PIC X     VALUE SPACE.
           03 WS-BRK-STATUS            PIC X     VALUE SPACE.
              88 BROKER-ACTIVE                   VALUE 'A'.
           03 WS-BRK-AGREED-RATE       PIC S9(4) COMP VALUE ZERO.
       01  WS-HISTORY-FIELDS.
           03 WS-HIST-TASKNUM          PIC S9(9) COMP VALUE ZERO.
           03 WS-HIST-CHANGETYPE       PIC X(6)  VALUE SPACES.
      *    New-business scratch fields - the type the request id names
      *    and the numbers the new rows are filed under
       01  WS-NEW-POLICY-FIELDS.
           03 WS-NEW-POLICYTYPE        PIC X     VALUE SPACE.
           03 WS-CUSTOMER-COUNT        PIC S9(9) COMP VALUE ZERO.
       01  DB2-NEW-POLICY-FIELDS.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
           03 DB2-BROKERID-INT         PIC S9(9) COMP.
           03 DB2-PAYMENT-INT          PIC S9(9) COMP.
      *    Shape checks on the new-business fields - a date is checked
      *    for form here and left to DB2 for the calendar
       01  WS-VALIDATION-SW            PIC X     VALUE 'Y'.
           88 VALID-FORMAT                        VALUE 'Y'.
           88 INVALID-FORMAT                      VALUE 'N'.
       01  WS-DATE-CHECK               PIC X(10) VALUE SPACES.
       01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           03 WS-DC-YEAR               PIC 9(4).
           03 WS-DC-SEP-1              PIC X.
           03 WS-DC-MONTH              PIC 9(2).
           03 WS-DC-SEP-2              PIC X.
           03 WS-DC-DAY                PIC 9(2).
       01  WS-FORMAT-CHECK-FIELDS.
           03 WS-POSTCODE-CHECK        PIC X(8)  VALUE SPACES.
           03 WS-REGNUMBER-CHECK       PIC X(7)  VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
                   PERFORM INQUIRE-POLICY-DETAIL
                 END-IF
               ELSE
                 IF CA-REQUEST-ID EQUAL 'ADDEND' OR 'ADDHOU' OR 'ADDMOT'
      *            each add reads its own type section, so the length
      *            it needs depends on which one the request id names
                   PERFORM SET-NEW-POLICY-TYPE
                   IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN-NEW
                     MOVE '98' TO CA-RETURN-CODE
                   ELSE
                     PERFORM ADD-POLICY
                   END-IF
                 ELSE
                   MOVE '96' TO CA-RETURN-CODE
                 END-IF
               END-IF
             END-IF
           END-IF
               MOVE '95' TO CA-RETURN-CODE
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             IF CA-BROKERID IS NOT NUMERIC
               MOVE '95' TO CA-RETURN-CODE
             ELSE
               MOVE CA-BROKERID TO WS-BRK-BROKERID
             END-IF
           END-IF
      *    only a move to another broker is checked - a policy whose
      *    broker has since been suspended can still be corrected
           IF CA-RETURN-CODE EQUAL '00'
              AND WS-BRK-BROKERID NOT EQUAL WS-POL-BROKERID
             MOVE WS-POL-POLICYTYPE TO WS-BRK-POLICYTYPE
             PERFORM CHECK-POLICY-BROKER
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE 'UPDPOL' TO WS-HIST-CHANGETYPE
             PERFORM UPDATE-POLICY-ROW

       UPDATE-POLICY-ROW.
      *================================================================*
      * Apply the amendment and stamp LASTCHANGED. COMMISSION stays as *
      * it is unless the broker changes, when it takes the new         *
      * broker's agreed rate                                           *
      *================================================================*
           MOVE ' UPDATE POLICY  ' TO EM-SQLREQ
           EXEC SQL
                    BROKERID         = :CA-BROKERID,
                    BROKERSREFERENCE = :CA-BROKERSREF,
                    PAYMENT          = :CA-PAYMENT,
                    COMMISSION       =
                      CASE WHEN VALUE(BROKERID, 0) = :WS-BRK-BROKERID
                           THEN COMMISSION
                           WHEN :WS-BRK-BROKERID = 0
                           THEN CAST(NULL AS SMALLINT)
                           ELSE :WS-BRK-AGREED-RATE
                      END,
                    LASTCHANGED      = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
             MOVE 'CANPOL' TO WS-HIST-CHANGETYPE
             PERFORM CANCEL-POLICY-ROW
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             IF WS-REFUND-DUE GREATER THAN ZERO
               PERFORM INSERT-POLICY-REFUND
      *        a cancellation without its refund on the ledger would
      *        never reach the general ledger - back the cancel out
               IF CA-RETURN-CODE NOT EQUAL '00'
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE WS-REFUND-DUE TO CA-CN-REFUND-DUE
           END-IF
           END-IF
           EXIT.

       INSERT-POLICY-REFUND.
      *================================================================*
      * File the refund on the POLICY_REFUND ledger under the same     *
      * unit of work as the cancellation, for RAGLJRN1 to journal      *
      *================================================================*
           MOVE 'INSERT POLREFUND' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICY_REFUND
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         EFFECTIVEDATE,
                         AMOUNT,
                         POSTEDTS,
                         CHANGETRANSID )
                VALUES ( :CA-POLICY-NUM,
                         :WS-POL-CUSTNUM,
                         :WS-EFFECTIVE-DATE,
                         :WS-REFUND-DUE,
                         CURRENT TIMESTAMP,
                         :WS-TRANSID )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       INQUIRE-POLICY-DETAIL.
      *================================================================*
      * Return the base POLICY fields and the type-specific detail the *
           END-IF
           EXIT.

       SET-NEW-POLICY-TYPE.
      *================================================================*
      * The request id names the policy type and with it how much of   *
      * the commarea the add reads                                     *
      *================================================================*
           IF CA-REQUEST-ID EQUAL 'ADDEND'
             MOVE 'E' TO WS-NEW-POLICYTYPE
             MOVE WS-REQUIRED-CA-LEN-END TO WS-REQUIRED-CA-LEN-NEW
           ELSE
             IF CA-REQUEST-ID EQUAL 'ADDHOU'
               MOVE 'H' TO WS-NEW-POLICYTYPE
               MOVE WS-REQUIRED-CA-LEN-HOU TO WS-REQUIRED-CA-LEN-NEW
             ELSE
               MOVE 'M' TO WS-NEW-POLICYTYPE
               MOVE WS-REQUIRED-CA-LEN-MOT TO WS-REQUIRED-CA-LEN-NEW
             END-IF
           END-IF
           EXIT.

       ADD-POLICY.
      *================================================================*
      * New business for a customer already on file - the POLICY row   *
      * and its type-table row are filed together or not at all        *
      *================================================================*
           MOVE ZERO TO CA-POLICY-NUM
           PERFORM CHECK-CUSTOMER-ON-FILE
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM CHECK-NEW-POLICY-COMMON
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE DB2-BROKERID-INT  TO WS-BRK-BROKERID
             MOVE WS-NEW-POLICYTYPE TO WS-BRK-POLICYTYPE
             PERFORM CHECK-POLICY-BROKER
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             IF WS-NEW-POLICYTYPE EQUAL 'E'
               PERFORM CHECK-NEW-ENDOWMENT
             ELSE
               IF WS-NEW-POLICYTYPE EQUAL 'H'
                 PERFORM CHECK-NEW-HOUSE
               ELSE
                 PERFORM CHECK-NEW-MOTOR
               END-IF
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM INSERT-NEW-POLICY
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             IF WS-NEW-POLICYTYPE EQUAL 'E'
               PERFORM INSERT-ENDOWMENT-ROW
             ELSE
               IF WS-NEW-POLICYTYPE EQUAL 'H'
                 PERFORM INSERT-HOUSE-ROW
               ELSE
                 PERFORM INSERT-MOTOR-ROW
               END-IF
             END-IF
      *      a POLICY row without its type row would show on the
      *      portfolio with no risk behind it - take the POLICY row
      *      back out with it
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ZERO TO CA-POLICY-NUM
             END-IF
           END-IF
           EXIT.

       CHECK-CUSTOMER-ON-FILE.
      *================================================================*
      * The customer must be on file and not erased - an erased        *
      * customer keeps a row for the policies already held but takes   *
      * no new business. Nor does a number retired by a merge; its     *
      * business belongs to the number it was merged into              *
      *================================================================*
           MOVE 'SELECT CUSTOMER ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CUSTOMER-COUNT
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND NOT (FIRSTNAME IN ('ERASED', 'MERGED')
                         AND DATEOFBIRTH IS NULL)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF WS-CUSTOMER-COUNT EQUAL ZERO
               MOVE '91' TO CA-RETURN-CODE
             END-IF
           END-IF
           EXIT.

       CHECK-NEW-POLICY-COMMON.
      *================================================================*
      * The term must be two well-formed dates with the expiry no      *
      * earlier than the issue - a blank issue date means cover starts *
      * today - and the broker and payment fields must be numbers      *
      *================================================================*
           IF CA-ISSUE-DATE EQUAL SPACES
             EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :CA-ISSUE-DATE
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE CA-ISSUE-DATE TO WS-DATE-CHECK
             PERFORM CHECK-DATE-FORMAT
             IF VALID-FORMAT
               MOVE CA-EXPIRY-DATE TO WS-DATE-CHECK
               PERFORM CHECK-DATE-FORMAT
             END-IF
             IF INVALID-FORMAT
               MOVE '95' TO CA-RETURN-CODE
             ELSE
               IF CA-EXPIRY-DATE LESS THAN CA-ISSUE-DATE
                 MOVE '95' TO CA-RETURN-CODE
               END-IF
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             IF CA-BROKERID NOT NUMERIC
                OR CA-PAYMENT NOT NUMERIC
               MOVE '95' TO CA-RETURN-CODE
             ELSE
               MOVE CA-BROKERID TO DB2-BROKERID-INT
               MOVE CA-PAYMENT  TO DB2-PAYMENT-INT
             END-IF
           END-IF
           EXIT.

       CHECK-POLICY-BROKER.
      *================================================================*
      * A broker being given business must be on the BROKER master and *
      * active - 89 when it is not. Picks up the commission agreed     *
      * with the broker for the policy type. Broker id zero is direct  *
      * business and has nothing to check                              *
      *================================================================*
           MOVE ZERO TO WS-BRK-AGREED-RATE
           IF WS-BRK-BROKERID NOT EQUAL ZERO
             MOVE 'SELECT BROKER   ' TO EM-SQLREQ
             EXEC SQL
               SELECT BROKERSTATUS,
                      CASE :WS-BRK-POLICYTYPE
                        WHEN 'E' THEN COMMENDOWMENT
                        WHEN 'H' THEN COMMHOUSE
                        WHEN 'M' THEN COMMMOTOR
                        WHEN 'C' THEN COMMCOMMERCIAL
                        ELSE 0
                      END
                 INTO :WS-BRK-STATUS, :WS-BRK-AGREED-RATE
                 FROM BROKER
                WHERE BROKERID = :WS-BRK-BROKERID
             END-EXEC
             IF SQLCODE EQUAL +100
               MOVE '89' TO CA-RETURN-CODE
             ELSE
               IF SQLCODE NOT EQUAL ZERO
                 MOVE '92' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
               ELSE
                 IF NOT BROKER-ACTIVE
                   MOVE '89' TO CA-RETURN-CODE
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

       CHECK-DATE-FORMAT.
      *================================================================*
      * WS-DATE-CHECK must be an ISO date in shape - YYYY-MM-DD with   *
      * a plausible month and day. DB2 has the last word on the        *
      * calendar (a 31st of June fails the INSERT as an SQL error)     *
      *================================================================*
           SET VALID-FORMAT TO TRUE
           IF WS-DC-YEAR NOT NUMERIC
              OR WS-DC-MONTH NOT NUMERIC
              OR WS-DC-DAY NOT NUMERIC
              OR WS-DC-SEP-1 NOT EQUAL '-'
              OR WS-DC-SEP-2 NOT EQUAL '-'
             SET INVALID-FORMAT TO TRUE
           ELSE
             IF WS-DC-YEAR LESS THAN 1900
                OR WS-DC-MONTH LESS THAN 1
                OR WS-DC-MONTH GREATER THAN 12
                OR WS-DC-DAY LESS THAN 1
                OR WS-DC-DAY GREATER THAN 31
               SET INVALID-FORMAT TO TRUE
             END-IF
           END-IF
           EXIT.

       CHECK-NEW-ENDOWMENT.
      *================================================================*
      * An endowment needs a term in years, a sum assured and the life *
      * it is written on. The fund flags are Y or N - left blank they  *
      * are taken as N                                                 *
      *================================================================*
           IF CA-E-WITH-PROFITS EQUAL SPACE
             MOVE 'N' TO CA-E-WITH-PROFITS
           END-IF
           IF CA-E-EQUITIES EQUAL SPACE
             MOVE 'N' TO CA-E-EQUITIES
           END-IF
           IF CA-E-MANAGED-FUND EQUAL SPACE
             MOVE 'N' TO CA-E-MANAGED-FUND
           END-IF
           IF CA-E-TERM NOT NUMERIC
              OR CA-E-SUM-ASSURED NOT NUMERIC
             MOVE '95' TO CA-RETURN-CODE
           ELSE
             IF CA-E-TERM EQUAL ZERO
                OR CA-E-SUM-ASSURED EQUAL ZERO
                OR CA-E-LIFE-ASSURED EQUAL SPACES
               MOVE '95' TO CA-RETURN-CODE
             END-IF
           END-IF
           IF CA-E-WITH-PROFITS NOT EQUAL 'Y' AND NOT EQUAL 'N'
              OR CA-E-EQUITIES NOT EQUAL 'Y' AND NOT EQUAL 'N'
              OR CA-E-MANAGED-FUND NOT EQUAL 'Y' AND NOT EQUAL 'N'
             MOVE '95' TO CA-RETURN-CODE
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE CA-E-TERM        TO DB2-E-TERM-SI
             MOVE CA-E-SUM-ASSURED TO DB2-E-SUMASSURED-INT
           END-IF
           EXIT.

       CHECK-NEW-HOUSE.
      *================================================================*
      * A house policy needs the property type, a rebuild value and a  *
      * postcode that starts with a letter and holds only letters,     *
      * digits and spaces                                              *
      *================================================================*
           IF CA-H-VALUE NOT NUMERIC
              OR CA-H-BEDROOMS NOT NUMERIC
             MOVE '95' TO CA-RETURN-CODE
           ELSE
             IF CA-H-VALUE EQUAL ZERO
                OR CA-H-PROPERTY-TYPE EQUAL SPACES
               MOVE '95' TO CA-RETURN-CODE
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE CA-H-POSTCODE TO WS-POSTCODE-CHECK
             INSPECT WS-POSTCODE-CHECK
               CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'
                       TO '                                    '
             IF CA-H-POSTCODE(1:1) NOT ALPHABETIC
                OR CA-H-POSTCODE(1:1) EQUAL SPACE
                OR WS-POSTCODE-CHECK NOT EQUAL SPACES
               MOVE '95' TO CA-RETURN-CODE
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE CA-H-BEDROOMS TO DB2-H-BEDROOMS-SI
             MOVE CA-H-VALUE    TO DB2-H-VALUE-INT
           END-IF
           EXIT.

       CHECK-NEW-MOTOR.
      *================================================================*
      * A motor policy needs a make, a vehicle value, a registration   *
      * of letters, digits and spaces with at least one of each, and a *
      * manufacture date no later than the cover starts                *
      *================================================================*
           IF CA-M-VALUE NOT NUMERIC
              OR CA-M-CC NOT NUMERIC
              OR CA-M-PREMIUM NOT NUMERIC
              OR CA-M-ACCIDENTS NOT NUMERIC
             MOVE '95' TO CA-RETURN-CODE
           ELSE
             IF CA-M-VALUE EQUAL ZERO
                OR CA-M-MAKE EQUAL SPACES
               MOVE '95' TO CA-RETURN-CODE
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE CA-M-REGNUMBER TO WS-REGNUMBER-CHECK
             INSPECT WS-REGNUMBER-CHECK
               CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'
                       TO '                                    '
             IF CA-M-REGNUMBER(1:1) EQUAL SPACE
                OR WS-REGNUMBER-CHECK NOT EQUAL SPACES
               MOVE '95' TO CA-RETURN-CODE
             ELSE
      *        spaces out the letters, then the digits - a plate that
      *        survives either unchanged lacks the other kind
               MOVE CA-M-REGNUMBER TO WS-REGNUMBER-CHECK
               INSPECT WS-REGNUMBER-CHECK
                 CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                         TO '                          '
               IF WS-REGNUMBER-CHECK EQUAL SPACES
                 MOVE '95' TO CA-RETURN-CODE
               END-IF
               MOVE CA-M-REGNUMBER TO WS-REGNUMBER-CHECK
               INSPECT WS-REGNUMBER-CHECK
                 CONVERTING '0123456789' TO '          '
               IF WS-REGNUMBER-CHECK EQUAL SPACES
                 MOVE '95' TO CA-RETURN-CODE
               END-IF
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE CA-M-MANUFACTURED TO WS-DATE-CHECK
             PERFORM CHECK-DATE-FORMAT
             IF INVALID-FORMAT
                OR CA-M-MANUFACTURED GREATER THAN CA-ISSUE-DATE
               MOVE '95' TO CA-RETURN-CODE
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE CA-M-VALUE     TO DB2-M-VALUE-INT
             MOVE CA-M-CC        TO DB2-M-CC-SI
             MOVE CA-M-PREMIUM   TO DB2-M-PREMIUM-INT
             MOVE CA-M-ACCIDENTS TO DB2-M-ACCIDENTS-INT
           END-IF
           EXIT.

       Obtain-POLICY-Number.

           Exec CICS Get Counter(GENApolcount)
                         Pool(GENApool)
                         Value(LastPolNum)
                         Resp(WS-RESP)
           End-Exec.
           If WS-RESP Not = DFHRESP(NORMAL)
             MOVE 'NO' TO LGAC-POL-NCS
             PERFORM ALERT-POLICY-COUNTER-UNAVAILABLE
             Initialize DB2-POLICYNUM-INT
           ELSE
             Move LastPolNum  To DB2-POLICYNUM-INT
           End-If.

       ALERT-POLICY-COUNTER-UNAVAILABLE.
      * Same operator alert RACUST1 raises for GENAPOLNUM when it files
      * a customer's initial policy, raised here for new business on an
      * existing customer
           MOVE 'GENAPOLNUM COUNTER DOWN - USING DB2 IDENTITY'
                                      TO WS-ALERT-TEXT
           EXEC CICS WRITEOPERATOR
                TEXT(WS-ALERT-TEXT)
                TEXTLENGTH(LENGTH OF WS-ALERT-TEXT)
           END-EXEC.
           EXIT.

       INSERT-NEW-POLICY.
      *================================================================*
      * File the POLICY row and hand the assigned number back in       *
      * CA-POLICY-NUM                                                  *
      *================================================================*
           MOVE ' INSERT POLICY  ' TO EM-SQLREQ
           PERFORM Obtain-POLICY-Number
           IF LGAC-POL-NCS = 'ON'
             EXEC SQL
               INSERT INTO POLICY
                         ( POLICYNUMBER,
                           CUSTOMERNUMBER,
                           ISSUEDATE,
                           EXPIRYDATE,
                           POLICYTYPE,
                           LASTCHANGED,
                           BROKERID,
                           BROKERSREFERENCE,
                           PAYMENT,
                           COMMISSION )
                  VALUES ( :DB2-POLICYNUM-INT,
                           :CA-CUSTOMER-NUM,
                           :CA-ISSUE-DATE,
                           :CA-EXPIRY-DATE,
                           :WS-NEW-POLICYTYPE,
                           CURRENT TIMESTAMP,
                           :DB2-BROKERID-INT,
                           :CA-BROKERSREF,
                           :DB2-PAYMENT-INT,
                           CASE WHEN :WS-BRK-BROKERID = 0
                                THEN CAST(NULL AS SMALLINT)
                                ELSE :WS-BRK-AGREED-RATE
                           END )
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           ELSE
             EXEC SQL
               INSERT INTO POLICY
                         ( POLICYNUMBER,
                           CUSTOMERNUMBER,
                           ISSUEDATE,
                           EXPIRYDATE,
                           POLICYTYPE,
                           LASTCHANGED,
                           BROKERID,
                           BROKERSREFERENCE,
                           PAYMENT,
                           COMMISSION )
                  VALUES ( DEFAULT,
                           :CA-CUSTOMER-NUM,
                           :CA-ISSUE-DATE,
                           :CA-EXPIRY-DATE,
                           :WS-NEW-POLICYTYPE,
                           CURRENT TIMESTAMP,
                           :DB2-BROKERID-INT,
                           :CA-BROKERSREF,
                           :DB2-PAYMENT-INT,
                           CASE WHEN :WS-BRK-BROKERID = 0
                                THEN CAST(NULL AS SMALLINT)
                                ELSE :WS-BRK-AGREED-RATE
                           END )
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             ELSE
               EXEC SQL
                 SET :DB2-POLICYNUM-INT = IDENTITY_VAL_LOCAL()
               END-EXEC
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE DB2-POLICYNUM-INT TO CA-POLICY-NUM
           END-IF
           EXIT.

       INSERT-ENDOWMENT-ROW.
      *================================================================*
      * File the ENDOWMENT row under the new policy number             *
      *================================================================*
           MOVE 'INSERT ENDOWMENT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO ENDOWMENT
                       ( POLICYNUMBER,
                         WITHPROFITS,
                         EQUITIES,
                         MANAGEDFUND,
                         FUNDNAME,
                         TERM,
                         SUMASSURED,
                         LIFEASSURED )
                VALUES ( :CA-POLICY-NUM,
                         :CA-E-WITH-PROFITS,
                         :CA-E-EQUITIES,
                         :CA-E-MANAGED-FUND,
                         :CA-E-FUND-NAME,
                         :DB2-E-TERM-SI,
                         :DB2-E-SUMASSURED-INT,
                         :CA-E-LIFE-ASSURED )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       INSERT-HOUSE-ROW.
      *================================================================*
      * File the HOUSE row under the new policy number                 *
      *================================================================*
           MOVE ' INSERT HOUSE   ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO HOUSE
                       ( POLICYNUMBER,
                         PROPERTYTYPE,
                         BEDROOMS,
                         VALUE,
                         HOUSENAME,
                         HOUSENUMBER,
                         POSTCODE )
                VALUES ( :CA-POLICY-NUM,
                         :CA-H-PROPERTY-TYPE,
                         :DB2-H-BEDROOMS-SI,
                         :DB2-H-VALUE-INT,
                         :CA-H-HOUSE-NAME,
                         :CA-H-HOUSE-NUMBER,
                         :CA-H-POSTCODE )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       INSERT-MOTOR-ROW.
      *================================================================*
      * File the MOTOR row under the new policy number                 *
      *================================================================*
           MOVE ' INSERT MOTOR   ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO MOTOR
                       ( POLICYNUMBER,
                         MAKE,
                         MODEL,
                         VALUE,
                         REGNUMBER,
                         COLOUR,
                         CC,
                         YEAROFMANUFACTURE,
                         PREMIUM,
                         ACCIDENTS )
                VALUES ( :CA-POLICY-NUM,
                         :CA-M-MAKE,
                         :CA-M-MODEL,
                         :DB2-M-VALUE-INT,
                         :CA-M-REGNUMBER,
                         :CA-M-COLOUR,
                         :DB2-M-CC-SI,
                         :CA-M-MANUFACTURED,
                         :DB2-M-PREMIUM-INT,
                         :DB2-M-ACCIDENTS-INT )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       WRITE-POLICY-HISTORY.
      *================================================================*
      * File the captured before-image on POLICY_HISTORY with the      *
