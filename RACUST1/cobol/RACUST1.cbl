      * 2026-08-22  Park registrations refused as likely duplicates on
      *             CUSTOMER_SUSPENSE for supervisor review in RASUSP1
      *             instead of throwing the submitted details away.
      * 2026-10-15  Refuse a first policy written to a broker that is
      *             not on the BROKER master or not active, and file
      *             its COMMISSION at the broker's agreed rate.
      **************************************************************************

       IDENTIFICATION DIVISION.                                               
      *    Optional first-policy-on-registration switch
       01  WS-POLICY-PRESENT-SW        PIC X     VALUE 'N'.
           88 POLICY-DATA-PRESENT                VALUE 'Y'.
      *    The first policy's broker as it stands on the BROKER master
      *    - a zero broker id is direct business with no broker
       01  WS-BROKER-CHECK-FIELDS.
           03 WS-BRK-STATUS            PIC X     VALUE SPACE.
              88 BROKER-ACTIVE                   VALUE 'A'.
           03 WS-BRK-AGREED-RATE       PIC S9(4) COMP VALUE ZERO.
           03 WS-BRK-BROKERID          PIC S9(9) COMP VALUE ZERO.
       77 LGACDB02                     PIC X(8)  VALUE 'LGACDB02'.
       77 LGACVS01                     PIC X(8)  VALUE 'LGACVS01'.
       77 LGAC-NCS                     PIC X(2)  VALUE 'ON'.
             EXEC CICS RETURN END-EXEC
           END-IF

      * a first policy for a broker who is not on the master, or no
      * longer active, is refused before the customer is created -
      * the broker must be fixed and the whole registration resent
           IF POLICY-DATA-PRESENT
             PERFORM CHECK-INITIAL-POLICY-BROKER
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

      * Call routine to Insert row in Customer table                   *
           PERFORM Obtain-CUSTOMER-Number.
           PERFORM INSERT-CUSTOMER.                                             

           EXIT.

       CHECK-INITIAL-POLICY-BROKER.
      *================================================================*
      * The first policy's broker must be on the BROKER master and
      * active - returns 89 when it is not. The commission agreed with
      * the broker for the policy type is picked up on the way
      *================================================================*
           MOVE ZERO TO WS-BRK-AGREED-RATE
           IF CA-IP-BROKERID IS NOT NUMERIC
             MOVE '95' TO CA-RETURN-CODE
           ELSE
             MOVE CA-IP-BROKERID TO WS-BRK-BROKERID
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
              AND WS-BRK-BROKERID NOT EQUAL ZERO
             MOVE ' SELECT BROKER  ' TO EM-SQLREQ
             EXEC SQL
               SELECT BROKERSTATUS,
                      CASE :CA-IP-POLICY-TYPE
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
               IF SQLCODE NOT EQUAL 0
                 MOVE '93' TO CA-RETURN-CODE
                 MOVE 'INITIAL POLICY BROKER CHECK FAILED'
                                      TO WS-AUDIT-MSG
                 PERFORM WRITE-ERROR-MESSAGE
                 PERFORM WRITE-AUDIT-RECORD
               ELSE
                 IF NOT BROKER-ACTIVE
                   MOVE '89' TO CA-RETURN-CODE
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

       CREATE-INITIAL-POLICY.
      *================================================================*
      * Optionally create the customer's first policy in the same
                           LASTCHANGED,
                           BROKERID,
                           BROKERSREFERENCE,
                           PAYMENT,
                           COMMISSION )
                  VALUES ( :DB2-POLICYNUM-INT,
                           :DB2-CUSTOMERNUM-INT,
                           :CA-IP-ISSUE-DATE,
                           CURRENT TIMESTAMP,
                           :CA-IP-BROKERID,
                           :CA-IP-BROKERSREF,
                           :CA-IP-PAYMENT,
                           CASE WHEN :WS-BRK-BROKERID = 0
                                THEN CAST(NULL AS SMALLINT)
                                ELSE :WS-BRK-AGREED-RATE
                           END )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '93' TO CA-RETURN-CODE
                           LASTCHANGED,
                           BROKERID,
                           BROKERSREFERENCE,
                           PAYMENT,
                           COMMISSION )
                  VALUES ( DEFAULT,
                           :DB2-CUSTOMERNUM-INT,
                           :CA-IP-ISSUE-DATE,
                           CURRENT TIMESTAMP,
                           :CA-IP-BROKERID,
                           :CA-IP-BROKERSREF,
                           :CA-IP-PAYMENT,
                           CASE WHEN :WS-BRK-BROKERID = 0
                                THEN CAST(NULL AS SMALLINT)
                                ELSE :WS-BRK-AGREED-RATE
                           END )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '93' TO CA-RETURN-CODE
