      **************************************************************************
      * Program: RACUST5
      * Purpose: Supervisor merge of two customer numbers confirmed to
      *          be the same person. RASUSP1 stops most duplicates at
      *          registration, but some people still got two numbers,
      *          and their policies, payments and letters are split
      *          across both. CA-CUSTOMER-NUM is the number that
      *          survives and CA-MRG-DUPLICATE-NUM the one merged into
      *          it. The duplicate's POLICY rows (and with them their
      *          RENEWAL_OFFER, CLAIM and arrears rows, which are keyed
      *          by policy), PREMIUM_PAYMENT and POLICY_REFUND rows,
      *          CUSTOMER_HISTORY before-images and any suspense
      *          records matched to it move to the survivor. The
      *          supervisor picks whose contact details and whose
      *          consent to keep; the contact details set aside are
      *          filed on CUSTOMER_HISTORY against the survivor with
      *          the merged number. An active direct-debit mandate on
      *          the duplicate moves across when the survivor has none
      *          of its own. The duplicate number is then retired the
      *          way RACUST4 erases one - 'MERGED' in place of the name,
      *          no date of birth, no contact details, no secret record
      *          - and never reused. The merge is filed on
      *          CUSTOMER_MERGE for the RAEXTRC2 MRGCUS event and on
      *          CUSTOMER_AUDIT under both numbers. Everything happens
      *          in one unit of work; any failure rolls the whole merge
      *          back.
      *
      *          CA-REQUEST-ID selects the function:
      *             'INQMRG' - return both customers side by side in
      *                        CA-MRG-CUSTOMER for the supervisor to
      *                        compare before merging
      *             'MRGCUS' - merge the duplicate into the survivor,
      *                        keeping contact details and consent as
      *                        CA-MRG-KEEP-CONTACT/-CONSENT say ('S'
      *                        survivor's, 'D' duplicate's)
      *
      *          Return codes: 00 done, 89 blocked - either number is
      *          erased or already merged, 91 no such customer, 92 SQL
      *          error, 95 the two numbers missing or the same, or a
      *          keep flag not S or D, 96 unknown request, 98 commarea
      *          too short.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-10-15  Initial version.
      **************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RACUST5.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'RACUST5-------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' RACUST5'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' CNUM='.
             05 EM-CUSNUM              PIC X(10) VALUE SPACES.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
      *    Header plus the CA-MERGE-REQUEST section through the last
      *    of its moved counts
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +485.
       01  WS-MERGE-FIELDS.
      *    Which CA-MRG-CUSTOMER entry READ-MERGE-CUSTOMER fills, and
      *    the customer number it reads for it
           03 WS-MRG-IX                PIC S9(4) COMP VALUE ZERO.
           03 WS-LOOKUP-CUSTNUM        PIC 9(10) VALUE ZERO.
           03 WS-MOVED-POLICIES        PIC S9(9) COMP VALUE ZERO.
           03 WS-MOVED-PAYMENTS        PIC S9(9) COMP VALUE ZERO.
           03 WS-MOVED-OFFERS          PIC S9(9) COMP VALUE ZERO.
           03 WS-HIST-TASKNUM          PIC S9(9) COMP VALUE ZERO.
           03 WS-MANDATE-STATUS        PIC X     VALUE SPACE.
           03 WS-DUP-MANDATE-STATUS    PIC X     VALUE SPACE.
           03 WS-SURV-MANDATE-STATUS   PIC X     VALUE SPACE.
      *    One customer as INQMRG shows it - the date of birth and
      *    consent flags come back through VALUE() since an erased row
      *    has no date of birth and a customer may have no consent row
       01  DB2-CUSTOMER-FIELDS.
           03 DB2-FIRSTNAME            PIC X(10).
           03 DB2-LASTNAME             PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-HOUSENAME            PIC X(20).
           03 DB2-HOUSENUMBER          PIC X(4).
           03 DB2-POSTCODE             PIC X(8).
           03 DB2-PHONEMOBILE          PIC X(20).
           03 DB2-PHONEHOME            PIC X(20).
           03 DB2-EMAILADDRESS         PIC X(100).
           03 DB2-CONSENT-POST         PIC X.
           03 DB2-CONSENT-PHONE        PIC X.
           03 DB2-CONSENT-EMAIL        PIC X.
           03 DB2-POLICY-COUNT         PIC S9(9) COMP.
      *    'Y' when the row is an erased or already-merged number
           03 DB2-RETIRED              PIC X.
      *    The contact details the merge sets aside, filed as the
      *    CUSTOMER_HISTORY before-image, and those it keeps
       01  DB2-OLD-CONTACT-FIELDS.
           03 DB2-OLD-HOUSENAME        PIC X(20).
           03 DB2-OLD-POSTCODE         PIC X(8).
           03 DB2-OLD-PHONEMOBILE      PIC X(20).
           03 DB2-OLD-PHONEHOME        PIC X(20).
           03 DB2-OLD-EMAILADDRESS     PIC X(100).
       01  DB2-NEW-CONTACT-FIELDS.
           03 DB2-NEW-HOUSENAME        PIC X(20).
           03 DB2-NEW-HOUSENUMBER      PIC X(4).
           03 DB2-NEW-POSTCODE         PIC X(8).
           03 DB2-NEW-PHONEMOBILE      PIC X(20).
           03 DB2-NEW-PHONEHOME        PIC X(20).
           03 DB2-NEW-EMAILADDRESS     PIC X(100).
      *    Audit trail fields for the merge records, in the same
      *    shape RACUST4's WRITE-ERASURE-AUDIT uses
       01  WS-AUDIT-FIELDS.
           03 WS-AUDIT-CUSTNUM         PIC S9(9) COMP VALUE ZERO.
           03 WS-AUDIT-REQID           PIC X(16) VALUE SPACES.
           03 WS-AUDIT-RETCODE         PIC X(2)  VALUE SPACES.
           03 WS-SAVE-SQLCODE          PIC S9(9) COMP-5 VALUE ZERO.
           03 WS-AUDIT-MSG.
              05 WS-AUDIT-DIRECTION    PIC X(11) VALUE SPACES.
              05 FILLER                PIC X     VALUE SPACE.
              05 WS-AUDIT-OTHER-NUM    PIC 9(10) VALUE ZERO.
              05 FILLER                PIC X(11) VALUE ' BY TRANSID'.
              05 FILLER                PIC X     VALUE SPACE.
              05 WS-AUDIT-TRANSID      PIC X(4)  VALUE SPACES.
              05 FILLER                PIC X(9)  VALUE ' TERMINAL'.
              05 FILLER                PIC X     VALUE SPACE.
              05 WS-AUDIT-TERMID       PIC X(4)  VALUE SPACES.
              05 FILLER                PIC X(28) VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA-1.
           EXEC SQL
             INCLUDE LGCMAREA
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

      * initialize working storage variables
           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF

           MOVE '00' TO CA-RETURN-CODE

      * both functions read and write the whole merge section
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-REQUEST-ID EQUAL 'INQMRG'
             PERFORM INQUIRE-MERGE
           ELSE
             IF CA-REQUEST-ID EQUAL 'MRGCUS'
               PERFORM MERGE-CUSTOMERS
             ELSE
               MOVE '96' TO CA-RETURN-CODE
             END-IF
           END-IF

           EXEC CICS RETURN END-EXEC.

       INQUIRE-MERGE.
      *================================================================*
      * Both customers side by side, so the supervisor can confirm     *
      * they are the same person and choose what to keep               *
      *================================================================*
           PERFORM CHECK-MERGE-NUMBERS
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM READ-BOTH-CUSTOMERS
           END-IF
           EXIT.

       MERGE-CUSTOMERS.
      *================================================================*
      * Verify the pair can be merged, move everything the duplicate   *
      * holds to the survivor, then retire the duplicate number. Any   *
      * failure on the way rolls the lot back - a half-merged customer *
      * is worse than two numbers                                      *
      *================================================================*
           MOVE ZERO TO WS-MOVED-POLICIES
           MOVE ZERO TO WS-MOVED-PAYMENTS
           MOVE ZERO TO WS-MOVED-OFFERS
           PERFORM CHECK-MERGE-NUMBERS
           IF CA-RETURN-CODE EQUAL '00'
             IF (CA-MRG-KEEP-CONTACT NOT EQUAL 'S'
                 AND CA-MRG-KEEP-CONTACT NOT EQUAL 'D')
             OR (CA-MRG-KEEP-CONSENT NOT EQUAL 'S'
                 AND CA-MRG-KEEP-CONSENT NOT EQUAL 'D')
               MOVE '95' TO CA-RETURN-CODE
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM READ-BOTH-CUSTOMERS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM COUNT-RENEWAL-OFFERS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM MOVE-POLICY-ROWS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM MOVE-PAYMENT-ROWS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM MOVE-REFUND-ROWS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM MOVE-SUSPENSE-MATCHES
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM MOVE-HISTORY-ROWS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM MERGE-CONTACT-DETAILS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM MERGE-CONSENT
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM MERGE-MANDATE
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM RETIRE-DUPLICATE-ROW
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM DELETE-SECURE-ROW
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM RECORD-CUSTOMER-MERGE
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE CA-MRG-DUPLICATE-NUM TO WS-AUDIT-CUSTNUM
             MOVE 'MERGED INTO'        TO WS-AUDIT-DIRECTION
             MOVE CA-CUSTOMER-NUM      TO WS-AUDIT-OTHER-NUM
             PERFORM WRITE-MERGE-AUDIT
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE CA-CUSTOMER-NUM      TO WS-AUDIT-CUSTNUM
             MOVE 'MERGED FROM'        TO WS-AUDIT-DIRECTION
             MOVE CA-MRG-DUPLICATE-NUM TO WS-AUDIT-OTHER-NUM
             PERFORM WRITE-MERGE-AUDIT
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE WS-MOVED-POLICIES TO CA-MRG-POLICIES-MOVED
             MOVE WS-MOVED-PAYMENTS TO CA-MRG-PAYMENTS-MOVED
             MOVE WS-MOVED-OFFERS   TO CA-MRG-OFFERS-MOVED
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE ZERO TO CA-MRG-POLICIES-MOVED
             MOVE ZERO TO CA-MRG-PAYMENTS-MOVED
             MOVE ZERO TO CA-MRG-OFFERS-MOVED
           END-IF
           EXIT.

       CHECK-MERGE-NUMBERS.
      *================================================================*
      * Two different customer numbers are needed - merging a number   *
      * into itself would retire the customer outright                 *
      *================================================================*
           IF CA-CUSTOMER-NUM NOT NUMERIC
           OR CA-MRG-DUPLICATE-NUM NOT NUMERIC
             MOVE '95' TO CA-RETURN-CODE
           ELSE
             IF CA-CUSTOMER-NUM EQUAL ZERO
             OR CA-MRG-DUPLICATE-NUM EQUAL ZERO
             OR CA-CUSTOMER-NUM EQUAL CA-MRG-DUPLICATE-NUM
               MOVE '95' TO CA-RETURN-CODE
             END-IF
           END-IF
           EXIT.

       READ-BOTH-CUSTOMERS.
      *================================================================*
      * Entry 1 is the survivor, entry 2 the duplicate                 *
      *================================================================*
           MOVE 1               TO WS-MRG-IX
           MOVE CA-CUSTOMER-NUM TO WS-LOOKUP-CUSTNUM
           PERFORM READ-MERGE-CUSTOMER
           IF CA-RETURN-CODE EQUAL '00'
             MOVE 2                    TO WS-MRG-IX
             MOVE CA-MRG-DUPLICATE-NUM TO WS-LOOKUP-CUSTNUM
             PERFORM READ-MERGE-CUSTOMER
           END-IF
           EXIT.

       READ-MERGE-CUSTOMER.
      *================================================================*
      * One customer with its consent flags and policy count. An       *
      * erased or already-merged number is shown but cannot take part  *
      * in a merge - it has nothing left to merge                      *
      *================================================================*
           MOVE 'SELECT CUSTOMER ' TO EM-SQLREQ
           EXEC SQL
             SELECT C.FIRSTNAME, C.LASTNAME,
                    VALUE(CHAR(C.DATEOFBIRTH, ISO), ' '),
                    C.HOUSENAME, C.HOUSENUMBER, C.POSTCODE,
                    C.PHONEMOBILE, C.PHONEHOME, C.EMAILADDRESS,
                    VALUE(N.MARKETING_POST, 'N'),
                    VALUE(N.MARKETING_PHONE, 'N'),
                    VALUE(N.MARKETING_EMAIL, 'N'),
                    ( SELECT COUNT(*)
                        FROM POLICY P
                       WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER ),
                    CASE WHEN C.FIRSTNAME IN ('ERASED', 'MERGED')
                              AND C.DATEOFBIRTH IS NULL
                         THEN 'Y' ELSE 'N' END
               INTO :DB2-FIRSTNAME, :DB2-LASTNAME, :DB2-DOB,
                    :DB2-HOUSENAME, :DB2-HOUSENUMBER, :DB2-POSTCODE,
                    :DB2-PHONEMOBILE, :DB2-PHONEHOME,
                    :DB2-EMAILADDRESS,
                    :DB2-CONSENT-POST, :DB2-CONSENT-PHONE,
                    :DB2-CONSENT-EMAIL,
                    :DB2-POLICY-COUNT,
                    :DB2-RETIRED
               FROM CUSTOMER C
               LEFT OUTER JOIN CUSTOMER_CONSENT N
                 ON N.CUSTOMERNUMBER = C.CUSTOMERNUMBER
              WHERE C.CUSTOMERNUMBER = :WS-LOOKUP-CUSTNUM
           END-EXEC
           IF SQLCODE EQUAL +100
             MOVE '91' TO CA-RETURN-CODE
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             ELSE
               MOVE DB2-FIRSTNAME     TO CA-MRG-FIRST-NAME (WS-MRG-IX)
               MOVE DB2-LASTNAME      TO CA-MRG-LAST-NAME (WS-MRG-IX)
               MOVE DB2-DOB           TO CA-MRG-DOB (WS-MRG-IX)
               MOVE DB2-HOUSENAME     TO CA-MRG-HOUSE-NAME (WS-MRG-IX)
               MOVE DB2-HOUSENUMBER   TO CA-MRG-HOUSE-NUM (WS-MRG-IX)
               MOVE DB2-POSTCODE      TO CA-MRG-POSTCODE (WS-MRG-IX)
               MOVE DB2-PHONEMOBILE
                 TO CA-MRG-PHONE-MOBILE (WS-MRG-IX)
               MOVE DB2-PHONEHOME     TO CA-MRG-PHONE-HOME (WS-MRG-IX)
               MOVE DB2-EMAILADDRESS  TO CA-MRG-EMAIL (WS-MRG-IX)
               MOVE DB2-CONSENT-POST
                 TO CA-MRG-CONSENT-POST (WS-MRG-IX)
               MOVE DB2-CONSENT-PHONE
                 TO CA-MRG-CONSENT-PHONE (WS-MRG-IX)
               MOVE DB2-CONSENT-EMAIL
                 TO CA-MRG-CONSENT-EMAIL (WS-MRG-IX)
               MOVE DB2-POLICY-COUNT
                 TO CA-MRG-POLICY-COUNT (WS-MRG-IX)
               IF DB2-RETIRED EQUAL 'Y'
                 MOVE '89' TO CA-RETURN-CODE
               END-IF
             END-IF
           END-IF
           EXIT.

       COUNT-RENEWAL-OFFERS.
      *================================================================*
      * RENEWAL_OFFER is keyed by policy, so the duplicate's offers    *
      * follow their policies across with nothing to update - count    *
      * them first so the caller can see what went with them           *
      *================================================================*
           MOVE 'COUNT OFFERS    ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-MOVED-OFFERS
               FROM RENEWAL_OFFER R
              WHERE R.POLICYNUMBER IN
                    ( SELECT P.POLICYNUMBER
                        FROM POLICY P
                       WHERE P.CUSTOMERNUMBER = :CA-MRG-DUPLICATE-NUM )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       MOVE-POLICY-ROWS.
      *================================================================*
      * Re-home the duplicate's policies, stamping LASTCHANGED as any  *
      * other change to a policy row does. A duplicate with no         *
      * policies is not an error                                       *
      *================================================================*
           MOVE 'MOVE POLICIES   ' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET CUSTOMERNUMBER = :CA-CUSTOMER-NUM,
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :CA-MRG-DUPLICATE-NUM
           END-EXEC
           IF SQLCODE EQUAL ZERO
             MOVE SQLERRD(3) TO WS-MOVED-POLICIES
           ELSE
             IF SQLCODE NOT EQUAL +100
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       MOVE-PAYMENT-ROWS.
      *================================================================*
      * The premium ledger carries the customer alongside the policy - *
      * move it with them so the survivor's payment history is whole   *
      *================================================================*
           MOVE 'MOVE PAYMENTS   ' TO EM-SQLREQ
           EXEC SQL
             UPDATE PREMIUM_PAYMENT
                SET CUSTOMERNUMBER = :CA-CUSTOMER-NUM
              WHERE CUSTOMERNUMBER = :CA-MRG-DUPLICATE-NUM
           END-EXEC
           IF SQLCODE EQUAL ZERO
             MOVE SQLERRD(3) TO WS-MOVED-PAYMENTS
           ELSE
             IF SQLCODE NOT EQUAL +100
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       MOVE-REFUND-ROWS.
      *================================================================*
      * Refunds owed on the duplicate's cancelled policies are the     *
      * survivor's now too                                             *
      *================================================================*
           MOVE 'MOVE REFUNDS    ' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY_REFUND
                SET CUSTOMERNUMBER = :CA-CUSTOMER-NUM
              WHERE CUSTOMERNUMBER = :CA-MRG-DUPLICATE-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             IF SQLCODE NOT EQUAL +100
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       MOVE-SUSPENSE-MATCHES.
      *================================================================*
      * A registration parked as a likely duplicate of the retired     *
      * number is compared against the survivor from now on            *
      *================================================================*
           MOVE 'MOVE SUSPENSE   ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER_SUSPENSE
                SET MATCHEDCUSTNUM = :CA-CUSTOMER-NUM
              WHERE MATCHEDCUSTNUM = :CA-MRG-DUPLICATE-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             IF SQLCODE NOT EQUAL +100
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       MOVE-HISTORY-ROWS.
      *================================================================*
      * The duplicate's own change history becomes part of the         *
      * survivor's, so INQHIS still answers for it. The rows keep      *
      * their own timestamps, so RAEXTRC2 does not send them again     *
      *================================================================*
           MOVE 'MOVE HISTORY    ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER_HISTORY
                SET CUSTOMERNUMBER = :CA-CUSTOMER-NUM
              WHERE CUSTOMERNUMBER = :CA-MRG-DUPLICATE-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             IF SQLCODE NOT EQUAL +100
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       MERGE-CONTACT-DETAILS.
      *================================================================*
      * File whichever contact details are being set aside as a        *
      * CUSTOMER_HISTORY before-image on the survivor, naming the      *
      * merged number - the record of the merge in the customer's      *
      * history. When the duplicate's details are kept they then       *
      * replace the survivor's, and RAEXTRC2 sends the change on as    *
      * an UPDCUS event from the history row                           *
      *================================================================*
           IF CA-MRG-KEEP-CONTACT EQUAL 'D'
             MOVE 1 TO WS-MRG-IX
           ELSE
             MOVE 2 TO WS-MRG-IX
           END-IF
           MOVE CA-MRG-HOUSE-NAME (WS-MRG-IX)   TO DB2-OLD-HOUSENAME
           MOVE CA-MRG-POSTCODE (WS-MRG-IX)     TO DB2-OLD-POSTCODE
           MOVE CA-MRG-PHONE-MOBILE (WS-MRG-IX) TO DB2-OLD-PHONEMOBILE
           MOVE CA-MRG-PHONE-HOME (WS-MRG-IX)   TO DB2-OLD-PHONEHOME
           MOVE CA-MRG-EMAIL (WS-MRG-IX)        TO DB2-OLD-EMAILADDRESS
           PERFORM WRITE-MERGE-HISTORY
           IF CA-RETURN-CODE EQUAL '00'
              AND CA-MRG-KEEP-CONTACT EQUAL 'D'
             MOVE CA-MRG-HOUSE-NAME (2)   TO DB2-NEW-HOUSENAME
             MOVE CA-MRG-HOUSE-NUM (2)    TO DB2-NEW-HOUSENUMBER
             MOVE CA-MRG-POSTCODE (2)     TO DB2-NEW-POSTCODE
             MOVE CA-MRG-PHONE-MOBILE (2) TO DB2-NEW-PHONEMOBILE
             MOVE CA-MRG-PHONE-HOME (2)   TO DB2-NEW-PHONEHOME
             MOVE CA-MRG-EMAIL (2)        TO DB2-NEW-EMAILADDRESS
             MOVE ' UPDATE CUSTOMER' TO EM-SQLREQ
             EXEC SQL
               UPDATE CUSTOMER
                  SET HOUSENAME    = :DB2-NEW-HOUSENAME,
                      HOUSENUMBER  = :DB2-NEW-HOUSENUMBER,
                      POSTCODE     = :DB2-NEW-POSTCODE,
                      PHONEMOBILE  = :DB2-NEW-PHONEMOBILE,
                      PHONEHOME    = :DB2-NEW-PHONEHOME,
                      EMAILADDRESS = :DB2-NEW-EMAILADDRESS
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       WRITE-MERGE-HISTORY.
      *================================================================*
      * The before-image row, in the shape RACUST2 files on UPDCUS,    *
      * with the merged number alongside                               *
      *================================================================*
           MOVE 'INSERT HISTORY  ' TO EM-SQLREQ
           MOVE WS-TASKNUM TO WS-HIST-TASKNUM
           EXEC SQL
             INSERT INTO CUSTOMER_HISTORY
                       ( CUSTOMERNUMBER,
                         CHANGETS,
                         CHANGETRANSID,
                         CHANGETASKNUM,
                         OLDHOUSENAME,
                         OLDPOSTCODE,
                         OLDPHONEMOBILE,
                         OLDPHONEHOME,
                         OLDEMAILADDRESS,
                         MERGEDCUSTNUM )
                VALUES ( :CA-CUSTOMER-NUM,
                         CURRENT TIMESTAMP,
                         :WS-TRANSID,
                         :WS-HIST-TASKNUM,
                         :DB2-OLD-HOUSENAME,
                         :DB2-OLD-POSTCODE,
                         :DB2-OLD-PHONEMOBILE,
                         :DB2-OLD-PHONEHOME,
                         :DB2-OLD-EMAILADDRESS,
                         :CA-MRG-DUPLICATE-NUM )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       MERGE-CONSENT.
      *================================================================*
      * Keeping the duplicate's consent records it on the survivor     *
      * with a fresh CONSENTTS, so RAEXTRC2 sends it on as an UPDCON   *
      * event - a duplicate with no consent row gave none, and that is *
      * what is recorded. The duplicate's own row goes either way      *
      *================================================================*
           IF CA-MRG-KEEP-CONSENT EQUAL 'D'
             MOVE CA-MRG-CONSENT-POST (2)  TO DB2-CONSENT-POST
             MOVE CA-MRG-CONSENT-PHONE (2) TO DB2-CONSENT-PHONE
             MOVE CA-MRG-CONSENT-EMAIL (2) TO DB2-CONSENT-EMAIL
             MOVE ' UPDATE CONSENT ' TO EM-SQLREQ
             EXEC SQL
               UPDATE CUSTOMER_CONSENT
                  SET MARKETING_POST  = :DB2-CONSENT-POST,
                      MARKETING_PHONE = :DB2-CONSENT-PHONE,
                      MARKETING_EMAIL = :DB2-CONSENT-EMAIL,
                      CONSENTTS       = CURRENT TIMESTAMP
                WHERE CUSTOMERNUMBER  = :CA-CUSTOMER-NUM
             END-EXEC
             IF SQLCODE EQUAL ZERO
               IF SQLERRD(3) EQUAL ZERO
                 PERFORM INSERT-CONSENT-ROW
               END-IF
             ELSE
               IF SQLCODE EQUAL +100
                 PERFORM INSERT-CONSENT-ROW
               ELSE
                 MOVE '92' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE 'DELETE CONSENT  ' TO EM-SQLREQ
             EXEC SQL
               DELETE FROM CUSTOMER_CONSENT
                WHERE CUSTOMERNUMBER = :CA-MRG-DUPLICATE-NUM
             END-EXEC
             IF SQLCODE NOT EQUAL ZERO
               IF SQLCODE NOT EQUAL +100
                 MOVE '92' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
             END-IF
           END-IF
           EXIT.

       INSERT-CONSENT-ROW.
      *================================================================*
      * First consent record for a survivor who predates consent       *
      * capture                                                        *
      *================================================================*
           MOVE ' INSERT CONSENT ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CUSTOMER_CONSENT
                       ( CUSTOMERNUMBER,
                         MARKETING_POST,
                         MARKETING_PHONE,
                         MARKETING_EMAIL,
                         CONSENTTS )
                VALUES ( :CA-CUSTOMER-NUM,
                         :DB2-CONSENT-POST,
                         :DB2-CONSENT-PHONE,
                         :DB2-CONSENT-EMAIL,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       MERGE-MANDATE.
      *================================================================*
      * The moved policies are collected under the survivor's mandate  *
      * from now on. When the survivor has no active mandate and the   *
      * duplicate has, the duplicate's moves across - reference and    *
      * all, since that is what the bank holds it under - replacing    *
      * any cancelled one. Otherwise the duplicate's bank details go   *
      * with the rest of its personal data                             *
      *================================================================*
           MOVE CA-MRG-DUPLICATE-NUM TO WS-LOOKUP-CUSTNUM
           PERFORM READ-MANDATE-STATUS
           MOVE WS-MANDATE-STATUS TO WS-DUP-MANDATE-STATUS
           MOVE SPACE             TO WS-SURV-MANDATE-STATUS
           IF CA-RETURN-CODE EQUAL '00'
              AND WS-DUP-MANDATE-STATUS EQUAL 'A'
             MOVE CA-CUSTOMER-NUM TO WS-LOOKUP-CUSTNUM
             PERFORM READ-MANDATE-STATUS
             MOVE WS-MANDATE-STATUS TO WS-SURV-MANDATE-STATUS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             IF WS-DUP-MANDATE-STATUS EQUAL 'A'
                AND WS-SURV-MANDATE-STATUS NOT EQUAL 'A'
               MOVE 'DELETE MANDATE  ' TO EM-SQLREQ
               EXEC SQL
                 DELETE FROM CUSTOMER_MANDATE
                  WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
                 MOVE '92' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
               ELSE
                 MOVE 'MOVE MANDATE    ' TO EM-SQLREQ
                 EXEC SQL
                   UPDATE CUSTOMER_MANDATE
                      SET CUSTOMERNUMBER = :CA-CUSTOMER-NUM,
                          LASTCHANGED    = CURRENT TIMESTAMP,
                          CHANGETRANSID  = :WS-TRANSID
                    WHERE CUSTOMERNUMBER = :CA-MRG-DUPLICATE-NUM
                 END-EXEC
                 IF SQLCODE NOT EQUAL ZERO
                   MOVE '92' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                 END-IF
               END-IF
             ELSE
               MOVE 'DELETE MANDATE  ' TO EM-SQLREQ
               EXEC SQL
                 DELETE FROM CUSTOMER_MANDATE
                  WHERE CUSTOMERNUMBER = :CA-MRG-DUPLICATE-NUM
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
                 MOVE '92' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
             END-IF
           END-IF
           EXIT.

       READ-MANDATE-STATUS.
      *================================================================*
      * Status of WS-LOOKUP-CUSTNUM's mandate, space when it has none  *
      *================================================================*
           MOVE 'SELECT MANDATE  ' TO EM-SQLREQ
           MOVE SPACE TO WS-MANDATE-STATUS
           EXEC SQL
             SELECT MANDATESTATUS
               INTO :WS-MANDATE-STATUS
               FROM CUSTOMER_MANDATE
              WHERE CUSTOMERNUMBER = :WS-LOOKUP-CUSTNUM
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE SPACE TO WS-MANDATE-STATUS
             IF SQLCODE NOT EQUAL +100
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       RETIRE-DUPLICATE-ROW.
      *================================================================*
      * Retire the duplicate number the way RACUST4 erases one - the   *
      * row and its number stay for the audit and history that name    *
      * it, with nothing personal left on it. The not-retired test     *
      * repeats here so a second merge of the same number that raced   *
      * this one in is refused rather than doubled                     *
      *================================================================*
           MOVE 'RETIRE CUSTOMER ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER
                SET FIRSTNAME    = 'MERGED',
                    LASTNAME     = 'MERGED',
                    DATEOFBIRTH  = NULL,
                    HOUSENAME    = ' ',
                    HOUSENUMBER  = ' ',
                    POSTCODE     = ' ',
                    PHONEMOBILE  = ' ',
                    PHONEHOME    = ' ',
                    EMAILADDRESS = ' '
              WHERE CUSTOMERNUMBER = :CA-MRG-DUPLICATE-NUM
                AND NOT (FIRSTNAME IN ('ERASED', 'MERGED')
                         AND DATEOFBIRTH IS NULL)
           END-EXEC
           IF SQLCODE EQUAL ZERO
             IF SQLERRD(3) EQUAL ZERO
               MOVE '89' TO CA-RETURN-CODE
             END-IF
           ELSE
             IF SQLCODE EQUAL +100
               MOVE '89' TO CA-RETURN-CODE
             ELSE
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       DELETE-SECURE-ROW.
      *================================================================*
      * A retired number has no logon. A duplicate already missing its *
      * secret record is not an error here                             *
      *================================================================*
           MOVE 'DELETE SECRET   ' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM CUSTOMER_SECURE
              WHERE CUSTOMERNUMBER = :CA-MRG-DUPLICATE-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             IF SQLCODE NOT EQUAL +100
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       RECORD-CUSTOMER-MERGE.
      *================================================================*
      * The merge itself - what RAEXTRC2 sends downstream as an MRGCUS *
      * event so the CRM and the print house combine their records     *
      *================================================================*
           MOVE 'INSERT MERGE    ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CUSTOMER_MERGE
                       ( MERGEDCUSTNUM,
                         SURVIVINGCUSTNUM,
                         MERGETS,
                         CHANGETRANSID,
                         CONTACTKEPT,
                         CONSENTKEPT,
                         POLICIESMOVED,
                         PAYMENTSMOVED,
                         OFFERSMOVED )
                VALUES ( :CA-MRG-DUPLICATE-NUM,
                         :CA-CUSTOMER-NUM,
                         CURRENT TIMESTAMP,
                         :WS-TRANSID,
                         :CA-MRG-KEEP-CONTACT,
                         :CA-MRG-KEEP-CONSENT,
                         :WS-MOVED-POLICIES,
                         :WS-MOVED-PAYMENTS,
                         :WS-MOVED-OFFERS )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       WRITE-MERGE-AUDIT.
      *================================================================*
      * Permanent record of the merge under WS-AUDIT-CUSTNUM, naming   *
      * the other number and who did it                                *
      *================================================================*
           MOVE 'MRGCUS MERGE    ' TO EM-SQLREQ
           MOVE EM-SQLREQ       TO WS-AUDIT-REQID
           MOVE CA-RETURN-CODE  TO WS-AUDIT-RETCODE
           MOVE ZERO            TO WS-SAVE-SQLCODE
           MOVE WS-TRANSID      TO WS-AUDIT-TRANSID
           MOVE WS-TERMID       TO WS-AUDIT-TERMID
           EXEC SQL
             INSERT INTO CUSTOMER_AUDIT
                       ( CUSTOMERNUMBER,
                         AUDITDATE,
                         AUDITTIME,
                         REQUESTID,
                         RETURNCODE,
                         SQLRETCODE,
                         AUDITMESSAGE )
                VALUES ( :WS-AUDIT-CUSTNUM,
                         CURRENT DATE,
                         CURRENT TIME,
                         :WS-AUDIT-REQID,
                         :WS-AUDIT-RETCODE,
                         :WS-SAVE-SQLCODE,
                         :WS-AUDIT-MSG )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
      *      unlike an erasure, a merge with no audit row does not
      *      stand - the caller's rollback takes it all back
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       WRITE-ERROR-MESSAGE.
      * Save SQLCODE in message
           MOVE SQLCODE TO EM-SQLRC
      * Save the customer number this failure relates to
           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM
      * Obtain and format current time and date
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
      * Write output message to TDQ
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           EXIT.
