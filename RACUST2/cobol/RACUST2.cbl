      *                        section
      *             'UPDCON' - record or change the customer's
      *                        marketing contact consent flags
      *             'INQMND' - return the customer's direct-debit
      *                        mandate, the sort code and account number
      *                        masked to their last two and four digits
      *                        (status space when none is on file)
      *             'UPDMND' - set up or replace the mandate (status
      *                        'A' with the full bank details and a
      *                        collection day 1-28), or cancel it
      *                        (status 'C'). A sort code or account
      *                        number left blank, or handed back
      *                        masked as INQMND returned it, keeps the
      *                        one on file. An erased or merged
      *                        customer is refused 91
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-08-22  Added the UPDCON consent maintenance function over
      *             the CUSTOMER_CONSENT records captured at
      *             registration.
      * 2026-10-15  Added the INQMND/UPDMND direct-debit mandate
      *             functions over CUSTOMER_MANDATE.
      * 2026-10-15  UPDMND keeps the bank details on file when they come
      *             back blank or masked, and refuses an erased or
      *             merged customer.
      **************************************************************************

       IDENTIFICATION DIVISION.
      *    Header plus the customer section, password and the consent
      *    flags UPDCON reads
           03 WS-REQUIRED-CA-LEN-CON   PIC S9(4) COMP VALUE +268.
      *    Header plus the CA-MANDATE-REQUEST section through its last
      *    changed timestamp
           03 WS-REQUIRED-CA-LEN-MND   PIC S9(4) COMP VALUE +97.
      *    Format validation scratch fields - same checks RACUST1 runs
      *    on the ADD path, applied here to the UPDCUS fields
       01  WS-VALIDATION-SW            PIC X     VALUE 'Y'.
           03 DB2-HIST-CHANGETS        PIC X(26).
           03 DB2-HIST-TRANSID         PIC X(4).
           03 DB2-HIST-TASKNUM         PIC S9(9) COMP.
      *    Mandate scratch fields - the row as held, before it is
      *    masked for the caller, and the new row's reference
       01  DB2-MANDATE-FIELDS.
           03 DB2-MND-STATUS           PIC X.
           03 DB2-MND-ACCOUNT-NAME     PIC X(18).
           03 DB2-MND-SORT-CODE        PIC X(6).
           03 DB2-MND-ACCOUNT-NUM      PIC X(8).
           03 DB2-MND-REFERENCE        PIC X(18).
           03 DB2-MND-COLLECT-DAY      PIC S9(4) COMP.
           03 DB2-MND-LASTCHANGED      PIC X(26).
      *    The bank details on file masked the way INQMND returns
      *    them, to recognise them when UPDMND hands them back
       01  WS-MANDATE-MASK.
           03 WS-MASK-SORT-CODE.
              05 FILLER                PIC X(4)  VALUE '****'.
              05 WS-MASK-SORT-TAIL     PIC X(2)  VALUE SPACES.
           03 WS-MASK-ACCOUNT-NUM.
              05 FILLER                PIC X(4)  VALUE '****'.
              05 WS-MASK-ACCOUNT-TAIL  PIC X(4)  VALUE SPACES.
       01  WS-MANDATE-REF.
           03 FILLER                   PIC X(6)  VALUE 'GENAPP'.
           03 WS-MANDATE-REF-CUSTNUM   PIC 9(10) VALUE ZERO.
           03 FILLER                   PIC X(2)  VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
                       PERFORM UPDATE-CONSENT
                     END-IF
                   ELSE
                     IF CA-REQUEST-ID EQUAL 'INQMND'
                       IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN-MND
                         MOVE '98' TO CA-RETURN-CODE
                       ELSE
                         PERFORM INQUIRE-MANDATE
                       END-IF
                     ELSE
                       IF CA-REQUEST-ID EQUAL 'UPDMND'
                         IF EIBCALEN IS LESS THAN
                            WS-REQUIRED-CA-LEN-MND
                           MOVE '98' TO CA-RETURN-CODE
                         ELSE
                           PERFORM UPDATE-MANDATE
                         END-IF
                       ELSE
                         MOVE '96' TO CA-RETURN-CODE
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
           END-IF
           EXIT.

       INQUIRE-MANDATE.
      *================================================================*
      * Return the customer's mandate with the bank details masked -   *
      * the full sort code and account number never leave DB2 online,  *
      * only the collection batch reads them. A known customer with no *
      * mandate comes back 00 with a blank status                      *
      *================================================================*
           MOVE CA-CUSTOMER-NUM TO WS-INQ-CUSTNUM
           MOVE 'CHECK CUSTOMER  ' TO EM-SQLREQ
           MOVE ZERO TO WS-CUST-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CUST-COUNT
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-INQ-CUSTNUM
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF WS-CUST-COUNT EQUAL ZERO
               MOVE '91' TO CA-RETURN-CODE
             ELSE
               PERFORM READ-MANDATE-ROW
             END-IF
           END-IF
           EXIT.

       READ-MANDATE-ROW.
      *================================================================*
      * Read the mandate and mask what goes back to the caller         *
      *================================================================*
           MOVE 'SELECT MANDATE  ' TO EM-SQLREQ
           EXEC SQL
             SELECT MANDATESTATUS, ACCOUNTNAME, SORTCODE,
                    ACCOUNTNUMBER, MANDATEREF, COLLECTIONDAY,
                    CHAR(LASTCHANGED)
               INTO :DB2-MND-STATUS, :DB2-MND-ACCOUNT-NAME,
                    :DB2-MND-SORT-CODE, :DB2-MND-ACCOUNT-NUM,
                    :DB2-MND-REFERENCE, :DB2-MND-COLLECT-DAY,
                    :DB2-MND-LASTCHANGED
               FROM CUSTOMER_MANDATE
              WHERE CUSTOMERNUMBER = :WS-INQ-CUSTNUM
           END-EXEC
           IF SQLCODE EQUAL +100
             MOVE SPACES TO CA-MND-STATUS CA-MND-ACCOUNT-NAME
                            CA-MND-SORT-CODE CA-MND-ACCOUNT-NUM
                            CA-MND-REFERENCE CA-MND-LASTCHANGED
             MOVE ZERO   TO CA-MND-COLLECT-DAY
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             ELSE
               MOVE DB2-MND-STATUS        TO CA-MND-STATUS
               MOVE DB2-MND-ACCOUNT-NAME  TO CA-MND-ACCOUNT-NAME
               MOVE '****'                TO CA-MND-SORT-CODE (1:4)
               MOVE DB2-MND-SORT-CODE (5:2)
                                          TO CA-MND-SORT-CODE (5:2)
               MOVE '****'                TO CA-MND-ACCOUNT-NUM (1:4)
               MOVE DB2-MND-ACCOUNT-NUM (5:4)
                                          TO CA-MND-ACCOUNT-NUM (5:4)
               MOVE DB2-MND-REFERENCE     TO CA-MND-REFERENCE
               MOVE DB2-MND-COLLECT-DAY   TO CA-MND-COLLECT-DAY
               MOVE DB2-MND-LASTCHANGED   TO CA-MND-LASTCHANGED
             END-IF
           END-IF
           EXIT.

       UPDATE-MANDATE.
      *================================================================*
      * Set up, replace or cancel the customer's mandate               *
      *================================================================*
           PERFORM CHECK-MANDATE-CUSTOMER
           IF CA-RETURN-CODE EQUAL '00'
             IF CA-MND-STATUS EQUAL 'A'
               PERFORM TAKE-MANDATE-BANK-DETAILS
               IF CA-RETURN-CODE EQUAL '00'
                 PERFORM VALIDATE-MANDATE-FIELDS
                 IF INVALID-FORMAT
                   MOVE '95' TO CA-RETURN-CODE
                 ELSE
                   PERFORM SET-MANDATE-ROW
                 END-IF
               END-IF
             ELSE
               IF CA-MND-STATUS EQUAL 'C'
                 PERFORM CANCEL-MANDATE-ROW
               ELSE
                 MOVE '95' TO CA-RETURN-CODE
               END-IF
             END-IF
           END-IF
           EXIT.

       CHECK-MANDATE-CUSTOMER.
      *================================================================*
      * The customer must be on file and neither erased nor retired by *
      * a merge - the same test RAPOLM1 makes before new business, so  *
      * no bank details are filed against a number nobody now holds    *
      *================================================================*
           MOVE 'CHECK CUSTOMER  ' TO EM-SQLREQ
           MOVE ZERO TO WS-CUST-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CUST-COUNT
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND NOT (FIRSTNAME IN ('ERASED', 'MERGED')
                         AND DATEOFBIRTH IS NULL)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF WS-CUST-COUNT EQUAL ZERO
               MOVE '91' TO CA-RETURN-CODE
             END-IF
           END-IF
           EXIT.

       TAKE-MANDATE-BANK-DETAILS.
      *================================================================*
      * A blank sort code or account number, or one handed back masked *
      * as INQMND returned it, is the one on file left unchanged -     *
      * anything else must be the full new value. With no mandate on   *
      * file there is nothing to keep and validation decides           *
      *================================================================*
           MOVE 'SELECT MANDATE  ' TO EM-SQLREQ
           EXEC SQL
             SELECT SORTCODE, ACCOUNTNUMBER
               INTO :DB2-MND-SORT-CODE, :DB2-MND-ACCOUNT-NUM
               FROM CUSTOMER_MANDATE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE EQUAL ZERO
             MOVE DB2-MND-SORT-CODE (5:2)   TO WS-MASK-SORT-TAIL
             MOVE DB2-MND-ACCOUNT-NUM (5:4) TO WS-MASK-ACCOUNT-TAIL
             IF CA-MND-SORT-CODE EQUAL SPACES
                OR CA-MND-SORT-CODE EQUAL WS-MASK-SORT-CODE
               MOVE DB2-MND-SORT-CODE TO CA-MND-SORT-CODE
             END-IF
             IF CA-MND-ACCOUNT-NUM EQUAL SPACES
                OR CA-MND-ACCOUNT-NUM EQUAL WS-MASK-ACCOUNT-NUM
               MOVE DB2-MND-ACCOUNT-NUM TO CA-MND-ACCOUNT-NUM
             END-IF
           ELSE
             IF SQLCODE NOT EQUAL +100
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       VALIDATE-MANDATE-FIELDS.
      *================================================================*
      * A six-digit sort code, an eight-digit account number, the name *
      * on the account and a collection day every month has            *
      *================================================================*
           SET VALID-FORMAT TO TRUE
           IF CA-MND-SORT-CODE IS NOT NUMERIC
             SET INVALID-FORMAT TO TRUE
           END-IF
           IF CA-MND-ACCOUNT-NUM IS NOT NUMERIC
             SET INVALID-FORMAT TO TRUE
           END-IF
           IF CA-MND-ACCOUNT-NAME EQUAL SPACES
             SET INVALID-FORMAT TO TRUE
           END-IF
           IF CA-MND-COLLECT-DAY IS NOT NUMERIC
             SET INVALID-FORMAT TO TRUE
           ELSE
             IF CA-MND-COLLECT-DAY LESS THAN 1
                OR CA-MND-COLLECT-DAY GREATER THAN 28
               SET INVALID-FORMAT TO TRUE
             END-IF
           END-IF
           EXIT.

       SET-MANDATE-ROW.
      *================================================================*
      * Replace the mandate on file, or file the customer's first one  *
      * - the reference the bank holds it under is built from the      *
      * customer number and does not change when the account does      *
      *================================================================*
           MOVE CA-CUSTOMER-NUM     TO WS-MANDATE-REF-CUSTNUM
           MOVE CA-MND-COLLECT-DAY  TO DB2-MND-COLLECT-DAY
           MOVE WS-MANDATE-REF      TO CA-MND-REFERENCE
           MOVE ' UPDATE MANDATE ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER_MANDATE
                SET MANDATESTATUS = 'A',
                    ACCOUNTNAME   = :CA-MND-ACCOUNT-NAME,
                    SORTCODE      = :CA-MND-SORT-CODE,
                    ACCOUNTNUMBER = :CA-MND-ACCOUNT-NUM,
                    MANDATEREF    = :CA-MND-REFERENCE,
                    COLLECTIONDAY = :DB2-MND-COLLECT-DAY,
                    LASTCHANGED   = CURRENT TIMESTAMP,
                    CHANGETRANSID = :WS-TRANSID
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE EQUAL ZERO
             IF SQLERRD(3) EQUAL ZERO
               PERFORM INSERT-MANDATE-ROW
             END-IF
           ELSE
             IF SQLCODE EQUAL +100
               PERFORM INSERT-MANDATE-ROW
             ELSE
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       INSERT-MANDATE-ROW.
      *================================================================*
      * First mandate for this customer - the customer must exist      *
      * before bank details are filed against the number               *
      *================================================================*
           MOVE 'CHECK CUSTOMER  ' TO EM-SQLREQ
           MOVE ZERO TO WS-CUST-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CUST-COUNT
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF WS-CUST-COUNT EQUAL ZERO
               MOVE '91' TO CA-RETURN-CODE
             ELSE
               MOVE ' INSERT MANDATE ' TO EM-SQLREQ
               EXEC SQL
                 INSERT INTO CUSTOMER_MANDATE
                           ( CUSTOMERNUMBER,
                             MANDATESTATUS,
                             ACCOUNTNAME,
                             SORTCODE,
                             ACCOUNTNUMBER,
                             MANDATEREF,
                             COLLECTIONDAY,
                             LASTCHANGED,
                             CHANGETRANSID )
                    VALUES ( :CA-CUSTOMER-NUM,
                             'A',
                             :CA-MND-ACCOUNT-NAME,
                             :CA-MND-SORT-CODE,
                             :CA-MND-ACCOUNT-NUM,
                             :CA-MND-REFERENCE,
                             :DB2-MND-COLLECT-DAY,
                             CURRENT TIMESTAMP,
                             :WS-TRANSID )
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                 MOVE '92' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
             END-IF
           END-IF
           EXIT.

       CANCEL-MANDATE-ROW.
      *================================================================*
      * Stop collecting - the row stays so the reference and the       *
      * change are still on record. No live mandate to cancel is a 91  *
      *================================================================*
           MOVE ' CANCEL MANDATE ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER_MANDATE
                SET MANDATESTATUS = 'C',
                    LASTCHANGED   = CURRENT TIMESTAMP,
                    CHANGETRANSID = :WS-TRANSID
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND MANDATESTATUS  = 'A'
           END-EXEC
           IF SQLCODE EQUAL ZERO
             IF SQLERRD(3) EQUAL ZERO
               MOVE '91' TO CA-RETURN-CODE
             END-IF
           ELSE
             IF SQLCODE EQUAL +100
               MOVE '91' TO CA-RETURN-CODE
             ELSE
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       WRITE-ERROR-MESSAGE.
      * Save SQLCODE in message
           MOVE SQLCODE TO EM-SQLRC
