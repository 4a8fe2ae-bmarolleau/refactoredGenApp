      *          CA-CUSTOMER-NUM it first verifies no unexpired POLICY
      *          rows remain, then anonymizes the CUSTOMER row's name,
      *          date of birth, address, phone and email fields in
      *          place, removes the CUSTOMER_SECURE record and any
      *          direct-debit mandate, and writes a CUSTOMER_AUDIT row
      *          recording who was erased and when. The customer
      *          number itself is never reused.
      *
      *          CA-REQUEST-ID selects the function:
      *             'OFFCUS' - offboard (erase) the customer
      * 2026-08-22  Remove the customer's CUSTOMER_HISTORY before-images
      *             too - they carry the old address, phone and email
      *             the erasure exists to remove.
      * 2026-10-15  Remove the customer's CUSTOMER_MANDATE bank details
      *             as part of the erasure.
      **************************************************************************

       IDENTIFICATION DIVISION.
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM DELETE-HISTORY-ROWS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM DELETE-MANDATE-ROW
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM WRITE-ERASURE-AUDIT
           END-IF
           END-IF
           EXIT.

       DELETE-MANDATE-ROW.
      *================================================================*
      * Bank details are the last thing to keep once the relationship  *
      * is over - no unexpired policy is left to collect for. A        *
      * customer who never had a mandate is not an error               *
      *================================================================*
           MOVE 'DELETE MANDATE  ' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM CUSTOMER_MANDATE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             IF SQLCODE NOT EQUAL +100
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF
           EXIT.

       WRITE-ERASURE-AUDIT.
      *================================================================*
      * Permanent record of who was erased and when, for the           *
