      **************************************************************************
      * Program: RACLMPY1
      * Purpose: Nightly claims-payment feed. RACLAM1 records part and
      *          final settlement payments on CLAIM_PAYMENT, but the
      *          money itself is sent by the payments team, who until
      *          now worked from a printout. This job writes every
      *          payment authorised since the last run to CLMPAYFD -
      *          one record per payment, carrying the claim, policy and
      *          customer it belongs to, the payee's name and address,
      *          the amount, whether it is a part or final payment, and
      *          when and by whom it was authorised. Payments still
      *          waiting for a second approver, and rejected ones, are
      *          never sent.
      *          The feed follows RAEXTRC1's EXTRACT_CONTROL high-water
      *          mark ('CLMPAY', on AUTHORISEDTS), so an approval made
      *          after a payment was requested is picked up the night
      *          it is approved and nothing goes out twice. The run
      *          summary gives the count and total sent so the payments
      *          team can tie the file up before releasing it.
      *
      *          Runs once per business date under RARUNC1 run-control.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  Record the run with RARUNC1 run-control - a second
      *             run for the same business date is refused, so an
      *             unreleased CLMPAYFD cannot be overwritten.
      * 2026-10-15  A CLMPAY mark that fails to save fails the run, so
      *             the feed is not released and resent the next night.
      * 2026-10-15  Commit the CLMPAY mark, or back it out on a failed
      *             run, before the run is recorded with run control.
      **************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RACLMPY1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-PAYMENT-FILE ASSIGN TO CLMPAYFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLMPAYFD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-PAYMENT-FILE
           RECORDING MODE IS F.
       01  CLAIM-PAYMENT-RECORD.
           03 CP-CLAIMNUM              PIC 9(10).
           03 CP-PAYMENT-SEQ           PIC 9(4).
           03 CP-POLICYNUM             PIC 9(10).
           03 CP-CUSTOMERNUM           PIC 9(10).
           03 CP-FIRST-NAME            PIC X(10).
           03 CP-LAST-NAME             PIC X(20).
           03 CP-HOUSE-NAME            PIC X(20).
           03 CP-HOUSE-NUMBER          PIC X(4).
           03 CP-POSTCODE              PIC X(8).
           03 CP-AMOUNT                PIC 9(8).
      *    'P' part payment, 'F' final payment settling the claim
           03 CP-PAYMENT-TYPE          PIC X.
           03 CP-AUTHORISED-TS         PIC X(26).
           03 CP-AUTHORISED-BY         PIC X(8).
           03 FILLER                   PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-CLMPAYFD-STATUS          PIC X(2)  VALUE '00'.
           88 CLMPAYFD-OK                        VALUE '00'.
       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88 END-OF-PAYMENTS                    VALUE 'Y'.
       01  WS-CONTROL-FOUND-SW         PIC X     VALUE 'N'.
           88 CONTROL-ROW-FOUND                  VALUE 'Y'.
      *    A feed-write failure stops the run before the mark moves -
      *    a saved mark past an unwritten payment means it is never paid
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-PAYMENT-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-PAYMENT-TOTAL            PIC S9(15) COMP VALUE ZERO.
       01  WS-FINAL-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-EXTRACT-NAME             PIC X(8)  VALUE 'CLMPAY'.
       01  WS-LAST-RUN-TS              PIC X(26) VALUE SPACES.
       01  WS-HIGH-WATER-TS            PIC X(26) VALUE SPACES.
       01  DB2-OUT-FIELDS.
           03 DB2-CLAIMNUM-INT         PIC S9(9) COMP.
           03 DB2-PAYSEQ-INT           PIC S9(4) COMP.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP.
           03 DB2-FIRSTNAME            PIC X(10).
           03 DB2-LASTNAME             PIC X(20).
           03 DB2-HOUSENAME            PIC X(20).
           03 DB2-HOUSENUMBER          PIC X(4).
           03 DB2-POSTCODE             PIC X(8).
           03 DB2-AMOUNT-INT           PIC S9(9) COMP.
           03 DB2-PAYMENTTYPE          PIC X.
           03 DB2-AUTHORISED-TS        PIC X(26).
           03 DB2-AUTHORISED-BY        PIC X(8).

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *    Authorised payments since the mark, joined through the
      *    policy to the customer being paid
           EXEC SQL
             DECLARE PAYMENT-CURSOR CURSOR FOR
             SELECT P.CLAIMNUMBER, P.PAYMENTSEQ, P.POLICYNUMBER,
                    C.CUSTOMERNUMBER, C.FIRSTNAME, C.LASTNAME,
                    C.HOUSENAME, C.HOUSENUMBER, C.POSTCODE,
                    P.AMOUNT, P.PAYMENTTYPE, CHAR(P.AUTHORISEDTS),
                    VALUE(P.AUTHORISEDBY, ' ')
               FROM CLAIM_PAYMENT P, POLICY PO, CUSTOMER C
              WHERE P.PAYMENTSTATUS   = 'A'
                AND P.AUTHORISEDTS    > :WS-LAST-RUN-TS
                AND PO.POLICYNUMBER   = P.POLICYNUMBER
                AND C.CUSTOMERNUMBER  = PO.CUSTOMERNUMBER
              ORDER BY P.AUTHORISEDTS
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM START-RUN-CONTROL.
           IF RUN-CONTROL-STARTED
             PERFORM INITIALIZE-RUN
             IF NOT RUN-FAILED
               PERFORM EXTRACT-PAYMENTS
             END-IF
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
           MOVE 'RACLMPY1' TO RC-JOB-NAME
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RACLMPY1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Open the payment feed                                          *
      *================================================================*
           DISPLAY 'RACLMPY1 - CLAIMS PAYMENT FEED STARTING'
           OPEN OUTPUT CLAIM-PAYMENT-FILE
           IF NOT CLMPAYFD-OK
             DISPLAY 'CLMPAYFD OPEN FAILED - FILE STATUS '
                     WS-CLMPAYFD-STATUS
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       EXTRACT-PAYMENTS.
      *================================================================*
      * One feed record per payment authorised since the CLMPAY mark   *
      *================================================================*
           PERFORM READ-CONTROL-ROW
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL
             OPEN PAYMENT-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'PAYMENT CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM WRITE-PAYMENT-RECORD UNTIL END-OF-PAYMENTS
             EXEC SQL
               CLOSE PAYMENT-CURSOR
             END-EXEC
             IF NOT RUN-FAILED AND WS-PAYMENT-COUNT NOT EQUAL ZERO
               PERFORM SAVE-CONTROL-ROW
             END-IF
           END-IF
           EXIT.

       WRITE-PAYMENT-RECORD.
      *================================================================*
      * Put the next payment on the feed and move the mark - a write   *
      * that fails stops the run before the mark can be saved past a   *
      * payment the payments team never received                       *
      *================================================================*
           EXEC SQL
             FETCH PAYMENT-CURSOR
              INTO :DB2-CLAIMNUM-INT, :DB2-PAYSEQ-INT,
                   :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                   :DB2-FIRSTNAME, :DB2-LASTNAME,
                   :DB2-HOUSENAME, :DB2-HOUSENUMBER, :DB2-POSTCODE,
                   :DB2-AMOUNT-INT, :DB2-PAYMENTTYPE,
                   :DB2-AUTHORISED-TS, :DB2-AUTHORISED-BY
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'PAYMENT FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-PAYMENTS TO TRUE
           ELSE
             MOVE SPACES TO CLAIM-PAYMENT-RECORD
             MOVE DB2-CLAIMNUM-INT     TO CP-CLAIMNUM
             MOVE DB2-PAYSEQ-INT       TO CP-PAYMENT-SEQ
             MOVE DB2-POLICYNUM-INT    TO CP-POLICYNUM
             MOVE DB2-CUSTOMERNUM-INT  TO CP-CUSTOMERNUM
             MOVE DB2-FIRSTNAME        TO CP-FIRST-NAME
             MOVE DB2-LASTNAME         TO CP-LAST-NAME
             MOVE DB2-HOUSENAME        TO CP-HOUSE-NAME
             MOVE DB2-HOUSENUMBER      TO CP-HOUSE-NUMBER
             MOVE DB2-POSTCODE         TO CP-POSTCODE
             MOVE DB2-AMOUNT-INT       TO CP-AMOUNT
             MOVE DB2-PAYMENTTYPE      TO CP-PAYMENT-TYPE
             MOVE DB2-AUTHORISED-TS    TO CP-AUTHORISED-TS
             MOVE DB2-AUTHORISED-BY    TO CP-AUTHORISED-BY
             WRITE CLAIM-PAYMENT-RECORD
             IF NOT CLMPAYFD-OK
               DISPLAY 'CLMPAYFD WRITE FAILED - FILE STATUS '
                       WS-CLMPAYFD-STATUS
               SET RUN-FAILED TO TRUE
               SET END-OF-PAYMENTS TO TRUE
             ELSE
               ADD 1 TO WS-PAYMENT-COUNT
               ADD DB2-AMOUNT-INT TO WS-PAYMENT-TOTAL
               IF DB2-PAYMENTTYPE EQUAL 'F'
                 ADD 1 TO WS-FINAL-COUNT
               END-IF
               IF DB2-AUTHORISED-TS IS GREATER THAN WS-HIGH-WATER-TS
                 MOVE DB2-AUTHORISED-TS TO WS-HIGH-WATER-TS
               END-IF
             END-IF
           END-IF
           EXIT.

       READ-CONTROL-ROW.
      *================================================================*
      * No control row yet means the first run ever - send every       *
      * authorised payment on file                                     *
      *================================================================*
           MOVE 'N' TO WS-CONTROL-FOUND-SW
           MOVE '0001-01-01-00.00.00.000000' TO WS-LAST-RUN-TS
           EXEC SQL
             SELECT LASTRUNTS
               INTO :WS-LAST-RUN-TS
               FROM EXTRACT_CONTROL
              WHERE EXTRACTNAME = :WS-EXTRACT-NAME
           END-EXEC
           IF SQLCODE EQUAL ZERO
             SET CONTROL-ROW-FOUND TO TRUE
           END-IF
           MOVE WS-LAST-RUN-TS TO WS-HIGH-WATER-TS
           EXIT.

       SAVE-CONTROL-ROW.
      *================================================================*
      * Remember how far this run got so the next run starts here      *
      *================================================================*
           IF CONTROL-ROW-FOUND
             EXEC SQL
               UPDATE EXTRACT_CONTROL
                  SET LASTRUNTS = :WS-HIGH-WATER-TS
                WHERE EXTRACTNAME = :WS-EXTRACT-NAME
             END-EXEC
           ELSE
             EXEC SQL
               INSERT INTO EXTRACT_CONTROL (EXTRACTNAME, LASTRUNTS)
                    VALUES (:WS-EXTRACT-NAME, :WS-HIGH-WATER-TS)
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
      * Close the feed, keep the moved mark only if the whole run      *
      * succeeded, and print the run summary                           *
      *================================================================*
           CLOSE CLAIM-PAYMENT-FILE
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
           DISPLAY ' '
           DISPLAY 'PAYMENTS WRITTEN      : ' WS-PAYMENT-COUNT
           DISPLAY '  OF WHICH FINAL      : ' WS-FINAL-COUNT
           DISPLAY 'TOTAL AMOUNT          : ' WS-PAYMENT-TOTAL
           IF RUN-FAILED
             DISPLAY 'RACLMPY1 - RUN INCOMPLETE - RERUN AFTER FIXING'
           ELSE
             DISPLAY 'RACLMPY1 - CLAIMS PAYMENT FEED COMPLETE'
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           MOVE WS-PAYMENT-COUNT TO RC-RECORDS-IN
           MOVE WS-PAYMENT-COUNT TO RC-RECORDS-OUT
           MOVE ZERO             TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'CLMPAYFD INCOMPLETE - SEE JOB OUTPUT'
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
