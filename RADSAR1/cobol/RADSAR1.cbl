      **************************************************************************
      * Program: RADSAR1
      * Purpose: Subject access request export - a copy of everything
      *          held on a customer, produced in one pass instead of a
      *          dozen SPUFI queries pasted into a letter. Reads the
      *          DSARREQ request file, one customer number per record
      *          with the date the request was received, and for each
      *          one prints to DSAREXP, a page per customer, a labelled
      *          section for every table that holds the customer's
      *          data:
      *            CUSTOMER          - personal and contact details,
      *                                the online account state and,
      *                                for a merged number, the
      *                                number it was merged into
      *            CUSTOMER_CONSENT  - marketing consent
      *            CUSTOMER_MANDATE  - the direct-debit mandate, with
      *                                the customer's own bank details
      *                                in full - masking is for screens
      *            CUSTOMER_HISTORY  - contact details since replaced
      *            POLICY            - each policy with its cover from
      *                                ENDOWMENT, HOUSE, MOTOR or
      *                                COMMERCIAL
      *            CLAIM             - claims on those policies
      *            CLAIM_PAYMENT     - settlement payments on them
      *            PREMIUM_PAYMENT   - premiums received
      *            POLICY_ARREARS    - arrears reminders and lapses
      *            POLICY_REFUND     - refunds on cancellation
      *            RENEWAL_OFFER     - renewal offers and answers
      *            CUSTOMER_SUSPENSE - registrations parked against
      *                                the customer, bar any released
      *                                as a customer in their own right
      *            CUSTOMER_AUDIT    - requests logged against the
      *                                customer number
      *          A section with nothing in it says so, so the copy
      *          shows every table was looked at. The CUSTOMER_SECURE
      *          and CUSTOMER_SUSPENSE passwords are never read, let
      *          alone printed.
      *
      *          Each export is logged on CUSTOMER_AUDIT with the date
      *          it was produced and the date the request came in, so
      *          the response can be shown to be in time. Each one is
      *          committed as it is finished; a failure stops the run,
      *          and the customer it failed on is not logged - their
      *          pages on DSAREXP are incomplete and must not be sent.
      *          A request whose customer number is unusable is listed
      *          and skipped.
      *
      *          Runs under RARUNC1 run-control, which is given the
      *          request file's record count and a hash total of its
      *          customer numbers and received dates, and refuses a file
      *          it has already seen through to a clean finish.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  Record the run with RARUNC1 run-control, which
      *             refuses a DSARREQ file already exported.
      * 2026-10-15  Added the CUSTOMER_MANDATE, CLAIM_PAYMENT,
      *             POLICY_ARREARS and POLICY_REFUND sections.
      * 2026-10-15  A customer whose COMMIT fails is reported as failed,
      *             not exported, and fails the run.
      **************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RADSAR1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSAR-REQUEST-FILE ASSIGN TO DSARREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSARREQ-STATUS.
           SELECT DSAR-EXPORT-FILE ASSIGN TO DSAREXP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSAREXP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSAR-REQUEST-FILE
           RECORDING MODE IS F.
       01  DSAR-REQUEST-RECORD.
           03 DQ-CUSTOMERNUM           PIC X(10).
           03 DQ-CUSTOMERNUM-N REDEFINES DQ-CUSTOMERNUM
                                       PIC 9(10).
      *    YYYY-MM-DD the request reached us - quoted on the export
      *    and the audit row, blank if not known
           03 DQ-RECEIVED-DATE         PIC X(10).
           03 FILLER                   PIC X(60).
       FD  DSAR-EXPORT-FILE
           RECORDING MODE IS F.
      *    Print lines with ASA carriage control - '1' new page,
      *    '0' skip a line first, ' ' next line
       01  DSAR-EXPORT-RECORD.
           03 DX-CARRIAGE              PIC X.
           03 DX-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DSARREQ-STATUS           PIC X(2)  VALUE '00'.
           88 DSARREQ-OK                         VALUE '00'.
       01  WS-DSAREXP-STATUS           PIC X(2)  VALUE '00'.
           88 DSAREXP-OK                         VALUE '00'.
       01  WS-REQUEST-EOF-SW           PIC X     VALUE 'N'.
           88 END-OF-REQUESTS                    VALUE 'Y'.
       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88 END-OF-ROWS                        VALUE 'Y'.
      *    Any failure stops the run - an export with a section
      *    missing must not go out as if it were the whole story
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-REQFILE-OPEN-SW          PIC X     VALUE 'N'.
           88 REQFILE-OPEN                       VALUE 'Y'.
       01  WS-EXPFILE-OPEN-SW          PIC X     VALUE 'N'.
           88 EXPFILE-OPEN                       VALUE 'Y'.
      *    Fixed once at start of run so every page and audit row of
      *    the run carries the same production date
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-RECEIVED-DATE            PIC X(10) VALUE SPACES.
       01  WS-CUSTOMERNUM-INT          PIC S9(9) COMP VALUE ZERO.
       01  WS-REPORT-CUSNUM            PIC 9(10) VALUE ZERO.
       01  WS-REQUEST-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-EXPORT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-REJECT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-LINE-COUNT               PIC S9(9) COMP VALUE ZERO.
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
       01  WS-SECTION-ROWS             PIC S9(9) COMP VALUE ZERO.
       01  WS-LEAD-SPACES              PIC S9(4) COMP VALUE ZERO.
       01  WS-EDIT-NUMBER              PIC -(9)9.
       01  WS-LONG-TEXT                PIC X(255) VALUE SPACES.
       01  WS-FLAG                     PIC X     VALUE SPACE.
       01  WS-AUDIT-MSG.
           03 FILLER                   PIC X(23)
                               VALUE 'DSAR EXPORT PRODUCED - '.
           03 WS-AUDIT-MSG-LINES       PIC 9(7)  VALUE ZERO.
           03 FILLER                   PIC X(26)
                               VALUE ' LINES - REQUEST RECEIVED '.
           03 WS-AUDIT-MSG-RECEIVED    PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE SPACES.
      *    The line on its way to the export file
       01  WS-PRINT-CC                 PIC X     VALUE SPACE.
       01  WS-PRINT-TEXT               PIC X(132) VALUE SPACES.
      *    Print layouts
       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(39)
                      VALUE 'DATA SUBJECT ACCESS REQUEST - CUSTOMER '.
           03 TL-CUSTOMERNUM           PIC 9(10).
           03 FILLER                   PIC X(12) VALUE '   PRODUCED '.
           03 TL-RUN-DATE              PIC X(10).
           03 FILLER                   PIC X(12) VALUE '   RECEIVED '.
           03 TL-RECEIVED-DATE         PIC X(10).
           03 FILLER                   PIC X(39) VALUE SPACES.
       01  WS-HEADING-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 HL-TEXT                  PIC X(60).
           03 FILLER                   PIC X(70) VALUE SPACES.
       01  WS-NOTE-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 NL-TEXT                  PIC X(80).
           03 FILLER                   PIC X(48) VALUE SPACES.
       01  WS-FIELD-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FL-LABEL                 PIC X(24).
           03 FL-SEPARATOR             PIC X(2).
           03 FL-VALUE                 PIC X(100).
           03 FILLER                   PIC X(2)  VALUE SPACES.
       01  WS-PAYMENT-HEADING.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(12) VALUE 'POLICY'.
           03 FILLER                   PIC X(12) VALUE 'RECEIVED'.
           03 FILLER                   PIC X(11) VALUE '   AMOUNT'.
           03 FILLER                   PIC X(28) VALUE 'POSTED'.
           03 FILLER                   PIC X(65) VALUE 'MATCHED BY'.
       01  WS-PAYMENT-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 PL-POLICYNUM             PIC 9(10).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PL-RECEIPTDATE           PIC X(10).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PL-AMOUNT                PIC Z(8)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PL-POSTEDTS              PIC X(26).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 PL-MATCHEDBY             PIC X(20).
           03 FILLER                   PIC X(45) VALUE SPACES.
       01  WS-AUDIT-HEADING.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(12) VALUE 'DATE'.
           03 FILLER                   PIC X(10) VALUE 'TIME'.
           03 FILLER                   PIC X(18) VALUE 'REQUEST'.
           03 FILLER                   PIC X(4)  VALUE 'RC'.
           03 FILLER                   PIC X(10) VALUE '   SQLCODE'.
           03 FILLER                   PIC X(74) VALUE SPACES.
       01  WS-AUDIT-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 AL-AUDITDATE             PIC X(10).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 AL-AUDITTIME             PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 AL-REQUESTID             PIC X(16).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 AL-RETURNCODE            PIC X(2).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 AL-SQLRETCODE            PIC -(9)9.
           03 FILLER                   PIC X(74) VALUE SPACES.
       01  WS-AUDIT-MSG-LINE.
           03 FILLER                   PIC X(8)  VALUE SPACES.
           03 AM-MESSAGE               PIC X(80).
           03 FILLER                   PIC X(44) VALUE SPACES.
       01  DB2-OUT-FIELDS.
           03 DB2-FIRSTNAME            PIC X(10).
           03 DB2-LASTNAME             PIC X(20).
           03 DB2-DATEOFBIRTH          PIC X(10).
           03 DB2-HOUSENAME            PIC X(20).
           03 DB2-HOUSENUMBER          PIC X(4).
           03 DB2-POSTCODE             PIC X(8).
           03 DB2-PHONEHOME            PIC X(20).
           03 DB2-PHONEMOBILE          PIC X(20).
           03 DB2-EMAILADDRESS         PIC X(100).
           03 DB2-TIMESTAMP            PIC X(26).
           03 DB2-STATE-INDICATOR      PIC X.
           03 DB2-PASS-CHANGES-INT     PIC S9(9) COMP.
           03 DB2-FAILED-ATTEMPTS-INT  PIC S9(9) COMP.
           03 DB2-SURVIVINGNUM-INT     PIC S9(9) COMP.
           03 DB2-CONSENT-POST         PIC X.
           03 DB2-CONSENT-PHONE        PIC X.
           03 DB2-CONSENT-EMAIL        PIC X.
           03 DB2-MERGEDNUM-INT        PIC S9(9) COMP.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
           03 DB2-POLICYTYPE           PIC X.
           03 DB2-ISSUEDATE            PIC X(10).
           03 DB2-EXPIRYDATE           PIC X(10).
           03 DB2-BROKERID-INT         PIC S9(9) COMP.
           03 DB2-BROKERSREF           PIC X(10).
           03 DB2-PAYMENT-INT          PIC S9(9) COMP.
           03 DB2-EQUITIES             PIC X.
           03 DB2-WITHPROFITS          PIC X.
           03 DB2-MANAGEDFUND          PIC X.
           03 DB2-FUNDNAME             PIC X(10).
           03 DB2-TERM-SINT            PIC S9(4) COMP.
           03 DB2-SUMASSURED-INT       PIC S9(9) COMP.
           03 DB2-LIFEASSURED          PIC X(31).
           03 DB2-PROPERTYTYPE         PIC X(15).
           03 DB2-BEDROOMS-SINT        PIC S9(4) COMP.
           03 DB2-VALUE-INT            PIC S9(9) COMP.
           03 DB2-MAKE                 PIC X(15).
           03 DB2-MODEL                PIC X(15).
           03 DB2-REGNUMBER            PIC X(7).
           03 DB2-COLOUR               PIC X(8).
           03 DB2-CC-SINT              PIC S9(4) COMP.
           03 DB2-MANUFACTURED         PIC X(10).
           03 DB2-PREMIUM-INT          PIC S9(9) COMP.
           03 DB2-ACCIDENTS-INT        PIC S9(9) COMP.
           03 DB2-STARTDATE            PIC X(10).
           03 DB2-RENEWALDATE          PIC X(10).
           03 DB2-ADDRESS              PIC X(255).
           03 DB2-ZIPCODE              PIC X(8).
           03 DB2-COMM-CUSTOMER        PIC X(255).
           03 DB2-COMM-PROPTYPE        PIC X(255).
           03 DB2-FIREPERIL-SINT       PIC S9(4) COMP.
           03 DB2-FIREPREMIUM-INT      PIC S9(9) COMP.
           03 DB2-CRIMEPERIL-SINT      PIC S9(4) COMP.
           03 DB2-CRIMEPREMIUM-INT     PIC S9(9) COMP.
           03 DB2-FLOODPERIL-SINT      PIC S9(4) COMP.
           03 DB2-FLOODPREMIUM-INT     PIC S9(9) COMP.
           03 DB2-WEATHERPERIL-SINT    PIC S9(4) COMP.
           03 DB2-WEATHERPREMIUM-INT   PIC S9(9) COMP.
           03 DB2-COMM-STATUS-SINT     PIC S9(4) COMP.
           03 DB2-REJECTREASON         PIC X(255).
           03 DB2-CLAIMNUM-INT         PIC S9(9) COMP.
           03 DB2-CLAIMDATE            PIC X(10).
           03 DB2-PAID-INT             PIC S9(9) COMP.
           03 DB2-CLAIMSTATUS          PIC X.
           03 DB2-CAUSE                PIC X(255).
           03 DB2-OBSERVATIONS         PIC X(255).
           03 DB2-STATUSREASON         PIC X(60).
           03 DB2-RECEIPTDATE          PIC X(10).
           03 DB2-AMOUNT-INT           PIC S9(9) COMP.
           03 DB2-MATCHEDBY            PIC X.
           03 DB2-RESPONSECODE         PIC X.
           03 DB2-RESPONSETS           PIC X(26).
           03 DB2-NEWEXPIRYDATE        PIC X(10).
           03 DB2-OLDPAYMENT-INT       PIC S9(9) COMP.
           03 DB2-OFFEREDPAYMENT-INT   PIC S9(9) COMP.
           03 DB2-RATINGCLAIMS-INT     PIC S9(9) COMP.
           03 DB2-RATINGFACTOR-SINT    PIC S9(4) COMP.
           03 DB2-SUSPID-INT           PIC S9(9) COMP.
           03 DB2-SUBMITSOURCE         PIC X(8).
           03 DB2-REVIEWSTATUS         PIC X.
           03 DB2-AUDITDATE            PIC X(10).
           03 DB2-AUDITTIME            PIC X(8).
           03 DB2-REQUESTID            PIC X(16).
           03 DB2-RETURNCODE           PIC X(2).
           03 DB2-SQLRETCODE           PIC S9(9) COMP.
           03 DB2-AUDITMESSAGE         PIC X(80).
           03 DB2-MANDATESTATUS        PIC X.
           03 DB2-ACCOUNTNAME          PIC X(18).
           03 DB2-SORTCODE             PIC X(6).
           03 DB2-ACCOUNTNUMBER        PIC X(8).
           03 DB2-MANDATEREF           PIC X(18).
           03 DB2-COLLECTIONDAY-SINT   PIC S9(4) COMP.
           03 DB2-PAYMENTSEQ-SINT      PIC S9(4) COMP.
           03 DB2-PAYMENTTYPE          PIC X.
           03 DB2-PAYMENTSTATUS        PIC X.
           03 DB2-AUTHORISEDTS         PIC X(26).
           03 DB2-ARREARSSTAGE         PIC X.
           03 DB2-ARREARSSINCE         PIC X(10).
           03 DB2-STAGEDATE            PIC X(10).
           03 DB2-EFFECTIVEDATE        PIC X(10).

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *    Contact details the customer has since replaced, including
      *    any set aside when another number was merged into this one
           EXEC SQL
             DECLARE HISTORY-CURSOR CURSOR FOR
             SELECT CHAR(CHANGETS), VALUE(OLDHOUSENAME, ' '),
                    VALUE(OLDPOSTCODE, ' '), VALUE(OLDPHONEMOBILE, ' '),
                    VALUE(OLDPHONEHOME, ' '),
                    VALUE(OLDEMAILADDRESS, ' '),
                    VALUE(MERGEDCUSTNUM, 0)
               FROM CUSTOMER_HISTORY
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
              ORDER BY CHANGETS
           END-EXEC.

           EXEC SQL
             DECLARE POLICY-CURSOR CURSOR FOR
             SELECT POLICYNUMBER, VALUE(POLICYTYPE, ' '),
                    VALUE(CHAR(ISSUEDATE, ISO), ' '),
                    VALUE(CHAR(EXPIRYDATE, ISO), ' '),
                    VALUE(BROKERID, 0), VALUE(BROKERSREFERENCE, ' '),
                    VALUE(PAYMENT, 0)
               FROM POLICY
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
              ORDER BY POLICYNUMBER
           END-EXEC.

      *    Claims are held by policy, so they are the customer's
      *    through the policies they hold
           EXEC SQL
             DECLARE CLAIM-CURSOR CURSOR FOR
             SELECT C.CLAIMNUMBER, C.POLICYNUMBER,
                    VALUE(CHAR(C.CLAIMDATE, ISO), ' '),
                    VALUE(C.STATUS, 'O'), VALUE(C.VALUE, 0),
                    VALUE(C.PAID, 0), VALUE(C.CAUSE, ' '),
                    VALUE(C.OBSERVATIONS, ' '),
                    VALUE(C.STATUSREASON, ' ')
               FROM CLAIM C
                    INNER JOIN POLICY P
                       ON P.POLICYNUMBER = C.POLICYNUMBER
              WHERE P.CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
              ORDER BY C.CLAIMNUMBER
           END-EXEC.

      *    Settlement payments, held by claim and so the customer's
      *    through the policies they hold like the claims themselves.
      *    Who requested and approved them is staff data, not theirs
           EXEC SQL
             DECLARE CLMPAY-CURSOR CURSOR FOR
             SELECT C.CLAIMNUMBER, C.PAYMENTSEQ, C.POLICYNUMBER,
                    C.AMOUNT, C.PAYMENTTYPE, C.PAYMENTSTATUS,
                    CHAR(C.REQUESTEDTS),
                    VALUE(CHAR(C.AUTHORISEDTS), ' ')
               FROM CLAIM_PAYMENT C
                    INNER JOIN POLICY P
                       ON P.POLICYNUMBER = C.POLICYNUMBER
              WHERE P.CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
              ORDER BY C.CLAIMNUMBER, C.PAYMENTSEQ
           END-EXEC.

           EXEC SQL
             DECLARE PAYMENT-CURSOR CURSOR FOR
             SELECT POLICYNUMBER, CHAR(RECEIPTDATE, ISO), AMOUNT,
                    CHAR(POSTEDTS), VALUE(MATCHEDBY, ' ')
               FROM PREMIUM_PAYMENT
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
              ORDER BY RECEIPTDATE, POSTEDTS
           END-EXEC.

           EXEC SQL
             DECLARE ARREARS-CURSOR CURSOR FOR
             SELECT A.POLICYNUMBER, A.ARREARSSTAGE,
                    CHAR(A.ARREARSSINCE, ISO), CHAR(A.STAGEDATE, ISO),
                    A.AMOUNTDUE, CHAR(A.LASTCHANGED)
               FROM POLICY_ARREARS A
                    INNER JOIN POLICY P
                       ON P.POLICYNUMBER = A.POLICYNUMBER
              WHERE P.CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
              ORDER BY A.POLICYNUMBER
           END-EXEC.

           EXEC SQL
             DECLARE REFUND-CURSOR CURSOR FOR
             SELECT POLICYNUMBER, CHAR(EFFECTIVEDATE, ISO), AMOUNT,
                    CHAR(POSTEDTS)
               FROM POLICY_REFUND
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
              ORDER BY POSTEDTS
           END-EXEC.

           EXEC SQL
             DECLARE OFFER-CURSOR CURSOR FOR
             SELECT R.POLICYNUMBER, CHAR(R.OFFERTS),
                    VALUE(R.OLDPAYMENT, 0), VALUE(R.OFFEREDPAYMENT, 0),
                    VALUE(R.RATINGCLAIMS, 0), VALUE(R.RATINGFACTOR, 0),
                    VALUE(R.RESPONSECODE, ' '),
                    VALUE(CHAR(R.RESPONSETS), ' '),
                    VALUE(CHAR(R.NEWEXPIRYDATE, ISO), ' ')
               FROM RENEWAL_OFFER R
                    INNER JOIN POLICY P
                       ON P.POLICYNUMBER = R.POLICYNUMBER
              WHERE P.CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
              ORDER BY R.POLICYNUMBER, R.OFFERTS
           END-EXEC.

      *    Registrations parked as duplicates of this customer. One a
      *    supervisor released became a customer in their own right,
      *    so it is that customer's data, not this one's. CUSTPASSWORD
      *    is left out of the select on purpose
           EXEC SQL
             DECLARE SUSPENSE-CURSOR CURSOR FOR
             SELECT SUSPENSEID, CHAR(SUBMITTS), SUBMITSOURCE,
                    REVIEWSTATUS,
                    VALUE(FIRSTNAME, ' '), VALUE(LASTNAME, ' '),
                    VALUE(CHAR(DATEOFBIRTH, ISO), ' '),
                    VALUE(HOUSENAME, ' '), VALUE(HOUSENUMBER, ' '),
                    VALUE(POSTCODE, ' '), VALUE(PHONEMOBILE, ' '),
                    VALUE(PHONEHOME, ' '), VALUE(EMAILADDRESS, ' '),
                    VALUE(CONSENT_POST, 'N'), VALUE(CONSENT_PHONE, 'N'),
                    VALUE(CONSENT_EMAIL, 'N')
               FROM CUSTOMER_SUSPENSE
              WHERE MATCHEDCUSTNUM = :WS-CUSTOMERNUM-INT
                AND REVIEWSTATUS <> 'R'
              ORDER BY SUBMITTS
           END-EXEC.

           EXEC SQL
             DECLARE AUDIT-CURSOR CURSOR FOR
             SELECT CHAR(AUDITDATE, ISO), CHAR(AUDITTIME, JIS),
                    VALUE(REQUESTID, ' '), VALUE(RETURNCODE, ' '),
                    VALUE(SQLRETCODE, 0), VALUE(AUDITMESSAGE, ' ')
               FROM CUSTOMER_AUDIT
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
              ORDER BY AUDITDATE, AUDITTIME
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM START-RUN-CONTROL.
           IF RUN-CONTROL-STARTED
             PERFORM INITIALIZE-RUN
             PERFORM PROCESS-REQUESTS UNTIL END-OF-REQUESTS
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
           MOVE 'RADSAR1'        TO RC-JOB-NAME
           MOVE 'DSARREQ '       TO RC-INPUT-NAME
           MOVE WS-INPUT-RECORDS TO RC-INPUT-RECORDS
           MOVE WS-INPUT-HASH    TO RC-INPUT-HASH
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RADSAR1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       FINGERPRINT-INPUT.
      *================================================================*
      * Count the request file and total its customer numbers and      *
      * received dates - the identity run control checks a resent      *
      * file against. A file that will not open is left to fail the    *
      * run in INITIALIZE-RUN                                          *
      *================================================================*
           MOVE ZERO TO WS-INPUT-RECORDS
           MOVE ZERO TO WS-INPUT-HASH
           OPEN INPUT DSAR-REQUEST-FILE
           IF DSARREQ-OK
             PERFORM FINGERPRINT-RECORD UNTIL NOT DSARREQ-OK
             CLOSE DSAR-REQUEST-FILE
           END-IF
           EXIT.

       FINGERPRINT-RECORD.
           READ DSAR-REQUEST-FILE
             AT END
               CONTINUE
           END-READ
           IF DSARREQ-OK
             ADD 1 TO WS-INPUT-RECORDS
             IF DQ-CUSTOMERNUM-N IS NUMERIC
               ADD DQ-CUSTOMERNUM-N TO WS-INPUT-HASH
             END-IF
             MOVE DQ-RECEIVED-DATE (1:4) TO WS-HASH-YEAR
             MOVE DQ-RECEIVED-DATE (6:2) TO WS-HASH-MONTH
             MOVE DQ-RECEIVED-DATE (9:2) TO WS-HASH-DAY
             IF WS-HASH-DATE-N IS NUMERIC
               ADD WS-HASH-DATE-N TO WS-INPUT-HASH
             END-IF
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Fix the production date, open both files and prime the loop    *
      * with the first request                                         *
      *================================================================*
           DISPLAY 'RADSAR1 - SUBJECT ACCESS EXPORT STARTING'
           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-RUN-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'RUN DATE FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             DISPLAY 'EXPORTS PRODUCED ON   : ' WS-RUN-DATE
           END-IF
           IF NOT RUN-FAILED
             OPEN INPUT DSAR-REQUEST-FILE
             IF NOT DSARREQ-OK
               DISPLAY 'DSARREQ OPEN FAILED - FILE STATUS '
                       WS-DSARREQ-STATUS
               SET RUN-FAILED TO TRUE
             ELSE
               SET REQFILE-OPEN TO TRUE
             END-IF
           END-IF
           IF NOT RUN-FAILED
             OPEN OUTPUT DSAR-EXPORT-FILE
             IF NOT DSAREXP-OK
               DISPLAY 'DSAREXP OPEN FAILED - FILE STATUS '
                       WS-DSAREXP-STATUS
               SET RUN-FAILED TO TRUE
             ELSE
               SET EXPFILE-OPEN TO TRUE
             END-IF
           END-IF
           IF RUN-FAILED
             SET END-OF-REQUESTS TO TRUE
           ELSE
             PERFORM READ-NEXT-REQUEST
           END-IF
           EXIT.

       READ-NEXT-REQUEST.
           READ DSAR-REQUEST-FILE
             AT END
               SET END-OF-REQUESTS TO TRUE
           END-READ
           IF NOT END-OF-REQUESTS AND NOT DSARREQ-OK
             DISPLAY 'DSARREQ READ FAILED - FILE STATUS '
                     WS-DSARREQ-STATUS
             SET RUN-FAILED TO TRUE
             SET END-OF-REQUESTS TO TRUE
           END-IF
           EXIT.

       PROCESS-REQUESTS.
      *================================================================*
      * Export the customer asked for - a number that cannot be a      *
      * customer number is listed for the desk to correct              *
      *================================================================*
           ADD 1 TO WS-REQUEST-COUNT
           IF DQ-CUSTOMERNUM IS NOT NUMERIC
             DISPLAY 'REQUEST REJECTED      : ' DQ-CUSTOMERNUM
                     ' - CUSTOMER NUMBER NOT NUMERIC'
             ADD 1 TO WS-REJECT-COUNT
           ELSE
             IF DQ-CUSTOMERNUM-N EQUAL ZERO
                OR DQ-CUSTOMERNUM-N GREATER THAN 2147483647
               DISPLAY 'REQUEST REJECTED      : ' DQ-CUSTOMERNUM
                       ' - NOT A CUSTOMER NUMBER'
               ADD 1 TO WS-REJECT-COUNT
             ELSE
               MOVE DQ-CUSTOMERNUM-N TO WS-CUSTOMERNUM-INT
               MOVE DQ-CUSTOMERNUM-N TO WS-REPORT-CUSNUM
               IF DQ-RECEIVED-DATE (1:4) IS NUMERIC
                  AND DQ-RECEIVED-DATE (5:1) EQUAL '-'
                  AND DQ-RECEIVED-DATE (6:2) IS NUMERIC
                  AND DQ-RECEIVED-DATE (8:1) EQUAL '-'
                  AND DQ-RECEIVED-DATE (9:2) IS NUMERIC
                 MOVE DQ-RECEIVED-DATE TO WS-RECEIVED-DATE
               ELSE
                 MOVE 'NOT GIVEN' TO WS-RECEIVED-DATE
               END-IF
               PERFORM EXPORT-CUSTOMER
             END-IF
           END-IF
           IF RUN-FAILED
             SET END-OF-REQUESTS TO TRUE
           ELSE
             PERFORM READ-NEXT-REQUEST
           END-IF
           EXIT.

       EXPORT-CUSTOMER.
      *================================================================*
      * Every section for one customer, then the audit row - kept only *
      * when the whole export was written                              *
      *================================================================*
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM WRITE-EXPORT-TITLE
           IF NOT RUN-FAILED
             PERFORM EXPORT-CUSTOMER-DETAILS
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-CONSENT
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-MANDATE
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-HISTORY
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-POLICIES
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-CLAIMS
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-CLAIM-PAYMENTS
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-PAYMENTS
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-ARREARS
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-REFUNDS
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-OFFERS
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-SUSPENSE
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-AUDIT
           END-IF
           IF NOT RUN-FAILED
             PERFORM WRITE-EXPORT-END
           END-IF
           IF NOT RUN-FAILED
             PERFORM WRITE-EXPORT-AUDIT
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
           IF RUN-FAILED
             DISPLAY 'EXPORT FAILED         : ' WS-REPORT-CUSNUM
                     ' - PAGES ON DSAREXP INCOMPLETE - DO NOT SEND'
           ELSE
             ADD 1 TO WS-EXPORT-COUNT
             DISPLAY 'EXPORTED CUSTOMER     : ' WS-REPORT-CUSNUM
                     ' RECEIVED ' WS-RECEIVED-DATE
                     ' LINES ' WS-AUDIT-MSG-LINES
           END-IF
           EXIT.

       WRITE-EXPORT-TITLE.
      *================================================================*
      * A fresh page for each customer, headed with who it is for and  *
      * when it was asked for and produced                             *
      *================================================================*
           MOVE WS-REPORT-CUSNUM TO TL-CUSTOMERNUM
           MOVE WS-RUN-DATE      TO TL-RUN-DATE
           MOVE WS-RECEIVED-DATE TO TL-RECEIVED-DATE
           MOVE '1'              TO WS-PRINT-CC
           MOVE WS-TITLE-LINE    TO WS-PRINT-TEXT
           PERFORM WRITE-PRINT-LINE
           MOVE 'EVERY RECORD HELD UNDER THIS CUSTOMER NUMBER FOLLOWS'
             TO NL-TEXT
           PERFORM WRITE-NOTE-LINE
           MOVE 'ONLINE ACCOUNT PASSWORDS ARE NEVER DISCLOSED'
             TO NL-TEXT
           PERFORM WRITE-NOTE-LINE
           EXIT.

       EXPORT-CUSTOMER-DETAILS.
      *================================================================*
      * The customer row, the state of the online account - never its  *
      * password - and, for a merged number, where it went             *
      *================================================================*
           MOVE 'CUSTOMER - PERSONAL AND CONTACT DETAILS' TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           EXEC SQL
             SELECT VALUE(FIRSTNAME, ' '), VALUE(LASTNAME, ' '),
                    VALUE(CHAR(DATEOFBIRTH, ISO), ' '),
                    VALUE(HOUSENAME, ' '), VALUE(HOUSENUMBER, ' '),
                    VALUE(POSTCODE, ' '), VALUE(PHONEHOME, ' '),
                    VALUE(PHONEMOBILE, ' '), VALUE(EMAILADDRESS, ' '),
                    VALUE(CHAR(REGISTRATIONTS), ' ')
               INTO :DB2-FIRSTNAME, :DB2-LASTNAME, :DB2-DATEOFBIRTH,
                    :DB2-HOUSENAME, :DB2-HOUSENUMBER, :DB2-POSTCODE,
                    :DB2-PHONEHOME, :DB2-PHONEMOBILE,
                    :DB2-EMAILADDRESS, :DB2-TIMESTAMP
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE EQUAL +100
             MOVE 'NO CUSTOMER RECORD IS HELD UNDER THIS NUMBER'
               TO NL-TEXT
             PERFORM WRITE-NOTE-LINE
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'CUSTOMER READ FAILED FOR ' WS-REPORT-CUSNUM
                       ' SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             ELSE
               MOVE 'FIRST NAME'      TO FL-LABEL
               MOVE DB2-FIRSTNAME     TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'LAST NAME'       TO FL-LABEL
               MOVE DB2-LASTNAME      TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'DATE OF BIRTH'   TO FL-LABEL
               MOVE DB2-DATEOFBIRTH   TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'HOUSE NAME'      TO FL-LABEL
               MOVE DB2-HOUSENAME     TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'HOUSE NUMBER'    TO FL-LABEL
               MOVE DB2-HOUSENUMBER   TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'POSTCODE'        TO FL-LABEL
               MOVE DB2-POSTCODE      TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'HOME PHONE'      TO FL-LABEL
               MOVE DB2-PHONEHOME     TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'MOBILE PHONE'    TO FL-LABEL
               MOVE DB2-PHONEMOBILE   TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'EMAIL ADDRESS'   TO FL-LABEL
               MOVE DB2-EMAILADDRESS  TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'REGISTERED'      TO FL-LABEL
               MOVE DB2-TIMESTAMP     TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
             END-IF
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-ACCOUNT-STATE
           END-IF
           IF NOT RUN-FAILED
             PERFORM EXPORT-MERGED-INTO
           END-IF
           EXIT.

       EXPORT-ACCOUNT-STATE.
      *================================================================*
      * Only the state columns of CUSTOMER_SECURE are selected - the   *
      * password never enters this program                             *
      *================================================================*
           EXEC SQL
             SELECT VALUE(STATE_INDICATOR, 'N'),
                    VALUE(PASS_CHANGES, 0), VALUE(FAILED_ATTEMPTS, 0)
               INTO :DB2-STATE-INDICATOR, :DB2-PASS-CHANGES-INT,
                    :DB2-FAILED-ATTEMPTS-INT
               FROM CUSTOMER_SECURE
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE EQUAL +100
             MOVE 'ONLINE ACCOUNT'  TO FL-LABEL
             MOVE 'NONE HELD'       TO FL-VALUE
             PERFORM WRITE-FIELD-LINE
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ACCOUNT STATE READ FAILED FOR ' WS-REPORT-CUSNUM
                       ' SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             ELSE
               MOVE 'ONLINE ACCOUNT'  TO FL-LABEL
               IF DB2-STATE-INDICATOR EQUAL 'L'
                 MOVE 'L - LOCKED AFTER FAILED LOGONS' TO FL-VALUE
               ELSE
                 IF DB2-STATE-INDICATOR EQUAL 'R'
                   MOVE 'R - RESET, TO BE CHANGED AT NEXT LOGON'
                     TO FL-VALUE
                 ELSE
                   MOVE 'N - IN NORMAL USE' TO FL-VALUE
                 END-IF
               END-IF
               PERFORM WRITE-FIELD-LINE
               MOVE 'PASSWORD CHANGES'     TO FL-LABEL
               MOVE DB2-PASS-CHANGES-INT   TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'FAILED LOGON ATTEMPTS' TO FL-LABEL
               MOVE DB2-FAILED-ATTEMPTS-INT TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
             END-IF
           END-IF
           EXIT.

       EXPORT-MERGED-INTO.
      *================================================================*
      * A number retired by a merge - the rest of what was held under  *
      * it now sits under the surviving number                         *
      *================================================================*
           EXEC SQL
             SELECT SURVIVINGCUSTNUM
               INTO :DB2-SURVIVINGNUM-INT
               FROM CUSTOMER_MERGE
              WHERE MERGEDCUSTNUM = :WS-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE EQUAL ZERO
             MOVE 'MERGED INTO CUSTOMER' TO FL-LABEL
             MOVE DB2-SURVIVINGNUM-INT   TO WS-EDIT-NUMBER
             PERFORM WRITE-NUMBER-FIELD
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'MERGE READ FAILED FOR ' WS-REPORT-CUSNUM
                       ' SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
           END-IF
           EXIT.

       EXPORT-CONSENT.
      *================================================================*
      * Marketing consent - no row means none was ever given           *
      *================================================================*
           MOVE 'CUSTOMER_CONSENT - MARKETING CONSENT' TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           EXEC SQL
             SELECT MARKETING_POST, MARKETING_PHONE, MARKETING_EMAIL,
                    CHAR(CONSENTTS)
               INTO :DB2-CONSENT-POST, :DB2-CONSENT-PHONE,
                    :DB2-CONSENT-EMAIL, :DB2-TIMESTAMP
               FROM CUSTOMER_CONSENT
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE EQUAL +100
             MOVE 'NONE HELD - NO MARKETING CONSENT HAS BEEN GIVEN'
               TO NL-TEXT
             PERFORM WRITE-NOTE-LINE
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'CONSENT READ FAILED FOR ' WS-REPORT-CUSNUM
                       ' SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             ELSE
               MOVE 'MARKETING BY POST'  TO FL-LABEL
               MOVE DB2-CONSENT-POST     TO WS-FLAG
               PERFORM WRITE-CONSENT-FIELD
               MOVE 'MARKETING BY PHONE' TO FL-LABEL
               MOVE DB2-CONSENT-PHONE    TO WS-FLAG
               PERFORM WRITE-CONSENT-FIELD
               MOVE 'MARKETING BY EMAIL' TO FL-LABEL
               MOVE DB2-CONSENT-EMAIL    TO WS-FLAG
               PERFORM WRITE-CONSENT-FIELD
               MOVE 'GIVEN OR WITHDRAWN' TO FL-LABEL
               MOVE DB2-TIMESTAMP        TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
             END-IF
           END-IF
           EXIT.

       WRITE-CONSENT-FIELD.
           IF WS-FLAG EQUAL 'Y'
             MOVE 'Y - CONSENT GIVEN' TO FL-VALUE
           ELSE
             MOVE 'N - NO CONSENT'    TO FL-VALUE
           END-IF
           PERFORM WRITE-FIELD-LINE
           EXIT.

       EXPORT-MANDATE.
      *================================================================*
      * The direct-debit mandate - no row means none was ever set up.  *
      * The bank details are the customer's own and printed in full    *
      *================================================================*
           MOVE 'CUSTOMER_MANDATE - DIRECT DEBIT MANDATE' TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           EXEC SQL
             SELECT MANDATESTATUS, ACCOUNTNAME, SORTCODE,
                    ACCOUNTNUMBER, MANDATEREF, COLLECTIONDAY,
                    CHAR(LASTCHANGED)
               INTO :DB2-MANDATESTATUS, :DB2-ACCOUNTNAME,
                    :DB2-SORTCODE, :DB2-ACCOUNTNUMBER,
                    :DB2-MANDATEREF, :DB2-COLLECTIONDAY-SINT,
                    :DB2-TIMESTAMP
               FROM CUSTOMER_MANDATE
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE EQUAL +100
             PERFORM WRITE-NONE-HELD
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'MANDATE READ FAILED FOR ' WS-REPORT-CUSNUM
                       ' SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             ELSE
               MOVE 'MANDATE STATUS'     TO FL-LABEL
               IF DB2-MANDATESTATUS EQUAL 'A'
                 MOVE 'A - ACTIVE'       TO FL-VALUE
               ELSE
                 IF DB2-MANDATESTATUS EQUAL 'C'
                   MOVE 'C - CANCELLED'  TO FL-VALUE
                 ELSE
                   MOVE DB2-MANDATESTATUS TO FL-VALUE
                 END-IF
               END-IF
               PERFORM WRITE-FIELD-LINE
               MOVE 'ACCOUNT NAME'       TO FL-LABEL
               MOVE DB2-ACCOUNTNAME      TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'SORT CODE'          TO FL-LABEL
               MOVE DB2-SORTCODE         TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'ACCOUNT NUMBER'     TO FL-LABEL
               MOVE DB2-ACCOUNTNUMBER    TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'MANDATE REFERENCE'  TO FL-LABEL
               MOVE DB2-MANDATEREF       TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'COLLECTION DAY'     TO FL-LABEL
               MOVE DB2-COLLECTIONDAY-SINT TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'LAST CHANGED'       TO FL-LABEL
               MOVE DB2-TIMESTAMP        TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
             END-IF
           END-IF
           EXIT.

       EXPORT-HISTORY.
      *================================================================*
      * Contact details the customer has since replaced                *
      *================================================================*
           MOVE 'CUSTOMER_HISTORY - PREVIOUS CONTACT DETAILS' TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN HISTORY-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'HISTORY CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM FETCH-HISTORY-ROW
             PERFORM WRITE-HISTORY-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE HISTORY-CURSOR
             END-EXEC
             IF WS-SECTION-ROWS EQUAL ZERO AND NOT RUN-FAILED
               PERFORM WRITE-NONE-HELD
             END-IF
           END-IF
           EXIT.

       FETCH-HISTORY-ROW.
           EXEC SQL
             FETCH HISTORY-CURSOR
              INTO :DB2-TIMESTAMP, :DB2-HOUSENAME, :DB2-POSTCODE,
                   :DB2-PHONEMOBILE, :DB2-PHONEHOME,
                   :DB2-EMAILADDRESS, :DB2-MERGEDNUM-INT
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-SECTION-ROWS
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'HISTORY FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       WRITE-HISTORY-ROW.
           MOVE '0'                  TO WS-PRINT-CC
           MOVE 'REPLACED ON'        TO FL-LABEL
           MOVE DB2-TIMESTAMP        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'HOUSE NAME'         TO FL-LABEL
           MOVE DB2-HOUSENAME        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'POSTCODE'           TO FL-LABEL
           MOVE DB2-POSTCODE         TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'MOBILE PHONE'       TO FL-LABEL
           MOVE DB2-PHONEMOBILE      TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'HOME PHONE'         TO FL-LABEL
           MOVE DB2-PHONEHOME        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EMAIL ADDRESS'      TO FL-LABEL
           MOVE DB2-EMAILADDRESS     TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           IF DB2-MERGEDNUM-INT NOT EQUAL ZERO
             MOVE 'HELD UNDER CUSTOMER'  TO FL-LABEL
             MOVE DB2-MERGEDNUM-INT      TO WS-EDIT-NUMBER
             PERFORM WRITE-NUMBER-FIELD
           END-IF
           IF RUN-FAILED
             SET END-OF-ROWS TO TRUE
           ELSE
             PERFORM FETCH-HISTORY-ROW
           END-IF
           EXIT.

       EXPORT-POLICIES.
      *================================================================*
      * Each policy, followed by its cover from the table for its type *
      *================================================================*
           MOVE 'POLICY - POLICIES HELD AND THEIR COVER' TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN POLICY-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'POLICY CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM FETCH-POLICY-ROW
             PERFORM WRITE-POLICY-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE POLICY-CURSOR
             END-EXEC
             IF WS-SECTION-ROWS EQUAL ZERO AND NOT RUN-FAILED
               PERFORM WRITE-NONE-HELD
             END-IF
           END-IF
           EXIT.

       FETCH-POLICY-ROW.
           EXEC SQL
             FETCH POLICY-CURSOR
              INTO :DB2-POLICYNUM-INT, :DB2-POLICYTYPE,
                   :DB2-ISSUEDATE, :DB2-EXPIRYDATE,
                   :DB2-BROKERID-INT, :DB2-BROKERSREF,
                   :DB2-PAYMENT-INT
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-SECTION-ROWS
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'POLICY FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       WRITE-POLICY-ROW.
           MOVE '0'                  TO WS-PRINT-CC
           MOVE 'POLICY NUMBER'      TO FL-LABEL
           MOVE DB2-POLICYNUM-INT    TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'POLICY TYPE'        TO FL-LABEL
           IF DB2-POLICYTYPE EQUAL 'E'
             MOVE 'E - ENDOWMENT'    TO FL-VALUE
           ELSE
             IF DB2-POLICYTYPE EQUAL 'H'
               MOVE 'H - HOUSE'      TO FL-VALUE
             ELSE
               IF DB2-POLICYTYPE EQUAL 'M'
                 MOVE 'M - MOTOR'    TO FL-VALUE
               ELSE
                 IF DB2-POLICYTYPE EQUAL 'C'
                   MOVE 'C - COMMERCIAL' TO FL-VALUE
                 ELSE
                   MOVE DB2-POLICYTYPE   TO FL-VALUE
                 END-IF
               END-IF
             END-IF
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE 'ISSUED'             TO FL-LABEL
           MOVE DB2-ISSUEDATE        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EXPIRES'            TO FL-LABEL
           MOVE DB2-EXPIRYDATE       TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'PREMIUM'            TO FL-LABEL
           MOVE DB2-PAYMENT-INT      TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           IF DB2-BROKERID-INT NOT EQUAL ZERO
             MOVE 'BROKER'           TO FL-LABEL
             MOVE DB2-BROKERID-INT   TO WS-EDIT-NUMBER
             PERFORM WRITE-NUMBER-FIELD
             MOVE 'BROKER REFERENCE' TO FL-LABEL
             MOVE DB2-BROKERSREF     TO FL-VALUE
             PERFORM WRITE-FIELD-LINE
           END-IF
           IF NOT RUN-FAILED
             IF DB2-POLICYTYPE EQUAL 'E'
               PERFORM EXPORT-ENDOWMENT-COVER
             ELSE
               IF DB2-POLICYTYPE EQUAL 'H'
                 PERFORM EXPORT-HOUSE-COVER
               ELSE
                 IF DB2-POLICYTYPE EQUAL 'M'
                   PERFORM EXPORT-MOTOR-COVER
                 ELSE
                   IF DB2-POLICYTYPE EQUAL 'C'
                     PERFORM EXPORT-COMMERCIAL-COVER
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           IF RUN-FAILED
             SET END-OF-ROWS TO TRUE
           ELSE
             PERFORM FETCH-POLICY-ROW
           END-IF
           EXIT.

       EXPORT-ENDOWMENT-COVER.
      *================================================================*
      * ENDOWMENT cover - PADDINGDATA holds nothing of the customer's  *
      *================================================================*
           EXEC SQL
             SELECT VALUE(WITHPROFITS, ' '), VALUE(EQUITIES, ' '),
                    VALUE(MANAGEDFUND, ' '), VALUE(FUNDNAME, ' '),
                    VALUE(TERM, 0), VALUE(SUMASSURED, 0),
                    VALUE(LIFEASSURED, ' ')
               INTO :DB2-WITHPROFITS, :DB2-EQUITIES, :DB2-MANAGEDFUND,
                    :DB2-FUNDNAME, :DB2-TERM-SINT,
                    :DB2-SUMASSURED-INT, :DB2-LIFEASSURED
               FROM ENDOWMENT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE EQUAL +100
             PERFORM WRITE-NO-COVER
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ENDOWMENT READ FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             ELSE
               MOVE 'WITH PROFITS'       TO FL-LABEL
               MOVE DB2-WITHPROFITS      TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'EQUITIES'           TO FL-LABEL
               MOVE DB2-EQUITIES         TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'MANAGED FUND'       TO FL-LABEL
               MOVE DB2-MANAGEDFUND      TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'FUND NAME'          TO FL-LABEL
               MOVE DB2-FUNDNAME         TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'TERM IN YEARS'      TO FL-LABEL
               MOVE DB2-TERM-SINT        TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'SUM ASSURED'        TO FL-LABEL
               MOVE DB2-SUMASSURED-INT   TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'LIFE ASSURED'       TO FL-LABEL
               MOVE DB2-LIFEASSURED      TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
             END-IF
           END-IF
           EXIT.

       EXPORT-HOUSE-COVER.
           EXEC SQL
             SELECT VALUE(PROPERTYTYPE, ' '), VALUE(BEDROOMS, 0),
                    VALUE(VALUE, 0), VALUE(HOUSENAME, ' '),
                    VALUE(HOUSENUMBER, ' '), VALUE(POSTCODE, ' ')
               INTO :DB2-PROPERTYTYPE, :DB2-BEDROOMS-SINT,
                    :DB2-VALUE-INT, :DB2-HOUSENAME,
                    :DB2-HOUSENUMBER, :DB2-POSTCODE
               FROM HOUSE
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE EQUAL +100
             PERFORM WRITE-NO-COVER
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'HOUSE READ FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             ELSE
               MOVE 'PROPERTY TYPE'      TO FL-LABEL
               MOVE DB2-PROPERTYTYPE     TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'BEDROOMS'           TO FL-LABEL
               MOVE DB2-BEDROOMS-SINT    TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'PROPERTY VALUE'     TO FL-LABEL
               MOVE DB2-VALUE-INT        TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'HOUSE NAME'         TO FL-LABEL
               MOVE DB2-HOUSENAME        TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'HOUSE NUMBER'       TO FL-LABEL
               MOVE DB2-HOUSENUMBER      TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'POSTCODE'           TO FL-LABEL
               MOVE DB2-POSTCODE         TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
             END-IF
           END-IF
           EXIT.

       EXPORT-MOTOR-COVER.
           EXEC SQL
             SELECT VALUE(MAKE, ' '), VALUE(MODEL, ' '),
                    VALUE(VALUE, 0), VALUE(REGNUMBER, ' '),
                    VALUE(COLOUR, ' '), VALUE(CC, 0),
                    VALUE(CHAR(YEAROFMANUFACTURE, ISO), ' '),
                    VALUE(PREMIUM, 0), VALUE(ACCIDENTS, 0)
               INTO :DB2-MAKE, :DB2-MODEL, :DB2-VALUE-INT,
                    :DB2-REGNUMBER, :DB2-COLOUR, :DB2-CC-SINT,
                    :DB2-MANUFACTURED, :DB2-PREMIUM-INT,
                    :DB2-ACCIDENTS-INT
               FROM MOTOR
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE EQUAL +100
             PERFORM WRITE-NO-COVER
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'MOTOR READ FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             ELSE
               MOVE 'MAKE'               TO FL-LABEL
               MOVE DB2-MAKE             TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'MODEL'              TO FL-LABEL
               MOVE DB2-MODEL            TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'REGISTRATION'       TO FL-LABEL
               MOVE DB2-REGNUMBER        TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'COLOUR'             TO FL-LABEL
               MOVE DB2-COLOUR           TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'ENGINE CC'          TO FL-LABEL
               MOVE DB2-CC-SINT          TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'MANUFACTURED'       TO FL-LABEL
               MOVE DB2-MANUFACTURED     TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'VEHICLE VALUE'      TO FL-LABEL
               MOVE DB2-VALUE-INT        TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'MOTOR PREMIUM'      TO FL-LABEL
               MOVE DB2-PREMIUM-INT      TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'ACCIDENTS DECLARED' TO FL-LABEL
               MOVE DB2-ACCIDENTS-INT    TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
             END-IF
           END-IF
           EXIT.

       EXPORT-COMMERCIAL-COVER.
      *================================================================*
      * COMMERCIAL cover - the long text columns run over as many      *
      * lines as they need                                             *
      *================================================================*
           EXEC SQL
             SELECT VALUE(CHAR(STARTDATE, ISO), ' '),
                    VALUE(CHAR(RENEWALDATE, ISO), ' '),
                    VALUE(ADDRESS, ' '), VALUE(ZIPCODE, ' '),
                    VALUE(CUSTOMER, ' '), VALUE(PROPERTYTYPE, ' '),
                    VALUE(FIREPERIL, 0), VALUE(FIREPREMIUM, 0),
                    VALUE(CRIMEPERIL, 0), VALUE(CRIMEPREMIUM, 0),
                    VALUE(FLOODPERIL, 0), VALUE(FLOODPREMIUM, 0),
                    VALUE(WEATHERPERIL, 0), VALUE(WEATHERPREMIUM, 0),
                    VALUE(STATUS, 0), VALUE(REJECTIONREASON, ' ')
               INTO :DB2-STARTDATE, :DB2-RENEWALDATE, :DB2-ADDRESS,
                    :DB2-ZIPCODE, :DB2-COMM-CUSTOMER,
                    :DB2-COMM-PROPTYPE,
                    :DB2-FIREPERIL-SINT, :DB2-FIREPREMIUM-INT,
                    :DB2-CRIMEPERIL-SINT, :DB2-CRIMEPREMIUM-INT,
                    :DB2-FLOODPERIL-SINT, :DB2-FLOODPREMIUM-INT,
                    :DB2-WEATHERPERIL-SINT, :DB2-WEATHERPREMIUM-INT,
                    :DB2-COMM-STATUS-SINT, :DB2-REJECTREASON
               FROM COMMERCIAL
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE EQUAL +100
             PERFORM WRITE-NO-COVER
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'COMMERCIAL READ FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             ELSE
               MOVE 'COVER STARTS'       TO FL-LABEL
               MOVE DB2-STARTDATE        TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'RENEWAL DATE'       TO FL-LABEL
               MOVE DB2-RENEWALDATE      TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'INSURED NAME'       TO FL-LABEL
               MOVE DB2-COMM-CUSTOMER    TO WS-LONG-TEXT
               PERFORM WRITE-LONG-FIELD
               MOVE 'PREMISES ADDRESS'   TO FL-LABEL
               MOVE DB2-ADDRESS          TO WS-LONG-TEXT
               PERFORM WRITE-LONG-FIELD
               MOVE 'ZIP CODE'           TO FL-LABEL
               MOVE DB2-ZIPCODE          TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'PROPERTY TYPE'      TO FL-LABEL
               MOVE DB2-COMM-PROPTYPE    TO WS-LONG-TEXT
               PERFORM WRITE-LONG-FIELD
               MOVE 'FIRE PERIL'         TO FL-LABEL
               MOVE DB2-FIREPERIL-SINT   TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'FIRE PREMIUM'       TO FL-LABEL
               MOVE DB2-FIREPREMIUM-INT  TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'CRIME PERIL'        TO FL-LABEL
               MOVE DB2-CRIMEPERIL-SINT  TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'CRIME PREMIUM'      TO FL-LABEL
               MOVE DB2-CRIMEPREMIUM-INT TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'FLOOD PERIL'        TO FL-LABEL
               MOVE DB2-FLOODPERIL-SINT  TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'FLOOD PREMIUM'      TO FL-LABEL
               MOVE DB2-FLOODPREMIUM-INT TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'WEATHER PERIL'      TO FL-LABEL
               MOVE DB2-WEATHERPERIL-SINT  TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'WEATHER PREMIUM'    TO FL-LABEL
               MOVE DB2-WEATHERPREMIUM-INT TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               MOVE 'QUOTE STATUS'       TO FL-LABEL
               MOVE DB2-COMM-STATUS-SINT TO WS-EDIT-NUMBER
               PERFORM WRITE-NUMBER-FIELD
               IF DB2-REJECTREASON NOT EQUAL SPACES
                 MOVE 'REJECTION REASON' TO FL-LABEL
                 MOVE DB2-REJECTREASON   TO WS-LONG-TEXT
                 PERFORM WRITE-LONG-FIELD
               END-IF
             END-IF
           END-IF
           EXIT.

       WRITE-NO-COVER.
           MOVE 'NO COVER DETAILS ARE HELD FOR THIS POLICY' TO NL-TEXT
           PERFORM WRITE-NOTE-LINE
           EXIT.

       EXPORT-CLAIMS.
      *================================================================*
      * Claims made on the customer's policies                         *
      *================================================================*
           MOVE 'CLAIM - CLAIMS MADE' TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN CLAIM-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'CLAIM CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM FETCH-CLAIM-ROW
             PERFORM WRITE-CLAIM-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE CLAIM-CURSOR
             END-EXEC
             IF WS-SECTION-ROWS EQUAL ZERO AND NOT RUN-FAILED
               PERFORM WRITE-NONE-HELD
             END-IF
           END-IF
           EXIT.

       FETCH-CLAIM-ROW.
           EXEC SQL
             FETCH CLAIM-CURSOR
              INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
                   :DB2-CLAIMDATE, :DB2-CLAIMSTATUS,
                   :DB2-VALUE-INT, :DB2-PAID-INT,
                   :DB2-CAUSE, :DB2-OBSERVATIONS,
                   :DB2-STATUSREASON
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-SECTION-ROWS
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'CLAIM FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       WRITE-CLAIM-ROW.
           MOVE '0'                  TO WS-PRINT-CC
           MOVE 'CLAIM NUMBER'       TO FL-LABEL
           MOVE DB2-CLAIMNUM-INT     TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'POLICY NUMBER'      TO FL-LABEL
           MOVE DB2-POLICYNUM-INT    TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'CLAIM DATE'         TO FL-LABEL
           MOVE DB2-CLAIMDATE        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'STATUS'             TO FL-LABEL
           IF DB2-CLAIMSTATUS EQUAL 'A'
             MOVE 'A - UNDER ASSESSMENT' TO FL-VALUE
           ELSE
             IF DB2-CLAIMSTATUS EQUAL 'S'
               MOVE 'S - SETTLED'        TO FL-VALUE
             ELSE
               IF DB2-CLAIMSTATUS EQUAL 'D'
                 MOVE 'D - DECLINED'     TO FL-VALUE
               ELSE
                 IF DB2-CLAIMSTATUS EQUAL 'C'
                   MOVE 'C - CLOSED'     TO FL-VALUE
                 ELSE
                   MOVE 'O - OPEN'       TO FL-VALUE
                 END-IF
               END-IF
             END-IF
           END-IF
           PERFORM WRITE-FIELD-LINE
           IF DB2-STATUSREASON NOT EQUAL SPACES
             MOVE 'STATUS REASON'    TO FL-LABEL
             MOVE DB2-STATUSREASON   TO FL-VALUE
             PERFORM WRITE-FIELD-LINE
           END-IF
           MOVE 'AMOUNT RESERVED'    TO FL-LABEL
           MOVE DB2-VALUE-INT        TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'AMOUNT PAID'        TO FL-LABEL
           MOVE DB2-PAID-INT         TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'CAUSE'              TO FL-LABEL
           MOVE DB2-CAUSE            TO WS-LONG-TEXT
           PERFORM WRITE-LONG-FIELD
           MOVE 'OBSERVATIONS'       TO FL-LABEL
           MOVE DB2-OBSERVATIONS     TO WS-LONG-TEXT
           PERFORM WRITE-LONG-FIELD
           IF RUN-FAILED
             SET END-OF-ROWS TO TRUE
           ELSE
             PERFORM FETCH-CLAIM-ROW
           END-IF
           EXIT.

       EXPORT-CLAIM-PAYMENTS.
      *================================================================*
      * Settlement payments on the customer's claims, paid or awaiting *
      * approval                                                       *
      *================================================================*
           MOVE 'CLAIM_PAYMENT - SETTLEMENT PAYMENTS ON CLAIMS'
             TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN CLMPAY-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'CLAIM PAYMENT CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM FETCH-CLMPAY-ROW
             PERFORM WRITE-CLMPAY-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE CLMPAY-CURSOR
             END-EXEC
             IF WS-SECTION-ROWS EQUAL ZERO AND NOT RUN-FAILED
               PERFORM WRITE-NONE-HELD
             END-IF
           END-IF
           EXIT.

       FETCH-CLMPAY-ROW.
           EXEC SQL
             FETCH CLMPAY-CURSOR
              INTO :DB2-CLAIMNUM-INT, :DB2-PAYMENTSEQ-SINT,
                   :DB2-POLICYNUM-INT, :DB2-AMOUNT-INT,
                   :DB2-PAYMENTTYPE, :DB2-PAYMENTSTATUS,
                   :DB2-TIMESTAMP, :DB2-AUTHORISEDTS
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-SECTION-ROWS
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'CLAIM PAYMENT FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       WRITE-CLMPAY-ROW.
           MOVE '0'                  TO WS-PRINT-CC
           MOVE 'CLAIM NUMBER'       TO FL-LABEL
           MOVE DB2-CLAIMNUM-INT     TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'PAYMENT NUMBER'     TO FL-LABEL
           MOVE DB2-PAYMENTSEQ-SINT  TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'POLICY NUMBER'      TO FL-LABEL
           MOVE DB2-POLICYNUM-INT    TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'AMOUNT'             TO FL-LABEL
           MOVE DB2-AMOUNT-INT       TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'PAYMENT TYPE'       TO FL-LABEL
           IF DB2-PAYMENTTYPE EQUAL 'F'
             MOVE 'F - FINAL'        TO FL-VALUE
           ELSE
             MOVE 'P - PART'         TO FL-VALUE
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE 'STATUS'             TO FL-LABEL
           IF DB2-PAYMENTSTATUS EQUAL 'A'
             MOVE 'A - AUTHORISED'   TO FL-VALUE
           ELSE
             IF DB2-PAYMENTSTATUS EQUAL 'R'
               MOVE 'R - REJECTED'   TO FL-VALUE
             ELSE
               MOVE 'P - AWAITING APPROVAL' TO FL-VALUE
             END-IF
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE 'REQUESTED ON'       TO FL-LABEL
           MOVE DB2-TIMESTAMP        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           IF DB2-AUTHORISEDTS NOT EQUAL SPACES
             MOVE 'AUTHORISED ON'    TO FL-LABEL
             MOVE DB2-AUTHORISEDTS   TO FL-VALUE
             PERFORM WRITE-FIELD-LINE
           END-IF
           IF RUN-FAILED
             SET END-OF-ROWS TO TRUE
           ELSE
             PERFORM FETCH-CLMPAY-ROW
           END-IF
           EXIT.

       EXPORT-PAYMENTS.
      *================================================================*
      * Premiums received - one line each, as there can be years of    *
      * monthly receipts                                               *
      *================================================================*
           MOVE 'PREMIUM_PAYMENT - PREMIUMS RECEIVED' TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN PAYMENT-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'PAYMENT CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM FETCH-PAYMENT-ROW
             IF WS-SECTION-ROWS GREATER THAN ZERO
               MOVE WS-PAYMENT-HEADING TO WS-PRINT-TEXT
               PERFORM WRITE-PRINT-LINE
             END-IF
             PERFORM WRITE-PAYMENT-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE PAYMENT-CURSOR
             END-EXEC
             IF WS-SECTION-ROWS EQUAL ZERO AND NOT RUN-FAILED
               PERFORM WRITE-NONE-HELD
             END-IF
           END-IF
           EXIT.

       FETCH-PAYMENT-ROW.
           EXEC SQL
             FETCH PAYMENT-CURSOR
              INTO :DB2-POLICYNUM-INT, :DB2-RECEIPTDATE,
                   :DB2-AMOUNT-INT, :DB2-TIMESTAMP, :DB2-MATCHEDBY
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-SECTION-ROWS
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'PAYMENT FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       WRITE-PAYMENT-ROW.
           MOVE DB2-POLICYNUM-INT    TO PL-POLICYNUM
           MOVE DB2-RECEIPTDATE      TO PL-RECEIPTDATE
           MOVE DB2-AMOUNT-INT       TO PL-AMOUNT
           MOVE DB2-TIMESTAMP        TO PL-POSTEDTS
           IF DB2-MATCHEDBY EQUAL 'B'
             MOVE 'BROKER REFERENCE' TO PL-MATCHEDBY
           ELSE
             IF DB2-MATCHEDBY EQUAL 'P'
               MOVE 'POLICY NUMBER'  TO PL-MATCHEDBY
             ELSE
               MOVE DB2-MATCHEDBY    TO PL-MATCHEDBY
             END-IF
           END-IF
           MOVE WS-PAYMENT-LINE      TO WS-PRINT-TEXT
           PERFORM WRITE-PRINT-LINE
           IF RUN-FAILED
             SET END-OF-ROWS TO TRUE
           ELSE
             PERFORM FETCH-PAYMENT-ROW
           END-IF
           EXIT.

       EXPORT-ARREARS.
      *================================================================*
      * Arrears on the customer's policies - the reminders sent, any   *
      * lapse for non-payment and arrears since cleared                *
      *================================================================*
           MOVE 'POLICY_ARREARS - PREMIUM ARREARS AND REMINDERS'
             TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN ARREARS-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'ARREARS CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM FETCH-ARREARS-ROW
             PERFORM WRITE-ARREARS-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE ARREARS-CURSOR
             END-EXEC
             IF WS-SECTION-ROWS EQUAL ZERO AND NOT RUN-FAILED
               PERFORM WRITE-NONE-HELD
             END-IF
           END-IF
           EXIT.

       FETCH-ARREARS-ROW.
           EXEC SQL
             FETCH ARREARS-CURSOR
              INTO :DB2-POLICYNUM-INT, :DB2-ARREARSSTAGE,
                   :DB2-ARREARSSINCE, :DB2-STAGEDATE,
                   :DB2-AMOUNT-INT, :DB2-TIMESTAMP
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-SECTION-ROWS
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'ARREARS FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       WRITE-ARREARS-ROW.
           MOVE '0'                  TO WS-PRINT-CC
           MOVE 'POLICY NUMBER'      TO FL-LABEL
           MOVE DB2-POLICYNUM-INT    TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'ARREARS STAGE'      TO FL-LABEL
           IF DB2-ARREARSSTAGE EQUAL '1'
             MOVE '1 - FIRST REMINDER SENT'     TO FL-VALUE
           ELSE
             IF DB2-ARREARSSTAGE EQUAL '2'
               MOVE '2 - SECOND REMINDER SENT'  TO FL-VALUE
             ELSE
               IF DB2-ARREARSSTAGE EQUAL 'L'
                 MOVE 'L - LAPSED FOR NON-PAYMENT' TO FL-VALUE
               ELSE
                 IF DB2-ARREARSSTAGE EQUAL 'C'
                   MOVE 'C - CLEARED BY PAYMENT'   TO FL-VALUE
                 ELSE
                   MOVE DB2-ARREARSSTAGE           TO FL-VALUE
                 END-IF
               END-IF
             END-IF
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE 'UNPAID SINCE'       TO FL-LABEL
           MOVE DB2-ARREARSSINCE     TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'STAGE REACHED ON'   TO FL-LABEL
           MOVE DB2-STAGEDATE        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'AMOUNT DUE'         TO FL-LABEL
           MOVE DB2-AMOUNT-INT       TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'LAST CHANGED'       TO FL-LABEL
           MOVE DB2-TIMESTAMP        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           IF RUN-FAILED
             SET END-OF-ROWS TO TRUE
           ELSE
             PERFORM FETCH-ARREARS-ROW
           END-IF
           EXIT.

       EXPORT-REFUNDS.
      *================================================================*
      * Premium refunded when the customer's policies were cancelled   *
      *================================================================*
           MOVE 'POLICY_REFUND - PREMIUM REFUNDS ON CANCELLATION'
             TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN REFUND-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'REFUND CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM FETCH-REFUND-ROW
             PERFORM WRITE-REFUND-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE REFUND-CURSOR
             END-EXEC
             IF WS-SECTION-ROWS EQUAL ZERO AND NOT RUN-FAILED
               PERFORM WRITE-NONE-HELD
             END-IF
           END-IF
           EXIT.

       FETCH-REFUND-ROW.
           EXEC SQL
             FETCH REFUND-CURSOR
              INTO :DB2-POLICYNUM-INT, :DB2-EFFECTIVEDATE,
                   :DB2-AMOUNT-INT, :DB2-TIMESTAMP
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-SECTION-ROWS
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'REFUND FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       WRITE-REFUND-ROW.
           MOVE '0'                  TO WS-PRINT-CC
           MOVE 'POLICY NUMBER'      TO FL-LABEL
           MOVE DB2-POLICYNUM-INT    TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'COVER ENDED'        TO FL-LABEL
           MOVE DB2-EFFECTIVEDATE    TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'AMOUNT REFUNDED'    TO FL-LABEL
           MOVE DB2-AMOUNT-INT       TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'RECORDED ON'        TO FL-LABEL
           MOVE DB2-TIMESTAMP        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           IF RUN-FAILED
             SET END-OF-ROWS TO TRUE
           ELSE
             PERFORM FETCH-REFUND-ROW
           END-IF
           EXIT.

       EXPORT-OFFERS.
      *================================================================*
      * Renewal offers on the customer's policies, the premium offered *
      * and what it was rated on, and the customer's answer            *
      *================================================================*
           MOVE 'RENEWAL_OFFER - RENEWAL OFFERS MADE' TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN OFFER-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'OFFER CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM FETCH-OFFER-ROW
             PERFORM WRITE-OFFER-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE OFFER-CURSOR
             END-EXEC
             IF WS-SECTION-ROWS EQUAL ZERO AND NOT RUN-FAILED
               PERFORM WRITE-NONE-HELD
             END-IF
           END-IF
           EXIT.

       FETCH-OFFER-ROW.
           EXEC SQL
             FETCH OFFER-CURSOR
              INTO :DB2-POLICYNUM-INT, :DB2-TIMESTAMP,
                   :DB2-OLDPAYMENT-INT, :DB2-OFFEREDPAYMENT-INT,
                   :DB2-RATINGCLAIMS-INT, :DB2-RATINGFACTOR-SINT,
                   :DB2-RESPONSECODE, :DB2-RESPONSETS,
                   :DB2-NEWEXPIRYDATE
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-SECTION-ROWS
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'OFFER FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       WRITE-OFFER-ROW.
           MOVE '0'                  TO WS-PRINT-CC
           MOVE 'POLICY NUMBER'      TO FL-LABEL
           MOVE DB2-POLICYNUM-INT    TO WS-EDIT-NUMBER
           PERFORM WRITE-NUMBER-FIELD
           MOVE 'OFFERED ON'         TO FL-LABEL
           MOVE DB2-TIMESTAMP        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
      *    offers made before re-rating began carry no rated premium
           IF DB2-OFFEREDPAYMENT-INT NOT EQUAL ZERO
             MOVE 'PREMIUM BEFORE'        TO FL-LABEL
             MOVE DB2-OLDPAYMENT-INT      TO WS-EDIT-NUMBER
             PERFORM WRITE-NUMBER-FIELD
             MOVE 'PREMIUM OFFERED'       TO FL-LABEL
             MOVE DB2-OFFEREDPAYMENT-INT  TO WS-EDIT-NUMBER
             PERFORM WRITE-NUMBER-FIELD
             MOVE 'CLAIMS RATED ON'       TO FL-LABEL
             MOVE DB2-RATINGCLAIMS-INT    TO WS-EDIT-NUMBER
             PERFORM WRITE-NUMBER-FIELD
             MOVE 'RATING FACTOR PERCENT' TO FL-LABEL
             MOVE DB2-RATINGFACTOR-SINT   TO WS-EDIT-NUMBER
             PERFORM WRITE-NUMBER-FIELD
           END-IF
           MOVE 'ANSWER'             TO FL-LABEL
           IF DB2-RESPONSECODE EQUAL 'A'
             MOVE 'A - ACCEPTED'     TO FL-VALUE
           ELSE
             IF DB2-RESPONSECODE EQUAL 'D'
               MOVE 'D - DECLINED'   TO FL-VALUE
             ELSE
               MOVE 'NONE RECEIVED'  TO FL-VALUE
             END-IF
           END-IF
           PERFORM WRITE-FIELD-LINE
           IF DB2-RESPONSECODE NOT EQUAL SPACE
             MOVE 'ANSWERED ON'      TO FL-LABEL
             MOVE DB2-RESPONSETS     TO FL-VALUE
             PERFORM WRITE-FIELD-LINE
           END-IF
           IF DB2-NEWEXPIRYDATE NOT EQUAL SPACES
             MOVE 'RENEWED TO'       TO FL-LABEL
             MOVE DB2-NEWEXPIRYDATE  TO FL-VALUE
             PERFORM WRITE-FIELD-LINE
           END-IF
           IF RUN-FAILED
             SET END-OF-ROWS TO TRUE
           ELSE
             PERFORM FETCH-OFFER-ROW
           END-IF
           EXIT.

       EXPORT-SUSPENSE.
      *================================================================*
      * Registrations parked for review against this customer, with    *
      * everything submitted bar the password                          *
      *================================================================*
           MOVE 'CUSTOMER_SUSPENSE - REGISTRATIONS HELD FOR REVIEW'
             TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN SUSPENSE-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'SUSPENSE CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM FETCH-SUSPENSE-ROW
             PERFORM WRITE-SUSPENSE-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE SUSPENSE-CURSOR
             END-EXEC
             IF WS-SECTION-ROWS EQUAL ZERO AND NOT RUN-FAILED
               PERFORM WRITE-NONE-HELD
             END-IF
           END-IF
           EXIT.

       FETCH-SUSPENSE-ROW.
           EXEC SQL
             FETCH SUSPENSE-CURSOR
              INTO :DB2-SUSPID-INT, :DB2-TIMESTAMP,
                   :DB2-SUBMITSOURCE, :DB2-REVIEWSTATUS,
                   :DB2-FIRSTNAME, :DB2-LASTNAME, :DB2-DATEOFBIRTH,
                   :DB2-HOUSENAME, :DB2-HOUSENUMBER, :DB2-POSTCODE,
                   :DB2-PHONEMOBILE, :DB2-PHONEHOME,
                   :DB2-EMAILADDRESS, :DB2-CONSENT-POST,
                   :DB2-CONSENT-PHONE, :DB2-CONSENT-EMAIL
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-SECTION-ROWS
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'SUSPENSE FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       WRITE-SUSPENSE-ROW.
           MOVE '0'                  TO WS-PRINT-CC
           MOVE 'SUBMITTED ON'       TO FL-LABEL
           MOVE DB2-TIMESTAMP        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'SUBMITTED THROUGH'  TO FL-LABEL
           MOVE DB2-SUBMITSOURCE     TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'REVIEW'             TO FL-LABEL
           IF DB2-REVIEWSTATUS EQUAL 'D'
             MOVE 'D - CONFIRMED AS A DUPLICATE' TO FL-VALUE
           ELSE
             MOVE 'P - AWAITING REVIEW'          TO FL-VALUE
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE 'FIRST NAME'         TO FL-LABEL
           MOVE DB2-FIRSTNAME        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'LAST NAME'          TO FL-LABEL
           MOVE DB2-LASTNAME         TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'DATE OF BIRTH'      TO FL-LABEL
           MOVE DB2-DATEOFBIRTH      TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'HOUSE NAME'         TO FL-LABEL
           MOVE DB2-HOUSENAME        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'HOUSE NUMBER'       TO FL-LABEL
           MOVE DB2-HOUSENUMBER      TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'POSTCODE'           TO FL-LABEL
           MOVE DB2-POSTCODE         TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'MOBILE PHONE'       TO FL-LABEL
           MOVE DB2-PHONEMOBILE      TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'HOME PHONE'         TO FL-LABEL
           MOVE DB2-PHONEHOME        TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EMAIL ADDRESS'      TO FL-LABEL
           MOVE DB2-EMAILADDRESS     TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'MARKETING BY POST'  TO FL-LABEL
           MOVE DB2-CONSENT-POST     TO WS-FLAG
           PERFORM WRITE-CONSENT-FIELD
           MOVE 'MARKETING BY PHONE' TO FL-LABEL
           MOVE DB2-CONSENT-PHONE    TO WS-FLAG
           PERFORM WRITE-CONSENT-FIELD
           MOVE 'MARKETING BY EMAIL' TO FL-LABEL
           MOVE DB2-CONSENT-EMAIL    TO WS-FLAG
           PERFORM WRITE-CONSENT-FIELD
           IF RUN-FAILED
             SET END-OF-ROWS TO TRUE
           ELSE
             PERFORM FETCH-SUSPENSE-ROW
           END-IF
           EXIT.

       EXPORT-AUDIT.
      *================================================================*
      * Requests logged against the customer number, earlier exports   *
      * included                                                       *
      *================================================================*
           MOVE 'CUSTOMER_AUDIT - REQUESTS LOGGED AGAINST THE CUSTOMER'
             TO HL-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-SECTION-ROWS
           MOVE 'N'  TO WS-EOF-SW
           EXEC SQL
             OPEN AUDIT-CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'AUDIT CURSOR OPEN FAILED SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           ELSE
             PERFORM FETCH-AUDIT-ROW
             IF WS-SECTION-ROWS GREATER THAN ZERO
               MOVE WS-AUDIT-HEADING TO WS-PRINT-TEXT
               PERFORM WRITE-PRINT-LINE
             END-IF
             PERFORM WRITE-AUDIT-ROW UNTIL END-OF-ROWS
             EXEC SQL
               CLOSE AUDIT-CURSOR
             END-EXEC
             IF WS-SECTION-ROWS EQUAL ZERO AND NOT RUN-FAILED
               PERFORM WRITE-NONE-HELD
             END-IF
           END-IF
           EXIT.

       FETCH-AUDIT-ROW.
           EXEC SQL
             FETCH AUDIT-CURSOR
              INTO :DB2-AUDITDATE, :DB2-AUDITTIME, :DB2-REQUESTID,
                   :DB2-RETURNCODE, :DB2-SQLRETCODE,
                   :DB2-AUDITMESSAGE
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-SECTION-ROWS
           ELSE
             IF SQLCODE NOT EQUAL +100
               DISPLAY 'AUDIT FETCH FAILED SQLCODE=' SQLCODE
               SET RUN-FAILED TO TRUE
             END-IF
             SET END-OF-ROWS TO TRUE
           END-IF
           EXIT.

       WRITE-AUDIT-ROW.
           MOVE DB2-AUDITDATE        TO AL-AUDITDATE
           MOVE DB2-AUDITTIME        TO AL-AUDITTIME
           MOVE DB2-REQUESTID        TO AL-REQUESTID
           MOVE DB2-RETURNCODE       TO AL-RETURNCODE
           MOVE DB2-SQLRETCODE       TO AL-SQLRETCODE
           MOVE WS-AUDIT-LINE        TO WS-PRINT-TEXT
           PERFORM WRITE-PRINT-LINE
           IF DB2-AUDITMESSAGE NOT EQUAL SPACES
             MOVE DB2-AUDITMESSAGE   TO AM-MESSAGE
             MOVE WS-AUDIT-MSG-LINE  TO WS-PRINT-TEXT
             PERFORM WRITE-PRINT-LINE
           END-IF
           IF RUN-FAILED
             SET END-OF-ROWS TO TRUE
           ELSE
             PERFORM FETCH-AUDIT-ROW
           END-IF
           EXIT.

       WRITE-EXPORT-END.
           MOVE '0' TO WS-PRINT-CC
           MOVE 'END OF THE RECORDS HELD UNDER THIS CUSTOMER NUMBER'
             TO NL-TEXT
           PERFORM WRITE-NOTE-LINE
           EXIT.

       WRITE-EXPORT-AUDIT.
      *================================================================*
      * The record that the export was produced, and when - dated with *
      * the same production date the pages carry                       *
      *================================================================*
           MOVE WS-LINE-COUNT    TO WS-AUDIT-MSG-LINES
           MOVE WS-RECEIVED-DATE TO WS-AUDIT-MSG-RECEIVED
           EXEC SQL
             INSERT INTO CUSTOMER_AUDIT
                       ( CUSTOMERNUMBER,
                         AUDITDATE,
                         AUDITTIME,
                         REQUESTID,
                         RETURNCODE,
                         SQLRETCODE,
                         AUDITMESSAGE )
                VALUES ( :WS-CUSTOMERNUM-INT,
                         :WS-RUN-DATE,
                         CURRENT TIME,
                         'DSAR EXPORT',
                         '00',
                         0,
                         :WS-AUDIT-MSG )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'EXPORT AUDIT INSERT FAILED FOR ' WS-REPORT-CUSNUM
                     ' SQLCODE=' SQLCODE
             SET RUN-FAILED TO TRUE
           END-IF
           EXIT.

       WRITE-SECTION-HEADING.
           MOVE '0'             TO WS-PRINT-CC
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT
           PERFORM WRITE-PRINT-LINE
           EXIT.

       WRITE-NONE-HELD.
           MOVE 'NONE HELD' TO NL-TEXT
           PERFORM WRITE-NOTE-LINE
           EXIT.

       WRITE-NOTE-LINE.
           MOVE WS-NOTE-LINE TO WS-PRINT-TEXT
           PERFORM WRITE-PRINT-LINE
           EXIT.

       WRITE-NUMBER-FIELD.
      *================================================================*
      * A number, left-aligned after its label                         *
      *================================================================*
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-EDIT-NUMBER TALLYING WS-LEAD-SPACES
             FOR LEADING SPACE
           MOVE WS-EDIT-NUMBER (WS-LEAD-SPACES + 1:) TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           EXIT.

       WRITE-LONG-FIELD.
      *================================================================*
      * A long text column over up to three lines, the label on the    *
      * first only                                                     *
      *================================================================*
           MOVE WS-LONG-TEXT (1:100) TO FL-VALUE
           PERFORM WRITE-FIELD-LINE
           IF WS-LONG-TEXT (101:155) NOT EQUAL SPACES
             MOVE SPACES               TO FL-LABEL FL-SEPARATOR
             MOVE WS-LONG-TEXT (101:100) TO FL-VALUE
             MOVE WS-FIELD-LINE        TO WS-PRINT-TEXT
             PERFORM WRITE-PRINT-LINE
           END-IF
           IF WS-LONG-TEXT (201:55) NOT EQUAL SPACES
             MOVE SPACES               TO FL-LABEL FL-SEPARATOR
             MOVE WS-LONG-TEXT (201:55) TO FL-VALUE
             MOVE WS-FIELD-LINE        TO WS-PRINT-TEXT
             PERFORM WRITE-PRINT-LINE
           END-IF
           EXIT.

       WRITE-FIELD-LINE.
           MOVE ': '          TO FL-SEPARATOR
           MOVE WS-FIELD-LINE TO WS-PRINT-TEXT
           PERFORM WRITE-PRINT-LINE
           EXIT.

       WRITE-PRINT-LINE.
      *================================================================*
      * Put one line on the export - once a write has failed nothing   *
      * more is written for the run                                    *
      *================================================================*
           IF NOT RUN-FAILED
             MOVE WS-PRINT-CC   TO DX-CARRIAGE
             MOVE WS-PRINT-TEXT TO DX-LINE
             WRITE DSAR-EXPORT-RECORD
             IF NOT DSAREXP-OK
               DISPLAY 'DSAREXP WRITE FAILED - FILE STATUS '
                       WS-DSAREXP-STATUS
               SET RUN-FAILED TO TRUE
             ELSE
               ADD 1 TO WS-LINE-COUNT
             END-IF
           END-IF
           MOVE SPACE TO WS-PRINT-CC
           EXIT.

       TERMINATE-RUN.
      *================================================================*
      * Close up and print the run summary                             *
      *================================================================*
           IF REQFILE-OPEN
             CLOSE DSAR-REQUEST-FILE
           END-IF
           IF EXPFILE-OPEN
             CLOSE DSAR-EXPORT-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'REQUESTS READ         : ' WS-REQUEST-COUNT
           DISPLAY 'EXPORTS PRODUCED      : ' WS-EXPORT-COUNT
           DISPLAY 'REQUESTS REJECTED     : ' WS-REJECT-COUNT
           IF RUN-FAILED
             DISPLAY 'RADSAR1 - RUN INCOMPLETE - RERUN THE REQUESTS '
                     'NOT YET EXPORTED AFTER FIXING'
           ELSE
             DISPLAY 'RADSAR1 - SUBJECT ACCESS EXPORT COMPLETE'
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           MOVE WS-REQUEST-COUNT TO RC-RECORDS-IN
           MOVE WS-EXPORT-COUNT  TO RC-RECORDS-OUT
           MOVE WS-REJECT-COUNT  TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'EXPORT STOPPED - SEE JOB OUTPUT'
               TO RC-REASON
           ELSE
             SET RC-RUN-COMPLETED TO TRUE
             IF WS-REJECT-COUNT GREATER THAN ZERO
               MOVE 'REQUESTS REJECTED - SEE JOB OUTPUT'
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
