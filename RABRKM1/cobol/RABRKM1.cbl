      **************************************************************************
      * Program: RABRKM1
      * Purpose: Broker master maintenance. POLICY.BROKERID used to be
      *          a bare number that nothing checked, so a mistyped id
      *          produced statement lines on BRKSTMT for brokers who do
      *          not exist. The BROKER table now holds each broker's
      *          name and address, status, the bank details commission
      *          is paid to and the commission percentage agreed for
      *          each policy type. RACUST1 and RAPOLM1 refuse business
      *          for a broker that is not on it or not active, and
      *          RABRKRP1 prints its statements from it.
      *
      *          CA-REQUEST-ID selects the function:
      *             'INQBRK' - fetch broker CA-BRK-ID. The sort code
      *                        and account number come back masked to
      *                        their last two and last four digits.
      *             'ADDBRK' - file a new broker under CA-BRK-ID with
      *                        every field of CA-BROKER-REQUEST.
      *             'UPDBRK' - amend broker CA-BRK-ID: name, address,
      *                        status, bank details and commission
      *                        rates. A blank or masked sort code and
      *                        account number keep the ones on file,
      *                        so an inquiry can be handed straight
      *                        back with just the change made. A
      *                        terminated broker stays terminated.
      *
      *          Status is 'A' active, 'S' suspended or 'T' terminated.
      *          Commission rates are whole percentages, 0 to 100.
      *
      *          Return codes: 00 done, 85 broker is terminated, 91 no
      *          such broker, 92 SQL error, 94 broker already on file,
      *          95 unusable broker details, 96 unknown request, 98
      *          commarea too short.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-10-15  Initial version.
      **************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RABRKM1.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'RABRKM1-------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' RABRKM1'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' BRKR='.
             05 EM-BROKERID            PIC X(10) VALUE SPACES.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
      *    Header plus the whole CA-BROKER-REQUEST section through
      *    CA-BRK-LASTCHANGED
           03 WS-REQUIRED-CA-LEN-BRK   PIC S9(4) COMP VALUE +197.
      *    The broker row as it stands on file
       01  WS-BROKER-ROW.
           03 WS-BRK-STATUS            PIC X      VALUE SPACE.
              88 BROKER-TERMINATED                VALUE 'T'.
           03 WS-BRK-SORT-CODE         PIC X(6)   VALUE SPACES.
           03 WS-BRK-ACCOUNT-NUM       PIC X(8)   VALUE SPACES.
       01  WS-BROKER-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-MASK-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  WS-VALIDATION-SW            PIC X     VALUE 'Y'.
           88 VALID-FORMAT                        VALUE 'Y'.
           88 INVALID-FORMAT                      VALUE 'N'.
       01  DB2-BROKER-FIELDS.
           03 DB2-BROKERID-INT         PIC S9(9) COMP.
           03 DB2-COMM-ENDOW-SI        PIC S9(4) COMP.
           03 DB2-COMM-HOUSE-SI        PIC S9(4) COMP.
           03 DB2-COMM-MOTOR-SI        PIC S9(4) COMP.
           03 DB2-COMM-COMMERCL-SI     PIC S9(4) COMP.

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

      * every function reads and writes the whole broker section
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN-BRK
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-BRK-ID IS NOT NUMERIC
             MOVE '95' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-BRK-ID TO DB2-BROKERID-INT

           IF CA-REQUEST-ID EQUAL 'INQBRK'
             PERFORM INQUIRE-BROKER
           ELSE
             IF CA-REQUEST-ID EQUAL 'ADDBRK'
               PERFORM ADD-BROKER
             ELSE
               IF CA-REQUEST-ID EQUAL 'UPDBRK'
                 PERFORM UPDATE-BROKER
               ELSE
                 MOVE '96' TO CA-RETURN-CODE
               END-IF
             END-IF
           END-IF

           EXEC CICS RETURN END-EXEC.

       INQUIRE-BROKER.
      *================================================================*
      * Return the broker's details with the bank details masked       *
      *================================================================*
           MOVE 'SELECT BROKER   ' TO EM-SQLREQ
           EXEC SQL
             SELECT BROKERNAME, ADDRESSLINE1, ADDRESSLINE2, POSTCODE,
                    BROKERSTATUS, ACCOUNTNAME, SORTCODE, ACCOUNTNUMBER,
                    COMMENDOWMENT, COMMHOUSE, COMMMOTOR,
                    COMMCOMMERCIAL, CHAR(LASTCHANGED)
               INTO :CA-BRK-NAME, :CA-BRK-ADDRESS-1,
                    :CA-BRK-ADDRESS-2, :CA-BRK-POSTCODE,
                    :CA-BRK-STATUS, :CA-BRK-ACCOUNT-NAME,
                    :WS-BRK-SORT-CODE, :WS-BRK-ACCOUNT-NUM,
                    :DB2-COMM-ENDOW-SI, :DB2-COMM-HOUSE-SI,
                    :DB2-COMM-MOTOR-SI, :DB2-COMM-COMMERCL-SI,
                    :CA-BRK-LASTCHANGED
               FROM BROKER
              WHERE BROKERID = :DB2-BROKERID-INT
           END-EXEC
           IF SQLCODE EQUAL +100
             MOVE '91' TO CA-RETURN-CODE
           ELSE
             IF SQLCODE NOT EQUAL ZERO
               MOVE '92' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             ELSE
               MOVE '****'                TO CA-BRK-SORT-CODE (1:4)
               MOVE WS-BRK-SORT-CODE (5:2)
                                          TO CA-BRK-SORT-CODE (5:2)
               MOVE '****'                TO CA-BRK-ACCOUNT-NUM (1:4)
               MOVE WS-BRK-ACCOUNT-NUM (5:4)
                                          TO CA-BRK-ACCOUNT-NUM (5:4)
               MOVE DB2-COMM-ENDOW-SI     TO CA-BRK-COMM-ENDOW
               MOVE DB2-COMM-HOUSE-SI     TO CA-BRK-COMM-HOUSE
               MOVE DB2-COMM-MOTOR-SI     TO CA-BRK-COMM-MOTOR
               MOVE DB2-COMM-COMMERCL-SI  TO CA-BRK-COMM-COMMERCL
             END-IF
           END-IF
           EXIT.

       ADD-BROKER.
      *================================================================*
      * File a new broker - the id is the one the broker is already    *
      * known by on the policies it writes, so it must not be in use   *
      *================================================================*
           IF DB2-BROKERID-INT EQUAL ZERO
             MOVE '95' TO CA-RETURN-CODE
           ELSE
             PERFORM VALIDATE-BROKER-FIELDS
             IF INVALID-FORMAT
               MOVE '95' TO CA-RETURN-CODE
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM COUNT-BROKER-ROWS
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             IF WS-BROKER-COUNT GREATER THAN ZERO
               MOVE '94' TO CA-RETURN-CODE
             ELSE
               PERFORM INSERT-BROKER-ROW
             END-IF
           END-IF
           EXIT.

       COUNT-BROKER-ROWS.
      *================================================================*
      * Is the broker id already on the master                         *
      *================================================================*
           MOVE 'CHECK BROKER    ' TO EM-SQLREQ
           MOVE ZERO TO WS-BROKER-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-BROKER-COUNT
               FROM BROKER
              WHERE BROKERID = :DB2-BROKERID-INT
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       INSERT-BROKER-ROW.
      *================================================================*
      * File the new broker row                                        *
      *================================================================*
           MOVE ' INSERT BROKER  ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO BROKER
                       ( BROKERID,
                         BROKERNAME,
                         ADDRESSLINE1,
                         ADDRESSLINE2,
                         POSTCODE,
                         BROKERSTATUS,
                         ACCOUNTNAME,
                         SORTCODE,
                         ACCOUNTNUMBER,
                         COMMENDOWMENT,
                         COMMHOUSE,
                         COMMMOTOR,
                         COMMCOMMERCIAL,
                         LASTCHANGED,
                         CHANGETRANSID )
                VALUES ( :DB2-BROKERID-INT,
                         :CA-BRK-NAME,
                         :CA-BRK-ADDRESS-1,
                         :CA-BRK-ADDRESS-2,
                         :CA-BRK-POSTCODE,
                         :CA-BRK-STATUS,
                         :CA-BRK-ACCOUNT-NAME,
                         :CA-BRK-SORT-CODE,
                         :CA-BRK-ACCOUNT-NUM,
                         :DB2-COMM-ENDOW-SI,
                         :DB2-COMM-HOUSE-SI,
                         :DB2-COMM-MOTOR-SI,
                         :DB2-COMM-COMMERCL-SI,
                         CURRENT TIMESTAMP,
                         :WS-TRANSID )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

       UPDATE-BROKER.
      *================================================================*
      * Amend a broker on file, keeping the bank details on file when  *
      * the caller has not keyed new ones                              *
      *================================================================*
           PERFORM READ-BROKER-ROW
           IF CA-RETURN-CODE EQUAL '00'
      *      a terminated broker's agency has ended - bringing it back
      *      is a new agreement, not an amendment
             IF BROKER-TERMINATED
               MOVE '85' TO CA-RETURN-CODE
             END-IF
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM TAKE-BANK-DETAILS
             PERFORM VALIDATE-BROKER-FIELDS
             IF INVALID-FORMAT
               MOVE '95' TO CA-RETURN-CODE
             ELSE
               PERFORM UPDATE-BROKER-ROW
             END-IF
           END-IF
           EXIT.

       READ-BROKER-ROW.
      *================================================================*
      * The status and bank details on file now                        *
      *================================================================*
           MOVE 'SELECT BROKER   ' TO EM-SQLREQ
           EXEC SQL
             SELECT BROKERSTATUS, SORTCODE, ACCOUNTNUMBER
               INTO :WS-BRK-STATUS, :WS-BRK-SORT-CODE,
                    :WS-BRK-ACCOUNT-NUM
               FROM BROKER
              WHERE BROKERID = :DB2-BROKERID-INT
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

       TAKE-BANK-DETAILS.
      *================================================================*
      * A blank or masked sort code or account number is the one on    *
      * file handed back unchanged - anything else must be the full    *
      * new value                                                      *
      *================================================================*
           MOVE ZERO TO WS-MASK-COUNT
           INSPECT CA-BRK-SORT-CODE TALLYING WS-MASK-COUNT FOR ALL '*'
           IF CA-BRK-SORT-CODE EQUAL SPACES
              OR WS-MASK-COUNT GREATER THAN ZERO
             MOVE WS-BRK-SORT-CODE TO CA-BRK-SORT-CODE
           END-IF
           MOVE ZERO TO WS-MASK-COUNT
           INSPECT CA-BRK-ACCOUNT-NUM TALLYING WS-MASK-COUNT FOR ALL '*'
           IF CA-BRK-ACCOUNT-NUM EQUAL SPACES
              OR WS-MASK-COUNT GREATER THAN ZERO
             MOVE WS-BRK-ACCOUNT-NUM TO CA-BRK-ACCOUNT-NUM
           END-IF
           EXIT.

       VALIDATE-BROKER-FIELDS.
      *================================================================*
      * A name, an address and postcode, a known status, the bank      *
      * account commission is paid to and a percentage for each type   *
      *================================================================*
           SET VALID-FORMAT TO TRUE
           IF CA-BRK-NAME EQUAL SPACES
              OR CA-BRK-ADDRESS-1 EQUAL SPACES
              OR CA-BRK-POSTCODE EQUAL SPACES
              OR CA-BRK-ACCOUNT-NAME EQUAL SPACES
             SET INVALID-FORMAT TO TRUE
           END-IF
           IF CA-BRK-STATUS NOT EQUAL 'A'
              AND CA-BRK-STATUS NOT EQUAL 'S'
              AND CA-BRK-STATUS NOT EQUAL 'T'
             SET INVALID-FORMAT TO TRUE
           END-IF
           IF CA-BRK-SORT-CODE IS NOT NUMERIC
              OR CA-BRK-ACCOUNT-NUM IS NOT NUMERIC
             SET INVALID-FORMAT TO TRUE
           END-IF
           IF CA-BRK-COMMISSION IS NOT NUMERIC
             SET INVALID-FORMAT TO TRUE
           ELSE
             IF CA-BRK-COMM-ENDOW GREATER THAN 100
                OR CA-BRK-COMM-HOUSE GREATER THAN 100
                OR CA-BRK-COMM-MOTOR GREATER THAN 100
                OR CA-BRK-COMM-COMMERCL GREATER THAN 100
               SET INVALID-FORMAT TO TRUE
             ELSE
               MOVE CA-BRK-COMM-ENDOW    TO DB2-COMM-ENDOW-SI
               MOVE CA-BRK-COMM-HOUSE    TO DB2-COMM-HOUSE-SI
               MOVE CA-BRK-COMM-MOTOR    TO DB2-COMM-MOTOR-SI
               MOVE CA-BRK-COMM-COMMERCL TO DB2-COMM-COMMERCL-SI
             END-IF
           END-IF
           EXIT.

       UPDATE-BROKER-ROW.
      *================================================================*
      * Apply the amendment and stamp LASTCHANGED                      *
      *================================================================*
           MOVE ' UPDATE BROKER  ' TO EM-SQLREQ
           EXEC SQL
             UPDATE BROKER
                SET BROKERNAME     = :CA-BRK-NAME,
                    ADDRESSLINE1   = :CA-BRK-ADDRESS-1,
                    ADDRESSLINE2   = :CA-BRK-ADDRESS-2,
                    POSTCODE       = :CA-BRK-POSTCODE,
                    BROKERSTATUS   = :CA-BRK-STATUS,
                    ACCOUNTNAME    = :CA-BRK-ACCOUNT-NAME,
                    SORTCODE       = :CA-BRK-SORT-CODE,
                    ACCOUNTNUMBER  = :CA-BRK-ACCOUNT-NUM,
                    COMMENDOWMENT  = :DB2-COMM-ENDOW-SI,
                    COMMHOUSE      = :DB2-COMM-HOUSE-SI,
                    COMMMOTOR      = :DB2-COMM-MOTOR-SI,
                    COMMCOMMERCIAL = :DB2-COMM-COMMERCL-SI,
                    LASTCHANGED    = CURRENT TIMESTAMP,
                    CHANGETRANSID  = :WS-TRANSID
              WHERE BROKERID = :DB2-BROKERID-INT
           END-EXEC
           IF SQLCODE EQUAL ZERO
             IF SQLERRD(3) EQUAL ZERO
               MOVE '91' TO CA-RETURN-CODE
             END-IF
           ELSE
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
      *    the masked form is all that goes back, as on an inquiry
           IF CA-RETURN-CODE EQUAL '00'
             MOVE '****' TO CA-BRK-SORT-CODE (1:4)
             MOVE '****' TO CA-BRK-ACCOUNT-NUM (1:4)
           END-IF
           EXIT.

       WRITE-ERROR-MESSAGE.
      * Save SQLCODE in message
           MOVE SQLCODE TO EM-SQLRC
      * Save the broker this failure relates to
           MOVE CA-BRK-ID TO EM-BROKERID
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
