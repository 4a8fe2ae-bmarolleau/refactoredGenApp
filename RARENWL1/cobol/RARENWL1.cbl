      *          The lead window is read from the RENWPARM file as a
      *          three-digit day count; when the file is missing or
      *          holds no usable value the window defaults to 30 days.
      *
      *          Each policy is re-rated on its claims experience before
      *          the notice goes out. The rating count is the policy's
      *          CLAIM rows dated in the expiring term (the twelve
      *          months up to EXPIRYDATE), leaving out declined claims;
      *          for motor the accidents declared on the MOTOR row are
      *          added in. The count selects a premium factor from the
      *          RATEPARM file, which underwriting maintains - one
      *          record per policy type ('*' for any type) and claim
      *          count, the factor as a percentage of the current
      *          premium (090 a 10% no-claims discount, 125 a 25%
      *          loading). The record for the highest count not above
      *          the policy's applies. Without a usable RATEPARM, or
      *          with no record for the policy, the premium is offered
      *          unchanged. Both the current and the offered premium
      *          go on the notice and on RENEWAL_OFFER.
      *
      *          Runs once per business date under RARUNC1 run-control.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      *             an EXPIRYDATE high-water mark, which skipped any
      *             policy created after its expiry window had already
      *             passed the mark.
      * 2026-10-15  Re-rate each renewal on its claims experience from
      *             the RATEPARM factor file; old and new premium on the
      *             notice and on RENEWAL_OFFER.
      * 2026-10-15  Record the run with RARUNC1 run-control - one clean
      *             run per business date.
      * 2026-10-15  Commit the RENEWAL_OFFER rows, or back them out on
      *             a failed run, before the run is recorded with run
      *             control.
      **************************************************************************

       IDENTIFICATION DIVISION.
           SELECT RENEWAL-PARM-FILE ASSIGN TO RENWPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RENWPARM-STATUS.
           SELECT RATING-PARM-FILE ASSIGN TO RATEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEPARM-STATUS.
           SELECT RENEWAL-FEED-FILE ASSIGN TO RENEWFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RENEWFD-STATUS.
       01  RENEWAL-PARM-RECORD.
           03 RP-LEAD-DAYS             PIC 9(3).
           03 FILLER                   PIC X(77).
       FD  RATING-PARM-FILE
           RECORDING MODE IS F.
       01  RATING-PARM-RECORD.
           03 RF-POLICYTYPE            PIC X.
           03 RF-CLAIM-COUNT           PIC 9(2).
           03 RF-FACTOR-PCT            PIC 9(3).
           03 FILLER                   PIC X(74).
       FD  RENEWAL-FEED-FILE
           RECORDING MODE IS F.
       01  RENEWAL-FEED-RECORD.
           03 RN-HOUSENUM              PIC X(4).
           03 RN-POSTCODE              PIC X(8).
           03 RN-EMAILADDRESS          PIC X(100).
      *    RN-PAYMENT above is the current premium; the re-rated one
      *    offered for the new term, and what it was rated on, follow
           03 RN-NEW-PAYMENT           PIC 9(6).
           03 RN-RATING-CLAIMS         PIC 9(2).
           03 RN-RATING-FACTOR         PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-RENWPARM-STATUS          PIC X(2)  VALUE '00'.
           88 RENWPARM-OK                        VALUE '00'.
       01  WS-RATEPARM-STATUS          PIC X(2)  VALUE '00'.
           88 RATEPARM-OK                        VALUE '00'.
           88 RATEPARM-EOF                       VALUE '10'.
       01  WS-RENEWFD-STATUS           PIC X(2)  VALUE '00'.
           88 RENEWFD-OK                         VALUE '00'.
       01  WS-EOF-SW                   PIC X     VALUE 'N'.
      *    same notice nightly, either way losing exactly-once
       01  WS-RUN-FAILED-SW            PIC X     VALUE 'N'.
           88 RUN-FAILED                         VALUE 'Y'.
       01  WS-RUN-CONTROL-SW           PIC X     VALUE 'N'.
           88 RUN-CONTROL-STARTED                VALUE 'Y'.
       01  WS-NOTICE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-LEAD-DAYS                PIC S9(9) COMP VALUE +30.
       01  WS-REPORT-CUSNUM            PIC 9(10) VALUE ZERO.
       01  WS-REPORT-POLNUM            PIC 9(10) VALUE ZERO.
      *    Premium factors loaded from RATEPARM
       01  WS-RATING-TABLE.
           03 WS-RATE-COUNT            PIC S9(4) COMP VALUE ZERO.
           03 WS-RATE-ENTRY OCCURS 50.
              05 WS-RATE-POLICYTYPE    PIC X.
              05 WS-RATE-CLAIMS        PIC S9(4) COMP.
              05 WS-RATE-FACTOR        PIC S9(4) COMP.
       01  WS-RATE-IX                  PIC S9(4) COMP VALUE ZERO.
       01  WS-RATE-REJECTED            PIC S9(4) COMP VALUE ZERO.
       01  WS-RATE-EOF-SW              PIC X     VALUE 'N'.
           88 END-OF-RATES                       VALUE 'Y'.
      *    The factor picked for the policy in hand - the best match so
      *    far is remembered with how specific it was, so a record for
      *    the policy's own type beats a '*' record for the same count
       01  WS-RATING-FIELDS.
           03 WS-RATING-CLAIMS         PIC S9(9) COMP VALUE ZERO.
           03 WS-RATING-FACTOR         PIC S9(4) COMP VALUE +100.
           03 WS-BEST-CLAIMS           PIC S9(4) COMP VALUE ZERO.
           03 WS-BEST-EXACT-SW         PIC X     VALUE 'N'.
              88 BEST-IS-EXACT-TYPE              VALUE 'Y'.
           03 WS-RATE-FOUND-SW         PIC X     VALUE 'N'.
              88 RATE-FOUND                      VALUE 'Y'.
           03 WS-NEW-PAYMENT           PIC S9(9) COMP VALUE ZERO.
       01  WS-RERATED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-OUT-FIELDS.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
           03 DB2-POLICYTYPE           PIC X.
           03 DB2-HOUSENUM             PIC X(4).
           03 DB2-POSTCODE             PIC X(8).
           03 DB2-EMAILADDRESS         PIC X(100).
           03 DB2-CLAIM-COUNT-INT      PIC S9(9) COMP.
           03 DB2-ACCIDENTS-INT        PIC S9(9) COMP.

       01  RUN-CONTROL-AREA.
           COPY RARUNCTL.

           EXEC SQL
             INCLUDE SQLCA
      *    Policies inside the window that have never been offered -
      *    the RENEWAL_OFFER row filed per notice is what makes each
      *    offer happen exactly once. PAYMENT can be null on a POLICY
      *    row - feed it as zero rather than carry indicator variables.
      *    The claims experience comes along with each policy: claims
      *    dated in the twelve months up to expiry that were not
      *    declined, and the accidents declared on a motor policy
           EXEC SQL
             DECLARE RENEWAL-CURSOR CURSOR FOR
             SELECT P.POLICYNUMBER, P.POLICYTYPE, P.EXPIRYDATE,
                    VALUE(P.PAYMENT, 0),
                    C.CUSTOMERNUMBER, C.FIRSTNAME, C.LASTNAME,
                    C.HOUSENAME, C.HOUSENUMBER, C.POSTCODE,
                    C.EMAILADDRESS,
                    ( SELECT COUNT(*)
                        FROM CLAIM CL
                       WHERE CL.POLICYNUMBER = P.POLICYNUMBER
                         AND CL.CLAIMDATE > P.EXPIRYDATE - 1 YEAR
                         AND CL.CLAIMDATE <= P.EXPIRYDATE
                         AND VALUE(CL.STATUS, 'O') <> 'D' ),
                    VALUE(( SELECT M.ACCIDENTS
                              FROM MOTOR M
                             WHERE M.POLICYNUMBER = P.POLICYNUMBER ),
                          0)
               FROM POLICY P, CUSTOMER C
              WHERE C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                AND P.EXPIRYDATE >= CURRENT DATE
       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM START-RUN-CONTROL.
           IF RUN-CONTROL-STARTED
             PERFORM INITIALIZE-RUN
             PERFORM PROCESS-POLICIES UNTIL END-OF-POLICIES
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
           MOVE 'RARENWL1' TO RC-JOB-NAME
           CALL 'RARUNC1' USING RUN-CONTROL-AREA
           IF RC-RETURN-CODE EQUAL '00'
             SET RUN-CONTROL-STARTED TO TRUE
           ELSE
             DISPLAY 'RARENWL1 - RUN NOT STARTED - ' RC-REASON
           END-IF
           EXIT.

       INITIALIZE-RUN.
      *================================================================*
      * Pick up the lead window, then open the cursor for everything   *
           MOVE ZERO TO WS-NOTICE-COUNT
           PERFORM READ-LEAD-WINDOW
           DISPLAY 'RENEWAL LEAD WINDOW   : ' WS-LEAD-DAYS ' DAYS'
           PERFORM LOAD-RATING-FACTORS
           DISPLAY 'RATING FACTORS LOADED : ' WS-RATE-COUNT
           OPEN OUTPUT RENEWAL-FEED-FILE
           IF NOT RENEWFD-OK
             DISPLAY 'RENEWFD OPEN FAILED - FILE STATUS '
                     WS-RENEWFD-STATUS
             SET RUN-FAILED TO TRUE
             SET END-OF-POLICIES TO TRUE
           ELSE
             EXEC SQL
           END-IF
           EXIT.

       LOAD-RATING-FACTORS.
      *================================================================*
      * Load underwriting's premium factors. A missing file means no   *
      * re-rating this run - every premium is offered unchanged and    *
      * the run says so - rather than no renewal notices at all        *
      *================================================================*
           MOVE ZERO TO WS-RATE-COUNT
           MOVE ZERO TO WS-RATE-REJECTED
           OPEN INPUT RATING-PARM-FILE
           IF RATEPARM-OK
             MOVE 'N' TO WS-RATE-EOF-SW
             PERFORM READ-RATING-FACTOR UNTIL END-OF-RATES
             CLOSE RATING-PARM-FILE
             IF WS-RATE-REJECTED GREATER THAN ZERO
               DISPLAY 'RATEPARM RECORDS IGNORED: ' WS-RATE-REJECTED
             END-IF
           ELSE
             DISPLAY 'RATEPARM OPEN FAILED - FILE STATUS '
                     WS-RATEPARM-STATUS ' - PREMIUMS NOT RE-RATED'
           END-IF
           EXIT.

       READ-RATING-FACTOR.
      *================================================================*
      * Take one factor record - an unusable record is counted and     *
      * skipped, so one bad card cannot re-rate a book by nonsense     *
      *================================================================*
           READ RATING-PARM-FILE
             AT END
               SET END-OF-RATES TO TRUE
           END-READ
           IF NOT RATEPARM-OK AND NOT RATEPARM-EOF
             DISPLAY 'RATEPARM READ FAILED - FILE STATUS '
                     WS-RATEPARM-STATUS
             SET END-OF-RATES TO TRUE
           END-IF
           IF NOT END-OF-RATES
             IF RF-POLICYTYPE EQUAL SPACE
                OR RF-CLAIM-COUNT IS NOT NUMERIC
                OR RF-FACTOR-PCT IS NOT NUMERIC
                OR RF-FACTOR-PCT EQUAL ZERO
                OR WS-RATE-COUNT NOT LESS THAN 50
               ADD 1 TO WS-RATE-REJECTED
             ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE RF-POLICYTYPE  TO WS-RATE-POLICYTYPE (WS-RATE-COUNT)
               MOVE RF-CLAIM-COUNT TO WS-RATE-CLAIMS (WS-RATE-COUNT)
               MOVE RF-FACTOR-PCT  TO WS-RATE-FACTOR (WS-RATE-COUNT)
             END-IF
           END-IF
           EXIT.

       FETCH-NEXT-POLICY.
      *================================================================*
      * Fetch the next policy in the window not yet offered            *
                   :DB2-EXPIRYDATE, :DB2-PAYMENT-INT,
                   :DB2-CUSTOMERNUM-INT, :DB2-FIRSTNAME,
                   :DB2-LASTNAME, :DB2-HOUSENAME, :DB2-HOUSENUM,
                   :DB2-POSTCODE, :DB2-EMAILADDRESS,
                   :DB2-CLAIM-COUNT-INT, :DB2-ACCIDENTS-INT
           END-EXEC
           IF SQLCODE EQUAL ZERO
             ADD 1 TO WS-NOTICE-COUNT
      * and a policy that cannot be marked must stop the run before    *
      * its notice ships again tomorrow                                *
      *================================================================*
           PERFORM RERATE-POLICY
           PERFORM WRITE-RENEWAL-NOTICE
           IF NOT RUN-FAILED
             PERFORM RECORD-RENEWAL-OFFER
           END-IF
           EXIT.

       RERATE-POLICY.
      *================================================================*
      * Work out the premium to offer from the policy's claims         *
      * experience - the factor for the highest claim count not above  *
      * the policy's, for its own type in preference to '*'            *
      *================================================================*
           MOVE DB2-CLAIM-COUNT-INT TO WS-RATING-CLAIMS
           IF DB2-POLICYTYPE EQUAL 'M'
              AND DB2-ACCIDENTS-INT GREATER THAN ZERO
             ADD DB2-ACCIDENTS-INT TO WS-RATING-CLAIMS
           END-IF
           MOVE +100 TO WS-RATING-FACTOR
           MOVE ZERO TO WS-BEST-CLAIMS
           MOVE 'N'  TO WS-BEST-EXACT-SW
           MOVE 'N'  TO WS-RATE-FOUND-SW
           MOVE 1    TO WS-RATE-IX
           PERFORM CHECK-RATING-ENTRY
             UNTIL WS-RATE-IX GREATER THAN WS-RATE-COUNT
           COMPUTE WS-NEW-PAYMENT ROUNDED =
                   DB2-PAYMENT-INT * WS-RATING-FACTOR / 100
           IF WS-NEW-PAYMENT NOT EQUAL DB2-PAYMENT-INT
             ADD 1 TO WS-RERATED-COUNT
           END-IF
           EXIT.

       CHECK-RATING-ENTRY.
      *================================================================*
      * Keep this factor if it fits the policy better than the best    *
      * found so far                                                   *
      *================================================================*
           IF (WS-RATE-POLICYTYPE (WS-RATE-IX) EQUAL DB2-POLICYTYPE
               OR WS-RATE-POLICYTYPE (WS-RATE-IX) EQUAL '*')
              AND WS-RATE-CLAIMS (WS-RATE-IX)
                  NOT GREATER THAN WS-RATING-CLAIMS
             IF NOT RATE-FOUND
                OR WS-RATE-CLAIMS (WS-RATE-IX) GREATER THAN
                   WS-BEST-CLAIMS
                OR (WS-RATE-CLAIMS (WS-RATE-IX) EQUAL WS-BEST-CLAIMS
                    AND NOT BEST-IS-EXACT-TYPE
                    AND WS-RATE-POLICYTYPE (WS-RATE-IX)
                        EQUAL DB2-POLICYTYPE)
               SET RATE-FOUND TO TRUE
               MOVE WS-RATE-CLAIMS (WS-RATE-IX) TO WS-BEST-CLAIMS
               MOVE WS-RATE-FACTOR (WS-RATE-IX) TO WS-RATING-FACTOR
               IF WS-RATE-POLICYTYPE (WS-RATE-IX) EQUAL DB2-POLICYTYPE
                 SET BEST-IS-EXACT-TYPE TO TRUE
               ELSE
                 MOVE 'N' TO WS-BEST-EXACT-SW
               END-IF
             END-IF
           END-IF
           ADD 1 TO WS-RATE-IX
           EXIT.

       WRITE-RENEWAL-NOTICE.
      *================================================================*
      * One feed record per policy due for renewal                     *
           MOVE DB2-HOUSENUM         TO RN-HOUSENUM
           MOVE DB2-POSTCODE         TO RN-POSTCODE
           MOVE DB2-EMAILADDRESS     TO RN-EMAILADDRESS
           MOVE WS-NEW-PAYMENT       TO RN-NEW-PAYMENT
           IF WS-RATING-CLAIMS GREATER THAN 99
             MOVE 99 TO RN-RATING-CLAIMS
           ELSE
             MOVE WS-RATING-CLAIMS   TO RN-RATING-CLAIMS
           END-IF
           MOVE WS-RATING-FACTOR     TO RN-RATING-FACTOR
           WRITE RENEWAL-FEED-RECORD
           IF NOT RENEWFD-OK
             DISPLAY 'RENEWFD WRITE FAILED - FILE STATUS '
           ELSE
             DISPLAY '  ' WS-REPORT-POLNUM ' EXPIRES ' DB2-EXPIRYDATE
                     ' CUSTOMER ' WS-REPORT-CUSNUM
                     ' PREMIUM ' RN-PAYMENT ' TO ' RN-NEW-PAYMENT
                     ' CLAIMS ' RN-RATING-CLAIMS
                     ' FACTOR ' RN-RATING-FACTOR
           END-IF
           EXIT.

       RECORD-RENEWAL-OFFER.
      *================================================================*
      * Remember this policy has had its offer, at what premium and on *
      * what experience - the NOT EXISTS in the cursor keeps it out of *
      * every later run, and RARENWL2 takes the offered premium from   *
      * here when the customer accepts                                 *
      *================================================================*
           MOVE WS-RATING-CLAIMS TO DB2-CLAIM-COUNT-INT
           EXEC SQL
             INSERT INTO RENEWAL_OFFER
                       ( POLICYNUMBER,
                         OFFERTS,
                         OLDPAYMENT,
                         OFFEREDPAYMENT,
                         RATINGCLAIMS,
                         RATINGFACTOR )
                VALUES ( :DB2-POLICYNUM-INT,
                         CURRENT TIMESTAMP,
                         :DB2-PAYMENT-INT,
                         :WS-NEW-PAYMENT,
                         :DB2-CLAIM-COUNT-INT,
                         :WS-RATING-FACTOR )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
             DISPLAY 'OFFER INSERT FAILED FOR ' WS-REPORT-POLNUM

       TERMINATE-RUN.
      *================================================================*
      * Close the cursor, keep the offers filed only if the whole run  *
      * succeeded, and print the run summary                           *
      *================================================================*
           EXEC SQL
             CLOSE RENEWAL-CURSOR
           END-EXEC
           CLOSE RENEWAL-FEED-FILE
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
           DISPLAY 'RENEWAL NOTICES WRITTEN: ' WS-NOTICE-COUNT
           DISPLAY 'PREMIUMS RE-RATED      : ' WS-RERATED-COUNT
           IF RUN-FAILED
             DISPLAY 'RARENWL1 - RUN INCOMPLETE - RERUN AFTER FIXING'
           ELSE
             DISPLAY 'RARENWL1 - POLICY RENEWAL NOTICE EXTRACT COMPLETE'
           END-IF
           EXIT.

       FINISH-RUN-CONTROL.
      *================================================================*
      * Record how the run ended, with its record counts               *
      *================================================================*
           MOVE 'FINISH' TO RC-REQUEST-ID
           MOVE WS-NOTICE-COUNT TO RC-RECORDS-IN
           MOVE WS-NOTICE-COUNT TO RC-RECORDS-OUT
           MOVE ZERO            TO RC-RECORDS-REJECTED
           IF RUN-FAILED
             SET RC-RUN-FAILED TO TRUE
             MOVE 'RENEWFD OR RENEWAL_OFFER FAILED - SEE JOB OUTPUT'
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
