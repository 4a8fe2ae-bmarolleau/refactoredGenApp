      *            SUSP - the RASUSP1 pending-suspense review on PF9,
      *                   fetching by id (0 = oldest pending) and
      *                   applying R/D decisions through RELSUS/DISSUS
      *            NPOL - new business for the customer on PF4 from
      *                   the detail screen: the type code (E/H/M)
      *                   picks ADDEND, ADDHOU or ADDMOT on RAPOLM1
      *                   and only that section of the screen is sent;
      *                   a rejected entry comes back as typed so the
      *                   operator corrects it rather than keys it
      *                   all again
      *            MNDT - the customer's direct-debit mandate on PF11
      *                   from the detail screen, shown masked as
      *                   RACUST2 INQMND returns it; ENTER sets up,
      *                   replaces (A) or cancels (C) it through UPDMND
      *            MRGE - supervisor merge on PF12 from the detail
      *                   screen: the customer on it survives and a
      *                   typed duplicate number is compared with it
      *                   side by side through RACUST5 INQMRG; once
      *                   the supervisor has chosen whose contact
      *                   details and consent to keep and typed Y,
      *                   ENTER merges through MRGCUS. A merge only
      *                   ever goes ahead for the duplicate already
      *                   compared on screen
      *          PF3 steps back a screen (and exits from the search
      *          screen); CLEAR exits from anywhere.
      *
      *          than its field comes back null-padded on the right,
      *          so every typed field has its nulls converted to
      *          spaces before it goes anywhere near a commarea, and
      *          the numeric entries (SEL, SUSPENSE ID and the new
      *          policy amounts) are parsed from the typed digits
      *          rather than expected to fill their field.
      **************************************************************************
      * Modification history
      * ------------------------------------------------------------------
      * 2026-09-01  Initial version.
      * 2026-10-15  New policy screen (NPOL) on PF4 from the customer
      *             detail, adding through RAPOLM1.
      * 2026-10-15  Direct-debit mandate screen (MNDT) on PF11 from the
      *             customer detail, bank details masked.
      * 2026-10-15  Say so when a new policy is refused for a broker
      *             not active on the broker master.
      * 2026-10-15  Customer merge screen (MRGE) on PF12 from the
      *             customer detail, merging through RACUST5.
      **************************************************************************

       IDENTIFICATION DIVISION.
       77  RACUST3                     PIC X(8)  VALUE 'RACUST3'.
       77  RASECM1                     PIC X(8)  VALUE 'RASECM1'.
       77  RASUSP1                     PIC X(8)  VALUE 'RASUSP1'.
       77  RAPOLM1                     PIC X(8)  VALUE 'RAPOLM1'.
       77  RACUST5                     PIC X(8)  VALUE 'RACUST5'.
       77  DESK-MAPSET                 PIC X(8)  VALUE 'RADESKS'.

           COPY DFHAID.
           COPY RADESKS.

      *    State carried between sends - which screen is up, who is
      *    being worked on, the search page the result numbers on
      *    screen belong to, and the duplicate compared on the merge
      *    screen
       01  COMM-STATE.
           03 CS-EYECATCHER            PIC X(4).
           03 CS-CURRENT-MAP           PIC X(4).
              88 ON-PORTFOLIO-SCREEN             VALUE 'PORT'.
              88 ON-HISTORY-SCREEN               VALUE 'HIST'.
              88 ON-SUSPENSE-SCREEN              VALUE 'SUSP'.
              88 ON-NEW-POLICY-SCREEN            VALUE 'NPOL'.
              88 ON-MANDATE-SCREEN               VALUE 'MNDT'.
              88 ON-MERGE-SCREEN                 VALUE 'MRGE'.
           03 CS-CUSTOMER-NUM          PIC 9(10).
           03 CS-SRCH-LAST-NAME        PIC X(20).
           03 CS-SRCH-POSTCODE         PIC X(8).
           03 CS-RESULT-COUNT          PIC 9(3).
           03 CS-RESULT-NUM            PIC 9(10) OCCURS 20.
           03 CS-SUSP-ID               PIC 9(10).
           03 CS-MERGE-NUM             PIC 9(10).
       77  COMM-STATE-LEN              PIC S9(4) COMP VALUE +280.

      *    The LGCMAREA-shaped area handed to the linked programs -
      *    2200 bytes covers the longest section any of them writes
           03 WS-PART-MSG-COUNT        PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' SHOWN'.
           03 FILLER                   PIC X(57) VALUE SPACES.
       01  WS-NEW-POLICY-MSG.
           03 FILLER                   PIC X(7)  VALUE 'POLICY '.
           03 WS-NEW-POLICY-NUM        PIC 9(10) VALUE ZERO.
           03 FILLER                   PIC X(40)
                     VALUE ' ADDED - ENTER ANOTHER OR PF3 TO RETURN'.
           03 FILLER                   PIC X(21) VALUE SPACES.
       01  WS-MERGE-MSG.
           03 FILLER                   PIC X(10) VALUE 'DUPLICATE '.
           03 WS-MERGE-MSG-NUM         PIC 9(10) VALUE ZERO.
           03 FILLER                   PIC X(13) VALUE ' MERGED IN - '.
           03 WS-MERGE-MSG-POLICIES    PIC 9(5)  VALUE ZERO.
           03 FILLER                   PIC X(11) VALUE ' POLICIES, '.
           03 WS-MERGE-MSG-PAYMENTS    PIC 9(5)  VALUE ZERO.
           03 FILLER                   PIC X(15)
                                        VALUE ' PAYMENTS MOVED'.
           03 FILLER                   PIC X(9)  VALUE SPACES.
      *    Set by a merge that went through, so the detail screen of
      *    the survivor comes up in place of the merge screen
       01  WS-MERGE-DONE-SW            PIC X     VALUE 'N'.
           88 MERGE-DONE                         VALUE 'Y'.
      *    The consent flags as the merge screen shows them
       01  WS-CONSENT-SHOWN.
           03 FILLER                   PIC X(5)  VALUE 'POST '.
           03 WS-CONSENT-SHOWN-POST    PIC X     VALUE SPACE.
           03 FILLER                   PIC X(7)  VALUE ' PHONE '.
           03 WS-CONSENT-SHOWN-PHONE   PIC X     VALUE SPACE.
           03 FILLER                   PIC X(7)  VALUE ' EMAIL '.
           03 WS-CONSENT-SHOWN-EMAIL   PIC X     VALUE SPACE.
      *    The masked sort code as the desk sees it
       01  WS-SORT-CODE-SHOWN.
           03 FILLER                   PIC X(6)  VALUE '**-**-'.
           03 WS-SORT-CODE-LAST        PIC X(2)  VALUE SPACES.
       01  WS-END-MESSAGE              PIC X(30)
                            VALUE 'GENAPP DESK SESSION ENDED'.
      *    Scratch fields for building the list lines
           88 PARSE-FIELD-GOOD                   VALUE 'Y'.
       01  WS-PARSE-DONE-SW            PIC X     VALUE 'N'.
           88 PARSE-FIELD-DONE                   VALUE 'Y'.
      *    Set off by any numeric entry on the new policy screen that
      *    does not parse
       01  WS-ENTRY-OK-SW              PIC X     VALUE 'Y'.
           88 ENTRY-FIELDS-GOOD                  VALUE 'Y'.
       01  WS-RESULT-LINE.
           03 RL-SEQ                   PIC 9(2).
           03 FILLER                   PIC X     VALUE SPACE.
           03 SL-SUBMITTED             PIC X(30).
           03 FILLER                   PIC X     VALUE SPACE.
           03 SL-MATCHED               PIC X(30).
       01  WS-MERGE-LINE.
           03 ML-LABEL                 PIC X(14).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ML-SURVIVING             PIC X(30).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ML-DUPLICATE             PIC X(30).

       LINKAGE SECTION.
       01  DFHCOMMAREA-1               PIC X(280).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
                     IF ON-SUSPENSE-SCREEN
                       PERFORM HANDLE-SUSPENSE-SCREEN
                     ELSE
                       IF ON-NEW-POLICY-SCREEN
                         PERFORM HANDLE-NEW-POLICY-SCREEN
                       ELSE
                         IF ON-MANDATE-SCREEN
                           PERFORM HANDLE-MANDATE-SCREEN
                         ELSE
                           IF ON-MERGE-SCREEN
                             PERFORM HANDLE-MERGE-SCREEN
                           ELSE
      *                      state from something this version does
      *                      not know - start over rather than guess
                             PERFORM START-FRESH-SESSION
                           END-IF
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
             MOVE ZERO TO CS-SRCH-RESTART
             PERFORM RUN-SEARCH
           ELSE
             IF EIBAID EQUAL DFHPF4
               PERFORM SHOW-NEW-POLICY-SCREEN
             ELSE
               IF EIBAID EQUAL DFHPF5
                 PERFORM FETCH-AND-SHOW-PORTFOLIO
               ELSE
                 IF EIBAID EQUAL DFHPF6
                   PERFORM FETCH-AND-SHOW-HISTORY
                 ELSE
                   IF EIBAID EQUAL DFHPF9
                     MOVE ZERO TO CS-SUSP-ID
                     MOVE SPACES TO WS-SCREEN-MSG
                     PERFORM FETCH-AND-SHOW-SUSPENSE
                   ELSE
                     IF EIBAID EQUAL DFHPF10
                       PERFORM RESET-CUSTOMER-PASSWORD
                     ELSE
                       IF EIBAID EQUAL DFHPF11
                         MOVE SPACES TO WS-SCREEN-MSG
                         PERFORM FETCH-AND-SHOW-MANDATE
                       ELSE
                         IF EIBAID EQUAL DFHPF12
                           MOVE ZERO TO CS-MERGE-NUM
                           MOVE SPACES TO WS-SCREEN-MSG
                           PERFORM FETCH-AND-SHOW-MERGE
                         ELSE
                           PERFORM UPDATE-CUSTOMER-FROM-SCREEN
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
           PERFORM FETCH-AND-SHOW-SUSPENSE
           EXIT.

       SHOW-NEW-POLICY-SCREEN.
      *================================================================*
      * PF4 from the detail screen - an empty new policy form for the *
      * customer being worked on                                      *
      *================================================================*
           MOVE LOW-VALUES TO NPOLO
           MOVE 'TYPE E, H OR M AND FILL IN THAT SECTION ONLY'
             TO WS-SCREEN-MSG
           PERFORM SEND-NEW-POLICY-SCREEN
           EXIT.

       SEND-NEW-POLICY-SCREEN.
      *================================================================*
      * Put the new policy screen up with whatever the caller left in *
      * NPOLO - an empty form, or a rejected entry as it was typed    *
      *================================================================*
           MOVE CS-CUSTOMER-NUM TO NCUSTNOO
           MOVE WS-SCREEN-MSG TO NMSGO
           MOVE SPACES TO WS-SCREEN-MSG
           EXEC CICS SEND MAP('NPOL') MAPSET(DESK-MAPSET)
                     FROM(NPOLO) ERASE
           END-EXEC
           MOVE 'NPOL' TO CS-CURRENT-MAP
           EXIT.

       HANDLE-NEW-POLICY-SCREEN.
      *================================================================*
      * ENTER files the policy; PF3 steps back to the detail screen.  *
      * Any other key only repeats the prompt - a stray PF key must   *
      * not write new business                                        *
      *================================================================*
           MOVE LOW-VALUES TO NPOLI
           EXEC CICS RECEIVE MAP('NPOL') MAPSET(DESK-MAPSET)
                     INTO(NPOLI) RESP(WS-RESP)
           END-EXEC
           IF EIBAID EQUAL DFHPF3
             MOVE SPACES TO WS-SCREEN-MSG
             PERFORM FETCH-AND-SHOW-DETAIL
           ELSE
             PERFORM PREPARE-NEW-POLICY-ENTRY
             IF EIBAID EQUAL DFHENTER
               PERFORM ADD-POLICY-FROM-SCREEN
             ELSE
               MOVE 'ENTER ADDS THE POLICY - PF3 RETURNS TO THE DETAIL'
                 TO WS-SCREEN-MSG
             END-IF
             PERFORM SEND-NEW-POLICY-SCREEN
           END-IF
           EXIT.

       PREPARE-NEW-POLICY-ENTRY.
      *================================================================*
      * Every entry field carries FSET and so comes back every time - *
      * space out the null padding so it can go into the commarea,    *
      * and clear the flag bytes so the same area can be sent back as *
      * it stands without them being taken for attribute overrides    *
      *================================================================*
           INSPECT NTYPEI   CONVERTING LOW-VALUE TO SPACE
           INSPECT NISSUEI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NEXPIRYI CONVERTING LOW-VALUE TO SPACE
           INSPECT NBRKIDI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NBRKREFI CONVERTING LOW-VALUE TO SPACE
           INSPECT NPAYMNTI CONVERTING LOW-VALUE TO SPACE
           INSPECT NEPROFI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NEEQTYI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NEMFNDI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NEFUNDI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NETERMI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NESUMI   CONVERTING LOW-VALUE TO SPACE
           INSPECT NELIFEI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NHPTYPEI CONVERTING LOW-VALUE TO SPACE
           INSPECT NHBEDSI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NHVALUEI CONVERTING LOW-VALUE TO SPACE
           INSPECT NHNAMEI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NHNUMI   CONVERTING LOW-VALUE TO SPACE
           INSPECT NHPCODEI CONVERTING LOW-VALUE TO SPACE
           INSPECT NMMAKEI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NMMODELI CONVERTING LOW-VALUE TO SPACE
           INSPECT NMVALUEI CONVERTING LOW-VALUE TO SPACE
           INSPECT NMREGI   CONVERTING LOW-VALUE TO SPACE
           INSPECT NMCOLRI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NMCCI    CONVERTING LOW-VALUE TO SPACE
           INSPECT NMMANUFI CONVERTING LOW-VALUE TO SPACE
           INSPECT NMPREMI  CONVERTING LOW-VALUE TO SPACE
           INSPECT NMACCSI  CONVERTING LOW-VALUE TO SPACE
           MOVE LOW-VALUE TO NTYPEF   NISSUEF  NEXPIRYF NBRKIDF
                             NBRKREFF NPAYMNTF NEPROFF  NEEQTYF
                             NEMFNDF  NEFUNDF  NETERMF  NESUMF
                             NELIFEF  NHPTYPEF NHBEDSF  NHVALUEF
                             NHNAMEF  NHNUMF   NHPCODEF NMMAKEF
                             NMMODELF NMVALUEF NMREGF   NMCOLRF
                             NMCCF    NMMANUFF NMPREMF  NMACCSF
                             NCUSTNOF NPOLNOF  NMSGF
           EXIT.

       ADD-POLICY-FROM-SCREEN.
      *================================================================*
      * Build the add for the type typed and send it to RAPOLM1. Only *
      * the section for that type goes - the three share one place   *
      * in the commarea. A good add clears the form for the next one; *
      * a rejected one stays on screen as typed                       *
      *================================================================*
           INITIALIZE LINK-COMMAREA
           MOVE '00'              TO CA-RETURN-CODE
           MOVE CS-CUSTOMER-NUM   TO CA-CUSTOMER-NUM
           MOVE SPACES            TO WS-SCREEN-MSG
           MOVE 'Y'               TO WS-ENTRY-OK-SW
           IF NTYPEI EQUAL 'E'
             MOVE 'ADDEND' TO CA-REQUEST-ID
             PERFORM TAKE-ENDOWMENT-ENTRY
           ELSE
             IF NTYPEI EQUAL 'H'
               MOVE 'ADDHOU' TO CA-REQUEST-ID
               PERFORM TAKE-HOUSE-ENTRY
             ELSE
               IF NTYPEI EQUAL 'M'
                 MOVE 'ADDMOT' TO CA-REQUEST-ID
                 PERFORM TAKE-MOTOR-ENTRY
               ELSE
                 MOVE 'POLICY TYPE MUST BE E, H OR M' TO WS-SCREEN-MSG
               END-IF
             END-IF
           END-IF
           IF WS-SCREEN-MSG EQUAL SPACES
             PERFORM TAKE-POLICY-COMMON-ENTRY
             IF NOT ENTRY-FIELDS-GOOD
               MOVE 'ID, AMOUNT AND COUNT FIELDS TAKE DIGITS ONLY'
                 TO WS-SCREEN-MSG
             END-IF
           END-IF
           IF WS-SCREEN-MSG EQUAL SPACES
             EXEC CICS LINK PROGRAM(RAPOLM1)
                       COMMAREA(LINK-COMMAREA)
                       LENGTH(WS-LINK-LEN)
             END-EXEC
             IF CA-RETURN-CODE EQUAL '00'
               MOVE CA-POLICY-NUM    TO WS-NEW-POLICY-NUM
               MOVE WS-NEW-POLICY-MSG TO WS-SCREEN-MSG
               MOVE LOW-VALUES       TO NPOLO
               MOVE CA-POLICY-NUM    TO NPOLNOO
             ELSE
               IF CA-RETURN-CODE EQUAL '95'
                 MOVE 'CHECK THE DATES AND THE DETAILS FOR THE TYPE'
                   TO WS-SCREEN-MSG
               ELSE
                 IF CA-RETURN-CODE EQUAL '91'
                   MOVE 'NO SUCH CUSTOMER' TO WS-SCREEN-MSG
                 ELSE
                   IF CA-RETURN-CODE EQUAL '89'
                     MOVE 'BROKER NOT ON FILE OR NOT ACTIVE'
                       TO WS-SCREEN-MSG
                   ELSE
                     MOVE CA-RETURN-CODE TO WS-RC-MSG-RC
                     MOVE WS-RC-MSG      TO WS-SCREEN-MSG
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

       TAKE-POLICY-COMMON-ENTRY.
      *================================================================*
      * The term, broker and payment fields every type carries        *
      *================================================================*
           MOVE NISSUEI  TO CA-ISSUE-DATE
           MOVE NEXPIRYI TO CA-EXPIRY-DATE
           MOVE NBRKREFI TO CA-BROKERSREF
           MOVE NBRKIDI  TO WS-PARSE-TEXT
           PERFORM TAKE-NUMERIC-ENTRY
           MOVE WS-PARSE-VALUE TO CA-BROKERID
           MOVE NPAYMNTI TO WS-PARSE-TEXT
           PERFORM TAKE-NUMERIC-ENTRY
           MOVE WS-PARSE-VALUE TO CA-PAYMENT
           EXIT.

       TAKE-ENDOWMENT-ENTRY.
           MOVE NEPROFI  TO CA-E-WITH-PROFITS
           MOVE NEEQTYI  TO CA-E-EQUITIES
           MOVE NEMFNDI  TO CA-E-MANAGED-FUND
           MOVE NEFUNDI  TO CA-E-FUND-NAME
           MOVE NELIFEI  TO CA-E-LIFE-ASSURED
           MOVE NETERMI  TO WS-PARSE-TEXT
           PERFORM TAKE-NUMERIC-ENTRY
           MOVE WS-PARSE-VALUE TO CA-E-TERM
           MOVE NESUMI   TO WS-PARSE-TEXT
           PERFORM TAKE-NUMERIC-ENTRY
           MOVE WS-PARSE-VALUE TO CA-E-SUM-ASSURED
           EXIT.

       TAKE-HOUSE-ENTRY.
           MOVE NHPTYPEI TO CA-H-PROPERTY-TYPE
           MOVE NHNAMEI  TO CA-H-HOUSE-NAME
           MOVE NHNUMI   TO CA-H-HOUSE-NUMBER
           MOVE NHPCODEI TO CA-H-POSTCODE
           MOVE NHBEDSI  TO WS-PARSE-TEXT
           PERFORM TAKE-NUMERIC-ENTRY
           MOVE WS-PARSE-VALUE TO CA-H-BEDROOMS
           MOVE NHVALUEI TO WS-PARSE-TEXT
           PERFORM TAKE-NUMERIC-ENTRY
           MOVE WS-PARSE-VALUE TO CA-H-VALUE
           EXIT.

       TAKE-MOTOR-ENTRY.
           MOVE NMMAKEI  TO CA-M-MAKE
           MOVE NMMODELI TO CA-M-MODEL
           MOVE NMREGI   TO CA-M-REGNUMBER
           MOVE NMCOLRI  TO CA-M-COLOUR
           MOVE NMMANUFI TO CA-M-MANUFACTURED
           MOVE NMVALUEI TO WS-PARSE-TEXT
           PERFORM TAKE-NUMERIC-ENTRY
           MOVE WS-PARSE-VALUE TO CA-M-VALUE
           MOVE NMCCI    TO WS-PARSE-TEXT
           PERFORM TAKE-NUMERIC-ENTRY
           MOVE WS-PARSE-VALUE TO CA-M-CC
           MOVE NMPREMI  TO WS-PARSE-TEXT
           PERFORM TAKE-NUMERIC-ENTRY
           MOVE WS-PARSE-VALUE TO CA-M-PREMIUM
           MOVE NMACCSI  TO WS-PARSE-TEXT
           PERFORM TAKE-NUMERIC-ENTRY
           MOVE WS-PARSE-VALUE TO CA-M-ACCIDENTS
           EXIT.

       FETCH-AND-SHOW-MANDATE.
      *================================================================*
      * The INQMND mandate, already masked by RACUST2 - only the last *
      * digits of the sort code and account number reach the screen   *
      *================================================================*
           INITIALIZE LINK-COMMAREA
           MOVE 'INQMND'          TO CA-REQUEST-ID
           MOVE '00'              TO CA-RETURN-CODE
           MOVE CS-CUSTOMER-NUM   TO CA-CUSTOMER-NUM
           EXEC CICS LINK PROGRAM(RACUST2)
                     COMMAREA(LINK-COMMAREA)
                     LENGTH(WS-LINK-LEN)
           END-EXEC
           MOVE LOW-VALUES TO MNDTO
           MOVE CS-CUSTOMER-NUM TO MCUSTNOO
           IF CA-RETURN-CODE EQUAL '00'
             IF CA-MND-STATUS EQUAL SPACE
               IF WS-SCREEN-MSG EQUAL SPACES
                 MOVE 'NO MANDATE ON FILE - TYPE A AND THE BANK DETAILS'
                   TO WS-SCREEN-MSG
               END-IF
             ELSE
               MOVE CA-MND-STATUS          TO MSTATO
               MOVE CA-MND-REFERENCE       TO MREFO
               MOVE CA-MND-ACCOUNT-NAME    TO MANAMEO
               MOVE CA-MND-SORT-CODE (5:2) TO WS-SORT-CODE-LAST
               MOVE WS-SORT-CODE-SHOWN     TO MSORTO
               MOVE CA-MND-ACCOUNT-NUM     TO MACCTO
               MOVE CA-MND-COLLECT-DAY     TO MCDAYO
               MOVE CA-MND-LASTCHANGED     TO MLCHGO
             END-IF
           ELSE
             IF CA-RETURN-CODE EQUAL '91'
               MOVE 'NO SUCH CUSTOMER' TO WS-SCREEN-MSG
             ELSE
               MOVE CA-RETURN-CODE TO WS-RC-MSG-RC
               MOVE WS-RC-MSG      TO WS-SCREEN-MSG
             END-IF
           END-IF
           MOVE WS-SCREEN-MSG TO MMSGO
           MOVE SPACES TO WS-SCREEN-MSG
           EXEC CICS SEND MAP('MNDT') MAPSET(DESK-MAPSET)
                     FROM(MNDTO) ERASE
           END-EXEC
           MOVE 'MNDT' TO CS-CURRENT-MAP
           EXIT.

       HANDLE-MANDATE-SCREEN.
      *================================================================*
      * ENTER applies the typed action; PF3 steps back to the detail  *
      * screen. Any other key only repeats the prompt                 *
      *================================================================*
           MOVE LOW-VALUES TO MNDTI
           EXEC CICS RECEIVE MAP('MNDT') MAPSET(DESK-MAPSET)
                     INTO(MNDTI) RESP(WS-RESP)
           END-EXEC
           IF EIBAID EQUAL DFHPF3
             MOVE SPACES TO WS-SCREEN-MSG
             PERFORM FETCH-AND-SHOW-DETAIL
           ELSE
             IF EIBAID EQUAL DFHENTER
               PERFORM APPLY-MANDATE-FROM-SCREEN
             ELSE
               MOVE 'ENTER APPLIES THE MANDATE - PF3 RETURNS TO DETAIL'
                 TO WS-SCREEN-MSG
             END-IF
             PERFORM FETCH-AND-SHOW-MANDATE
           END-IF
           EXIT.

       APPLY-MANDATE-FROM-SCREEN.
      *================================================================*
      * A sets up or replaces the mandate with the typed details, C   *
      * cancels it. The null padding on a short entry is spaced out   *
      * so RACUST2's digit checks see exactly what was typed          *
      *================================================================*
           INSPECT MACTNI  CONVERTING LOW-VALUE TO SPACE
           INSPECT MNNAMEI CONVERTING LOW-VALUE TO SPACE
           INSPECT MNSORTI CONVERTING LOW-VALUE TO SPACE
           INSPECT MNACCTI CONVERTING LOW-VALUE TO SPACE
           INSPECT MNCDAYI CONVERTING LOW-VALUE TO SPACE
           INITIALIZE LINK-COMMAREA
           MOVE 'UPDMND'          TO CA-REQUEST-ID
           MOVE '00'              TO CA-RETURN-CODE
           MOVE CS-CUSTOMER-NUM   TO CA-CUSTOMER-NUM
           MOVE SPACES            TO WS-SCREEN-MSG
           IF MACTNI EQUAL 'A'
             MOVE 'A'     TO CA-MND-STATUS
             MOVE MNNAMEI TO CA-MND-ACCOUNT-NAME
             MOVE MNSORTI TO CA-MND-SORT-CODE
             MOVE MNACCTI TO CA-MND-ACCOUNT-NUM
             MOVE SPACES  TO WS-PARSE-TEXT
             MOVE MNCDAYI TO WS-PARSE-TEXT
             PERFORM PARSE-UNSIGNED-NUMBER
             IF PARSE-FIELD-GOOD
               MOVE WS-PARSE-VALUE TO CA-MND-COLLECT-DAY
             ELSE
               MOVE 'COLLECTION DAY MUST BE 1 TO 28' TO WS-SCREEN-MSG
             END-IF
           ELSE
             IF MACTNI EQUAL 'C'
               MOVE 'C' TO CA-MND-STATUS
             ELSE
               MOVE 'ACTION MUST BE A (SET) OR C (CANCEL)'
                 TO WS-SCREEN-MSG
             END-IF
           END-IF
           IF WS-SCREEN-MSG EQUAL SPACES
             EXEC CICS LINK PROGRAM(RACUST2)
                       COMMAREA(LINK-COMMAREA)
                       LENGTH(WS-LINK-LEN)
             END-EXEC
             IF CA-RETURN-CODE EQUAL '00'
               IF MACTNI EQUAL 'A'
                 MOVE 'MANDATE SET UP' TO WS-SCREEN-MSG
               ELSE
                 MOVE 'MANDATE CANCELLED' TO WS-SCREEN-MSG
               END-IF
             ELSE
               IF CA-RETURN-CODE EQUAL '95'
                 MOVE 'NEED NAME, 6-DIGIT SORT, 8-DIGIT ACCT, DAY 1-28'
                   TO WS-SCREEN-MSG
               ELSE
                 IF CA-RETURN-CODE EQUAL '91'
                   MOVE 'NO ACTIVE MANDATE TO CANCEL' TO WS-SCREEN-MSG
                 ELSE
                   MOVE CA-RETURN-CODE TO WS-RC-MSG-RC
                   MOVE WS-RC-MSG      TO WS-SCREEN-MSG
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

       FETCH-AND-SHOW-MERGE.
      *================================================================*
      * The customer on the detail screen beside the duplicate being  *
      * compared with it, through RACUST5 INQMRG. With no duplicate   *
      * typed yet the screen only asks for one                        *
      *================================================================*
           MOVE LOW-VALUES TO MRGEO
           MOVE CS-CUSTOMER-NUM TO GSURVNOO
           IF CS-MERGE-NUM EQUAL ZERO
             IF WS-SCREEN-MSG EQUAL SPACES
               MOVE 'TYPE THE DUPLICATE CUSTOMER NUMBER AND PRESS ENTER'
                 TO WS-SCREEN-MSG
             END-IF
           ELSE
             INITIALIZE LINK-COMMAREA
             MOVE 'INQMRG'          TO CA-REQUEST-ID
             MOVE '00'              TO CA-RETURN-CODE
             MOVE CS-CUSTOMER-NUM   TO CA-CUSTOMER-NUM
             MOVE CS-MERGE-NUM      TO CA-MRG-DUPLICATE-NUM
             EXEC CICS LINK PROGRAM(RACUST5)
                       COMMAREA(LINK-COMMAREA)
                       LENGTH(WS-LINK-LEN)
             END-EXEC
             MOVE CS-MERGE-NUM TO GDUPNOO
             PERFORM FILL-MERGE-LINES
             IF CA-RETURN-CODE EQUAL '00'
               IF WS-SCREEN-MSG EQUAL SPACES
                 MOVE 'CHOOSE S OR D FOR EACH, TYPE Y AND PRESS ENTER'
                   TO WS-SCREEN-MSG
               END-IF
             ELSE
      *        nothing that failed the comparison can be confirmed
               MOVE ZERO TO CS-MERGE-NUM
               IF CA-RETURN-CODE EQUAL '89'
                 MOVE 'ALREADY ERASED OR MERGED - CANNOT BE MERGED'
                   TO WS-SCREEN-MSG
               ELSE
                 IF CA-RETURN-CODE EQUAL '91'
                   MOVE 'NO SUCH CUSTOMER' TO WS-SCREEN-MSG
                 ELSE
                   IF CA-RETURN-CODE EQUAL '95'
                     MOVE 'DUPLICATE MUST BE ANOTHER CUSTOMER NUMBER'
                       TO WS-SCREEN-MSG
                   ELSE
                     MOVE CA-RETURN-CODE TO WS-RC-MSG-RC
                     MOVE WS-RC-MSG      TO WS-SCREEN-MSG
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           MOVE WS-SCREEN-MSG TO GMSGO
           MOVE SPACES TO WS-SCREEN-MSG
           EXEC CICS SEND MAP('MRGE') MAPSET(DESK-MAPSET)
                     FROM(MRGEO) ERASE
           END-EXEC
           MOVE 'MRGE' TO CS-CURRENT-MAP
           EXIT.

       FILL-MERGE-LINES.
      *================================================================*
      * The survivor and the duplicate, row by row, as RACUST5 read   *
      * them - entry 1 the survivor, entry 2 the duplicate            *
      *================================================================*
           MOVE 'NAME          ' TO ML-LABEL
           MOVE SPACES TO ML-SURVIVING ML-DUPLICATE
           MOVE CA-MRG-FIRST-NAME (1)   TO ML-SURVIVING (1:10)
           MOVE CA-MRG-LAST-NAME (1)    TO ML-SURVIVING (12:19)
           MOVE CA-MRG-FIRST-NAME (2)   TO ML-DUPLICATE (1:10)
           MOVE CA-MRG-LAST-NAME (2)    TO ML-DUPLICATE (12:19)
           MOVE WS-MERGE-LINE           TO GLINO (1)
           MOVE 'DATE OF BIRTH ' TO ML-LABEL
           MOVE CA-MRG-DOB (1)          TO ML-SURVIVING
           MOVE CA-MRG-DOB (2)          TO ML-DUPLICATE
           MOVE WS-MERGE-LINE           TO GLINO (2)
           MOVE 'HOUSE NAME    ' TO ML-LABEL
           MOVE CA-MRG-HOUSE-NAME (1)   TO ML-SURVIVING
           MOVE CA-MRG-HOUSE-NAME (2)   TO ML-DUPLICATE
           MOVE WS-MERGE-LINE           TO GLINO (3)
           MOVE 'HOUSE NUMBER  ' TO ML-LABEL
           MOVE CA-MRG-HOUSE-NUM (1)    TO ML-SURVIVING
           MOVE CA-MRG-HOUSE-NUM (2)    TO ML-DUPLICATE
           MOVE WS-MERGE-LINE           TO GLINO (4)
           MOVE 'POSTCODE      ' TO ML-LABEL
           MOVE CA-MRG-POSTCODE (1)     TO ML-SURVIVING
           MOVE CA-MRG-POSTCODE (2)     TO ML-DUPLICATE
           MOVE WS-MERGE-LINE           TO GLINO (5)
           MOVE 'MOBILE PHONE  ' TO ML-LABEL
           MOVE CA-MRG-PHONE-MOBILE (1) TO ML-SURVIVING
           MOVE CA-MRG-PHONE-MOBILE (2) TO ML-DUPLICATE
           MOVE WS-MERGE-LINE           TO GLINO (6)
           MOVE 'HOME PHONE    ' TO ML-LABEL
           MOVE CA-MRG-PHONE-HOME (1)   TO ML-SURVIVING
           MOVE CA-MRG-PHONE-HOME (2)   TO ML-DUPLICATE
           MOVE WS-MERGE-LINE           TO GLINO (7)
           MOVE 'EMAIL         ' TO ML-LABEL
           MOVE CA-MRG-EMAIL (1) (1:30) TO ML-SURVIVING
           MOVE CA-MRG-EMAIL (2) (1:30) TO ML-DUPLICATE
           MOVE WS-MERGE-LINE           TO GLINO (8)
           MOVE 'CONSENT       ' TO ML-LABEL
           MOVE CA-MRG-CONSENT-POST (1)  TO WS-CONSENT-SHOWN-POST
           MOVE CA-MRG-CONSENT-PHONE (1) TO WS-CONSENT-SHOWN-PHONE
           MOVE CA-MRG-CONSENT-EMAIL (1) TO WS-CONSENT-SHOWN-EMAIL
           MOVE WS-CONSENT-SHOWN         TO ML-SURVIVING
           MOVE CA-MRG-CONSENT-POST (2)  TO WS-CONSENT-SHOWN-POST
           MOVE CA-MRG-CONSENT-PHONE (2) TO WS-CONSENT-SHOWN-PHONE
           MOVE CA-MRG-CONSENT-EMAIL (2) TO WS-CONSENT-SHOWN-EMAIL
           MOVE WS-CONSENT-SHOWN         TO ML-DUPLICATE
           MOVE WS-MERGE-LINE            TO GLINO (9)
           MOVE 'POLICIES HELD ' TO ML-LABEL
           MOVE CA-MRG-POLICY-COUNT (1) TO ML-SURVIVING
           MOVE CA-MRG-POLICY-COUNT (2) TO ML-DUPLICATE
           MOVE WS-MERGE-LINE           TO GLINO (10)
           EXIT.

       HANDLE-MERGE-SCREEN.
      *================================================================*
      * A newly typed duplicate number is compared first, however the *
      * rest of the screen was filled in; ENTER with Y confirmed over *
      * the duplicate already on screen merges it. PF3 steps back to  *
      * the detail screen                                             *
      *================================================================*
           MOVE LOW-VALUES TO MRGEI
           EXEC CICS RECEIVE MAP('MRGE') MAPSET(DESK-MAPSET)
                     INTO(MRGEI) RESP(WS-RESP)
           END-EXEC
           MOVE 'N' TO WS-MERGE-DONE-SW
           IF EIBAID EQUAL DFHPF3
             MOVE SPACES TO WS-SCREEN-MSG
             PERFORM FETCH-AND-SHOW-DETAIL
           ELSE
             MOVE SPACES TO WS-SCREEN-MSG
             IF EIBAID NOT EQUAL DFHENTER
               MOVE 'ENTER COMPARES OR MERGES - PF3 RETURNS TO DETAIL'
                 TO WS-SCREEN-MSG
             ELSE
               MOVE SPACES TO WS-PARSE-TEXT
               IF GDUPNOI NOT EQUAL LOW-VALUES
                 MOVE GDUPNOI TO WS-PARSE-TEXT
                 INSPECT WS-PARSE-TEXT CONVERTING LOW-VALUE TO SPACE
               END-IF
               IF WS-PARSE-TEXT NOT EQUAL SPACES
                 PERFORM PARSE-UNSIGNED-NUMBER
                 IF NOT PARSE-FIELD-GOOD
                   MOVE 'DUPLICATE NUMBER MUST BE NUMERIC'
                     TO WS-SCREEN-MSG
                 END-IF
               END-IF
               IF WS-SCREEN-MSG EQUAL SPACES
                 IF WS-PARSE-TEXT NOT EQUAL SPACES
                    AND WS-PARSE-VALUE NOT EQUAL CS-MERGE-NUM
                   MOVE WS-PARSE-VALUE TO CS-MERGE-NUM
                 ELSE
                   IF GCONFI EQUAL 'Y' AND CS-MERGE-NUM NOT EQUAL ZERO
                     PERFORM APPLY-MERGE-FROM-SCREEN
                   END-IF
                 END-IF
               END-IF
             END-IF
             IF MERGE-DONE
               PERFORM FETCH-AND-SHOW-DETAIL
             ELSE
               PERFORM FETCH-AND-SHOW-MERGE
             END-IF
           END-IF
           EXIT.

       APPLY-MERGE-FROM-SCREEN.
      *================================================================*
      * Merge the compared duplicate into the customer on the detail  *
      * screen, keeping the contact details and consent chosen        *
      *================================================================*
           INSPECT GKCNTI CONVERTING LOW-VALUE TO SPACE
           INSPECT GKCNSI CONVERTING LOW-VALUE TO SPACE
           IF (GKCNTI NOT EQUAL 'S' AND GKCNTI NOT EQUAL 'D')
           OR (GKCNSI NOT EQUAL 'S' AND GKCNSI NOT EQUAL 'D')
             MOVE 'KEEP CONTACT AND KEEP CONSENT MUST EACH BE S OR D'
               TO WS-SCREEN-MSG
           ELSE
             INITIALIZE LINK-COMMAREA
             MOVE 'MRGCUS'          TO CA-REQUEST-ID
             MOVE '00'              TO CA-RETURN-CODE
             MOVE CS-CUSTOMER-NUM   TO CA-CUSTOMER-NUM
             MOVE CS-MERGE-NUM      TO CA-MRG-DUPLICATE-NUM
             MOVE GKCNTI            TO CA-MRG-KEEP-CONTACT
             MOVE GKCNSI            TO CA-MRG-KEEP-CONSENT
             EXEC CICS LINK PROGRAM(RACUST5)
                       COMMAREA(LINK-COMMAREA)
                       LENGTH(WS-LINK-LEN)
             END-EXEC
             IF CA-RETURN-CODE EQUAL '00'
               MOVE CS-MERGE-NUM          TO WS-MERGE-MSG-NUM
               MOVE CA-MRG-POLICIES-MOVED TO WS-MERGE-MSG-POLICIES
               MOVE CA-MRG-PAYMENTS-MOVED TO WS-MERGE-MSG-PAYMENTS
               MOVE WS-MERGE-MSG          TO WS-SCREEN-MSG
               MOVE ZERO                  TO CS-MERGE-NUM
               SET MERGE-DONE TO TRUE
             ELSE
               IF CA-RETURN-CODE EQUAL '89'
                 MOVE 'ALREADY ERASED OR MERGED - CANNOT BE MERGED'
                   TO WS-SCREEN-MSG
               ELSE
                 IF CA-RETURN-CODE EQUAL '91'
                   MOVE 'NO SUCH CUSTOMER' TO WS-SCREEN-MSG
                 ELSE
                   MOVE CA-RETURN-CODE TO WS-RC-MSG-RC
                   MOVE WS-RC-MSG      TO WS-SCREEN-MSG
                 END-IF
               END-IF
             END-IF
           END-IF
           EXIT.

       TAKE-NUMERIC-ENTRY.
      *================================================================*
      * An empty numeric field is zero - RAPOLM1 decides whether zero *
      * will do for it. Anything typed must parse                     *
      *================================================================*
           IF WS-PARSE-TEXT EQUAL SPACES
             MOVE ZERO TO WS-PARSE-VALUE
           ELSE
             PERFORM PARSE-UNSIGNED-NUMBER
             IF NOT PARSE-FIELD-GOOD
               MOVE 'N' TO WS-ENTRY-OK-SW
             END-IF
           END-IF
           EXIT.

       PARSE-UNSIGNED-NUMBER.
      *================================================================*
      * Turn the digits typed at the front of WS-PARSE-TEXT into      *
