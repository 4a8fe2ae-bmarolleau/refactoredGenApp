             PAID               INTEGER              ,
             VALUE              INTEGER              ,
             CAUSE              CHAR(255)            ,
             OBSERVATIONS       CHAR(255)            ,
             STATUS             CHAR(1)              ,
             STATUSREASON       CHAR(60)             ,
             LASTCHANGED        TIMESTAMP
           ) END-EXEC.

      *    Settlement payments against a claim, numbered from 1 within
      *    the claim. PAYMENTTYPE 'P' part or 'F' final. PAYMENTSTATUS
      *    'A' authorised, 'P' awaiting a second approver (over the
      *    RACLAM1 approval limit), 'R' rejected by the approver.
      *    AUTHORISEDTS is when the payment became payable and drives
      *    the nightly claims-payment feed
           EXEC SQL DECLARE CLAIM_PAYMENT TABLE
           ( CLAIMNUMBER        INTEGER      NOT NULL,
             PAYMENTSEQ         SMALLINT     NOT NULL,
             POLICYNUMBER       INTEGER      NOT NULL,
             AMOUNT             INTEGER      NOT NULL,
             PAYMENTTYPE        CHAR(1)      NOT NULL,
             PAYMENTSTATUS      CHAR(1)      NOT NULL,
             REQUESTEDBY        CHAR(8)              ,
             REQUESTEDTS        TIMESTAMP    NOT NULL,
             AUTHORISEDBY       CHAR(8)              ,
             AUTHORISEDTS       TIMESTAMP
           ) END-EXEC.

      *    Before-image of the CLAIM settlement fields, written by
      *    RACLAM1 on every status change, reserve adjustment and
      *    payment, with the transid/task/user that made the change -
      *    CHANGETYPE carries which function it was, NEWSTATUS the
      *    status the claim moved to and REASON the reason given
           EXEC SQL DECLARE CLAIM_HISTORY TABLE
           ( CLAIMNUMBER        INTEGER      NOT NULL,
             CHANGETS           TIMESTAMP    NOT NULL,
             CHANGETRANSID      CHAR(4)              ,
             CHANGETASKNUM      INTEGER              ,
             CHANGEUSERID       CHAR(8)              ,
             CHANGETYPE         CHAR(6)              ,
             OLDSTATUS          CHAR(1)              ,
             NEWSTATUS          CHAR(1)              ,
             OLDVALUE           INTEGER              ,
             OLDPAID            INTEGER              ,
             REASON             CHAR(60)
           ) END-EXEC.

           EXEC SQL DECLARE CUSTOMER_AUDIT TABLE

      *    Before-image of the maintainable CUSTOMER fields, written by
      *    RACUST2 on every UPDCUS before the row is overwritten, with
      *    the transid/task that made the change. A row filed by a
      *    RACUST5 merge carries the merged-in customer number in
      *    MERGEDCUSTNUM and the contact details the merge set aside;
      *    it is null on every other row
           EXEC SQL DECLARE CUSTOMER_HISTORY TABLE
           ( CUSTOMERNUMBER     INTEGER      NOT NULL,
             CHANGETS           TIMESTAMP    NOT NULL,
             OLDPOSTCODE        CHAR(8)              ,
             OLDPHONEMOBILE     CHAR(20)             ,
             OLDPHONEHOME       CHAR(20)             ,
             OLDEMAILADDRESS    CHAR(100)            ,
             MERGEDCUSTNUM      INTEGER
           ) END-EXEC.

      *    Before-image of the amendable POLICY fields, written by
      *    RESPONSECODE is filed by RARENWL2 when the print house
      *    returns the customer's answer - 'A' accepted, 'D' declined,
      *    null still unanswered - with when it arrived and, on an
      *    acceptance, the new expiry date the policy was extended to.
      *    OLDPAYMENT is the premium when the offer was made and
      *    OFFEREDPAYMENT the re-rated premium offered for the new
      *    term, with the claim count and percentage factor RARENWL1
      *    rated it on - null on offers made before re-rating began
           EXEC SQL DECLARE RENEWAL_OFFER TABLE
           ( POLICYNUMBER       INTEGER      NOT NULL,
             OFFERTS            TIMESTAMP    NOT NULL,
             RESPONSECODE       CHAR(1)              ,
             RESPONSETS         TIMESTAMP            ,
             NEWEXPIRYDATE      DATE                 ,
             OLDPAYMENT         INTEGER              ,
             OFFEREDPAYMENT     INTEGER              ,
             RATINGCLAIMS       INTEGER              ,
             RATINGFACTOR       SMALLINT
           ) END-EXEC.

      *    Registrations refused as likely duplicates, parked with
             REJECTEDCOUNT      INTEGER      NOT NULL,
             CHECKPOINTTS       TIMESTAMP    NOT NULL
           ) END-EXEC.

      *    RAPAYML1 restart position - one row per receipts file still
      *    being posted, keyed by the file's record count and hash
      *    total (the identity RARUNC1 holds for it), refreshed at
      *    every commit and deleted when the run ends cleanly. A rerun
      *    of the same file after a failure skips the RECORDSPROCESSED
      *    receipts already committed instead of posting them twice,
      *    and carries on from the counts they left
           EXEC SQL DECLARE BANK_RECEIPT_CKPT TABLE
           ( INPUTRECORDS       INTEGER      NOT NULL,
             INPUTHASH          BIGINT       NOT NULL,
             RECORDSPROCESSED   INTEGER      NOT NULL,
             POSTEDCOUNT        INTEGER      NOT NULL,
             UNMATCHEDCOUNT     INTEGER      NOT NULL,
             AMBIGUOUSCOUNT     INTEGER      NOT NULL,
             INVALIDCOUNT       INTEGER      NOT NULL,
             CLEAREDCOUNT       INTEGER      NOT NULL,
             CLEARFAILEDCOUNT   INTEGER      NOT NULL,
             CHECKPOINTTS       TIMESTAMP    NOT NULL
           ) END-EXEC.

      *    Arrears dunning position - one row per policy that has ever
      *    fallen behind, kept by RADUNNG1. ARREARSSTAGE: '1' first
      *    reminder sent, '2' second reminder sent, 'L' lapsed for
      *    non-payment, 'C' cleared by a receipt posted by RAPAYML1.
      *    ARREARSSINCE is the start of the unpaid period, STAGEDATE
      *    the day the row reached its stage, AMOUNTDUE the premium
      *    the reminders asked for
           EXEC SQL DECLARE POLICY_ARREARS TABLE
           ( POLICYNUMBER       INTEGER      NOT NULL,
             ARREARSSTAGE       CHAR(1)      NOT NULL,
             ARREARSSINCE       DATE         NOT NULL,
             STAGEDATE          DATE         NOT NULL,
             AMOUNTDUE          INTEGER      NOT NULL,
             LASTCHANGED        TIMESTAMP    NOT NULL
           ) END-EXEC.

      *    Direct-debit mandate - the bank account a customer's
      *    premiums are collected from, maintained through RACUST2
      *    UPDMND. MANDATESTATUS 'A' active, 'C' cancelled. MANDATEREF
      *    is the reference the bank holds the instruction under and
      *    COLLECTIONDAY the day of the month (1-28) to collect on
           EXEC SQL DECLARE CUSTOMER_MANDATE TABLE
           ( CUSTOMERNUMBER     INTEGER      NOT NULL,
             MANDATESTATUS      CHAR(1)      NOT NULL,
             ACCOUNTNAME        CHAR(18)     NOT NULL,
             SORTCODE           CHAR(6)      NOT NULL,
             ACCOUNTNUMBER      CHAR(8)      NOT NULL,
             MANDATEREF         CHAR(18)     NOT NULL,
             COLLECTIONDAY      SMALLINT     NOT NULL,
             LASTCHANGED        TIMESTAMP    NOT NULL,
             CHANGETRANSID      CHAR(4)
           ) END-EXEC.

      *    One row per RADDCOL1 collection run - the period collected
      *    for and the control totals of the DDCOLLFD file sent to the
      *    bank. A period with a row here has been collected and is
      *    not built again
           EXEC SQL DECLARE DIRECT_DEBIT_RUN TABLE
           ( COLLECTIONPERIOD   CHAR(7)      NOT NULL,
             RUNTS              TIMESTAMP    NOT NULL,
             ITEMCOUNT          INTEGER      NOT NULL,
             TOTALAMOUNT        BIGINT       NOT NULL
           ) END-EXEC.

      *    Every collection RADDCOL1 asked the bank for, so the
      *    receipts RAPAYML1 posts can be reconciled against what was
      *    actually requested
           EXEC SQL DECLARE DIRECT_DEBIT_ITEM TABLE
           ( COLLECTIONPERIOD   CHAR(7)      NOT NULL,
             POLICYNUMBER       INTEGER      NOT NULL,
             CUSTOMERNUMBER     INTEGER      NOT NULL,
             AMOUNT             INTEGER      NOT NULL,
             COLLECTIONDATE     DATE         NOT NULL,
             MANDATEREF         CHAR(18)     NOT NULL
           ) END-EXEC.

      *    Broker master - one row per broker a POLICY.BROKERID can
      *    name, maintained through RABRKM1. BROKERSTATUS 'A' active,
      *    'S' suspended, 'T' terminated; only an active broker can be
      *    given new or transferred business. The bank details are
      *    where commission is paid, and the COMMxxx columns the agreed
      *    commission percentage for each policy type - endowment,
      *    house, motor and commercial
           EXEC SQL DECLARE BROKER TABLE
           ( BROKERID           INTEGER      NOT NULL,
             BROKERNAME         CHAR(30)     NOT NULL,
             ADDRESSLINE1       CHAR(30)     NOT NULL,
             ADDRESSLINE2       CHAR(30)     NOT NULL,
             POSTCODE           CHAR(8)      NOT NULL,
             BROKERSTATUS       CHAR(1)      NOT NULL,
             ACCOUNTNAME        CHAR(18)     NOT NULL,
             SORTCODE           CHAR(6)      NOT NULL,
             ACCOUNTNUMBER      CHAR(8)      NOT NULL,
             COMMENDOWMENT      SMALLINT     NOT NULL,
             COMMHOUSE          SMALLINT     NOT NULL,
             COMMMOTOR          SMALLINT     NOT NULL,
             COMMCOMMERCIAL     SMALLINT     NOT NULL,
             LASTCHANGED        TIMESTAMP    NOT NULL,
             CHANGETRANSID      CHAR(4)
           ) END-EXEC.

      *    Refund ledger - one row per pro-rata refund worked out by
      *    RAPOLM1 CANPOL, filed with the cancellation itself.
      *    EFFECTIVEDATE is the day the cover ended and POSTEDTS when
      *    the refund was recorded - the time RAGLJRN1 journals it by
           EXEC SQL DECLARE POLICY_REFUND TABLE
           ( POLICYNUMBER       INTEGER      NOT NULL,
             CUSTOMERNUMBER     INTEGER      NOT NULL,
             EFFECTIVEDATE      DATE         NOT NULL,
             AMOUNT             INTEGER      NOT NULL,
             POSTEDTS           TIMESTAMP    NOT NULL,
             CHANGETRANSID      CHAR(4)
           ) END-EXEC.

      *    Broker commission statements as RABRKRP1 issued them - one
      *    row per broker and policy type for the statement period, so
      *    the commission on BRKSTMT can be journaled by policy type.
      *    A period is recorded once, stamped RECORDEDTS
           EXEC SQL DECLARE BROKER_STATEMENT TABLE
           ( STATEMENTPERIOD    CHAR(7)      NOT NULL,
             BROKERID           INTEGER      NOT NULL,
             POLICYTYPE         CHAR(1)      NOT NULL,
             POLICYCOUNT        INTEGER      NOT NULL,
             TOTALPAYMENT       INTEGER      NOT NULL,
             COMMISSIONDUE      INTEGER      NOT NULL,
             RECORDEDTS         TIMESTAMP    NOT NULL
           ) END-EXEC.

      *    One row per RAGLJRN1 general-ledger journal run - the
      *    business date journaled, the postings taken up to CUTOFFTS
      *    and the control totals of the GLJRNLFD file. Debits and
      *    credits always balance and equal the source postings
           EXEC SQL DECLARE GL_JOURNAL_RUN TABLE
           ( JOURNALDATE        DATE         NOT NULL,
             RUNTS              TIMESTAMP    NOT NULL,
             CUTOFFTS           TIMESTAMP    NOT NULL,
             POSTINGCOUNT       INTEGER      NOT NULL,
             LINECOUNT          INTEGER      NOT NULL,
             DEBITTOTAL         BIGINT       NOT NULL,
             CREDITTOTAL        BIGINT       NOT NULL
           ) END-EXEC.

      *    One row per duplicate customer number merged into another
      *    by RACUST5 - the retired number, the surviving one, which
      *    side's contact details and consent were kept ('S' the
      *    survivor's, 'D' the duplicate's) and what was moved across.
      *    RAEXTRC2 sends each one downstream as an MRGCUS event
           EXEC SQL DECLARE CUSTOMER_MERGE TABLE
           ( MERGEDCUSTNUM      INTEGER      NOT NULL,
             SURVIVINGCUSTNUM   INTEGER      NOT NULL,
             MERGETS            TIMESTAMP    NOT NULL,
             CHANGETRANSID      CHAR(4)              ,
             CONTACTKEPT        CHAR(1)      NOT NULL,
             CONSENTKEPT        CHAR(1)      NOT NULL,
             POLICIESMOVED      INTEGER      NOT NULL,
             PAYMENTSMOVED      INTEGER      NOT NULL,
             OFFERSMOVED        INTEGER      NOT NULL
           ) END-EXEC.

      *    Batch run-control - one row per attempt to run a batch job,
      *    filed through RARUNC1 at start and updated at finish.
      *    BUSINESSDATE is the batch day the run belongs to, however
      *    far past midnight it ran. RUNSTATUS 'S' started and not
      *    finished - still running, or ended without finishing -
      *    'C' completed cleanly, 'F' failed, 'R' refused at start,
      *    with STATUSREASON saying why - on a completed run it is a
      *    warning for the morning report. INPUTNAME is the DD name of
      *    the input file, with its record count and hash total as
      *    its identity; INPUTNAME is null for a job with no input
      *    file. The record counts are filed at finish
           EXEC SQL DECLARE BATCH_RUN_CONTROL TABLE
           ( JOBNAME            CHAR(8)      NOT NULL,
             STARTTS            TIMESTAMP    NOT NULL,
             BUSINESSDATE       DATE         NOT NULL,
             ENDTS              TIMESTAMP            ,
             RUNSTATUS          CHAR(1)      NOT NULL,
             STATUSREASON       CHAR(60)             ,
             INPUTNAME          CHAR(8)              ,
             INPUTRECORDS       INTEGER              ,
             INPUTHASH          BIGINT               ,
             RECORDSIN          INTEGER              ,
             RECORDSOUT         INTEGER              ,
             RECORDSREJECTED    INTEGER
           ) END-EXEC.
