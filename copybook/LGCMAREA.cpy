                 07 CA-C-Value           PIC 9(8).
                 07 CA-C-Cause           PIC X(255).
                 07 CA-C-Observations    PIC X(255).
      *          Settlement workflow - the claim status ('O' open,
      *          'A' under assessment, 'S' settled, 'D' declined,
      *          'C' closed), the reason given for a decline, close or
      *          reserve change, and the payment being recorded or
      *          approved ('P' part or 'F' final; its status 'A'
      *          authorised, 'P' awaiting a second approver, 'R'
      *          rejected)
                 07 CA-C-Status          PIC X.
                 07 CA-C-Reason          PIC X(60).
                 07 CA-C-Pay-Seq         PIC 9(4).
                 07 CA-C-Pay-Amount      PIC 9(8).
                 07 CA-C-Pay-Type        PIC X.
                 07 CA-C-Pay-Status      PIC X.
                 07 CA-C-FILLER          PIC X(31779).
      *       Claim list returned by the INQCLM inquiry - one entry per
      *       CLAIM row held against CA-POLICY-NUM, with the total
      *       count in CA-CLAIM-COUNT and the still-outstanding part of
                    09 CA-CL-OUTSTANDING PIC 9(8).
                    09 CA-CL-CAUSE       PIC X(60).
                 07 FILLER               PIC X(30316).
      *       Claim payment history returned by the INQCPY inquiry -
      *       the claim's settlement position and one entry per
      *       CLAIM_PAYMENT row, oldest first, with the total count in
      *       CA-CP-PAY-COUNT
              05 CA-CLAIM-PAYMENTS REDEFINES CA-POLICY-SPECIFIC.
                 07 CA-CP-NUM            PIC 9(10).
                 07 CA-CP-STATUS         PIC X.
                 07 CA-CP-VALUE          PIC 9(8).
                 07 CA-CP-PAID           PIC 9(8).
                 07 CA-CP-PENDING        PIC 9(8).
                 07 CA-CP-REASON         PIC X(60).
                 07 CA-CP-PAY-COUNT      PIC 9(3).
                 07 FILLER               PIC X.
                 07 CA-CP-PAY-ENTRY OCCURS 20.
                    09 CA-CP-PAY-SEQ      PIC 9(4).
                    09 CA-CP-PAY-AMOUNT   PIC 9(8).
                    09 CA-CP-PAY-TYPE     PIC X.
                    09 CA-CP-PAY-STATUS   PIC X.
                    09 CA-CP-REQUESTED-BY PIC X(8).
                    09 CA-CP-REQUESTED-TS PIC X(26).
                    09 CA-CP-AUTHORISED-BY PIC X(8).
                 07 FILLER               PIC X(31181).
      *    Fields used in the INQHIS customer change-history inquiry -
      *    before-images of past UPDCUS changes, newest first, with the
      *    total number of history rows in CA-HIST-COUNT
                 07 CA-HIST-PHONE-HOME    PIC X(20).
                 07 CA-HIST-EMAIL-ADDRESS PIC X(100).
              05 FILLER                PIC X(30428).
      *    Fields used in the INQMND/UPDMND direct-debit mandate calls.
      *    Status 'A' active, 'C' cancelled, space when no mandate is
      *    on file. On UPDMND the caller supplies the full sort code
      *    and account number; INQMND only ever hands them back masked
      *    to their last two and last four digits
           03 CA-MANDATE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-MND-STATUS         PIC X.
              05 CA-MND-ACCOUNT-NAME   PIC X(18).
              05 CA-MND-SORT-CODE      PIC X(6).
              05 CA-MND-ACCOUNT-NUM    PIC X(8).
              05 CA-MND-REFERENCE      PIC X(18).
      *       Day of the month the premium is collected, 1 to 28
              05 CA-MND-COLLECT-DAY    PIC 9(2).
              05 CA-MND-LASTCHANGED    PIC X(26).
              05 FILLER                PIC X(32403).
      *    Fields used in the RABRKM1 broker master maintenance.
      *    Status 'A' active, 'S' suspended, 'T' terminated. INQBRK
      *    hands the bank details back masked to their last two and
      *    last four digits; on UPDBRK a blank or masked sort code and
      *    account number leave the ones on file alone. Commission
      *    rates are whole percentages of the premium
           03 CA-BROKER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-BRK-ID             PIC 9(10).
              05 CA-BRK-NAME           PIC X(30).
              05 CA-BRK-ADDRESS-1      PIC X(30).
              05 CA-BRK-ADDRESS-2      PIC X(30).
              05 CA-BRK-POSTCODE       PIC X(8).
              05 CA-BRK-STATUS         PIC X.
              05 CA-BRK-ACCOUNT-NAME   PIC X(18).
              05 CA-BRK-SORT-CODE      PIC X(6).
              05 CA-BRK-ACCOUNT-NUM    PIC X(8).
              05 CA-BRK-COMMISSION.
                 07 CA-BRK-COMM-ENDOW    PIC 9(3).
                 07 CA-BRK-COMM-HOUSE    PIC 9(3).
                 07 CA-BRK-COMM-MOTOR    PIC 9(3).
                 07 CA-BRK-COMM-COMMERCL PIC 9(3).
              05 CA-BRK-LASTCHANGED    PIC X(26).
              05 FILLER                PIC X(32303).
      *    Fields used in the RASUSP1 duplicate-suspense review - the
      *    parked registration and the matching CUSTOMER row side by
      *    side, and the new customer number when one is released
                 07 CA-SRCH-RES-DOB       PIC X(10).
                 07 CA-SRCH-RES-POSTCODE  PIC X(8).
              05 FILLER                PIC X(31280).
      *    Fields used in the RACUST5 customer merge. CA-CUSTOMER-NUM
      *    is the surviving number and CA-MRG-DUPLICATE-NUM the one
      *    merged into it and retired. Entry 1 of CA-MRG-CUSTOMER is
      *    the survivor as on file, entry 2 the duplicate, so the two
      *    can be compared before MRGCUS is sent. The keep flags are
      *    'S' to keep the survivor's contact details or consent, 'D'
      *    to take the duplicate's; the moved counts come back on
      *    MRGCUS
           03 CA-MERGE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-MRG-DUPLICATE-NUM  PIC 9(10).
              05 CA-MRG-KEEP-CONTACT   PIC X.
              05 CA-MRG-KEEP-CONSENT   PIC X.
              05 CA-MRG-CUSTOMER OCCURS 2.
                 07 CA-MRG-FIRST-NAME    PIC X(10).
                 07 CA-MRG-LAST-NAME     PIC X(20).
                 07 CA-MRG-DOB           PIC X(10).
                 07 CA-MRG-HOUSE-NAME    PIC X(20).
                 07 CA-MRG-HOUSE-NUM     PIC X(4).
                 07 CA-MRG-POSTCODE      PIC X(8).
                 07 CA-MRG-PHONE-MOBILE  PIC X(20).
                 07 CA-MRG-PHONE-HOME    PIC X(20).
                 07 CA-MRG-EMAIL         PIC X(100).
                 07 CA-MRG-CONSENT-POST  PIC X.
                 07 CA-MRG-CONSENT-PHONE PIC X.
                 07 CA-MRG-CONSENT-EMAIL PIC X.
                 07 CA-MRG-POLICY-COUNT  PIC 9(5).
              05 CA-MRG-POLICIES-MOVED PIC 9(5).
              05 CA-MRG-PAYMENTS-MOVED PIC 9(5).
              05 CA-MRG-OFFERS-MOVED   PIC 9(5).
              05 FILLER                PIC X(32015).
