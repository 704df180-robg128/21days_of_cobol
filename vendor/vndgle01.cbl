      *          Categories with no mapping land on an exception
      *          report with their totals and stay off the journal
      *          -- no suspense account nobody reconciles.
      *          A payment of an invoice split into GL distribution
      *          lines at entry skips the category map: its amount
      *          is spread across the invoice's lines pro rata and
      *          debited to each line's account and cost center.
      *          A prepayment is an asset, not an expense: the
      *          deposit debits the entered prepaid-deposits account,
      *          and in the period vndsel01 applies it to an invoice
      *          the applied amount moves off that account onto the
      *          invoice's expense lines or category, with no cash.
      *          The extract is for one company or all of them.
      *          Every journal line carries its company, each
      *          company balances to cash on its own, and the
      *          exception report closes with each company's net
      *          payments for the period in dollars.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY "slvnd01.cbl".
            COPY "slpmt01.cbl".
            COPY "slglm01.cbl".
            COPY "sldst01.cbl".
            COPY "slpap01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
            SELECT GL-JOURNAL-FILE ASSIGN TO "VNDGLJ.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS GL-JOURNAL-STATUS.
            COPY "fdvnd01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdglm01.cbl".
            COPY "fddst01.cbl".
            COPY "fdpap01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".

       FD   GL-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
            05 GLJ-CURRENCY               PIC X(03).
            05 GLJ-PERIOD                 PIC 9(6).
            05 GLJ-SOURCE-SYSTEM          PIC X(10).
      *--------------------------------
      * CARRIED ONLY ON AN EXPENSE LINE
      * THAT CAME FROM AN INVOICE'S
      * DISTRIBUTION LINES; SPACES ON
      * CATEGORY AND CASH LINES.
      *--------------------------------
            05 GLJ-COST-CENTER            PIC X(06).
            05 GLJ-COMPANY                PIC X(02).

       01   GL-JOURNAL-HEADER-RECORD.
            05 GLH-RECORD-TYPE            PIC X(01).
       01   GL-MAP-STATUS             PIC XX.
       01   GL-JOURNAL-STATUS         PIC XX.
       01   GL-EXCEPT-STATUS          PIC XX.
       01   DISTRIBUTION-FILE-STATUS  PIC XX.
       01   APPLICATION-FILE-STATUS   PIC XX.

       01   DISTRIBUTION-FILE-PRESENT PIC X.
            88 DISTRIBUTION-FILE-IS-PRESENT VALUE "Y".

       77   PERIOD-ENTRY              PIC X(6).
       77   EXTRACT-PERIOD            PIC 9(6).
       77   CASH-ACCOUNT-ENTRY        PIC X(8).
       77   PREPAID-ACCOUNT-ENTRY     PIC X(8).
       77   RUN-DATE-STAMP            PIC 9(8).

       01   MORE-PAYMENT-RECORDS      PIC X.
            05 CATEGORY-TOTAL-ENTRY OCCURS 100 TIMES.
               10 CTT-CATEGORY-CODE   PIC X(04).
               10 CTT-CURRENCY        PIC X(03).
               10 CTT-COMPANY-CODE    PIC X(02).
               10 CTT-NET-AMOUNT      PIC S9(9)V99.
       77   CATEGORY-TOTAL-COUNT      PIC 9(3).
       77   CATEGORY-TOTAL-INDEX      PIC 9(3).
       77   CATEGORY-OVERFLOW         PIC 9(5).

      *--------------------------------
      * ONE CASH CREDIT PER COMPANY
      * AND CURRENCY SEEN IN THE
      * PERIOD.
      *--------------------------------
       01   CASH-CREDIT-TABLE.
            05 CASH-CREDIT-ENTRY OCCURS 20 TIMES.
               10 CCT-CURRENCY        PIC X(03).
               10 CCT-COMPANY         PIC X(02).
               10 CCT-NET-AMOUNT      PIC S9(9)V99.
       77   CASH-CREDIT-COUNT         PIC 9(2).
       77   CASH-CREDIT-INDEX         PIC 9(2).
       77   CASH-SCAN-INDEX           PIC 9(2).
       77   CURRENCY-CODE-HOLD        PIC X(03).
       77   COMPANY-CODE-HOLD         PIC X(02).
       77   CASH-ROLL-AMOUNT          PIC S9(9)V99.

      *--------------------------------
      * THE DISTRIBUTION LINES OF THE
      * INVOICE THE CURRENT PAYMENT
      * PAID, AND HOW THE PAYMENT
      * SPLITS ACROSS THEM.  THE LAST
      * LINE TAKES WHATEVER ROUNDING
      * LEFT OVER SO THE SPLIT ALWAYS
      * SUMS TO THE PAYMENT.
      *--------------------------------
       01   INVOICE-LINE-TABLE.
            05 INVOICE-LINE-ENTRY OCCURS 99 TIMES.
               10 ILT-GL-ACCOUNT      PIC X(08).
               10 ILT-COST-CENTER     PIC X(06).
               10 ILT-AMOUNT          PIC 9(7)V99.
       77   INVOICE-LINE-COUNT        PIC 9(2).
       77   INVOICE-LINE-INDEX        PIC 9(2).
       77   INVOICE-LINES-TOTAL       PIC 9(9)V99.
       77   PAYMENT-SHARE-AMOUNT      PIC 9(7)V99.
       77   PAYMENT-LEFT-AMOUNT       PIC 9(7)V99.

       01   MORE-DISTRIBUTION-RECORDS PIC X.
            88 DISTRIBUTION-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-DISTRIBUTION-RECORDS VALUE "N".

      *--------------------------------
      * THE PERIOD'S NET DISTRIBUTED
      * PAYMENTS BY GL ACCOUNT, COST
      * CENTER, AND CURRENCY.  THESE
      * NEED NO MAPPING -- THE ACCOUNT
      * WAS KEYED WITH THE INVOICE.
      *--------------------------------
       01   DISTRIBUTION-TOTAL-TABLE.
            05 DISTRIBUTION-TOTAL-ENTRY OCCURS 200 TIMES.
               10 DTT-GL-ACCOUNT      PIC X(08).
               10 DTT-COST-CENTER     PIC X(06).
               10 DTT-CURRENCY        PIC X(03).
               10 DTT-COMPANY         PIC X(02).
               10 DTT-NET-AMOUNT      PIC S9(9)V99.
       77   DISTRIBUTION-TOTAL-COUNT  PIC 9(3).
       77   DISTRIBUTION-TOTAL-INDEX  PIC 9(3).
       77   DISTRIBUTION-SCAN-INDEX   PIC 9(3).
       77   DISTRIBUTION-OVERFLOW     PIC 9(5).

      *--------------------------------
      * THE PERIOD'S NET MOVEMENT ON
      * THE PREPAID-DEPOSITS ACCOUNT BY
      * CURRENCY: DEPOSITS PAID ADD,
      * DEPOSITS APPLIED SUBTRACT.  AN
      * APPLIED AMOUNT IS ALSO TOTALED
      * AS EXPENSE ABOVE, AND THAT
      * EXPENSE'S CASH ROLL IS TAKEN
      * BACK HERE, SO CASH MOVES ONLY
      * FOR MONEY THAT WENT OUT.
      *--------------------------------
       01   PREPAID-ASSET-TABLE.
            05 PREPAID-ASSET-ENTRY OCCURS 20 TIMES.
               10 PAT-CURRENCY        PIC X(03).
               10 PAT-COMPANY         PIC X(02).
               10 PAT-NET-AMOUNT      PIC S9(9)V99.
       77   PREPAID-ASSET-COUNT       PIC 9(2).
       77   PREPAID-ASSET-INDEX       PIC 9(2).
       77   PREPAID-SCAN-INDEX        PIC 9(2).
       77   PREPAID-ROLL-AMOUNT       PIC S9(9)V99.

       01   MORE-APPLICATION-RECORDS  PIC X.
            88 APPLICATION-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-APPLICATION-RECORDS VALUE "N".

       77   JOURNAL-LINE-COUNT        PIC 9(7).
       77   JOURNAL-HASH-TOTAL        PIC 9(10).
            05 FILLER                 PIC X(09) VALUE "  NET : ".
            05 RPT-EX-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

            COPY "fldpmtusd01.cbl".

      *--------------------------------
      * THE COMPANY EXTRACTED, OR ALL
      * OF THEM, THROUGH THE SHARED
      * vndcmpsel01 FRAGMENT.
      *--------------------------------
            COPY "fldcmp01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-EXTRACT-PERIOD.
            IF EXTRACT-PERIOD NOT = ZEROS
                PERFORM SELECT-THE-COMPANY.
            IF EXTRACT-PERIOD = ZEROS
                DISPLAY "EXTRACT CANCELLED"
            ELSE
                PERFORM ENTER-CASH-ACCOUNT
                PERFORM TOTAL-THE-PERIOD
                IF PREPAID-ASSET-COUNT > 0
                    PERFORM ENTER-PREPAID-ACCOUNT
                END-IF
                PERFORM WRITE-THE-JOURNAL.

       PROGRAM-DONE.
            IF PERIOD-ENTRY IS NUMERIC
                MOVE PERIOD-ENTRY TO EXTRACT-PERIOD.

      *--------------------------------
      * A CANCELLED COMPANY PICK
      * CANCELS THE EXTRACT.
      *--------------------------------
       SELECT-THE-COMPANY.
            MOVE SPACES TO CMPSEL-OPERATOR-ID.
            MOVE "Y" TO CMPSEL-ALLOW-ALL.
            PERFORM SELECT-COMPANY.
            IF CMPSEL-CANCELLED
                MOVE ZEROS TO EXTRACT-PERIOD.

       ENTER-CASH-ACCOUNT.
            MOVE SPACES TO CASH-ACCOUNT-ENTRY.
            PERFORM TRY-ENTER-CASH-ACCOUNT
            IF CASH-ACCOUNT-ENTRY = SPACES
                DISPLAY "CASH ACCOUNT IS REQUIRED -- TRY AGAIN".

      *--------------------------------
      * ASKED FOR ONLY WHEN THE PERIOD
      * HAS PREPAYMENTS PAID OR
      * APPLIED.
      *--------------------------------
       ENTER-PREPAID-ACCOUNT.
            MOVE SPACES TO PREPAID-ACCOUNT-ENTRY.
            PERFORM TRY-ENTER-PREPAID-ACCOUNT
               UNTIL PREPAID-ACCOUNT-ENTRY NOT = SPACES.

       TRY-ENTER-PREPAID-ACCOUNT.
            DISPLAY "THE PERIOD HAS VENDOR PREPAYMENTS -- ENTER THE "
                "PREPAID-DEPOSITS GL ACCOUNT".
            ACCEPT PREPAID-ACCOUNT-ENTRY.
            IF PREPAID-ACCOUNT-ENTRY = SPACES
                DISPLAY "PREPAID ACCOUNT IS REQUIRED -- TRY AGAIN".

      *--------------------------------
      * PASS 1 -- NET THE PERIOD'S
      * PAYMENTS INTO THE CATEGORY
       TOTAL-THE-PERIOD.
            MOVE ZEROS TO CATEGORY-TOTAL-COUNT.
            MOVE ZEROS TO CATEGORY-OVERFLOW.
            MOVE ZEROS TO DISTRIBUTION-TOTAL-COUNT.
            MOVE ZEROS TO DISTRIBUTION-OVERFLOW.
            MOVE ZEROS TO PREPAID-ASSET-COUNT.
            MOVE ZEROS TO COMPANY-TOTAL-COUNT.
            OPEN INPUT VENDOR-FILE.
            MOVE "Y" TO DISTRIBUTION-FILE-PRESENT.
            OPEN INPUT INVOICE-DISTRIBUTION-FILE.
            IF DISTRIBUTION-FILE-STATUS NOT = "00"
                MOVE "N" TO DISTRIBUTION-FILE-PRESENT.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "35"
                DISPLAY "NO PAYMENT HISTORY ON FILE -- NOTHING TO "
                PERFORM TOTAL-ONE-PAYMENT
                   UNTIL NO-MORE-PAYMENT-RECORDS
                CLOSE PAYMENT-FILE.
            OPEN INPUT PREPAYMENT-APPLICATION-FILE.
            IF APPLICATION-FILE-STATUS = "00"
                MOVE "Y" TO MORE-APPLICATION-RECORDS
                PERFORM TOTAL-ONE-APPLICATION
                   UNTIL NO-MORE-APPLICATION-RECORDS
                CLOSE PREPAYMENT-APPLICATION-FILE.
            CLOSE VENDOR-FILE.
            IF DISTRIBUTION-FILE-IS-PRESENT
                CLOSE INVOICE-DISTRIBUTION-FILE.

       TOTAL-ONE-PAYMENT.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            MOVE "N" TO CMPSEL-RECORD-SELECTED.
            IF PAYMENT-RECORDS-REMAIN AND
                    PMT-PAYMENT-DATE(1:6) = EXTRACT-PERIOD
                MOVE PMT-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY.
            IF CMPSEL-RECORD-IS-SELECTED
                MOVE CMPSEL-RECORD-COMPANY TO COMPANY-CODE-HOLD
                PERFORM TOTAL-COMPANY-PAYMENT
                PERFORM READ-PAYMENT-VENDOR
                IF PMT-CURRENCY = SPACES
                    MOVE "USD" TO CURRENCY-CODE-HOLD
                ELSE
                    MOVE PMT-CURRENCY TO CURRENCY-CODE-HOLD
                END-IF
                IF PMT-IS-PREPAYMENT
                    PERFORM TOTAL-PREPAYMENT-PAID
                ELSE
                    PERFORM TOTAL-PAYMENT-AS-EXPENSE.

      *--------------------------------
      * THE COMPANY TOTALS ARE OF THE
      * MONEY THAT WENT OUT, IN
      * DOLLARS -- A VOID TAKES ITS
      * PAYMENT BACK.
      *--------------------------------
       TOTAL-COMPANY-PAYMENT.
            PERFORM TAKE-PAYMENT-IN-USD.
            IF PMT-IS-VOID
                COMPUTE CMPSEL-TOTAL-AMOUNT = 0 - PAYMENT-IN-USD
            ELSE
                MOVE PAYMENT-IN-USD TO CMPSEL-TOTAL-AMOUNT.
            PERFORM ADD-TO-COMPANY-TOTAL.

       TOTAL-PAYMENT-AS-EXPENSE.
            PERFORM LOAD-INVOICE-LINES.
            IF INVOICE-LINE-COUNT > 0
                PERFORM SPREAD-PAYMENT-OVER-LINES
            ELSE
                PERFORM TOTAL-PAYMENT-BY-CATEGORY.

      *--------------------------------
      * A DEPOSIT PAID (OR VOIDED)
      * MOVES THE PREPAID ACCOUNT AND
      * CASH, AND NO EXPENSE.
      *--------------------------------
       TOTAL-PREPAYMENT-PAID.
            IF PMT-IS-VOID
                COMPUTE PREPAID-ROLL-AMOUNT = 0 - PMT-AMOUNT
            ELSE
                MOVE PMT-AMOUNT TO PREPAID-ROLL-AMOUNT.
            PERFORM ROLL-INTO-PREPAID-TABLE.

      *--------------------------------
      * A DEPOSIT APPLIED IN THE
      * PERIOD IS STAGED IN THE
      * PAYMENT RECORD AREA -- THE
      * PAYMENT FILE IS CLOSED BY NOW
      * -- AS IF IT WERE A PAYMENT OF
      * THE INVOICE IT WENT TO, SO IT
      * SPREADS OVER THAT INVOICE'S
      * LINES OR CATEGORY EXACTLY AS
      * THE CASH PART OF THE INVOICE
      * DID.  THE SAME AMOUNT THEN
      * COMES OFF THE PREPAID ACCOUNT.
      *--------------------------------
       TOTAL-ONE-APPLICATION.
            READ PREPAYMENT-APPLICATION-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-APPLICATION-RECORDS.
            MOVE "N" TO CMPSEL-RECORD-SELECTED.
            IF APPLICATION-RECORDS-REMAIN AND
                    PAP-APPLIED-DATE(1:6) = EXTRACT-PERIOD
                MOVE PAP-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY.
            IF CMPSEL-RECORD-IS-SELECTED
                MOVE CMPSEL-RECORD-COMPANY TO COMPANY-CODE-HOLD
                MOVE SPACES TO PAYMENT-RECORD
                MOVE PAP-VENDOR-NUMBER TO PMT-VENDOR-NUMBER
                MOVE PAP-APPLIED-DATE TO PMT-PAYMENT-DATE
                MOVE ZEROS TO PMT-PAYMENT-SEQ
                MOVE "C" TO PMT-PAYMENT-TYPE
                MOVE PAP-AMOUNT TO PMT-AMOUNT
                MOVE PAP-INVOICE-NUMBER TO PMT-INVOICE-REF
                MOVE PAP-CURRENCY TO PMT-CURRENCY
                MOVE PAP-COMPANY TO PMT-COMPANY
                PERFORM READ-PAYMENT-VENDOR
                IF PAP-CURRENCY = SPACES
                    MOVE "USD" TO CURRENCY-CODE-HOLD
                ELSE
                    MOVE PAP-CURRENCY TO CURRENCY-CODE-HOLD
                END-IF
                PERFORM TOTAL-PAYMENT-AS-EXPENSE
                COMPUTE PREPAID-ROLL-AMOUNT = 0 - PAP-AMOUNT
                PERFORM ROLL-INTO-PREPAID-TABLE.

       ROLL-INTO-PREPAID-TABLE.
            MOVE 0 TO PREPAID-ASSET-INDEX.
            MOVE 0 TO PREPAID-SCAN-INDEX.
            PERFORM SCAN-PREPAID-TABLE
               UNTIL PREPAID-SCAN-INDEX = PREPAID-ASSET-COUNT OR
                   PREPAID-ASSET-INDEX > 0.
            IF PREPAID-ASSET-INDEX = 0
                IF PREPAID-ASSET-COUNT < 20
                    ADD 1 TO PREPAID-ASSET-COUNT
                    MOVE PREPAID-ASSET-COUNT TO PREPAID-ASSET-INDEX
                    MOVE CURRENCY-CODE-HOLD
                        TO PAT-CURRENCY(PREPAID-ASSET-INDEX)
                    MOVE COMPANY-CODE-HOLD
                        TO PAT-COMPANY(PREPAID-ASSET-INDEX)
                    MOVE ZEROS TO PAT-NET-AMOUNT(PREPAID-ASSET-INDEX)
                ELSE
                    DISPLAY "MORE THAN 20 PREPAYMENT CURRENCIES IN "
                        "THE PERIOD -- JOURNAL WILL NOT BALANCE, DO "
                        "NOT POST IT".
            IF PREPAID-ASSET-INDEX > 0
                ADD PREPAID-ROLL-AMOUNT
                    TO PAT-NET-AMOUNT(PREPAID-ASSET-INDEX).

       SCAN-PREPAID-TABLE.
            ADD 1 TO PREPAID-SCAN-INDEX.
            IF PAT-CURRENCY(PREPAID-SCAN-INDEX) = CURRENCY-CODE-HOLD
                    AND PAT-COMPANY(PREPAID-SCAN-INDEX) =
                        COMPANY-CODE-HOLD
                MOVE PREPAID-SCAN-INDEX TO PREPAID-ASSET-INDEX.

       TOTAL-PAYMENT-BY-CATEGORY.
            PERFORM FIND-CATEGORY-ENTRY.
            IF CATEGORY-TOTAL-INDEX > 0
                IF PMT-IS-VOID
                    SUBTRACT PMT-AMOUNT FROM
                        CTT-NET-AMOUNT(CATEGORY-TOTAL-INDEX)
                ELSE
                    ADD PMT-AMOUNT TO
                        CTT-NET-AMOUNT(CATEGORY-TOTAL-INDEX).

      *--------------------------------
      * READ THE DISTRIBUTION LINES OF
      * THE INVOICE THIS PAYMENT CITES.
      * NO FILE, NO INVOICE REFERENCE,
      * OR NO LINES ALL LEAVE THE COUNT
      * AT ZERO.
      *--------------------------------
       LOAD-INVOICE-LINES.
            MOVE ZEROS TO INVOICE-LINE-COUNT.
            MOVE ZEROS TO INVOICE-LINES-TOTAL.
            IF DISTRIBUTION-FILE-IS-PRESENT AND
                    PMT-INVOICE-REF NOT = SPACES
                MOVE PMT-VENDOR-NUMBER TO DST-VENDOR-NUMBER
                MOVE PMT-INVOICE-REF TO DST-INVOICE-NUMBER
                MOVE ZEROS TO DST-LINE-NUMBER
                MOVE "Y" TO MORE-DISTRIBUTION-RECORDS
                START INVOICE-DISTRIBUTION-FILE
                   KEY IS NOT LESS THAN DST-DISTRIBUTION-KEY
                   INVALID KEY
                       MOVE "N" TO MORE-DISTRIBUTION-RECORDS
                END-START
                PERFORM LOAD-ONE-INVOICE-LINE
                   UNTIL NO-MORE-DISTRIBUTION-RECORDS.

       LOAD-ONE-INVOICE-LINE.
            READ INVOICE-DISTRIBUTION-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-DISTRIBUTION-RECORDS.
            IF DISTRIBUTION-RECORDS-REMAIN
                IF DST-VENDOR-NUMBER NOT = PMT-VENDOR-NUMBER OR
                        DST-INVOICE-NUMBER NOT = PMT-INVOICE-REF OR
                        INVOICE-LINE-COUNT = 99
                    MOVE "N" TO MORE-DISTRIBUTION-RECORDS
                ELSE
                    ADD 1 TO INVOICE-LINE-COUNT
                    MOVE DST-GL-ACCOUNT
                        TO ILT-GL-ACCOUNT(INVOICE-LINE-COUNT)
                    MOVE DST-COST-CENTER
                        TO ILT-COST-CENTER(INVOICE-LINE-COUNT)
                    MOVE DST-AMOUNT
                        TO ILT-AMOUNT(INVOICE-LINE-COUNT)
                    ADD DST-AMOUNT TO INVOICE-LINES-TOTAL.

      *--------------------------------
      * LINES THAT SOMEHOW ADD TO ZERO
      * CANNOT WEIGHT A SPLIT; THE
      * PAYMENT FALLS BACK TO ITS
      * CATEGORY.
      *--------------------------------
       SPREAD-PAYMENT-OVER-LINES.
            IF INVOICE-LINES-TOTAL = ZEROS
                PERFORM TOTAL-PAYMENT-BY-CATEGORY
            ELSE
                MOVE PMT-AMOUNT TO PAYMENT-LEFT-AMOUNT
                MOVE 0 TO INVOICE-LINE-INDEX
                PERFORM SPREAD-ONE-LINE
                   UNTIL INVOICE-LINE-INDEX = INVOICE-LINE-COUNT.

       SPREAD-ONE-LINE.
            ADD 1 TO INVOICE-LINE-INDEX.
            IF INVOICE-LINE-INDEX = INVOICE-LINE-COUNT
                MOVE PAYMENT-LEFT-AMOUNT TO PAYMENT-SHARE-AMOUNT
            ELSE
                COMPUTE PAYMENT-SHARE-AMOUNT ROUNDED =
                    PMT-AMOUNT * ILT-AMOUNT(INVOICE-LINE-INDEX)
                        / INVOICE-LINES-TOTAL
                IF PAYMENT-SHARE-AMOUNT > PAYMENT-LEFT-AMOUNT
                    MOVE PAYMENT-LEFT-AMOUNT TO PAYMENT-SHARE-AMOUNT.
            SUBTRACT PAYMENT-SHARE-AMOUNT FROM PAYMENT-LEFT-AMOUNT.
            PERFORM FIND-DISTRIBUTION-ENTRY.
            IF DISTRIBUTION-TOTAL-INDEX > 0
                IF PMT-IS-VOID
                    SUBTRACT PAYMENT-SHARE-AMOUNT FROM
                        DTT-NET-AMOUNT(DISTRIBUTION-TOTAL-INDEX)
                ELSE
                    ADD PAYMENT-SHARE-AMOUNT TO
                        DTT-NET-AMOUNT(DISTRIBUTION-TOTAL-INDEX).

       FIND-DISTRIBUTION-ENTRY.
            MOVE 0 TO DISTRIBUTION-TOTAL-INDEX.
            MOVE 0 TO DISTRIBUTION-SCAN-INDEX.
            PERFORM SCAN-DISTRIBUTION-TABLE
               UNTIL DISTRIBUTION-SCAN-INDEX = DISTRIBUTION-TOTAL-COUNT
                   OR DISTRIBUTION-TOTAL-INDEX > 0.
            IF DISTRIBUTION-TOTAL-INDEX = 0
                IF DISTRIBUTION-TOTAL-COUNT < 200
                    ADD 1 TO DISTRIBUTION-TOTAL-COUNT
                    MOVE DISTRIBUTION-TOTAL-COUNT
                        TO DISTRIBUTION-TOTAL-INDEX
                    MOVE ILT-GL-ACCOUNT(INVOICE-LINE-INDEX) TO
                        DTT-GL-ACCOUNT(DISTRIBUTION-TOTAL-INDEX)
                    MOVE ILT-COST-CENTER(INVOICE-LINE-INDEX) TO
                        DTT-COST-CENTER(DISTRIBUTION-TOTAL-INDEX)
                    MOVE CURRENCY-CODE-HOLD TO
                        DTT-CURRENCY(DISTRIBUTION-TOTAL-INDEX)
                    MOVE COMPANY-CODE-HOLD TO
                        DTT-COMPANY(DISTRIBUTION-TOTAL-INDEX)
                    MOVE ZEROS TO
                        DTT-NET-AMOUNT(DISTRIBUTION-TOTAL-INDEX)
                ELSE
                    ADD 1 TO DISTRIBUTION-OVERFLOW.

       SCAN-DISTRIBUTION-TABLE.
            ADD 1 TO DISTRIBUTION-SCAN-INDEX.
            IF DTT-GL-ACCOUNT(DISTRIBUTION-SCAN-INDEX)
                    = ILT-GL-ACCOUNT(INVOICE-LINE-INDEX) AND
                    DTT-COST-CENTER(DISTRIBUTION-SCAN-INDEX)
                        = ILT-COST-CENTER(INVOICE-LINE-INDEX) AND
                    DTT-CURRENCY(DISTRIBUTION-SCAN-INDEX)
                        = CURRENCY-CODE-HOLD AND
                    DTT-COMPANY(DISTRIBUTION-SCAN-INDEX)
                        = COMPANY-CODE-HOLD
                MOVE DISTRIBUTION-SCAN-INDEX
                    TO DISTRIBUTION-TOTAL-INDEX.

       READ-PAYMENT-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
                        CTT-CATEGORY-CODE(CATEGORY-TOTAL-INDEX)
                    MOVE CURRENCY-CODE-HOLD TO
                        CTT-CURRENCY(CATEGORY-TOTAL-INDEX)
                    MOVE COMPANY-CODE-HOLD TO
                        CTT-COMPANY-CODE(CATEGORY-TOTAL-INDEX)
                    MOVE ZEROS TO
                        CTT-NET-AMOUNT(CATEGORY-TOTAL-INDEX)
                ELSE
            IF CTT-CATEGORY-CODE(CATEGORY-SCAN-INDEX)
                    = VENDOR-CATEGORY AND
                    CTT-CURRENCY(CATEGORY-SCAN-INDEX)
                        = CURRENCY-CODE-HOLD AND
                    CTT-COMPANY-CODE(CATEGORY-SCAN-INDEX)
                        = COMPANY-CODE-HOLD
                MOVE CATEGORY-SCAN-INDEX TO CATEGORY-TOTAL-INDEX.

      *--------------------------------
            MOVE 0 TO CATEGORY-TOTAL-INDEX.
            PERFORM JUDGE-ONE-CATEGORY
               UNTIL CATEGORY-TOTAL-INDEX = CATEGORY-TOTAL-COUNT.
            MOVE 0 TO DISTRIBUTION-TOTAL-INDEX.
            PERFORM JUDGE-ONE-DISTRIBUTION
               UNTIL DISTRIBUTION-TOTAL-INDEX =
                   DISTRIBUTION-TOTAL-COUNT.
            MOVE 0 TO PREPAID-ASSET-INDEX.
            PERFORM JUDGE-ONE-PREPAID-CURRENCY
               UNTIL PREPAID-ASSET-INDEX = PREPAID-ASSET-COUNT.
            PERFORM WRITE-CASH-CREDIT-LINES.
            PERFORM WRITE-JOURNAL-TRAILER.
            IF UNMAPPED-COUNT = 0
                MOVE "NONE" TO GL-EXCEPT-LINE
                WRITE GL-EXCEPT-LINE.
            PERFORM WRITE-COMPANY-TOTALS.
            IF CATEGORY-OVERFLOW > 0
                MOVE "** MORE THAN 100 CATEGORIES -- EXTRACT IS INCOM
      -             "PLETE **" TO GL-EXCEPT-LINE
                WRITE GL-EXCEPT-LINE.
            IF DISTRIBUTION-OVERFLOW > 0
                MOVE "** MORE THAN 200 GL DISTRIBUTIONS -- EXTRACT IS IN
      -             "COMPLETE **" TO GL-EXCEPT-LINE
                WRITE GL-EXCEPT-LINE.
            CLOSE GL-JOURNAL-FILE.
            CLOSE GL-EXCEPT-FILE.
            DISPLAY "JOURNAL WRITTEN TO VNDGLJ.DAT ("
                TO GLJ-CURRENCY.
            MOVE EXTRACT-PERIOD TO GLJ-PERIOD.
            MOVE "VENDOR" TO GLJ-SOURCE-SYSTEM.
            MOVE CTT-COMPANY-CODE(CATEGORY-TOTAL-INDEX)
                TO GLJ-COMPANY.
            WRITE GL-JOURNAL-RECORD.
            MOVE CTT-CURRENCY(CATEGORY-TOTAL-INDEX)
                TO CURRENCY-CODE-HOLD.
            MOVE CTT-COMPANY-CODE(CATEGORY-TOTAL-INDEX)
                TO COMPANY-CODE-HOLD.
            MOVE CTT-NET-AMOUNT(CATEGORY-TOTAL-INDEX)
                TO CASH-ROLL-AMOUNT.
            PERFORM ROLL-INTO-CASH-TABLE.
            PERFORM COUNT-JOURNAL-LINE.

       JUDGE-ONE-DISTRIBUTION.
            ADD 1 TO DISTRIBUTION-TOTAL-INDEX.
            IF DTT-NET-AMOUNT(DISTRIBUTION-TOTAL-INDEX) NOT = ZEROS
                PERFORM WRITE-DISTRIBUTION-LINE.

       WRITE-DISTRIBUTION-LINE.
            MOVE SPACES TO GL-JOURNAL-RECORD.
            MOVE DTT-GL-ACCOUNT(DISTRIBUTION-TOTAL-INDEX)
                TO GLJ-GL-ACCOUNT.
            IF DTT-NET-AMOUNT(DISTRIBUTION-TOTAL-INDEX) < 0
                MOVE "C" TO GLJ-DEBIT-CREDIT
                COMPUTE JOURNAL-AMOUNT-WORK =
                    0 - DTT-NET-AMOUNT(DISTRIBUTION-TOTAL-INDEX)
            ELSE
                MOVE "D" TO GLJ-DEBIT-CREDIT
                MOVE DTT-NET-AMOUNT(DISTRIBUTION-TOTAL-INDEX)
                    TO JOURNAL-AMOUNT-WORK.
            MOVE JOURNAL-AMOUNT-WORK TO GLJ-AMOUNT.
            MOVE DTT-CURRENCY(DISTRIBUTION-TOTAL-INDEX)
                TO GLJ-CURRENCY.
            MOVE EXTRACT-PERIOD TO GLJ-PERIOD.
            MOVE "VENDOR" TO GLJ-SOURCE-SYSTEM.
            MOVE DTT-COST-CENTER(DISTRIBUTION-TOTAL-INDEX)
                TO GLJ-COST-CENTER.
            MOVE DTT-COMPANY(DISTRIBUTION-TOTAL-INDEX)
                TO GLJ-COMPANY.
            WRITE GL-JOURNAL-RECORD.
            MOVE DTT-CURRENCY(DISTRIBUTION-TOTAL-INDEX)
                TO CURRENCY-CODE-HOLD.
            MOVE DTT-COMPANY(DISTRIBUTION-TOTAL-INDEX)
                TO COMPANY-CODE-HOLD.
            MOVE DTT-NET-AMOUNT(DISTRIBUTION-TOTAL-INDEX)
                TO CASH-ROLL-AMOUNT.
            PERFORM ROLL-INTO-CASH-TABLE.
            PERFORM COUNT-JOURNAL-LINE.

      *--------------------------------
      * A NET INCREASE DEBITS THE
      * PREPAID ACCOUNT, A NET
      * DECREASE CREDITS IT, AND THE
      * NET FEEDS THE CASH BUCKET --
      * WHICH TAKES BACK THE CASH
      * ROLLED IN FOR APPLIED EXPENSE.
      *--------------------------------
       JUDGE-ONE-PREPAID-CURRENCY.
            ADD 1 TO PREPAID-ASSET-INDEX.
            MOVE PAT-CURRENCY(PREPAID-ASSET-INDEX)
                TO CURRENCY-CODE-HOLD.
            MOVE PAT-COMPANY(PREPAID-ASSET-INDEX)
                TO COMPANY-CODE-HOLD.
            MOVE PAT-NET-AMOUNT(PREPAID-ASSET-INDEX)
                TO CASH-ROLL-AMOUNT.
            PERFORM ROLL-INTO-CASH-TABLE.
            IF PAT-NET-AMOUNT(PREPAID-ASSET-INDEX) NOT = ZEROS
                PERFORM WRITE-PREPAID-LINE.

       WRITE-PREPAID-LINE.
            MOVE SPACES TO GL-JOURNAL-RECORD.
            MOVE PREPAID-ACCOUNT-ENTRY TO GLJ-GL-ACCOUNT.
            IF PAT-NET-AMOUNT(PREPAID-ASSET-INDEX) < 0
                MOVE "C" TO GLJ-DEBIT-CREDIT
                COMPUTE JOURNAL-AMOUNT-WORK =
                    0 - PAT-NET-AMOUNT(PREPAID-ASSET-INDEX)
            ELSE
                MOVE "D" TO GLJ-DEBIT-CREDIT
                MOVE PAT-NET-AMOUNT(PREPAID-ASSET-INDEX)
                    TO JOURNAL-AMOUNT-WORK.
            MOVE JOURNAL-AMOUNT-WORK TO GLJ-AMOUNT.
            MOVE PAT-CURRENCY(PREPAID-ASSET-INDEX) TO GLJ-CURRENCY.
            MOVE EXTRACT-PERIOD TO GLJ-PERIOD.
            MOVE "VENDOR" TO GLJ-SOURCE-SYSTEM.
            MOVE PAT-COMPANY(PREPAID-ASSET-INDEX) TO GLJ-COMPANY.
            WRITE GL-JOURNAL-RECORD.
            PERFORM COUNT-JOURNAL-LINE.

      *--------------------------------
      * EACH MAPPED CATEGORY'S NET, AND
      * EACH DISTRIBUTION'S, FEEDS ITS
      * COMPANY AND CURRENCY'S CASH
      * BUCKET, SO THE JOURNAL
      * BALANCES WITHIN EVERY COMPANY
      * AND CURRENCY SEPARATELY.
      *--------------------------------
       ROLL-INTO-CASH-TABLE.
            MOVE 0 TO CASH-CREDIT-INDEX.
                IF CASH-CREDIT-COUNT < 20
                    ADD 1 TO CASH-CREDIT-COUNT
                    MOVE CASH-CREDIT-COUNT TO CASH-CREDIT-INDEX
                    MOVE CURRENCY-CODE-HOLD
                        TO CCT-CURRENCY(CASH-CREDIT-INDEX)
                    MOVE COMPANY-CODE-HOLD
                        TO CCT-COMPANY(CASH-CREDIT-INDEX)
                    MOVE ZEROS TO CCT-NET-AMOUNT(CASH-CREDIT-INDEX)
                ELSE
                    DISPLAY "MORE THAN 20 COMPANY CURRENCIES IN THE "
                        "PERIOD -- JOURNAL WILL NOT BALANCE, DO "
                        "NOT POST IT".
            IF CASH-CREDIT-INDEX > 0
                ADD CASH-ROLL-AMOUNT
                    TO CCT-NET-AMOUNT(CASH-CREDIT-INDEX).

       SCAN-CASH-TABLE.
            ADD 1 TO CASH-SCAN-INDEX.
            IF CCT-CURRENCY(CASH-SCAN-INDEX)
                    = CURRENCY-CODE-HOLD AND
                    CCT-COMPANY(CASH-SCAN-INDEX)
                    = COMPANY-CODE-HOLD
                MOVE CASH-SCAN-INDEX TO CASH-CREDIT-INDEX.

       WRITE-CASH-CREDIT-LINES.
            MOVE CCT-CURRENCY(CASH-CREDIT-INDEX) TO GLJ-CURRENCY.
            MOVE EXTRACT-PERIOD TO GLJ-PERIOD.
            MOVE "VENDOR" TO GLJ-SOURCE-SYSTEM.
            MOVE CCT-COMPANY(CASH-CREDIT-INDEX) TO GLJ-COMPANY.
            WRITE GL-JOURNAL-RECORD.
            PERFORM COUNT-JOURNAL-LINE.

                CONTINUE
            END-ADD.

      *--------------------------------
      * EACH COMPANY'S NET PAYMENTS
      * FOR THE PERIOD, IN DOLLARS, AT
      * THE FOOT OF THE EXCEPTION
      * REPORT.
      *--------------------------------
       WRITE-COMPANY-TOTALS.
            MOVE SPACES TO GL-EXCEPT-LINE.
            WRITE GL-EXCEPT-LINE.
            MOVE COMPANY-HEADING-LINE TO GL-EXCEPT-LINE.
            WRITE GL-EXCEPT-LINE.
            MOVE "NET PAYMENTS BY COMPANY (USD)" TO GL-EXCEPT-LINE.
            WRITE GL-EXCEPT-LINE.
            MOVE 0 TO COMPANY-TOTAL-INDEX.
            PERFORM WRITE-ONE-COMPANY-TOTAL
               UNTIL COMPANY-TOTAL-INDEX = COMPANY-TOTAL-COUNT.

       WRITE-ONE-COMPANY-TOTAL.
            ADD 1 TO COMPANY-TOTAL-INDEX.
            PERFORM FORMAT-COMPANY-TOTAL-LINE.
            MOVE COMPANY-TOTAL-LINE TO GL-EXCEPT-LINE.
            WRITE GL-EXCEPT-LINE.

       WRITE-JOURNAL-TRAILER.
            MOVE SPACES TO GL-JOURNAL-TRAILER-RECORD.
            MOVE "T" TO GLT-RECORD-TYPE.
            MOVE JOURNAL-LINE-COUNT TO GLT-RECORD-COUNT.
            MOVE JOURNAL-HASH-TOTAL TO GLT-HASH-TOTAL.
            WRITE GL-JOURNAL-TRAILER-RECORD.

      *--------------------------------
      * THE FRAGMENTS BELOW SUPPLY THE
      * DOLLAR VIEW OF A PAYMENT AND
      * THE COMPANY SELECTION.
      *--------------------------------
            COPY "vndpmtusd01.cbl".
            COPY "vndcmpsel01.cbl".
