      *          A system with no period file yet gets one created
      *          here with an entered starting period, which is how
      *          the control is switched on.
      *          Closing also accrues what is owed but unpaid: every
      *          open, disputed, or awaiting invoice dated in or
      *          before the period is journaled at its balance due,
      *          debiting the expense account its vendor's category
      *          maps to in vndglm01 and crediting the entered AP
      *          accrual account, per currency, the way vndgle01
      *          journals cash.  Each line is matched by a reversing
      *          line dated the first day of the next period, so the
      *          accrual washes out when the bills are paid.  The
      *          journal goes to VNDGLA.DAT in the vndgle01 layout
      *          and its proof, invoice by invoice, to VNDACR.RPT
      *          for Finance to sign with the close sheet.
      *          The proof can be run for one company or all of
      *          them, and closes with each company's net paid.
      *          The posting period is shared by every company, so
      *          only a run for all companies closes it; that run's
      *          accrual carries each invoice's company on every
      *          journal line and credits AP accrual by company and
      *          currency.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
            COPY "slpmt01.cbl".
            COPY "slprd01.cbl".
            COPY "slvnd01.cbl".
            COPY "slinv01.cbl".
            COPY "slglm01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
            SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO "VNDGLA.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ACCRUAL-JOURNAL-STATUS.
            SELECT ACCRUAL-REPORT-FILE ASSIGN TO "VNDACR.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ACCRUAL-REPORT-STATUS.
            SELECT CLOSE-REPORT-FILE ASSIGN TO "VNDCLS.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CLOSE-REPORT-STATUS.
       FILE SECTION.
            COPY "fdpmt01.cbl".
            COPY "fdprd01.cbl".
            COPY "fdvnd01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdglm01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".

      *--------------------------------
      * THE vndgle01 JOURNAL LAYOUT,
      * WITH THE DATE EACH LINE POSTS
      * ON AND WHETHER IT IS THE
      * ACCRUAL OR ITS REVERSAL.
      *--------------------------------
       FD   ACCRUAL-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.

       01   ACCRUAL-JOURNAL-RECORD.
            05 ACJ-GL-ACCOUNT             PIC X(08).
            05 ACJ-DEBIT-CREDIT           PIC X(01).
            05 ACJ-AMOUNT                 PIC 9(9)V99.
            05 ACJ-CURRENCY               PIC X(03).
            05 ACJ-PERIOD                 PIC 9(6).
            05 ACJ-SOURCE-SYSTEM          PIC X(10).
            05 ACJ-COST-CENTER            PIC X(06).
            05 ACJ-ENTRY-DATE             PIC 9(8).
            05 ACJ-ENTRY-TYPE             PIC X(01).
               88 ACJ-IS-ACCRUAL             VALUE "A".
               88 ACJ-IS-REVERSAL            VALUE "R".
            05 ACJ-COMPANY                PIC X(02).

       01   ACCRUAL-JOURNAL-HEADER.
            05 ACH-RECORD-TYPE            PIC X(01).
            05 ACH-RUN-DATE               PIC 9(8).
            05 ACH-SOURCE-SYSTEM          PIC X(10).

       01   ACCRUAL-JOURNAL-TRAILER.
            05 ACT-RECORD-TYPE            PIC X(01).
            05 ACT-RECORD-COUNT           PIC 9(7).
            05 ACT-HASH-TOTAL             PIC 9(10).

       FD   ACCRUAL-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   ACCRUAL-REPORT-LINE       PIC X(80).

       FD   CLOSE-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   PERIOD-FILE-STATUS        PIC XX.
       01   CLOSE-REPORT-STATUS       PIC XX.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   GL-MAP-STATUS             PIC XX.
       01   ACCRUAL-JOURNAL-STATUS    PIC XX.
       01   ACCRUAL-REPORT-STATUS     PIC XX.
       01   OPERATOR-ID               PIC X(08) VALUE "UNKNOWN".

       01   YES-NO-ANSWER             PIC X.
       77   CURRENCY-NET-INDEX        PIC 9(2).
       77   CURRENCY-SCAN-INDEX       PIC 9(2).
       77   CURRENCY-CODE-HOLD        PIC X(03).
       77   COMPANY-CODE-HOLD         PIC X(02).

       01   PROOF-HEADING-LINE.
            05 FILLER                 PIC X(31) VALUE

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

      *--------------------------------
      * THE MONTH-END ACCRUAL.  THE
      * ACCRUAL POSTS ON THE LAST DAY
      * OF THE CLOSING PERIOD AND
      * REVERSES ON THE FIRST DAY OF
      * THE NEXT.
      *--------------------------------
       77   ACCRUAL-ACCOUNT-ENTRY     PIC X(8).
       77   PERIOD-END-DATE           PIC 9(8).
       77   REVERSAL-DATE             PIC 9(8).
       01   NEXT-PERIOD-HOLD          PIC 9(6).
       01   NEXT-PERIOD-PARTS REDEFINES NEXT-PERIOD-HOLD.
            05 NEXT-PERIOD-YEAR       PIC 9(4).
            05 NEXT-PERIOD-MONTH      PIC 9(2).

       01   MORE-INVOICE-RECORDS      PIC X.
            88 INVOICE-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS   VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

       01   MAPPING-FOUND             PIC X.
            88 MAPPING-WAS-FOUND         VALUE "Y".

            COPY "fldcal01.cbl".
            COPY "fldbal01.cbl".

      *--------------------------------
      * WHAT IS OWED AT PERIOD END BY
      * COMPANY, CATEGORY AND
      * CURRENCY, AS
      * vndgle01 TOTALS ITS PAYMENTS.
      * CREDIT MEMOS COUNT AGAINST
      * THEIR CATEGORY.
      *--------------------------------
       01   ACCRUAL-TOTAL-TABLE.
            05 ACCRUAL-TOTAL-ENTRY OCCURS 100 TIMES.
               10 ATT-CATEGORY-CODE   PIC X(04).
               10 ATT-CURRENCY        PIC X(03).
               10 ATT-COMPANY         PIC X(02).
               10 ATT-NET-AMOUNT      PIC S9(9)V99.
       77   ACCRUAL-TOTAL-COUNT       PIC 9(3).
       77   ACCRUAL-TOTAL-INDEX       PIC 9(3).
       77   ACCRUAL-SCAN-INDEX        PIC 9(3).
       77   ACCRUAL-OVERFLOW          PIC 9(5).

      *--------------------------------
      * ONE AP ACCRUAL CREDIT PER
      * COMPANY AND CURRENCY
      * JOURNALED.
      *--------------------------------
       01   ACCRUED-PAYABLE-TABLE.
            05 ACCRUED-PAYABLE-ENTRY OCCURS 20 TIMES.
               10 APT-CURRENCY        PIC X(03).
               10 APT-COMPANY         PIC X(02).
               10 APT-NET-AMOUNT      PIC S9(9)V99.
       77   ACCRUED-PAYABLE-COUNT     PIC 9(2).
       77   ACCRUED-PAYABLE-INDEX     PIC 9(2).
       77   PAYABLE-SCAN-INDEX        PIC 9(2).

       77   INVOICE-ACCRUAL-AMOUNT    PIC S9(9)V99.
       77   ACCRUED-INVOICE-COUNT     PIC 9(7).
       77   UNMAPPED-ACCRUAL-COUNT    PIC 9(5).
       77   PAIR-ACCOUNT-HOLD         PIC X(8).
       77   PAIR-AMOUNT-HOLD          PIC S9(9)V99.
       77   ACCRUAL-LINE-COUNT        PIC 9(7).
       77   ACCRUAL-HASH-TOTAL        PIC 9(10).
       77   ACCRUAL-AMOUNT-CENTS      PIC 9(11).
       77   ACCRUAL-AMOUNT-WORK       PIC 9(9)V99.

       01   ACCRUAL-HEADING-LINE.
            05 FILLER                 PIC X(30) VALUE
                 "AP ACCRUAL PROOF -- PERIOD ".
            05 RPT-ACCRUAL-PERIOD     PIC 9(6).
            05 FILLER                 PIC X(10) VALUE "  ENDING ".
            05 RPT-PERIOD-END         PIC 9999/99/99.
            05 FILLER                 PIC X(12) VALUE "  REVERSES ".
            05 RPT-REVERSAL-DATE      PIC 9999/99/99.

       01   ACCRUAL-COLUMN-LINE.
            05 FILLER                 PIC X(41) VALUE
                 "VENDOR  INVOICE         INV DATE   CATG ".
            05 FILLER                 PIC X(22) VALUE
                 "CUR     BALANCE DUE CO".

       01   ACCRUAL-DETAIL-LINE.
            05 RPT-ACR-VENDOR         PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACR-INVOICE        PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACR-DATE           PIC 9999/99/99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACR-CATEGORY       PIC X(04).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACR-CURRENCY       PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACR-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACR-COMPANY        PIC X(02).

       01   ACCRUAL-CATEGORY-LINE.
            05 FILLER                 PIC X(11) VALUE "CATEGORY : ".
            05 RPT-ACC-CATEGORY       PIC X(04).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACC-CURRENCY       PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACC-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACC-ACCOUNT        PIC X(30).

       01   ACCRUAL-PAYABLE-LINE.
            05 FILLER                 PIC X(21) VALUE
                 "AP ACCRUAL CREDIT :  ".
            05 RPT-ACP-CURRENCY       PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACP-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                 PIC X(10) VALUE "  COMPANY ".
            05 RPT-ACP-COMPANY        PIC X(02).

       01   ACCRUAL-COUNT-LINE.
            05 RPT-ACN-LABEL          PIC X(30).
            05 RPT-ACN-COUNT          PIC ZZZZZZ9.

       01   ACCRUAL-SIGN-LINE.
            05 FILLER                 PIC X(14) VALUE "PREPARED BY : ".
            05 RPT-ACR-PREPARED-BY    PIC X(08).
            05 FILLER                 PIC X(06) VALUE "  ON  ".
            05 RPT-ACR-PREPARED-DATE  PIC 9(8).

      *--------------------------------
      * SUPERVISOR SIGN-ON FIELDS, THE
      * SAME WAY vndmrg01 SIGNS A
       01   REQUIRED-SIGNON-STATUS  PIC X.
            88 SIGNON-WAS-OK           VALUE "Y".

      *--------------------------------
      * THE COMPANY PROVED, OR ALL OF
      * THEM, THROUGH THE SHARED
      * vndcmpsel01 FRAGMENT.
      *--------------------------------
            COPY "fldcmp01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-SUPERVISOR.
            IF NOT PERIOD-FILE-IS-PRESENT
                PERFORM SET-UP-PERIOD-FILE
            ELSE
                PERFORM SELECT-THE-COMPANY
                PERFORM CLOSE-THE-PERIOD.

       PROGRAM-DONE.
                DISPLAY "NOT SIGNED ON -- NOTHING RUN"
                GOBACK.

      *--------------------------------
      * ONE COMPANY OR ALL, FROM THOSE
      * THE SUPERVISOR MAY WORK.
      *--------------------------------
       SELECT-THE-COMPANY.
            MOVE OPERATOR-ID TO CMPSEL-OPERATOR-ID.
            MOVE "Y" TO CMPSEL-ALLOW-ALL.
            PERFORM SELECT-COMPANY.
            IF CMPSEL-CANCELLED
                DISPLAY "NO COMPANY CHOSEN -- NOTHING RUN"
                GOBACK.

       READ-THE-OPEN-PERIOD.
            MOVE "N" TO PERIOD-FILE-PRESENT.
            MOVE ZEROS TO OPEN-PERIOD-HOLD.
            DISPLAY "OPEN PERIOD IS " OPEN-PERIOD-HOLD.
            PERFORM TOTAL-THE-PERIOD.
            PERFORM PRINT-THE-PROOF-SHEET.
            IF CMPSEL-ALL-COMPANIES
                PERFORM OFFER-THE-CLOSE
            ELSE
                DISPLAY "PROOF FOR COMPANY " CMPSEL-COMPANY
                    " IS IN VNDCLS.RPT"
                DISPLAY "THE PERIOD IS SHARED BY EVERY COMPANY -- "
                    "RUN FOR ALL COMPANIES TO CLOSE IT".

      *--------------------------------
      * ONLY A RUN FOR ALL COMPANIES
      * GETS HERE.  THE ACCRUAL TAKES
      * EVERY COMPANY'S INVOICES.
      *--------------------------------
       OFFER-THE-CLOSE.
            DISPLAY "CLOSE PERIOD " OPEN-PERIOD-HOLD " AND ADVANCE? "
                "(Y/N)".
            ACCEPT YES-NO-ANSWER.
            IF YES-NO-ANSWER = "y"
                MOVE "Y" TO YES-NO-ANSWER.
            IF CONFIRM-WAS-YES
                PERFORM ACCRUE-THE-PERIOD
                PERFORM ADVANCE-THE-PERIOD
                PERFORM WRITE-THE-PERIOD-FILE
                DISPLAY "PERIOD CLOSED -- " OPEN-PERIOD-HOLD
            MOVE ZEROS TO WITHHELD-COUNT.
            MOVE ZEROS TO WITHHELD-TOTAL.
            MOVE ZEROS TO CURRENCY-NET-COUNT.
            MOVE ZEROS TO COMPANY-TOTAL-COUNT.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "35"
                CONTINUE
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            MOVE "N" TO CMPSEL-RECORD-SELECTED.
            IF PAYMENT-RECORDS-REMAIN AND
                    PMT-PAYMENT-DATE(1:6) = OPEN-PERIOD-HOLD
                MOVE PMT-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY.
            IF CMPSEL-RECORD-IS-SELECTED
                IF PMT-IS-CHECK
                    ADD 1 TO CHECK-COUNT
                    ADD PMT-AMOUNT TO CHECK-TOTAL.
            IF CMPSEL-RECORD-IS-SELECTED
                IF PMT-IS-EFT
                    ADD 1 TO EFT-COUNT
                    ADD PMT-AMOUNT TO EFT-TOTAL.
            IF CMPSEL-RECORD-IS-SELECTED
                IF PMT-IS-VOID
                    ADD 1 TO VOID-COUNT
                    ADD PMT-AMOUNT TO VOID-TOTAL.
            IF CMPSEL-RECORD-IS-SELECTED
                IF PMT-IS-WITHHOLDING
                    ADD 1 TO WITHHELD-COUNT
                    ADD PMT-AMOUNT TO WITHHELD-TOTAL.
            IF CMPSEL-RECORD-IS-SELECTED
                PERFORM ROLL-INTO-CURRENCY-NET
                PERFORM ROLL-INTO-COMPANY-NET.

      *--------------------------------
      * EVERY PERIOD ENTRY ALSO ROLLS
                    ADD PMT-AMOUNT TO
                        CUR-NET-AMOUNT(CURRENCY-NET-INDEX).

      *--------------------------------
      * AND INTO ITS COMPANY'S, ADDED
      * ACROSS CURRENCIES THE WAY THE
      * HEADLINE NET IS.
      *--------------------------------
       ROLL-INTO-COMPANY-NET.
            IF PMT-IS-VOID
                COMPUTE CMPSEL-TOTAL-AMOUNT = 0 - PMT-AMOUNT
            ELSE
                MOVE PMT-AMOUNT TO CMPSEL-TOTAL-AMOUNT.
            PERFORM ADD-TO-COMPANY-TOTAL.

       SCAN-CURRENCY-NET-TABLE.
            ADD 1 TO CURRENCY-SCAN-INDEX.
            IF CUR-NET-CODE(CURRENCY-SCAN-INDEX)
            MOVE OPEN-PERIOD-HOLD TO RPT-HEADING-PERIOD.
            MOVE PROOF-HEADING-LINE TO CLOSE-REPORT-LINE.
            WRITE CLOSE-REPORT-LINE.
            MOVE COMPANY-HEADING-LINE TO CLOSE-REPORT-LINE.
            WRITE CLOSE-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO CLOSE-REPORT-LINE.
            WRITE CLOSE-REPORT-LINE.
            MOVE "CHECKS        : " TO RPT-PROOF-LABEL.
               UNTIL CURRENCY-NET-INDEX = CURRENCY-NET-COUNT.
            MOVE BLANK-REPORT-LINE TO CLOSE-REPORT-LINE.
            WRITE CLOSE-REPORT-LINE.
            MOVE "NET PAID BY COMPANY" TO CLOSE-REPORT-LINE.
            WRITE CLOSE-REPORT-LINE.
            MOVE 0 TO COMPANY-TOTAL-INDEX.
            PERFORM PRINT-ONE-COMPANY-NET
               UNTIL COMPANY-TOTAL-INDEX = COMPANY-TOTAL-COUNT.
            MOVE BLANK-REPORT-LINE TO CLOSE-REPORT-LINE.
            WRITE CLOSE-REPORT-LINE.
            MOVE OPERATOR-ID TO RPT-CLOSED-BY.
            ACCEPT RPT-CLOSED-DATE FROM DATE YYYYMMDD.
            MOVE CLOSED-BY-LINE TO CLOSE-REPORT-LINE.
            MOVE CURRENCY-NET-LINE TO CLOSE-REPORT-LINE.
            WRITE CLOSE-REPORT-LINE.

       PRINT-ONE-COMPANY-NET.
            ADD 1 TO COMPANY-TOTAL-INDEX.
            PERFORM FORMAT-COMPANY-TOTAL-LINE.
            MOVE COMPANY-TOTAL-LINE TO CLOSE-REPORT-LINE.
            WRITE CLOSE-REPORT-LINE.

       ADVANCE-THE-PERIOD.
            IF OPEN-PERIOD-MONTH = 12
                ADD 1 TO OPEN-PERIOD-YEAR
            MOVE OPEN-PERIOD-HOLD TO PRD-OPEN-PERIOD.
            WRITE POSTING-PERIOD-RECORD.
            CLOSE POSTING-PERIOD-FILE.

      *--------------------------------
      * THE MONTH-END ACCRUAL.  A
      * BLANK ACCOUNT SKIPS IT FOR A
      * SHOP THAT DOES NOT ACCRUE; THE
      * CLOSE GOES AHEAD EITHER WAY.
      *--------------------------------
       ACCRUE-THE-PERIOD.
            DISPLAY "ENTER THE AP ACCRUAL GL ACCOUNT TO CREDIT".
            DISPLAY "(BLANK FOR NO ACCRUAL THIS PERIOD)".
            MOVE SPACES TO ACCRUAL-ACCOUNT-ENTRY.
            ACCEPT ACCRUAL-ACCOUNT-ENTRY.
            IF ACCRUAL-ACCOUNT-ENTRY = SPACES
                DISPLAY "NO ACCRUAL JOURNAL WRITTEN FOR "
                    OPEN-PERIOD-HOLD
            ELSE
                PERFORM FIND-ACCRUAL-DATES
                OPEN OUTPUT ACCRUAL-REPORT-FILE
                PERFORM PRINT-ACCRUAL-HEADING
                PERFORM TOTAL-THE-ACCRUALS
                PERFORM WRITE-THE-ACCRUAL-JOURNAL
                PERFORM PRINT-ACCRUAL-SUMMARY
                CLOSE ACCRUAL-REPORT-FILE
                DISPLAY "ACCRUAL JOURNAL WRITTEN TO VNDGLA.DAT ("
                    ACCRUAL-LINE-COUNT " LINE(S)) -- PROOF IN "
                    "VNDACR.RPT".

      *--------------------------------
      * THE LAST DAY OF THE PERIOD IS
      * THE DAY BEFORE THE FIRST OF
      * THE NEXT ONE.
      *--------------------------------
       FIND-ACCRUAL-DATES.
            MOVE OPEN-PERIOD-HOLD TO NEXT-PERIOD-HOLD.
            IF NEXT-PERIOD-MONTH = 12
                ADD 1 TO NEXT-PERIOD-YEAR
                MOVE 01 TO NEXT-PERIOD-MONTH
            ELSE
                ADD 1 TO NEXT-PERIOD-MONTH.
            COMPUTE REVERSAL-DATE = NEXT-PERIOD-HOLD * 100 + 1.
            MOVE REVERSAL-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            SUBTRACT 1 FROM CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            MOVE CAL-DATE-STAMP TO PERIOD-END-DATE.

       PRINT-ACCRUAL-HEADING.
            MOVE OPEN-PERIOD-HOLD TO RPT-ACCRUAL-PERIOD.
            MOVE PERIOD-END-DATE TO RPT-PERIOD-END.
            MOVE REVERSAL-DATE TO RPT-REVERSAL-DATE.
            MOVE ACCRUAL-HEADING-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE ACCRUAL-COLUMN-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.

      *--------------------------------
      * PASS 1 -- EVERY INVOICE STILL
      * OWED AND DATED BY PERIOD END
      * IS LISTED AND TOTALED INTO ITS
      * CATEGORY AND CURRENCY.  A PAID
      * OR REJECTED INVOICE OWES
      * NOTHING.
      *--------------------------------
       TOTAL-THE-ACCRUALS.
            MOVE ZEROS TO ACCRUAL-TOTAL-COUNT.
            MOVE ZEROS TO ACCRUAL-OVERFLOW.
            MOVE ZEROS TO ACCRUED-INVOICE-COUNT.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "35"
                DISPLAY "NO OPEN-INVOICE FILE ON SYSTEM -- NOTHING "
                    "TO ACCRUE"
            ELSE
                MOVE "Y" TO MORE-INVOICE-RECORDS
                PERFORM ACCRUE-ONE-INVOICE
                   UNTIL NO-MORE-INVOICE-RECORDS
                CLOSE OPEN-INVOICE-FILE.
            CLOSE VENDOR-FILE.

       ACCRUE-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN AND
                    (INV-IS-OPEN OR INV-IS-AWAITING-APPROVAL OR
                     INV-IS-DISPUTED) AND
                    INV-INVOICE-DATE NOT > PERIOD-END-DATE
                PERFORM COMPUTE-INVOICE-BALANCE
                IF INVBAL-DUE > ZEROS
                    PERFORM ACCRUE-THIS-INVOICE.

       ACCRUE-THIS-INVOICE.
            PERFORM READ-INVOICE-VENDOR.
            IF VENDOR-CURRENCY = SPACES
                MOVE "USD" TO CURRENCY-CODE-HOLD
            ELSE
                MOVE VENDOR-CURRENCY TO CURRENCY-CODE-HOLD.
            MOVE INV-COMPANY TO CMPSEL-RECORD-COMPANY.
            PERFORM TEST-RECORD-COMPANY.
            MOVE CMPSEL-RECORD-COMPANY TO COMPANY-CODE-HOLD.
            IF INV-IS-CREDIT-MEMO
                COMPUTE INVOICE-ACCRUAL-AMOUNT = 0 - INVBAL-DUE
            ELSE
                MOVE INVBAL-DUE TO INVOICE-ACCRUAL-AMOUNT.
            ADD 1 TO ACCRUED-INVOICE-COUNT.
            MOVE INV-VENDOR-NUMBER TO RPT-ACR-VENDOR.
            MOVE INV-INVOICE-NUMBER TO RPT-ACR-INVOICE.
            MOVE INV-INVOICE-DATE TO RPT-ACR-DATE.
            MOVE VENDOR-CATEGORY TO RPT-ACR-CATEGORY.
            MOVE CURRENCY-CODE-HOLD TO RPT-ACR-CURRENCY.
            MOVE INVOICE-ACCRUAL-AMOUNT TO RPT-ACR-AMOUNT.
            MOVE COMPANY-CODE-HOLD TO RPT-ACR-COMPANY.
            MOVE ACCRUAL-DETAIL-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            PERFORM FIND-ACCRUAL-ENTRY.
            IF ACCRUAL-TOTAL-INDEX > 0
                ADD INVOICE-ACCRUAL-AMOUNT
                    TO ATT-NET-AMOUNT(ACCRUAL-TOTAL-INDEX).

      *--------------------------------
      * A VENDOR GONE FROM THE MASTER
      * ACCRUES UNDER A BLANK CATEGORY
      * AND SO SHOWS UP UNMAPPED.
      *--------------------------------
       READ-INVOICE-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE INV-VENDOR-NUMBER TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE SPACES TO VENDOR-CATEGORY
                MOVE SPACES TO VENDOR-CURRENCY.

       FIND-ACCRUAL-ENTRY.
            MOVE 0 TO ACCRUAL-TOTAL-INDEX.
            MOVE 0 TO ACCRUAL-SCAN-INDEX.
            PERFORM SCAN-ACCRUAL-TABLE
               UNTIL ACCRUAL-SCAN-INDEX = ACCRUAL-TOTAL-COUNT OR
                   ACCRUAL-TOTAL-INDEX > 0.
            IF ACCRUAL-TOTAL-INDEX = 0
                IF ACCRUAL-TOTAL-COUNT < 100
                    ADD 1 TO ACCRUAL-TOTAL-COUNT
                    MOVE ACCRUAL-TOTAL-COUNT TO ACCRUAL-TOTAL-INDEX
                    MOVE VENDOR-CATEGORY TO
                        ATT-CATEGORY-CODE(ACCRUAL-TOTAL-INDEX)
                    MOVE CURRENCY-CODE-HOLD TO
                        ATT-CURRENCY(ACCRUAL-TOTAL-INDEX)
                    MOVE COMPANY-CODE-HOLD TO
                        ATT-COMPANY(ACCRUAL-TOTAL-INDEX)
                    MOVE ZEROS TO ATT-NET-AMOUNT(ACCRUAL-TOTAL-INDEX)
                ELSE
                    ADD 1 TO ACCRUAL-OVERFLOW.

       SCAN-ACCRUAL-TABLE.
            ADD 1 TO ACCRUAL-SCAN-INDEX.
            IF ATT-CATEGORY-CODE(ACCRUAL-SCAN-INDEX)
                    = VENDOR-CATEGORY AND
                    ATT-CURRENCY(ACCRUAL-SCAN-INDEX)
                        = CURRENCY-CODE-HOLD AND
                    ATT-COMPANY(ACCRUAL-SCAN-INDEX)
                        = COMPANY-CODE-HOLD
                MOVE ACCRUAL-SCAN-INDEX TO ACCRUAL-TOTAL-INDEX.

      *--------------------------------
      * PASS 2 -- WRITE THE JOURNAL.
      * EACH MAPPED CATEGORY DEBITS
      * ITS EXPENSE ACCOUNT AND FEEDS
      * ITS COMPANY AND CURRENCY'S
      * AP ACCRUAL
      * CREDIT; AN UNMAPPED ONE IS
      * LISTED ON THE PROOF AND KEPT
      * OFF THE JOURNAL, AS vndgle01
      * KEEPS IT.
      *--------------------------------
       WRITE-THE-ACCRUAL-JOURNAL.
            OPEN OUTPUT ACCRUAL-JOURNAL-FILE.
            MOVE ZEROS TO ACCRUAL-LINE-COUNT.
            MOVE ZEROS TO ACCRUAL-HASH-TOTAL.
            MOVE ZEROS TO ACCRUED-PAYABLE-COUNT.
            MOVE ZEROS TO UNMAPPED-ACCRUAL-COUNT.
            MOVE SPACES TO ACCRUAL-JOURNAL-HEADER.
            MOVE "H" TO ACH-RECORD-TYPE.
            ACCEPT ACH-RUN-DATE FROM DATE YYYYMMDD.
            MOVE "VENDOR" TO ACH-SOURCE-SYSTEM.
            WRITE ACCRUAL-JOURNAL-HEADER.
            MOVE BLANK-REPORT-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE 0 TO ACCRUAL-TOTAL-INDEX.
            PERFORM JOURNAL-ONE-CATEGORY
               UNTIL ACCRUAL-TOTAL-INDEX = ACCRUAL-TOTAL-COUNT.
            MOVE 0 TO ACCRUED-PAYABLE-INDEX.
            PERFORM JOURNAL-ONE-PAYABLE
               UNTIL ACCRUED-PAYABLE-INDEX = ACCRUED-PAYABLE-COUNT.
            MOVE SPACES TO ACCRUAL-JOURNAL-TRAILER.
            MOVE "T" TO ACT-RECORD-TYPE.
            MOVE ACCRUAL-LINE-COUNT TO ACT-RECORD-COUNT.
            MOVE ACCRUAL-HASH-TOTAL TO ACT-HASH-TOTAL.
            WRITE ACCRUAL-JOURNAL-TRAILER.
            CLOSE ACCRUAL-JOURNAL-FILE.

       JOURNAL-ONE-CATEGORY.
            ADD 1 TO ACCRUAL-TOTAL-INDEX.
            IF ATT-NET-AMOUNT(ACCRUAL-TOTAL-INDEX) NOT = ZEROS
                PERFORM LOOK-UP-ACCRUAL-MAPPING
                MOVE ATT-CATEGORY-CODE(ACCRUAL-TOTAL-INDEX)
                    TO RPT-ACC-CATEGORY
                MOVE ATT-CURRENCY(ACCRUAL-TOTAL-INDEX)
                    TO RPT-ACC-CURRENCY
                MOVE ATT-NET-AMOUNT(ACCRUAL-TOTAL-INDEX)
                    TO RPT-ACC-AMOUNT
                IF MAPPING-WAS-FOUND
                    MOVE SPACES TO RPT-ACC-ACCOUNT
                    STRING "DEBIT " GLM-GL-ACCOUNT
                        DELIMITED BY SIZE
                        INTO RPT-ACC-ACCOUNT
                    MOVE GLM-GL-ACCOUNT TO PAIR-ACCOUNT-HOLD
                    MOVE ATT-NET-AMOUNT(ACCRUAL-TOTAL-INDEX)
                        TO PAIR-AMOUNT-HOLD
                    MOVE ATT-CURRENCY(ACCRUAL-TOTAL-INDEX)
                        TO CURRENCY-CODE-HOLD
                    MOVE ATT-COMPANY(ACCRUAL-TOTAL-INDEX)
                        TO COMPANY-CODE-HOLD
                    PERFORM WRITE-ACCRUAL-PAIR
                    PERFORM ROLL-INTO-PAYABLE-TABLE
                ELSE
                    ADD 1 TO UNMAPPED-ACCRUAL-COUNT
                    MOVE "UNMAPPED -- NOT JOURNALED"
                        TO RPT-ACC-ACCOUNT
                END-IF
                MOVE ACCRUAL-CATEGORY-LINE TO ACCRUAL-REPORT-LINE
                WRITE ACCRUAL-REPORT-LINE.

       LOOK-UP-ACCRUAL-MAPPING.
            MOVE "N" TO MAPPING-FOUND.
            OPEN INPUT GL-MAP-FILE.
            IF GL-MAP-STATUS = "00"
                MOVE ATT-CATEGORY-CODE(ACCRUAL-TOTAL-INDEX)
                    TO GLM-CATEGORY
                READ GL-MAP-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO MAPPING-FOUND
                END-READ
                CLOSE GL-MAP-FILE.

       ROLL-INTO-PAYABLE-TABLE.
            MOVE 0 TO ACCRUED-PAYABLE-INDEX.
            MOVE 0 TO PAYABLE-SCAN-INDEX.
            PERFORM SCAN-PAYABLE-TABLE
               UNTIL PAYABLE-SCAN-INDEX = ACCRUED-PAYABLE-COUNT OR
                   ACCRUED-PAYABLE-INDEX > 0.
            IF ACCRUED-PAYABLE-INDEX = 0
                IF ACCRUED-PAYABLE-COUNT < 20
                    ADD 1 TO ACCRUED-PAYABLE-COUNT
                    MOVE ACCRUED-PAYABLE-COUNT TO ACCRUED-PAYABLE-INDEX
                    MOVE CURRENCY-CODE-HOLD
                        TO APT-CURRENCY(ACCRUED-PAYABLE-INDEX)
                    MOVE COMPANY-CODE-HOLD
                        TO APT-COMPANY(ACCRUED-PAYABLE-INDEX)
                    MOVE ZEROS TO APT-NET-AMOUNT(ACCRUED-PAYABLE-INDEX)
                ELSE
                    DISPLAY "MORE THAN 20 COMPANY CURRENCIES TO "
                        "ACCRUE -- "
                        "ACCRUAL WILL NOT BALANCE, DO NOT POST IT".
            IF ACCRUED-PAYABLE-INDEX > 0
                ADD PAIR-AMOUNT-HOLD
                    TO APT-NET-AMOUNT(ACCRUED-PAYABLE-INDEX).

       SCAN-PAYABLE-TABLE.
            ADD 1 TO PAYABLE-SCAN-INDEX.
            IF APT-CURRENCY(PAYABLE-SCAN-INDEX) = CURRENCY-CODE-HOLD
                    AND APT-COMPANY(PAYABLE-SCAN-INDEX) =
                        COMPANY-CODE-HOLD
                MOVE PAYABLE-SCAN-INDEX TO ACCRUED-PAYABLE-INDEX.

      *--------------------------------
      * THE PAYABLE SIDE IS THE SAME
      * PAIR WITH THE SIGN TURNED, SO
      * A NET ACCRUAL CREDITS THE AP
      * ACCRUAL ACCOUNT.
      *--------------------------------
       JOURNAL-ONE-PAYABLE.
            ADD 1 TO ACCRUED-PAYABLE-INDEX.
            IF APT-NET-AMOUNT(ACCRUED-PAYABLE-INDEX) NOT = ZEROS
                MOVE ACCRUAL-ACCOUNT-ENTRY TO PAIR-ACCOUNT-HOLD
                COMPUTE PAIR-AMOUNT-HOLD =
                    0 - APT-NET-AMOUNT(ACCRUED-PAYABLE-INDEX)
                MOVE APT-CURRENCY(ACCRUED-PAYABLE-INDEX)
                    TO CURRENCY-CODE-HOLD
                MOVE APT-COMPANY(ACCRUED-PAYABLE-INDEX)
                    TO COMPANY-CODE-HOLD
                PERFORM WRITE-ACCRUAL-PAIR.

      *--------------------------------
      * ONE ACCOUNT'S ACCRUAL LINE ON
      * THE PERIOD'S LAST DAY AND ITS
      * MIRROR ON THE NEXT PERIOD'S
      * FIRST.  A POSITIVE AMOUNT IS A
      * DEBIT, A NEGATIVE A CREDIT.
      *--------------------------------
       WRITE-ACCRUAL-PAIR.
            MOVE SPACES TO ACCRUAL-JOURNAL-RECORD.
            MOVE PAIR-ACCOUNT-HOLD TO ACJ-GL-ACCOUNT.
            IF PAIR-AMOUNT-HOLD < 0
                MOVE "C" TO ACJ-DEBIT-CREDIT
                COMPUTE ACCRUAL-AMOUNT-WORK = 0 - PAIR-AMOUNT-HOLD
            ELSE
                MOVE "D" TO ACJ-DEBIT-CREDIT
                MOVE PAIR-AMOUNT-HOLD TO ACCRUAL-AMOUNT-WORK.
            MOVE ACCRUAL-AMOUNT-WORK TO ACJ-AMOUNT.
            MOVE CURRENCY-CODE-HOLD TO ACJ-CURRENCY.
            MOVE COMPANY-CODE-HOLD TO ACJ-COMPANY.
            MOVE OPEN-PERIOD-HOLD TO ACJ-PERIOD.
            MOVE "VENDOR" TO ACJ-SOURCE-SYSTEM.
            MOVE PERIOD-END-DATE TO ACJ-ENTRY-DATE.
            MOVE "A" TO ACJ-ENTRY-TYPE.
            WRITE ACCRUAL-JOURNAL-RECORD.
            PERFORM COUNT-ACCRUAL-LINE.
            IF ACJ-DEBIT-CREDIT = "D"
                MOVE "C" TO ACJ-DEBIT-CREDIT
            ELSE
                MOVE "D" TO ACJ-DEBIT-CREDIT.
            MOVE NEXT-PERIOD-HOLD TO ACJ-PERIOD.
            MOVE REVERSAL-DATE TO ACJ-ENTRY-DATE.
            MOVE "R" TO ACJ-ENTRY-TYPE.
            WRITE ACCRUAL-JOURNAL-RECORD.
            PERFORM COUNT-ACCRUAL-LINE.

       COUNT-ACCRUAL-LINE.
            ADD 1 TO ACCRUAL-LINE-COUNT.
            COMPUTE ACCRUAL-AMOUNT-CENTS =
                ACCRUAL-AMOUNT-WORK * 100.
            ADD ACCRUAL-AMOUNT-CENTS TO ACCRUAL-HASH-TOTAL
                ON SIZE ERROR
                CONTINUE
            END-ADD.

      *--------------------------------
      * THE FOOT OF THE PROOF -- THE
      * CREDIT TO AP ACCRUAL BY
      * CURRENCY, THE COUNTS, AND THE
      * LINES FINANCE SIGNS.
      *--------------------------------
       PRINT-ACCRUAL-SUMMARY.
            MOVE BLANK-REPORT-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE 0 TO ACCRUED-PAYABLE-INDEX.
            PERFORM PRINT-ONE-PAYABLE
               UNTIL ACCRUED-PAYABLE-INDEX = ACCRUED-PAYABLE-COUNT.
            MOVE BLANK-REPORT-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE "INVOICES ACCRUED            :" TO RPT-ACN-LABEL.
            MOVE ACCRUED-INVOICE-COUNT TO RPT-ACN-COUNT.
            MOVE ACCRUAL-COUNT-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE "JOURNAL LINES WRITTEN       :" TO RPT-ACN-LABEL.
            MOVE ACCRUAL-LINE-COUNT TO RPT-ACN-COUNT.
            MOVE ACCRUAL-COUNT-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE "UNMAPPED CATEGORIES         :" TO RPT-ACN-LABEL.
            MOVE UNMAPPED-ACCRUAL-COUNT TO RPT-ACN-COUNT.
            MOVE ACCRUAL-COUNT-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            IF ACCRUAL-OVERFLOW > 0
                MOVE "** MORE THAN 100 CATEGORIES -- ACCRUAL IS INCOMP
      -             "LETE **" TO ACCRUAL-REPORT-LINE
                WRITE ACCRUAL-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE OPERATOR-ID TO RPT-ACR-PREPARED-BY.
            ACCEPT RPT-ACR-PREPARED-DATE FROM DATE YYYYMMDD.
            MOVE ACCRUAL-SIGN-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.
            MOVE "REVIEWED BY : ______________  DATE : __________"
                TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.

       PRINT-ONE-PAYABLE.
            ADD 1 TO ACCRUED-PAYABLE-INDEX.
            MOVE APT-CURRENCY(ACCRUED-PAYABLE-INDEX)
                TO RPT-ACP-CURRENCY.
            MOVE APT-NET-AMOUNT(ACCRUED-PAYABLE-INDEX)
                TO RPT-ACP-AMOUNT.
            MOVE APT-COMPANY(ACCRUED-PAYABLE-INDEX)
                TO RPT-ACP-COMPANY.
            MOVE ACCRUAL-PAYABLE-LINE TO ACCRUAL-REPORT-LINE.
            WRITE ACCRUAL-REPORT-LINE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSIONS, THE SHARED
      * INVOICE-BALANCE ARITHMETIC, AND
      * THE SHARED COMPANY SELECTION.
      *--------------------------------
            COPY "vndcaldays01.cbl".
            COPY "vndinvbal01.cbl".
            COPY "vndcmpsel01.cbl".
