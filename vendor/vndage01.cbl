      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Accounts-payable aging -- how old the unpaid bills
      *          are, the auditors' standard question.  Every open
      *          or awaiting invoice is aged by the days it is past
      *          due as of the aging date into current, 1-30, 31-60,
      *          61-90, and over 90 days, at its balance due.  A
      *          disputed invoice is not aged but shown in its own
      *          column, and everything owed to a vendor on payment
      *          hold goes to the on-hold column, whatever its age.
      *          One line per vendor, grouped by vendor category
      *          with a subtotal for each, and a grand total.  Open
      *          credit memos are taken off the grand total to give
      *          the net payables figure that ties to the AP control
      *          account at month end.  Foreign-currency balances
      *          are in dollars at the aging date's rate; any with
      *          no rate are at face value and counted at the foot.
      *          The aging date comes from the command line when the
      *          month-end stream runs this unattended, or is today.
      *          The output name carries the run date and is
      *          registered in the report catalog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndage01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slinv01.cbl".
            COPY "slcat01.cbl".
            COPY "slfxr01.cbl".
            COPY "slrct01.cbl".
            SELECT AGING-REPORT-FILE ASSIGN TO REPORT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.
            SELECT AGING-SORT-FILE ASSIGN TO "VNDAGE.SRT".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdcat01.cbl".
            COPY "fdfxr01.cbl".
            COPY "fdrct01.cbl".

      *--------------------------------
      * EIGHT MONEY COLUMNS DO NOT FIT
      * THE 80-COLUMN REPORT LINE, SO
      * THE AGING PRINTS WIDE.
      *--------------------------------
       FD   AGING-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   AGING-REPORT-LINE         PIC X(132).

       SD   AGING-SORT-FILE.
       01   AGING-SORT-RECORD.
            05 SORT-VENDOR-CATEGORY   PIC X(04).
            05 SORT-VENDOR-NAME       PIC X(30).
            05 SORT-VENDOR-NUMBER     PIC 9(07).
            05 SORT-AMOUNTS.
               10 SORT-AMOUNT         PIC S9(9)V99 OCCURS 8 TIMES.
            05 SORT-CREDIT-AMOUNT     PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   CATEGORY-FILE-STATUS      PIC XX.
       01   REPORT-FILE-STATUS        PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.

       01   REPORT-FILE-NAME          PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
       77   CATALOG-PROGRAM-NAME      PIC X(10) VALUE "vndage01".
       01   CATALOG-OUTPUT-NAME       PIC X(20).

       01   AGING-DATE-PARAMETER      PIC X(30).
       77   AGING-DATE                PIC 9(8).
       77   AGING-DAY-NUMBER          PIC 9(7).
       77   DAYS-PAST-DUE             PIC S9(7) COMP.

       01   MORE-INVOICE-RECORDS      PIC X.
            88 INVOICE-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS   VALUE "N".

       01   MORE-SORTED-RECORDS       PIC X.
            88 SORTED-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-SORTED-RECORDS    VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

            COPY "fldcal01.cbl".
            COPY "fldbal01.cbl".
            COPY "fldfxr01.cbl".

      *--------------------------------
      * THE EIGHT COLUMNS, IN PRINT
      * ORDER.  THE SAME SUBSCRIPTS
      * SERVE THE VENDOR, CATEGORY,
      * AND GRAND FIGURES.
      *--------------------------------
       77   BUCKET-CURRENT            PIC 9(1) VALUE 1.
       77   BUCKET-OVER-90            PIC 9(1) VALUE 5.
       77   BUCKET-DISPUTED           PIC 9(1) VALUE 6.
       77   BUCKET-ON-HOLD            PIC 9(1) VALUE 7.
       77   BUCKET-TOTAL              PIC 9(1) VALUE 8.
       77   BUCKET-HOLD               PIC 9(1).
       77   BUCKET-INDEX              PIC 9(1).

      *--------------------------------
      * ONE VENDOR'S FIGURES, BUILT
      * UP IN KEY ORDER AND RELEASED
      * TO THE SORT AT EACH VENDOR
      * BREAK.
      *--------------------------------
       77   CURRENT-VENDOR-HOLD       PIC 9(7).
       77   ANY-VENDOR-SEEN           PIC X.
            88 A-VENDOR-WAS-SEEN         VALUE "Y".
       01   VENDOR-AMOUNTS.
            05 VAG-AMOUNT             PIC S9(9)V99 OCCURS 8 TIMES.
       77   VENDOR-CREDIT-TOTAL       PIC S9(9)V99.
       77   BALANCE-IN-USD            PIC 9(9)V99.
       77   UNCONVERTED-COUNT         PIC 9(5).

       01   CATEGORY-AMOUNTS.
            05 CAG-AMOUNT             PIC S9(9)V99 OCCURS 8 TIMES.
       77   CATEGORY-CREDIT-TOTAL     PIC S9(9)V99.
       77   CURRENT-CATEGORY-HOLD     PIC X(04).
       77   ANY-CATEGORY-PRINTED-YET  PIC X VALUE "N".
            88 A-CATEGORY-HAS-PRINTED    VALUE "Y".

       01   GRAND-AMOUNTS.
            05 GAG-AMOUNT             PIC S9(9)V99 OCCURS 8 TIMES.
       77   GRAND-CREDIT-TOTAL        PIC S9(9)V99.
       77   NET-PAYABLES-TOTAL        PIC S9(9)V99.
       77   VENDORS-PRINTED-COUNT     PIC 9(7).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(32) VALUE
                 "ACCOUNTS PAYABLE AGING AS OF ".
            05 RPT-HEADING-DATE       PIC 9999/99/99.
            05 FILLER                 PIC X(06) VALUE " RUN ".
            05 RPT-RUN-DATE           PIC 9999/99/99.

       01   COLUMN-HEADING-LINE.
            05 FILLER                 PIC X(28) VALUE
                 "VENDOR  NAME".
            05 FILLER                 PIC X(52) VALUE
                 "     CURRENT    1-30 DAYS   31-60 DAYS   61-90 DAYS ".
            05 FILLER                 PIC X(52) VALUE
                 "     OVER 90     DISPUTED      ON HOLD        TOTAL".

       01   CATEGORY-HEADING-LINE.
            05 FILLER                 PIC X(09) VALUE "CATEGORY ".
            05 RPT-CATEGORY-CODE      PIC X(04).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-CATEGORY-DESC      PIC X(30).

      *--------------------------------
      * ONE LINE LAYOUT CARRIES EVERY
      * ROW OF FIGURES -- A VENDOR, A
      * CATEGORY SUBTOTAL, OR THE
      * GRAND TOTAL -- WITH ITS OWN
      * LABEL IN FRONT.
      *--------------------------------
       01   AGING-AMOUNT-LINE.
            05 RPT-LINE-LABEL         PIC X(28).
            05 RPT-VENDOR-LABEL REDEFINES RPT-LINE-LABEL.
               10 RPT-VENDOR-NUMBER   PIC 9(07).
               10 FILLER              PIC X(01).
               10 RPT-VENDOR-NAME     PIC X(19).
               10 FILLER              PIC X(01).
            05 RPT-AMOUNT-SLOT OCCURS 8 TIMES.
               10 RPT-AMOUNT          PIC -ZZZZZZZ9.99.
               10 FILLER              PIC X(01).

       01   EXTRA-AMOUNT-LINE.
            05 RPT-EXTRA-LABEL        PIC X(119).
            05 RPT-EXTRA-AMOUNT       PIC -ZZZZZZZ9.99.

       01   UNCONVERTED-LINE.
            05 FILLER                 PIC X(03) VALUE "** ".
            05 RPT-UNCONVERTED-COUNT  PIC ZZZZ9.
            05 FILLER                 PIC X(40) VALUE
                 " FOREIGN BALANCES HAVE NO EXCHANGE RATE ".
            05 FILLER                 PIC X(19) VALUE
                 "-- AT FACE VALUE **".

       01   BLANK-REPORT-LINE         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM DETERMINE-AGING-DATE.
            PERFORM BUILD-REPORT-FILE-NAME.
            OPEN OUTPUT AGING-REPORT-FILE.
            PERFORM PRINT-REPORT-HEADINGS.
            SORT AGING-SORT-FILE
                ON ASCENDING KEY SORT-VENDOR-CATEGORY SORT-VENDOR-NAME
                                 SORT-VENDOR-NUMBER
                INPUT PROCEDURE IS COLLECT-VENDOR-AGING
                OUTPUT PROCEDURE IS PRINT-THE-AGING.
            CLOSE AGING-REPORT-FILE.
            PERFORM CATALOG-THIS-OUTPUT.
            DISPLAY "AGING AS OF " AGING-DATE " WRITTEN TO "
                REPORT-FILE-NAME.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE AGING DATE COMES FROM THE
      * COMMAND LINE WHEN THE MONTH-
      * END STREAM RUNS THIS
      * UNATTENDED; WITH NO PARAMETER
      * IT AGES AS OF TODAY.
      *--------------------------------
       DETERMINE-AGING-DATE.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE SPACES TO AGING-DATE-PARAMETER.
            ACCEPT AGING-DATE-PARAMETER FROM COMMAND-LINE.
            IF AGING-DATE-PARAMETER(1:8) IS NUMERIC
                MOVE AGING-DATE-PARAMETER(1:8) TO AGING-DATE
            ELSE
                MOVE REPORT-DATE-STAMP TO AGING-DATE.
            MOVE AGING-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO AGING-DAY-NUMBER.

      *--------------------------------
      * THE OUTPUT NAME CARRIES THE
      * RUN DATE, THE WAY vndcsh01
      * NAMES ITS FORECAST.
      *--------------------------------
       BUILD-REPORT-FILE-NAME.
            MOVE SPACES TO REPORT-FILE-NAME.
            STRING "VNDAGE" REPORT-DATE-STAMP ".RPT"
                DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            MOVE REPORT-FILE-NAME TO CATALOG-OUTPUT-NAME.

       PRINT-REPORT-HEADINGS.
            MOVE AGING-DATE TO RPT-HEADING-DATE.
            MOVE REPORT-DATE-STAMP TO RPT-RUN-DATE.
            MOVE REPORT-HEADING-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.
            MOVE COLUMN-HEADING-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.

      *--------------------------------
      * INPUT PROCEDURE -- WALKS THE
      * OPEN INVOICES IN VENDOR ORDER,
      * AGES EACH BALANCE INTO ITS
      * VENDOR'S FIGURES, AND RELEASES
      * ONE SORT RECORD PER VENDOR.
      *--------------------------------
       COLLECT-VENDOR-AGING.
            MOVE ZEROS TO UNCONVERTED-COUNT.
            MOVE "N" TO ANY-VENDOR-SEEN.
            MOVE ZEROS TO CURRENT-VENDOR-HOLD.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "35"
                DISPLAY "NO OPEN-INVOICE FILE ON SYSTEM -- NOTHING "
                    "TO AGE"
            ELSE
                MOVE "Y" TO MORE-INVOICE-RECORDS
                PERFORM AGE-ONE-INVOICE
                   UNTIL NO-MORE-INVOICE-RECORDS
                IF A-VENDOR-WAS-SEEN
                    PERFORM RELEASE-VENDOR-AGING
                END-IF
                CLOSE OPEN-INVOICE-FILE.
            CLOSE VENDOR-FILE.

      *--------------------------------
      * A PAID OR REJECTED INVOICE
      * OWES NOTHING.  AN OPEN CREDIT
      * MEMO IS KEPT APART, TO COME
      * OFF THE GRAND TOTAL.
      *--------------------------------
       AGE-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN AND
                    (INV-IS-OPEN OR INV-IS-AWAITING-APPROVAL OR
                     INV-IS-DISPUTED)
                PERFORM COMPUTE-INVOICE-BALANCE
                IF INVBAL-DUE > ZEROS
                    IF NOT A-VENDOR-WAS-SEEN OR
                            INV-VENDOR-NUMBER NOT = CURRENT-VENDOR-HOLD
                        PERFORM START-NEW-VENDOR
                    END-IF
                    PERFORM TURN-BALANCE-INTO-USD
                    IF INV-IS-CREDIT-MEMO
                        ADD BALANCE-IN-USD TO VENDOR-CREDIT-TOTAL
                    ELSE
                        PERFORM PLACE-IN-BUCKET.

       START-NEW-VENDOR.
            IF A-VENDOR-WAS-SEEN
                PERFORM RELEASE-VENDOR-AGING.
            MOVE INV-VENDOR-NUMBER TO CURRENT-VENDOR-HOLD.
            MOVE "Y" TO ANY-VENDOR-SEEN.
            MOVE ZEROS TO VENDOR-AMOUNTS.
            MOVE ZEROS TO VENDOR-CREDIT-TOTAL.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE INV-VENDOR-NUMBER TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE SPACE TO VENDOR-RECORD
                MOVE INV-VENDOR-NUMBER TO VENDOR-NUMBER
                MOVE "(VENDOR NOT ON FILE)" TO VENDOR-NAME
                MOVE "N" TO VENDOR-HOLD-STATUS.

       TURN-BALANCE-INTO-USD.
            MOVE VENDOR-CURRENCY TO FXRLOK-CURRENCY.
            MOVE AGING-DATE TO FXRLOK-AS-OF-DATE.
            MOVE INVBAL-DUE TO FXRLOK-AMOUNT.
            PERFORM LOOK-UP-EXCHANGE-RATE.
            MOVE FXRLOK-USD-AMOUNT TO BALANCE-IN-USD.
            IF FXRLOK-NO-RATE
                ADD 1 TO UNCONVERTED-COUNT.

      *--------------------------------
      * ON HOLD BEATS EVERYTHING --
      * THAT MONEY IS STALLED WHATEVER
      * ITS AGE.  A DISPUTE COMES
      * NEXT.  THE REST IS AGED BY
      * DAYS PAST THE DUE DATE; NOT
      * YET DUE IS CURRENT.
      *--------------------------------
       PLACE-IN-BUCKET.
            IF VENDOR-IS-ON-HOLD
                MOVE BUCKET-ON-HOLD TO BUCKET-HOLD
            ELSE IF INV-IS-DISPUTED
                MOVE BUCKET-DISPUTED TO BUCKET-HOLD
            ELSE
                PERFORM FIND-AGE-BUCKET.
            ADD BALANCE-IN-USD TO VAG-AMOUNT(BUCKET-HOLD).
            ADD BALANCE-IN-USD TO VAG-AMOUNT(BUCKET-TOTAL).

       FIND-AGE-BUCKET.
            MOVE INV-DUE-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            COMPUTE DAYS-PAST-DUE =
                AGING-DAY-NUMBER - CAL-DAY-NUMBER.
            IF DAYS-PAST-DUE < 1
                MOVE BUCKET-CURRENT TO BUCKET-HOLD
            ELSE IF DAYS-PAST-DUE > 90
                MOVE BUCKET-OVER-90 TO BUCKET-HOLD
            ELSE
                COMPUTE BUCKET-HOLD =
                    (DAYS-PAST-DUE + 29) / 30 + 1.

       RELEASE-VENDOR-AGING.
            MOVE VENDOR-CATEGORY TO SORT-VENDOR-CATEGORY.
            MOVE VENDOR-NAME TO SORT-VENDOR-NAME.
            MOVE CURRENT-VENDOR-HOLD TO SORT-VENDOR-NUMBER.
            MOVE VENDOR-AMOUNTS TO SORT-AMOUNTS.
            MOVE VENDOR-CREDIT-TOTAL TO SORT-CREDIT-AMOUNT.
            RELEASE AGING-SORT-RECORD.

      *--------------------------------
      * OUTPUT PROCEDURE -- WALKS THE
      * VENDORS IN CATEGORY, NAME
      * ORDER, WITH A HEADING AND A
      * SUBTOTAL FOR EVERY CATEGORY.
      *--------------------------------
       PRINT-THE-AGING.
            MOVE ZEROS TO GRAND-AMOUNTS.
            MOVE ZEROS TO GRAND-CREDIT-TOTAL.
            MOVE ZEROS TO VENDORS-PRINTED-COUNT.
            MOVE SPACES TO CURRENT-CATEGORY-HOLD.
            MOVE "Y" TO MORE-SORTED-RECORDS.
            PERFORM RETURN-AND-PRINT-ONE
               UNTIL NO-MORE-SORTED-RECORDS.
            IF A-CATEGORY-HAS-PRINTED
                PERFORM PRINT-CATEGORY-TOTAL.
            PERFORM PRINT-GRAND-TOTAL.

       RETURN-AND-PRINT-ONE.
            RETURN AGING-SORT-FILE
                AT END
                MOVE "N" TO MORE-SORTED-RECORDS.
            IF SORTED-RECORDS-REMAIN
                IF NOT A-CATEGORY-HAS-PRINTED OR
                        SORT-VENDOR-CATEGORY NOT = CURRENT-CATEGORY-HOLD
                    PERFORM START-NEW-CATEGORY
                END-IF
                PERFORM PRINT-VENDOR-LINE
                MOVE 0 TO BUCKET-INDEX
                PERFORM ROLL-ONE-BUCKET
                   UNTIL BUCKET-INDEX = 8
                ADD SORT-CREDIT-AMOUNT TO CATEGORY-CREDIT-TOTAL
                ADD SORT-CREDIT-AMOUNT TO GRAND-CREDIT-TOTAL.

       ROLL-ONE-BUCKET.
            ADD 1 TO BUCKET-INDEX.
            ADD SORT-AMOUNT(BUCKET-INDEX) TO CAG-AMOUNT(BUCKET-INDEX).
            ADD SORT-AMOUNT(BUCKET-INDEX) TO GAG-AMOUNT(BUCKET-INDEX).

       START-NEW-CATEGORY.
            IF A-CATEGORY-HAS-PRINTED
                PERFORM PRINT-CATEGORY-TOTAL.
            MOVE SORT-VENDOR-CATEGORY TO CURRENT-CATEGORY-HOLD.
            MOVE ZEROS TO CATEGORY-AMOUNTS.
            MOVE ZEROS TO CATEGORY-CREDIT-TOTAL.
            MOVE "Y" TO ANY-CATEGORY-PRINTED-YET.
            MOVE BLANK-REPORT-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.
            MOVE CURRENT-CATEGORY-HOLD TO RPT-CATEGORY-CODE.
            PERFORM LOOK-UP-CATEGORY-DESC.
            MOVE CATEGORY-HEADING-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.

       LOOK-UP-CATEGORY-DESC.
            MOVE SPACES TO RPT-CATEGORY-DESC.
            IF CURRENT-CATEGORY-HOLD = SPACES
                MOVE "(NOT CLASSIFIED)" TO RPT-CATEGORY-DESC
            ELSE
                OPEN INPUT CATEGORY-FILE
                IF CATEGORY-FILE-STATUS = "00"
                    MOVE CURRENT-CATEGORY-HOLD TO CAT-CODE
                    READ CATEGORY-FILE RECORD
                       INVALID KEY
                           MOVE "(CODE NOT ON TABLE)"
                               TO RPT-CATEGORY-DESC
                       NOT INVALID KEY
                           MOVE CAT-DESCRIPTION TO RPT-CATEGORY-DESC
                    END-READ
                    CLOSE CATEGORY-FILE.

       PRINT-VENDOR-LINE.
            ADD 1 TO VENDORS-PRINTED-COUNT.
            MOVE SPACES TO RPT-LINE-LABEL.
            MOVE SORT-VENDOR-NUMBER TO RPT-VENDOR-NUMBER.
            MOVE SORT-VENDOR-NAME TO RPT-VENDOR-NAME.
            MOVE SORT-AMOUNTS TO VENDOR-AMOUNTS.
            MOVE 0 TO BUCKET-INDEX.
            PERFORM FILL-ONE-VENDOR-AMOUNT
               UNTIL BUCKET-INDEX = 8.
            MOVE AGING-AMOUNT-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.

       FILL-ONE-VENDOR-AMOUNT.
            ADD 1 TO BUCKET-INDEX.
            MOVE VAG-AMOUNT(BUCKET-INDEX) TO RPT-AMOUNT(BUCKET-INDEX).

       PRINT-CATEGORY-TOTAL.
            MOVE SPACES TO RPT-LINE-LABEL.
            STRING "  TOTAL CATEGORY " CURRENT-CATEGORY-HOLD
                DELIMITED BY SIZE
                INTO RPT-LINE-LABEL.
            MOVE 0 TO BUCKET-INDEX.
            PERFORM FILL-ONE-CATEGORY-AMOUNT
               UNTIL BUCKET-INDEX = 8.
            MOVE AGING-AMOUNT-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.
            IF CATEGORY-CREDIT-TOTAL NOT = ZEROS
                MOVE "  OPEN CREDIT MEMOS IN THE CATEGORY"
                    TO RPT-EXTRA-LABEL
                MOVE CATEGORY-CREDIT-TOTAL TO RPT-EXTRA-AMOUNT
                MOVE EXTRA-AMOUNT-LINE TO AGING-REPORT-LINE
                WRITE AGING-REPORT-LINE.

       FILL-ONE-CATEGORY-AMOUNT.
            ADD 1 TO BUCKET-INDEX.
            MOVE CAG-AMOUNT(BUCKET-INDEX) TO RPT-AMOUNT(BUCKET-INDEX).

      *--------------------------------
      * THE GRAND TOTAL, THEN THE OPEN
      * CREDITS TAKEN OFF IT, GIVE THE
      * NET PAYABLES THE AP CONTROL
      * ACCOUNT MUST TIE TO.
      *--------------------------------
       PRINT-GRAND-TOTAL.
            MOVE BLANK-REPORT-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.
            IF VENDORS-PRINTED-COUNT = 0
                MOVE "NO UNPAID INVOICES ON FILE" TO AGING-REPORT-LINE
                WRITE AGING-REPORT-LINE.
            MOVE "GRAND TOTAL" TO RPT-LINE-LABEL.
            MOVE 0 TO BUCKET-INDEX.
            PERFORM FILL-ONE-GRAND-AMOUNT
               UNTIL BUCKET-INDEX = 8.
            MOVE AGING-AMOUNT-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.
            MOVE "LESS OPEN CREDIT MEMOS" TO RPT-EXTRA-LABEL.
            MOVE GRAND-CREDIT-TOTAL TO RPT-EXTRA-AMOUNT.
            MOVE EXTRA-AMOUNT-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.
            COMPUTE NET-PAYABLES-TOTAL =
                GAG-AMOUNT(BUCKET-TOTAL) - GRAND-CREDIT-TOTAL.
            MOVE "NET PAYABLES -- TIES TO THE AP CONTROL ACCOUNT"
                TO RPT-EXTRA-LABEL.
            MOVE NET-PAYABLES-TOTAL TO RPT-EXTRA-AMOUNT.
            MOVE EXTRA-AMOUNT-LINE TO AGING-REPORT-LINE.
            WRITE AGING-REPORT-LINE.
            IF UNCONVERTED-COUNT > 0
                MOVE UNCONVERTED-COUNT TO RPT-UNCONVERTED-COUNT
                MOVE UNCONVERTED-LINE TO AGING-REPORT-LINE
                WRITE AGING-REPORT-LINE.

       FILL-ONE-GRAND-AMOUNT.
            ADD 1 TO BUCKET-INDEX.
            MOVE GAG-AMOUNT(BUCKET-INDEX) TO RPT-AMOUNT(BUCKET-INDEX).

      *--------------------------------
      * REGISTER THIS OUTPUT IN THE
      * REPORT CATALOG SO vndrvw01 CAN
      * LIST AND REPRINT IT LATER.
      * THE CATALOG IS CREATED ON
      * FIRST USE.
      *--------------------------------
       CATALOG-THIS-OUTPUT.
            OPEN EXTEND REPORT-CATALOG-FILE.
            IF CATALOG-FILE-STATUS = "35"
                OPEN OUTPUT REPORT-CATALOG-FILE
                CLOSE REPORT-CATALOG-FILE
                OPEN EXTEND REPORT-CATALOG-FILE.
            MOVE CATALOG-PROGRAM-NAME TO RCT-PROGRAM-NAME.
            ACCEPT RCT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT RCT-RUN-TIME FROM TIME.
            MOVE "BATCH" TO RCT-OPERATOR-ID.
            MOVE CATALOG-OUTPUT-NAME TO RCT-OUTPUT-NAME.
            WRITE REPORT-CATALOG-RECORD.
            CLOSE REPORT-CATALOG-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSIONS, THE SHARED
      * INVOICE-BALANCE ARITHMETIC,
      * AND THE EXCHANGE-RATE LOOKUP.
      *--------------------------------
            COPY "vndcaldays01.cbl".
            COPY "vndinvbal01.cbl".
            COPY "vndfxrlok01.cbl".
