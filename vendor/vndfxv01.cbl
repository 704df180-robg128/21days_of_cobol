      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Month-end revaluation of open foreign-currency
      *          payables.  For an entered revaluation date (the
      *          month end), every open, disputed, or awaiting
      *          invoice -- and every open credit memo -- of a
      *          vendor billing in a currency other than dollars is
      *          listed with its balance due in that currency, the
      *          balance in dollars at the rate of the invoice date
      *          (what it was booked at), the balance in dollars at
      *          the rate of the revaluation date, and the
      *          difference: a gain when the payable is worth fewer
      *          dollars than it was booked at, a loss when it is
      *          worth more.  A credit memo is money owed to us and
      *          runs the other way.  Subtotals by currency and a
      *          dollar grand total close the sheet.  An invoice
      *          with no rate on file for either date is listed but
      *          left out of the totals.  The output name carries
      *          the run date and is registered in the report
      *          catalog like the other reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndfxv01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slinv01.cbl".
            COPY "slfxr01.cbl".
            COPY "slrpt01.cbl".
            COPY "slrct01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdfxr01.cbl".
            COPY "fdrpt01.cbl".
            COPY "fdrct01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   REPORT-FILE-STATUS        PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.

       01   REPORT-FILE-NAME          PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
       77   CATALOG-PROGRAM-NAME      PIC X(10) VALUE "vndfxv01".
       01   CATALOG-OUTPUT-NAME       PIC X(20).

       77   REVALUE-DATE-ENTRY        PIC X(8).
       77   REVALUE-DATE              PIC 9(8).

       01   REQUIRED-ENTRY-STATUS     PIC X.
            88 REQUIRED-ENTRY-WAS-OK     VALUE "Y".

       01   MORE-INVOICE-RECORDS      PIC X.
            88 INVOICE-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS   VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

            COPY "fldbal01.cbl".
            COPY "fldfxr01.cbl".

      *--------------------------------
      * ONE INVOICE'S FIGURES.  ALL
      * SIGNED -- A CREDIT MEMO GOES
      * IN NEGATIVE, SO THE SAME
      * SUBTRACTION GIVES ITS GAIN OR
      * LOSS THE RIGHT WAY ROUND.
      *--------------------------------
       77   BALANCE-HOLD              PIC S9(9)V99.
       77   BOOKED-USD-HOLD           PIC S9(9)V99.
       77   REVALUED-USD-HOLD         PIC S9(9)V99.
       77   GAIN-LOSS-HOLD            PIC S9(9)V99.
       77   NO-RATE-REASON-HOLD       PIC X(30).

      *--------------------------------
      * SUBTOTALS BY CURRENCY, IN THE
      * ORDER THE CURRENCIES ARE MET.
      *--------------------------------
       01   CURRENCY-TOTAL-TABLE.
            05 CURRENCY-TOTAL-ENTRY OCCURS 20 TIMES.
               10 CUT-CURRENCY-CODE   PIC X(03).
               10 CUT-BALANCE         PIC S9(9)V99.
               10 CUT-BOOKED-USD      PIC S9(9)V99.
               10 CUT-REVALUED-USD    PIC S9(9)V99.
               10 CUT-GAIN-LOSS       PIC S9(9)V99.
       77   CURRENCY-TOTAL-COUNT      PIC 9(2).
       77   CURRENCY-TOTAL-INDEX      PIC 9(2).
       77   CURRENCY-SCAN-INDEX       PIC 9(2).
       77   CURRENCY-OVERFLOW         PIC 9(5).

       01   GRAND-TOTALS.
            05 GRAND-BOOKED-USD       PIC S9(9)V99.
            05 GRAND-REVALUED-USD     PIC S9(9)V99.
            05 GRAND-GAIN-LOSS        PIC S9(9)V99.

       77   INVOICES-LISTED-COUNT     PIC 9(7).
       77   NO-RATE-COUNT             PIC 9(7).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(38) VALUE
                 "FOREIGN-CURRENCY REVALUATION AS OF ".
            05 RPT-HEADING-DATE       PIC 9999/99/99.
            05 FILLER                 PIC X(06) VALUE " RUN ".
            05 RPT-RUN-DATE           PIC 9999/99/99.

       01   COLUMN-HEADING-LINE.
            05 FILLER                 PIC X(28) VALUE
                 "VENDOR  INVOICE         CUR".
            05 FILLER                 PIC X(48) VALUE
                 "   BALANCE      BOOKED    REVALUED   GAIN/LOSS".

       01   INVOICE-DETAIL-LINE.
            05 RPT-VENDOR-NUMBER      PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-INVOICE-NUMBER     PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-CURRENCY-CODE      PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-BALANCE            PIC -ZZZZZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-BOOKED-USD         PIC -ZZZZZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-REVALUED-USD       PIC -ZZZZZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-GAIN-LOSS          PIC -ZZZZZZ9.99.

       01   NO-RATE-DETAIL-LINE.
            05 RPT-NR-VENDOR-NUMBER   PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-NR-INVOICE-NUMBER  PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-NR-CURRENCY-CODE   PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-NR-BALANCE         PIC -ZZZZZZ9.99.
            05 FILLER                 PIC X(04) VALUE " ** ".
            05 RPT-NR-REASON          PIC X(30).

       01   CURRENCY-TOTAL-LINE.
            05 FILLER                 PIC X(18) VALUE SPACES.
            05 FILLER                 PIC X(06) VALUE "TOTAL ".
            05 RPT-TOTAL-CURRENCY     PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-TOTAL-BALANCE      PIC -ZZZZZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-TOTAL-BOOKED       PIC -ZZZZZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-TOTAL-REVALUED     PIC -ZZZZZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-TOTAL-GAIN-LOSS    PIC -ZZZZZZ9.99.

       01   GRAND-TOTAL-LINE.
            05 FILLER                 PIC X(40) VALUE
                 "ALL CURRENCIES IN USD".
            05 RPT-GRAND-BOOKED       PIC -ZZZZZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-GRAND-REVALUED     PIC -ZZZZZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-GRAND-GAIN-LOSS    PIC -ZZZZZZ9.99.

       01   OVERFLOW-WARNING-LINE     PIC X(50) VALUE
                 "** MORE THAN 20 CURRENCIES -- SUBTOTALS INCOMPLETE".

       01   NO-RATE-LINE.
            05 FILLER                 PIC X(03) VALUE "** ".
            05 RPT-NO-RATE-COUNT      PIC ZZZZZZ9.
            05 FILLER                 PIC X(50) VALUE
                 " INVOICE(S) WITH NO RATE LEFT OUT OF THE TOTALS **".

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-REVALUE-DATE.
            PERFORM BUILD-REPORT-FILE-NAME.
            OPEN OUTPUT REPORT-FILE.
            PERFORM PRINT-REPORT-HEADINGS.
            PERFORM COLLECT-THE-REVALUATION.
            PERFORM PRINT-THE-TOTALS.
            CLOSE REPORT-FILE.
            PERFORM CATALOG-THIS-OUTPUT.
            DISPLAY "REVALUATION WRITTEN TO " REPORT-FILE-NAME.

       PROGRAM-DONE.
            GOBACK.

       ENTER-REVALUE-DATE.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-REVALUE-DATE
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-REVALUE-DATE.
            DISPLAY "ENTER REVALUATION DATE (YYYYMMDD, BLANK FOR "
                "TODAY)".
            ACCEPT REVALUE-DATE-ENTRY.
            IF REVALUE-DATE-ENTRY = SPACES
                MOVE REPORT-DATE-STAMP TO REVALUE-DATE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE IF REVALUE-DATE-ENTRY IS NUMERIC
                MOVE REVALUE-DATE-ENTRY TO REVALUE-DATE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                DISPLAY "DATE MUST BE 8 DIGITS -- TRY AGAIN".

      *--------------------------------
      * THE OUTPUT NAME CARRIES THE
      * RUN DATE, THE WAY vndcsh01
      * NAMES ITS FORECAST.
      *--------------------------------
       BUILD-REPORT-FILE-NAME.
            MOVE SPACES TO REPORT-FILE-NAME.
            STRING "VNDFXV" REPORT-DATE-STAMP ".RPT"
                DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            MOVE REPORT-FILE-NAME TO CATALOG-OUTPUT-NAME.

       PRINT-REPORT-HEADINGS.
            MOVE REVALUE-DATE TO RPT-HEADING-DATE.
            MOVE REPORT-DATE-STAMP TO RPT-RUN-DATE.
            MOVE REPORT-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *--------------------------------
      * WALK EVERY INVOICE STILL OWED
      * AND EVERY CREDIT STILL OPEN,
      * READ ITS VENDOR FOR THE
      * CURRENCY, AND REVALUE THE
      * FOREIGN ONES.
      *--------------------------------
       COLLECT-THE-REVALUATION.
            MOVE ZEROS TO CURRENCY-TOTAL-COUNT.
            MOVE ZEROS TO CURRENCY-OVERFLOW.
            MOVE ZEROS TO GRAND-TOTALS.
            MOVE ZEROS TO INVOICES-LISTED-COUNT.
            MOVE ZEROS TO NO-RATE-COUNT.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "35"
                DISPLAY "NO OPEN-INVOICE FILE ON SYSTEM -- NOTHING "
                    "TO REVALUE"
            ELSE
                MOVE "Y" TO MORE-INVOICE-RECORDS
                PERFORM REVALUE-ONE-INVOICE
                   UNTIL NO-MORE-INVOICE-RECORDS
                CLOSE OPEN-INVOICE-FILE.
            CLOSE VENDOR-FILE.

       REVALUE-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN AND
                    (INV-IS-OPEN OR INV-IS-AWAITING-APPROVAL OR
                     INV-IS-DISPUTED)
                PERFORM COMPUTE-INVOICE-BALANCE
                IF INVBAL-DUE > ZEROS
                    PERFORM READ-INVOICE-VENDOR
                    IF RECORD-WAS-FOUND AND
                            VENDOR-CURRENCY NOT = SPACES AND
                            VENDOR-CURRENCY NOT = "USD"
                        PERFORM REVALUE-THIS-BALANCE.

       READ-INVOICE-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE INV-VENDOR-NUMBER TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

      *--------------------------------
      * THE BOOKED FIGURE IS THE
      * BALANCE AT THE RATE IN FORCE
      * ON THE INVOICE DATE; THE
      * REVALUED FIGURE IS THE SAME
      * BALANCE AT THE RATE IN FORCE
      * ON THE REVALUATION DATE.
      *--------------------------------
       REVALUE-THIS-BALANCE.
            MOVE INVBAL-DUE TO BALANCE-HOLD.
            IF INV-IS-CREDIT-MEMO
                MULTIPLY -1 BY BALANCE-HOLD.
            MOVE SPACES TO NO-RATE-REASON-HOLD.
            MOVE VENDOR-CURRENCY TO FXRLOK-CURRENCY.
            MOVE INVBAL-DUE TO FXRLOK-AMOUNT.
            MOVE INV-INVOICE-DATE TO FXRLOK-AS-OF-DATE.
            PERFORM LOOK-UP-EXCHANGE-RATE.
            IF NOT FXRLOK-WENT-OK
                MOVE "NO RATE FOR THE INVOICE DATE"
                    TO NO-RATE-REASON-HOLD
            ELSE
                MOVE FXRLOK-USD-AMOUNT TO BOOKED-USD-HOLD
                MOVE REVALUE-DATE TO FXRLOK-AS-OF-DATE
                PERFORM LOOK-UP-EXCHANGE-RATE
                IF NOT FXRLOK-WENT-OK
                    MOVE "NO RATE FOR THE REVALUATION DATE"
                        TO NO-RATE-REASON-HOLD
                ELSE
                    MOVE FXRLOK-USD-AMOUNT TO REVALUED-USD-HOLD.
            IF NO-RATE-REASON-HOLD NOT = SPACES
                PERFORM PRINT-NO-RATE-LINE
            ELSE
                IF INV-IS-CREDIT-MEMO
                    MULTIPLY -1 BY BOOKED-USD-HOLD
                    MULTIPLY -1 BY REVALUED-USD-HOLD
                END-IF
                COMPUTE GAIN-LOSS-HOLD =
                    BOOKED-USD-HOLD - REVALUED-USD-HOLD
                PERFORM PRINT-INVOICE-LINE
                PERFORM ROLL-INTO-CURRENCY-TABLE.

       PRINT-INVOICE-LINE.
            ADD 1 TO INVOICES-LISTED-COUNT.
            MOVE INV-VENDOR-NUMBER TO RPT-VENDOR-NUMBER.
            MOVE INV-INVOICE-NUMBER TO RPT-INVOICE-NUMBER.
            MOVE VENDOR-CURRENCY TO RPT-CURRENCY-CODE.
            MOVE BALANCE-HOLD TO RPT-BALANCE.
            MOVE BOOKED-USD-HOLD TO RPT-BOOKED-USD.
            MOVE REVALUED-USD-HOLD TO RPT-REVALUED-USD.
            MOVE GAIN-LOSS-HOLD TO RPT-GAIN-LOSS.
            MOVE INVOICE-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       PRINT-NO-RATE-LINE.
            ADD 1 TO NO-RATE-COUNT.
            MOVE INV-VENDOR-NUMBER TO RPT-NR-VENDOR-NUMBER.
            MOVE INV-INVOICE-NUMBER TO RPT-NR-INVOICE-NUMBER.
            MOVE VENDOR-CURRENCY TO RPT-NR-CURRENCY-CODE.
            MOVE BALANCE-HOLD TO RPT-NR-BALANCE.
            MOVE NO-RATE-REASON-HOLD TO RPT-NR-REASON.
            MOVE NO-RATE-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       ROLL-INTO-CURRENCY-TABLE.
            ADD BOOKED-USD-HOLD TO GRAND-BOOKED-USD.
            ADD REVALUED-USD-HOLD TO GRAND-REVALUED-USD.
            ADD GAIN-LOSS-HOLD TO GRAND-GAIN-LOSS.
            MOVE 0 TO CURRENCY-TOTAL-INDEX.
            MOVE 0 TO CURRENCY-SCAN-INDEX.
            PERFORM SCAN-CURRENCY-TABLE
               UNTIL CURRENCY-SCAN-INDEX = CURRENCY-TOTAL-COUNT OR
                   CURRENCY-TOTAL-INDEX > 0.
            IF CURRENCY-TOTAL-INDEX = 0
                IF CURRENCY-TOTAL-COUNT < 20
                    ADD 1 TO CURRENCY-TOTAL-COUNT
                    MOVE CURRENCY-TOTAL-COUNT
                        TO CURRENCY-TOTAL-INDEX
                    MOVE ZEROS TO
                        CURRENCY-TOTAL-ENTRY(CURRENCY-TOTAL-INDEX)
                    MOVE VENDOR-CURRENCY TO
                        CUT-CURRENCY-CODE(CURRENCY-TOTAL-INDEX)
                ELSE
                    ADD 1 TO CURRENCY-OVERFLOW.
            IF CURRENCY-TOTAL-INDEX > 0
                ADD BALANCE-HOLD TO
                    CUT-BALANCE(CURRENCY-TOTAL-INDEX)
                ADD BOOKED-USD-HOLD TO
                    CUT-BOOKED-USD(CURRENCY-TOTAL-INDEX)
                ADD REVALUED-USD-HOLD TO
                    CUT-REVALUED-USD(CURRENCY-TOTAL-INDEX)
                ADD GAIN-LOSS-HOLD TO
                    CUT-GAIN-LOSS(CURRENCY-TOTAL-INDEX).

       SCAN-CURRENCY-TABLE.
            ADD 1 TO CURRENCY-SCAN-INDEX.
            IF CUT-CURRENCY-CODE(CURRENCY-SCAN-INDEX)
                    = VENDOR-CURRENCY
                MOVE CURRENCY-SCAN-INDEX TO CURRENCY-TOTAL-INDEX.

       PRINT-THE-TOTALS.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF INVOICES-LISTED-COUNT = 0 AND NO-RATE-COUNT = 0
                MOVE "NO OPEN FOREIGN-CURRENCY PAYABLES" TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE 0 TO CURRENCY-TOTAL-INDEX
                PERFORM PRINT-ONE-CURRENCY-TOTAL
                   UNTIL CURRENCY-TOTAL-INDEX = CURRENCY-TOTAL-COUNT
                IF CURRENCY-OVERFLOW > 0
                    MOVE OVERFLOW-WARNING-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
                MOVE BLANK-REPORT-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE GRAND-BOOKED-USD TO RPT-GRAND-BOOKED
                MOVE GRAND-REVALUED-USD TO RPT-GRAND-REVALUED
                MOVE GRAND-GAIN-LOSS TO RPT-GRAND-GAIN-LOSS
                MOVE GRAND-TOTAL-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                IF NO-RATE-COUNT > 0
                    MOVE NO-RATE-COUNT TO RPT-NO-RATE-COUNT
                    MOVE NO-RATE-LINE TO REPORT-LINE
                    WRITE REPORT-LINE.

       PRINT-ONE-CURRENCY-TOTAL.
            ADD 1 TO CURRENCY-TOTAL-INDEX.
            MOVE CUT-CURRENCY-CODE(CURRENCY-TOTAL-INDEX)
                TO RPT-TOTAL-CURRENCY.
            MOVE CUT-BALANCE(CURRENCY-TOTAL-INDEX)
                TO RPT-TOTAL-BALANCE.
            MOVE CUT-BOOKED-USD(CURRENCY-TOTAL-INDEX)
                TO RPT-TOTAL-BOOKED.
            MOVE CUT-REVALUED-USD(CURRENCY-TOTAL-INDEX)
                TO RPT-TOTAL-REVALUED.
            MOVE CUT-GAIN-LOSS(CURRENCY-TOTAL-INDEX)
                TO RPT-TOTAL-GAIN-LOSS.
            MOVE CURRENCY-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

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
      * THE SHARED INVOICE-BALANCE
      * ARITHMETIC, AND THE EXCHANGE-
      * RATE LOOKUP.
      *--------------------------------
            COPY "vndinvbal01.cbl".
            COPY "vndfxrlok01.cbl".
