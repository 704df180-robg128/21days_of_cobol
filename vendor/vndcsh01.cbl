      *          still adds up to the whole file.  The output name
      *          carries the run date and is registered in the
      *          report catalog so Friday's forecast can be
      *          reprinted from vndrvw01.  Open credit memos are
      *          left out: they lower a payment only when a run
      *          nets them, so the forecast stays on the safe side.
      *          Each invoice counts at its balance due, so a part-
      *          paid invoice forecasts only what is still owed.
      *          An invoice still awaiting approval is forecast with
      *          the open ones -- it will most likely be paid.
      *          Every amount is forecast in dollars: an invoice in
      *          a foreign currency is turned at today's rate (the
      *          latest on file), and the currency totals show each
      *          currency both as billed and in dollars.  An invoice
      *          whose currency has no rate counts at face value and
      *          is counted on the sheet so nobody mistakes it.
      *          A company code on the command line forecasts that
      *          company alone; with none the sheet covers every
      *          company and closes with each company's dollar share.
      *          The dollar totals for each week are also kept on
      *          VNDCSW.DAT, replaced every run, for cmpldr01's
      *          investment ladder.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY "slcat01.cbl".
            COPY "slrpt01.cbl".
            COPY "slrct01.cbl".
            COPY "slfxr01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
            COPY "slcsw01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdcat01.cbl".
            COPY "fdrpt01.cbl".
            COPY "fdrct01.cbl".
            COPY "fdfxr01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".
            COPY "fdcsw01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   CATEGORY-FILE-STATUS      PIC XX.
       01   REPORT-FILE-STATUS        PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.
       01   CASH-WEEKS-STATUS         PIC XX.

       01   REPORT-FILE-NAME          PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

      *--------------------------------
      * THE COMPANY TO FORECAST COMES
      * FROM THE COMMAND LINE; NONE
      * MEANS EVERY COMPANY.
      *--------------------------------
       01   COMPANY-PARAMETER         PIC X(30).
            COPY "fldcmp01.cbl".

      *--------------------------------
      * ONE TABLE ENTRY PER CATEGORY
      * SEEN ON THE OPEN INVOICES:
               10 CUT-CURRENCY-CODE   PIC X(03).
               10 CUT-DUE-AMOUNT      PIC 9(9)V99.
               10 CUT-HOLD-AMOUNT     PIC 9(9)V99.
               10 CUT-USD-AMOUNT      PIC 9(9)V99.
       77   CURRENCY-TOTAL-COUNT      PIC 9(2).
       77   CURRENCY-TOTAL-INDEX      PIC 9(2).
       77   CURRENCY-SCAN-INDEX       PIC 9(2).
       77   CURRENCY-OVERFLOW         PIC 9(5).
       77   CURRENCY-CODE-HOLD        PIC X(03).

      *--------------------------------
      * THE BUCKETS ARE ADDED IN
      * DOLLARS AT TODAY'S RATE.  AN
      * INVOICE WITH NO RATE GOES IN
      * AT FACE VALUE AND IS COUNTED.
      *--------------------------------
            COPY "fldfxr01.cbl".
       77   DUE-IN-USD                PIC 9(9)V99.
       77   UNCONVERTED-COUNT         PIC 9(5).

      *--------------------------------
      * WEEK-ENDING DATES FOR THE
      * HEADINGS, COMPUTED ONCE FROM
            05 WEEK-ENDING-DATE       PIC 9(8) OCCURS 8 TIMES.

            COPY "fldcal01.cbl".
            COPY "fldbal01.cbl".

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(36) VALUE
            05 RPT-CURRENCY-DUE       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(09) VALUE "  HELD  ".
            05 RPT-CURRENCY-HELD      PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(07) VALUE "  USD  ".
            05 RPT-CURRENCY-USD       PIC ZZZ,ZZZ,ZZ9.99.

       01   UNCONVERTED-LINE.
            05 FILLER                 PIC X(03) VALUE "** ".
            05 RPT-UNCONVERTED-COUNT  PIC ZZZZ9.
            05 FILLER                 PIC X(52) VALUE
                 " INVOICES HAVE NO EXCHANGE RATE -- AT FACE VALUE **".

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM DETERMINE-THE-COMPANY.
            PERFORM BUILD-REPORT-FILE-NAME.
            PERFORM BUILD-WEEK-ENDING-DATES.
            PERFORM COLLECT-THE-FORECAST.
            PERFORM PRINT-THE-FORECAST.
            PERFORM WRITE-CASH-WEEKS.
            PERFORM CATALOG-THIS-OUTPUT.
            DISPLAY "FORECAST WRITTEN TO " REPORT-FILE-NAME.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE STREAM RUNS THIS UNATTEN-
      * DED, SO THE COMPANY IS TAKEN
      * FROM THE COMMAND LINE THE WAY
      * vndage01 TAKES ITS DATE.  A
      * CODE NOT ON THE TABLE, OR ONE
      * INACTIVE, STOPS THE RUN.  WITH
      * NO COMPANY TABLE THE SHOP IS A
      * SINGLE COMPANY AND ALL IS RUN.
      *--------------------------------
       DETERMINE-THE-COMPANY.
            MOVE SPACES TO CMPSEL-OPERATOR-ID.
            MOVE SPACES TO CMPSEL-ACCESS-LIST.
            MOVE SPACES TO CMPSEL-COMPANY.
            MOVE SPACES TO CMPSEL-COMPANY-NAME.
            MOVE SPACES TO COMPANY-PARAMETER.
            ACCEPT COMPANY-PARAMETER FROM COMMAND-LINE.
            OPEN INPUT COMPANY-FILE.
            IF COMPANY-FILE-STATUS NOT = "00"
                MOVE SPACES TO COMPANY-PARAMETER
            ELSE
                CLOSE COMPANY-FILE.
            IF COMPANY-PARAMETER NOT = SPACES
                MOVE COMPANY-PARAMETER(1:2) TO CMPSEL-ENTRY
                PERFORM CHECK-COMPANY-CODE
                IF NOT CMPSEL-CODE-IS-USABLE
                    DISPLAY "NO FORECAST WRITTEN"
                    GOBACK
                ELSE
                    MOVE CMPSEL-ENTRY TO CMPSEL-COMPANY.
            PERFORM BUILD-COMPANY-HEADING.

      *--------------------------------
      * THE OUTPUT NAME CARRIES THE
      * RUN DATE, THE WAY vndbak01
            MOVE ZEROS TO GRAND-TOTALS.
            MOVE ZEROS TO CURRENCY-TOTAL-COUNT.
            MOVE ZEROS TO CURRENCY-OVERFLOW.
            MOVE ZEROS TO UNCONVERTED-COUNT.
            MOVE ZEROS TO COMPANY-TOTAL-COUNT.
            MOVE ZEROS TO COMPANY-TOTAL-OVERFLOW.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "35"
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            MOVE "N" TO CMPSEL-RECORD-SELECTED.
            IF INVOICE-RECORDS-REMAIN
                MOVE INV-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY.
            IF CMPSEL-RECORD-IS-SELECTED AND
                    (INV-IS-OPEN OR INV-IS-AWAITING-APPROVAL) AND
                    NOT INV-IS-CREDIT-MEMO
                PERFORM COMPUTE-INVOICE-BALANCE
                PERFORM READ-INVOICE-VENDOR
                PERFORM TURN-DUE-INTO-USD
                MOVE DUE-IN-USD TO CMPSEL-TOTAL-AMOUNT
                PERFORM ADD-TO-COMPANY-TOTAL
                PERFORM FIND-FORECAST-ENTRY
                IF FORECAST-INDEX > 0
                    PERFORM ADD-TO-FORECAST-ENTRY.
                MOVE SPACES TO VENDOR-CATEGORY
                MOVE "N" TO VENDOR-HOLD-STATUS.

       TURN-DUE-INTO-USD.
            MOVE VENDOR-CURRENCY TO FXRLOK-CURRENCY.
            MOVE REPORT-DATE-STAMP TO FXRLOK-AS-OF-DATE.
            MOVE INVBAL-DUE TO FXRLOK-AMOUNT.
            PERFORM LOOK-UP-EXCHANGE-RATE.
            MOVE FXRLOK-USD-AMOUNT TO DUE-IN-USD.
            IF FXRLOK-NO-RATE
                ADD 1 TO UNCONVERTED-COUNT.

      *--------------------------------
      * FIND (OR OPEN) THE TABLE ENTRY
      * FOR THIS VENDOR'S CATEGORY.
       ADD-TO-FORECAST-ENTRY.
            PERFORM ROLL-INTO-CURRENCY-TABLE.
            IF VENDOR-IS-ON-HOLD
                ADD DUE-IN-USD
                    TO FCT-HOLD-AMOUNT(FORECAST-INDEX)
                ADD DUE-IN-USD TO GRAND-HOLD-AMOUNT
            ELSE
                PERFORM FIND-DUE-WEEK
                IF WEEK-NUMBER-HOLD = 0
                    ADD DUE-IN-USD
                        TO FCT-LATER-AMOUNT(FORECAST-INDEX)
                    ADD DUE-IN-USD TO GRAND-LATER-AMOUNT
                ELSE
                    ADD DUE-IN-USD TO FCT-WEEK-AMOUNT
                        (FORECAST-INDEX WEEK-NUMBER-HOLD)
                    ADD DUE-IN-USD
                        TO GRAND-WEEK-AMOUNT(WEEK-NUMBER-HOLD).

      *--------------------------------
                        CUT-DUE-AMOUNT(CURRENCY-TOTAL-INDEX)
                    MOVE ZEROS TO
                        CUT-HOLD-AMOUNT(CURRENCY-TOTAL-INDEX)
                    MOVE ZEROS TO
                        CUT-USD-AMOUNT(CURRENCY-TOTAL-INDEX)
                ELSE
                    ADD 1 TO CURRENCY-OVERFLOW.
            IF CURRENCY-TOTAL-INDEX > 0
                ADD DUE-IN-USD TO
                    CUT-USD-AMOUNT(CURRENCY-TOTAL-INDEX)
                IF VENDOR-IS-ON-HOLD
                    ADD INVBAL-DUE TO
                        CUT-HOLD-AMOUNT(CURRENCY-TOTAL-INDEX)
                ELSE
                    ADD INVBAL-DUE TO
                        CUT-DUE-AMOUNT(CURRENCY-TOTAL-INDEX).

       SCAN-CURRENCY-TABLE.
            MOVE REPORT-DATE-STAMP TO RPT-HEADING-DATE.
            MOVE REPORT-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE COMPANY-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 0 TO FORECAST-INDEX.
            PERFORM PRINT-ONE-CATEGORY
               UNTIL FORECAST-INDEX = FORECAST-COUNT.
            PERFORM PRINT-GRAND-TOTALS.
            PERFORM PRINT-CURRENCY-TOTALS.
            PERFORM PRINT-COMPANY-TOTALS.
            IF FORECAST-OVERFLOW > 0
                MOVE "** MORE THAN 100 CATEGORIES -- FORECAST IS INCOMPL
      -             "ETE **" TO REPORT-LINE
                WRITE REPORT-LINE.
            CLOSE REPORT-FILE.

            PERFORM PRINT-ONE-CURRENCY-TOTAL
               UNTIL CURRENCY-TOTAL-INDEX = CURRENCY-TOTAL-COUNT.
            IF CURRENCY-OVERFLOW > 0
                MOVE "** MORE THAN 20 CURRENCIES -- SECTION IS INCOMPLET
      -             "E **" TO REPORT-LINE
                WRITE REPORT-LINE.
            IF UNCONVERTED-COUNT > 0
                MOVE UNCONVERTED-COUNT TO RPT-UNCONVERTED-COUNT
                MOVE UNCONVERTED-LINE TO REPORT-LINE
                WRITE REPORT-LINE.

       PRINT-ONE-CURRENCY-TOTAL.
                TO RPT-CURRENCY-DUE.
            MOVE CUT-HOLD-AMOUNT(CURRENCY-TOTAL-INDEX)
                TO RPT-CURRENCY-HELD.
            MOVE CUT-USD-AMOUNT(CURRENCY-TOTAL-INDEX)
                TO RPT-CURRENCY-USD.
            MOVE CURRENCY-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *--------------------------------
      * EACH COMPANY'S SHARE OF THE
      * DUE AND HELD MONEY, IN DOLLARS.
      *--------------------------------
       PRINT-COMPANY-TOTALS.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "TOTALS BY COMPANY (USD)" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 0 TO COMPANY-TOTAL-INDEX.
            PERFORM PRINT-ONE-COMPANY-TOTAL
               UNTIL COMPANY-TOTAL-INDEX = COMPANY-TOTAL-COUNT.
            IF COMPANY-TOTAL-OVERFLOW > 0
                MOVE "** MORE THAN 20 COMPANIES -- SECTION IS INCOMPLETE
      -             " **" TO REPORT-LINE
                WRITE REPORT-LINE.

       PRINT-ONE-COMPANY-TOTAL.
            ADD 1 TO COMPANY-TOTAL-INDEX.
            PERFORM FORMAT-COMPANY-TOTAL-LINE.
            MOVE COMPANY-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       PRINT-ONE-GRAND-WEEK.
            ADD 1 TO WEEK-INDEX.
            MOVE WEEK-INDEX TO RPT-WEEK-NUMBER.
            MOVE WEEK-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *--------------------------------
      * KEEP THIS RUN'S WEEKLY DOLLAR
      * TOTALS FOR THE INVESTMENT
      * LADDER.  ONLY THE LATEST
      * FORECAST IS KEPT.
      *--------------------------------
       WRITE-CASH-WEEKS.
            OPEN OUTPUT CASH-WEEKS-FILE.
            MOVE REPORT-DATE-STAMP TO CSW-RUN-DATE.
            MOVE CMPSEL-COMPANY TO CSW-COMPANY.
            MOVE 0 TO WEEK-INDEX.
            PERFORM SAVE-ONE-CASH-WEEK
               UNTIL WEEK-INDEX = 8.
            MOVE GRAND-LATER-AMOUNT TO CSW-LATER-AMOUNT.
            MOVE GRAND-HOLD-AMOUNT TO CSW-HOLD-AMOUNT.
            WRITE CASH-WEEKS-RECORD.
            CLOSE CASH-WEEKS-FILE.

       SAVE-ONE-CASH-WEEK.
            ADD 1 TO WEEK-INDEX.
            MOVE WEEK-ENDING-DATE(WEEK-INDEX)
                TO CSW-WEEK-ENDING(WEEK-INDEX).
            MOVE GRAND-WEEK-AMOUNT(WEEK-INDEX)
                TO CSW-WEEK-AMOUNT(WEEK-INDEX).

      *--------------------------------
      * REGISTER THIS OUTPUT IN THE
      * REPORT CATALOG SO vndrvw01 CAN
      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSIONS, AND THE SHARED
      * INVOICE-BALANCE ARITHMETIC,
      * AND THE EXCHANGE-RATE LOOKUP,
      * AND THE COMPANY SELECTION.
      *--------------------------------
            COPY "vndcaldays01.cbl".
            COPY "vndinvbal01.cbl".
            COPY "vndfxrlok01.cbl".
            COPY "vndcmpsel01.cbl".
