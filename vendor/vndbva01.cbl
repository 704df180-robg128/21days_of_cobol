      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Budget-versus-actual variance for one month, the
      *          comparison Purchasing has been making by hand
      *          against the vndspn01 printout.  For an entered
      *          YYYYMM period, each vendor category's budget from
      *          vndbud01 is set against what was actually paid in
      *          the month (voids backed out, foreign payments at
      *          their stamped dollar equivalent) and what is
      *          committed but not yet paid -- unpaid invoices dated
      *          in the month at their balance due, and open
      *          purchase orders dated in the month at what is still
      *          unbilled on them -- leaving the remaining budget.
      *          A category whose paid and committed spend passes
      *          its budget is flagged OVER; one that spent with no
      *          budget at all is flagged too.  Each month's budget
      *          record is stamped with the figures found, which is
      *          what invoice entry reads to warn that a category is
      *          already over.  The output name carries the run date
      *          and is registered in the report catalog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndbva01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slbud01.cbl".
            COPY "slpmt01.cbl".
            COPY "slinv01.cbl".
            COPY "slpo01.cbl".
            COPY "slfxr01.cbl".
            COPY "slrpt01.cbl".
            COPY "slrct01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdbud01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdpo01.cbl".
            COPY "fdfxr01.cbl".
            COPY "fdrpt01.cbl".
            COPY "fdrct01.cbl".

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   BUDGET-FILE-STATUS        PIC XX.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   PO-FILE-STATUS            PIC XX.
       01   REPORT-FILE-STATUS        PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.

       01   REPORT-FILE-NAME          PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
       77   CATALOG-PROGRAM-NAME      PIC X(10) VALUE "vndbva01".
       01   CATALOG-OUTPUT-NAME       PIC X(20).

       77   PERIOD-ENTRY              PIC X(6).
       77   VARIANCE-PERIOD           PIC 9(6).

            COPY "fldpmtusd01.cbl".
            COPY "fldbal01.cbl".
            COPY "fldfxr01.cbl".

       01   MORE-BUDGET-RECORDS       PIC X.
            88 BUDGET-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-BUDGET-RECORDS    VALUE "N".

       01   MORE-PAYMENT-RECORDS      PIC X.
            88 PAYMENT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PAYMENT-RECORDS   VALUE "N".

       01   MORE-INVOICE-RECORDS      PIC X.
            88 INVOICE-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS   VALUE "N".

       01   MORE-PO-RECORDS           PIC X.
            88 PO-RECORDS-REMAIN         VALUE "Y".
            88 NO-MORE-PO-RECORDS        VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

      *--------------------------------
      * ONE ENTRY PER CATEGORY SEEN --
      * THE BUDGETED ONES FIRST, IN
      * CATEGORY ORDER, THEN ANY THAT
      * SPENT WITHOUT A BUDGET.  ALL
      * SIGNED SO A MONTH OF VOIDS
      * CANNOT WRAP.
      *--------------------------------
       01   VARIANCE-TABLE.
            05 VARIANCE-ENTRY OCCURS 100 TIMES.
               10 VAR-CATEGORY-CODE   PIC X(04).
               10 VAR-HAS-BUDGET      PIC X(01).
                  88 VAR-IS-BUDGETED     VALUE "Y".
               10 VAR-BUDGET          PIC S9(9)V99.
               10 VAR-ACTUAL          PIC S9(9)V99.
               10 VAR-COMMITTED       PIC S9(9)V99.
       77   VARIANCE-COUNT            PIC 9(3).
       77   VARIANCE-INDEX            PIC 9(3).
       77   VARIANCE-SCAN-INDEX       PIC 9(3).
       77   VARIANCE-OVERFLOW         PIC 9(5).
       77   CATEGORY-CODE-HOLD        PIC X(04).
       77   SPEND-AMOUNT-HOLD         PIC S9(9)V99.
       77   PO-UNBILLED-HOLD          PIC S9(9)V99.
       77   REMAINING-HOLD            PIC S9(9)V99.
       77   OVER-BUDGET-COUNT         PIC 9(3).
       77   UNCONVERTED-COUNT         PIC 9(5).

       01   GRAND-BUDGET              PIC S9(9)V99.
       01   GRAND-ACTUAL              PIC S9(9)V99.
       01   GRAND-COMMITTED           PIC S9(9)V99.

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(34) VALUE
                 "BUDGET VS ACTUAL -- PERIOD ".
            05 RPT-HEADING-PERIOD     PIC 9(6).
            05 FILLER                 PIC X(06) VALUE " RUN ".
            05 RPT-RUN-DATE           PIC 9999/99/99.

       01   COLUMN-HEADING-LINE.
            05 FILLER                 PIC X(40) VALUE
                 "CATG          BUDGET     ACTUAL PAID   ".
            05 FILLER                 PIC X(40) VALUE
                 "   COMMITTED       REMAINING".

       01   VARIANCE-DETAIL-LINE.
            05 RPT-CATEGORY-CODE      PIC X(04).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-BUDGET             PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACTUAL             PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-COMMITTED          PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-REMAINING          PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-FLAG               PIC X(10).

       01   OVER-COUNT-LINE.
            05 FILLER                 PIC X(30) VALUE
                 "CATEGORIES OVER BUDGET      :".
            05 RPT-OVER-COUNT         PIC ZZ9.

       01   UNCONVERTED-LINE.
            05 FILLER                 PIC X(03) VALUE "** ".
            05 RPT-UNCONVERTED-COUNT  PIC ZZZZ9.
            05 FILLER                 PIC X(40) VALUE
                 " COMMITMENTS HAVE NO EXCHANGE RATE -- AT".
            05 FILLER                 PIC X(16) VALUE
                 " FACE VALUE **".

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-VARIANCE-PERIOD.
            IF VARIANCE-PERIOD = ZEROS
                DISPLAY "VARIANCE REPORT CANCELLED"
            ELSE
                PERFORM BUILD-REPORT-FILE-NAME
                PERFORM LOAD-THE-BUDGETS
                OPEN INPUT VENDOR-FILE
                PERFORM TOTAL-THE-PAYMENTS
                PERFORM TOTAL-THE-OPEN-INVOICES
                PERFORM TOTAL-THE-OPEN-POS
                CLOSE VENDOR-FILE
                OPEN OUTPUT REPORT-FILE
                PERFORM PRINT-THE-VARIANCE
                CLOSE REPORT-FILE
                PERFORM STAMP-THE-BUDGETS
                PERFORM CATALOG-THIS-OUTPUT
                DISPLAY "VARIANCE REPORT WRITTEN TO " REPORT-FILE-NAME
                    " -- " OVER-BUDGET-COUNT " CATEGORY(S) OVER".

       PROGRAM-DONE.
            GOBACK.

       ENTER-VARIANCE-PERIOD.
            MOVE ZEROS TO VARIANCE-PERIOD.
            DISPLAY "ENTER THE PERIOD TO REPORT (YYYYMM)".
            DISPLAY "(BLANK OR 0 TO CANCEL)".
            ACCEPT PERIOD-ENTRY.
            IF PERIOD-ENTRY IS NUMERIC
                MOVE PERIOD-ENTRY TO VARIANCE-PERIOD.

       BUILD-REPORT-FILE-NAME.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE SPACES TO REPORT-FILE-NAME.
            STRING "VNDBVA" REPORT-DATE-STAMP ".RPT"
                DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            MOVE REPORT-FILE-NAME TO CATALOG-OUTPUT-NAME.

      *--------------------------------
      * THE BUDGET FILE IS KEYED BY
      * CATEGORY FIRST, SO THE WHOLE
      * FILE IS READ FOR THE PERIOD'S
      * MONTHS.  NO FILE MEANS NO
      * BUDGETS SET YET.
      *--------------------------------
       LOAD-THE-BUDGETS.
            MOVE ZEROS TO VARIANCE-COUNT.
            MOVE ZEROS TO VARIANCE-OVERFLOW.
            MOVE ZEROS TO UNCONVERTED-COUNT.
            OPEN INPUT BUDGET-FILE.
            IF BUDGET-FILE-STATUS = "00"
                MOVE "Y" TO MORE-BUDGET-RECORDS
                PERFORM LOAD-ONE-BUDGET
                   UNTIL NO-MORE-BUDGET-RECORDS
                CLOSE BUDGET-FILE
            ELSE
                DISPLAY "NO BUDGETS ON FILE -- SEE vndbud01".

       LOAD-ONE-BUDGET.
            READ BUDGET-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-BUDGET-RECORDS.
            IF BUDGET-RECORDS-REMAIN AND
                    BUD-PERIOD = VARIANCE-PERIOD
                MOVE BUD-CATEGORY TO CATEGORY-CODE-HOLD
                PERFORM FIND-VARIANCE-ENTRY
                IF VARIANCE-INDEX > 0
                    MOVE "Y" TO VAR-HAS-BUDGET(VARIANCE-INDEX)
                    MOVE BUD-AMOUNT TO VAR-BUDGET(VARIANCE-INDEX).

      *--------------------------------
      * ACTUAL -- THE MONTH'S PAYMENTS
      * NETTED BY THEIR VENDOR'S
      * CATEGORY, THE WAY vndspn01
      * NETS THEM.
      *--------------------------------
       TOTAL-THE-PAYMENTS.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "00"
                MOVE "Y" TO MORE-PAYMENT-RECORDS
                PERFORM TOTAL-ONE-PAYMENT
                   UNTIL NO-MORE-PAYMENT-RECORDS
                CLOSE PAYMENT-FILE.

       TOTAL-ONE-PAYMENT.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            IF PAYMENT-RECORDS-REMAIN AND
                    PMT-PAYMENT-DATE(1:6) = VARIANCE-PERIOD
                MOVE PMT-VENDOR-NUMBER TO VENDOR-NUMBER
                PERFORM READ-SPEND-VENDOR
                MOVE VENDOR-CATEGORY TO CATEGORY-CODE-HOLD
                PERFORM FIND-VARIANCE-ENTRY
                PERFORM TAKE-PAYMENT-IN-USD
                IF VARIANCE-INDEX > 0
                    IF PMT-IS-VOID
                        SUBTRACT PAYMENT-IN-USD
                            FROM VAR-ACTUAL(VARIANCE-INDEX)
                    ELSE
                        ADD PAYMENT-IN-USD
                            TO VAR-ACTUAL(VARIANCE-INDEX).

      *--------------------------------
      * COMMITTED, PART ONE -- WHAT IS
      * STILL OWED ON THE MONTH'S
      * INVOICES.  A CREDIT MEMO TAKES
      * ITS UNUSED BALANCE BACK OFF.
      *--------------------------------
       TOTAL-THE-OPEN-INVOICES.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "00"
                MOVE "Y" TO MORE-INVOICE-RECORDS
                PERFORM TOTAL-ONE-INVOICE
                   UNTIL NO-MORE-INVOICE-RECORDS
                CLOSE OPEN-INVOICE-FILE.

       TOTAL-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN AND
                    (INV-IS-OPEN OR INV-IS-AWAITING-APPROVAL OR
                     INV-IS-DISPUTED) AND
                    INV-INVOICE-DATE(1:6) = VARIANCE-PERIOD
                PERFORM COMPUTE-INVOICE-BALANCE
                IF INVBAL-DUE > ZEROS
                    MOVE INV-VENDOR-NUMBER TO VENDOR-NUMBER
                    PERFORM READ-SPEND-VENDOR
                    MOVE VENDOR-CATEGORY TO CATEGORY-CODE-HOLD
                    MOVE INV-INVOICE-DATE TO FXRLOK-AS-OF-DATE
                    MOVE INVBAL-DUE TO FXRLOK-AMOUNT
                    PERFORM TURN-COMMITMENT-INTO-USD
                    IF INV-IS-CREDIT-MEMO
                        COMPUTE SPEND-AMOUNT-HOLD =
                            0 - SPEND-AMOUNT-HOLD
                    END-IF
                    PERFORM ADD-TO-COMMITTED.

      *--------------------------------
      * COMMITTED, PART TWO -- WHAT IS
      * LEFT UNBILLED ON THE MONTH'S
      * OPEN PURCHASE ORDERS.  THE
      * BILLED PART IS ALREADY AN
      * INVOICE ABOVE.  A PO WITH NO
      * CATEGORY OF ITS OWN TAKES ITS
      * VENDOR'S.
      *--------------------------------
       TOTAL-THE-OPEN-POS.
            OPEN INPUT PURCHASE-ORDER-FILE.
            IF PO-FILE-STATUS = "00"
                MOVE "Y" TO MORE-PO-RECORDS
                PERFORM TOTAL-ONE-PO
                   UNTIL NO-MORE-PO-RECORDS
                CLOSE PURCHASE-ORDER-FILE.

       TOTAL-ONE-PO.
            READ PURCHASE-ORDER-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PO-RECORDS.
            IF PO-RECORDS-REMAIN AND PO-IS-OPEN AND
                    PO-ORDER-DATE(1:6) = VARIANCE-PERIOD
                COMPUTE PO-UNBILLED-HOLD =
                    PO-AMOUNT - PO-BILLED-AMOUNT
                IF PO-UNBILLED-HOLD > ZEROS
                    MOVE PO-VENDOR-NUMBER TO VENDOR-NUMBER
                    PERFORM READ-SPEND-VENDOR
                    IF PO-CATEGORY = SPACES
                        MOVE VENDOR-CATEGORY TO CATEGORY-CODE-HOLD
                    ELSE
                        MOVE PO-CATEGORY TO CATEGORY-CODE-HOLD
                    END-IF
                    MOVE PO-ORDER-DATE TO FXRLOK-AS-OF-DATE
                    MOVE PO-UNBILLED-HOLD TO FXRLOK-AMOUNT
                    PERFORM TURN-COMMITMENT-INTO-USD
                    PERFORM ADD-TO-COMMITTED.

       TURN-COMMITMENT-INTO-USD.
            MOVE VENDOR-CURRENCY TO FXRLOK-CURRENCY.
            PERFORM LOOK-UP-EXCHANGE-RATE.
            MOVE FXRLOK-USD-AMOUNT TO SPEND-AMOUNT-HOLD.
            IF FXRLOK-NO-RATE
                ADD 1 TO UNCONVERTED-COUNT.

       ADD-TO-COMMITTED.
            PERFORM FIND-VARIANCE-ENTRY.
            IF VARIANCE-INDEX > 0
                ADD SPEND-AMOUNT-HOLD
                    TO VAR-COMMITTED(VARIANCE-INDEX).

      *--------------------------------
      * A VENDOR GONE FROM THE MASTER
      * SPENDS UNDER A BLANK CATEGORY.
      *--------------------------------
       READ-SPEND-VENDOR.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE SPACES TO VENDOR-CATEGORY
                MOVE SPACES TO VENDOR-CURRENCY.

       FIND-VARIANCE-ENTRY.
            MOVE 0 TO VARIANCE-INDEX.
            MOVE 0 TO VARIANCE-SCAN-INDEX.
            PERFORM SCAN-VARIANCE-TABLE
               UNTIL VARIANCE-SCAN-INDEX = VARIANCE-COUNT OR
                   VARIANCE-INDEX > 0.
            IF VARIANCE-INDEX = 0
                IF VARIANCE-COUNT < 100
                    ADD 1 TO VARIANCE-COUNT
                    MOVE VARIANCE-COUNT TO VARIANCE-INDEX
                    MOVE CATEGORY-CODE-HOLD
                        TO VAR-CATEGORY-CODE(VARIANCE-INDEX)
                    MOVE "N" TO VAR-HAS-BUDGET(VARIANCE-INDEX)
                    MOVE ZEROS TO VAR-BUDGET(VARIANCE-INDEX)
                    MOVE ZEROS TO VAR-ACTUAL(VARIANCE-INDEX)
                    MOVE ZEROS TO VAR-COMMITTED(VARIANCE-INDEX)
                ELSE
                    ADD 1 TO VARIANCE-OVERFLOW.

       SCAN-VARIANCE-TABLE.
            ADD 1 TO VARIANCE-SCAN-INDEX.
            IF VAR-CATEGORY-CODE(VARIANCE-SCAN-INDEX)
                    = CATEGORY-CODE-HOLD
                MOVE VARIANCE-SCAN-INDEX TO VARIANCE-INDEX.

       PRINT-THE-VARIANCE.
            MOVE VARIANCE-PERIOD TO RPT-HEADING-PERIOD.
            MOVE REPORT-DATE-STAMP TO RPT-RUN-DATE.
            MOVE REPORT-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZEROS TO GRAND-BUDGET.
            MOVE ZEROS TO GRAND-ACTUAL.
            MOVE ZEROS TO GRAND-COMMITTED.
            MOVE ZEROS TO OVER-BUDGET-COUNT.
            MOVE 0 TO VARIANCE-INDEX.
            PERFORM PRINT-ONE-CATEGORY
               UNTIL VARIANCE-INDEX = VARIANCE-COUNT.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "ALL " TO RPT-CATEGORY-CODE.
            MOVE GRAND-BUDGET TO RPT-BUDGET.
            MOVE GRAND-ACTUAL TO RPT-ACTUAL.
            MOVE GRAND-COMMITTED TO RPT-COMMITTED.
            COMPUTE REMAINING-HOLD =
                GRAND-BUDGET - GRAND-ACTUAL - GRAND-COMMITTED.
            MOVE REMAINING-HOLD TO RPT-REMAINING.
            MOVE SPACES TO RPT-FLAG.
            MOVE VARIANCE-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE OVER-BUDGET-COUNT TO RPT-OVER-COUNT.
            MOVE OVER-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF UNCONVERTED-COUNT > 0
                MOVE UNCONVERTED-COUNT TO RPT-UNCONVERTED-COUNT
                MOVE UNCONVERTED-LINE TO REPORT-LINE
                WRITE REPORT-LINE.
            IF VARIANCE-OVERFLOW > 0
                MOVE "** MORE THAN 100 CATEGORIES -- REPORT IS INCOMPLE
      -             "TE **" TO REPORT-LINE
                WRITE REPORT-LINE.

      *--------------------------------
      * OVER MEANS PAID AND COMMITTED
      * TOGETHER PASS THE BUDGET.  A
      * CATEGORY WITH SPEND AND NO
      * BUDGET IS OVER BY DEFINITION.
      *--------------------------------
       PRINT-ONE-CATEGORY.
            ADD 1 TO VARIANCE-INDEX.
            COMPUTE REMAINING-HOLD =
                VAR-BUDGET(VARIANCE-INDEX) - VAR-ACTUAL(VARIANCE-INDEX)
                    - VAR-COMMITTED(VARIANCE-INDEX).
            MOVE SPACES TO RPT-FLAG.
            IF NOT VAR-IS-BUDGETED(VARIANCE-INDEX)
                IF REMAINING-HOLD < 0
                    MOVE "NO BUDGET" TO RPT-FLAG
                    ADD 1 TO OVER-BUDGET-COUNT
                END-IF
            ELSE IF REMAINING-HOLD < 0
                MOVE "** OVER **" TO RPT-FLAG
                ADD 1 TO OVER-BUDGET-COUNT.
            IF VAR-CATEGORY-CODE(VARIANCE-INDEX) = SPACES
                MOVE "----" TO RPT-CATEGORY-CODE
            ELSE
                MOVE VAR-CATEGORY-CODE(VARIANCE-INDEX)
                    TO RPT-CATEGORY-CODE.
            MOVE VAR-BUDGET(VARIANCE-INDEX) TO RPT-BUDGET.
            MOVE VAR-ACTUAL(VARIANCE-INDEX) TO RPT-ACTUAL.
            MOVE VAR-COMMITTED(VARIANCE-INDEX) TO RPT-COMMITTED.
            MOVE REMAINING-HOLD TO RPT-REMAINING.
            MOVE VARIANCE-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD VAR-BUDGET(VARIANCE-INDEX) TO GRAND-BUDGET.
            ADD VAR-ACTUAL(VARIANCE-INDEX) TO GRAND-ACTUAL.
            ADD VAR-COMMITTED(VARIANCE-INDEX) TO GRAND-COMMITTED.

      *--------------------------------
      * STAMP EACH BUDGETED CATEGORY'S
      * MONTH WITH WHAT THIS RUN FOUND,
      * FOR THE OVER-BUDGET WARNING AT
      * INVOICE ENTRY.
      *--------------------------------
       STAMP-THE-BUDGETS.
            OPEN I-O BUDGET-FILE.
            IF BUDGET-FILE-STATUS = "00"
                MOVE 0 TO VARIANCE-INDEX
                PERFORM STAMP-ONE-BUDGET
                   UNTIL VARIANCE-INDEX = VARIANCE-COUNT
                CLOSE BUDGET-FILE.

       STAMP-ONE-BUDGET.
            ADD 1 TO VARIANCE-INDEX.
            IF VAR-IS-BUDGETED(VARIANCE-INDEX)
                MOVE VAR-CATEGORY-CODE(VARIANCE-INDEX) TO BUD-CATEGORY
                MOVE VARIANCE-PERIOD TO BUD-PERIOD
                MOVE "Y" TO RECORD-FOUND
                READ BUDGET-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND
                END-READ
                IF RECORD-WAS-FOUND
                    MOVE VAR-ACTUAL(VARIANCE-INDEX) TO BUD-LAST-ACTUAL
                    MOVE VAR-COMMITTED(VARIANCE-INDEX)
                        TO BUD-LAST-COMMITTED
                    MOVE REPORT-DATE-STAMP TO BUD-LAST-RUN-DATE
                    REWRITE BUDGET-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING BUDGET RECORD FOR "
                           BUD-CATEGORY.

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
      * THE SHARED PAYMENT DOLLAR
      * EQUIVALENT, THE SHARED
      * INVOICE-BALANCE ARITHMETIC,
      * AND THE EXCHANGE-RATE LOOKUP.
      *--------------------------------
            COPY "vndpmtusd01.cbl".
            COPY "vndinvbal01.cbl".
            COPY "vndfxrlok01.cbl".
