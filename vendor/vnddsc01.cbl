      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Early-payment discounts taken versus lost, for an
      *          entered month -- what slow approvals and late runs
      *          are costing us.  Every invoice is walked in vendor
      *          order.  A discount vndsel01 took during the month
      *          counts as taken.  A discount whose window closed
      *          during the month without being taken counts as
      *          lost, and when the invoice was still awaiting
      *          approval on the day the window closed the loss is
      *          also shown in its own column, so the cost of the
      *          approval queue stands on its own.  Windows that
      *          close later in the month and can still be caught
      *          are totalled apart.  One line per vendor with any
      *          discount in the month, totals by vendor category,
      *          and a grand total.  The discount offered is read
      *          from the vendor's terms as they stand today through
      *          the shared vnddscwin01 fragment.  The output name
      *          carries the run date and is registered in the
      *          report catalog like the other reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vnddsc01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slinv01.cbl".
            COPY "sltrm01.cbl".
            COPY "slrpt01.cbl".
            COPY "slrct01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdtrm01.cbl".
            COPY "fdrpt01.cbl".
            COPY "fdrct01.cbl".

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   TERMS-FILE-STATUS         PIC XX.
       01   REPORT-FILE-STATUS        PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.

       01   REPORT-FILE-NAME          PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
       77   CATALOG-PROGRAM-NAME      PIC X(10) VALUE "vnddsc01".
       01   CATALOG-OUTPUT-NAME       PIC X(20).

       77   REPORT-MONTH-ENTRY        PIC X(6).
       01   REPORT-MONTH              PIC 9(6).
       01   REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
            05 REPORT-MONTH-YEAR      PIC 9(4).
            05 REPORT-MONTH-MONTH     PIC 9(2).

       01   MORE-INVOICE-RECORDS      PIC X.
            88 INVOICE-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS   VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

      *--------------------------------
      * THE DISCOUNT WINDOW COMES FROM
      * THE SHARED vnddscwin01
      * FRAGMENT.
      *--------------------------------
            COPY "flddsc01.cbl".
            COPY "fldcal01.cbl".
       77   DISCOUNT-TAKEN-HOLD       PIC 9(7)V99.

      *--------------------------------
      * ONE VENDOR'S RUNNING FIGURES,
      * FLUSHED AT EACH KEY-ORDER
      * VENDOR BREAK THE WAY vndspn01
      * FLUSHES ITS VENDORS.
      *--------------------------------
       77   CURRENT-VENDOR-HOLD       PIC 9(7).
       77   ANY-VENDOR-SEEN           PIC X.
            88 A-VENDOR-WAS-SEEN         VALUE "Y".
       77   VENDOR-TAKEN-TOTAL        PIC 9(9)V99.
       77   VENDOR-LOST-TOTAL         PIC 9(9)V99.
       77   VENDOR-APPROVAL-TOTAL     PIC 9(9)V99.

       77   GRAND-TAKEN-TOTAL         PIC 9(9)V99.
       77   GRAND-LOST-TOTAL          PIC 9(9)V99.
       77   GRAND-APPROVAL-TOTAL      PIC 9(9)V99.
       77   STILL-OPEN-TOTAL          PIC 9(9)V99.
       77   VENDOR-LINE-COUNT         PIC 9(5).

       01   CATEGORY-DISCOUNT-TABLE.
            05 CATEGORY-DISCOUNT-ENTRY OCCURS 100 TIMES.
               10 CDS-CATEGORY-CODE   PIC X(04).
               10 CDS-TAKEN-TOTAL     PIC 9(9)V99.
               10 CDS-LOST-TOTAL      PIC 9(9)V99.
               10 CDS-APPROVAL-TOTAL  PIC 9(9)V99.
       77   CATEGORY-DISCOUNT-COUNT   PIC 9(3).
       77   CATEGORY-DISCOUNT-INDEX   PIC 9(3).
       77   CATEGORY-SCAN-INDEX       PIC 9(3).
       77   CATEGORY-OVERFLOW         PIC 9(5).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(46) VALUE
                 "EARLY-PAYMENT DISCOUNTS TAKEN VS LOST -- MONTH".
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-HEADING-MONTH      PIC 9(6).

       01   COLUMN-HEADING-LINE.
            05 FILLER                 PIC X(28) VALUE
                 "VENDOR  NAME".
            05 FILLER                 PIC X(15) VALUE
                 "          TAKEN".
            05 FILLER                 PIC X(15) VALUE
                 "           LOST".
            05 FILLER                 PIC X(15) VALUE
                 "    IN APPROVAL".

       01   VENDOR-DISCOUNT-LINE.
            05 RPT-VENDOR-NUMBER      PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-NAME        PIC X(20).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-TAKEN       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-LOST        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-APPROVAL    PIC ZZZ,ZZZ,ZZ9.99.

       01   CATEGORY-DISCOUNT-LINE.
            05 FILLER                 PIC X(09) VALUE "CATEGORY ".
            05 RPT-CATEGORY-CODE      PIC X(04).
            05 FILLER                 PIC X(16) VALUE SPACES.
            05 RPT-CATEGORY-TAKEN     PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-CATEGORY-LOST      PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-CATEGORY-APPROVAL  PIC ZZZ,ZZZ,ZZ9.99.

       01   GRAND-TOTAL-LINE.
            05 FILLER                 PIC X(29) VALUE "GRAND TOTAL".
            05 RPT-GRAND-TAKEN        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-GRAND-LOST         PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-GRAND-APPROVAL     PIC ZZZ,ZZZ,ZZ9.99.

       01   STILL-OPEN-LINE.
            05 FILLER                 PIC X(46) VALUE
                 "STILL TO BE CAUGHT THIS MONTH (WINDOW OPEN) :".
            05 RPT-STILL-OPEN         PIC ZZZ,ZZZ,ZZ9.99.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-REPORT-MONTH.
            PERFORM BUILD-REPORT-FILE-NAME.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "35"
                DISPLAY "NO OPEN-INVOICE FILE ON SYSTEM -- NOTHING TO "
                    "REPORT"
            ELSE
                OPEN INPUT VENDOR-FILE
                PERFORM OPEN-DISCOUNT-TERMS
                OPEN OUTPUT REPORT-FILE
                PERFORM PRINT-REPORT-HEADING
                PERFORM ANALYZE-ALL-INVOICES
                PERFORM PRINT-CATEGORY-SECTION
                PERFORM PRINT-GRAND-TOTALS
                CLOSE REPORT-FILE
                PERFORM CLOSE-DISCOUNT-TERMS
                CLOSE VENDOR-FILE
                CLOSE OPEN-INVOICE-FILE
                PERFORM CATALOG-THIS-OUTPUT
                DISPLAY "DISCOUNT REPORT WRITTEN TO "
                    REPORT-FILE-NAME.

       PROGRAM-DONE.
            GOBACK.

       ENTER-REPORT-MONTH.
            MOVE ZEROS TO REPORT-MONTH.
            PERFORM TRY-ENTER-REPORT-MONTH
               UNTIL REPORT-MONTH-YEAR > 1900 AND
                   REPORT-MONTH-MONTH > 0 AND
                   REPORT-MONTH-MONTH < 13.

       TRY-ENTER-REPORT-MONTH.
            DISPLAY "ENTER REPORT MONTH (YYYYMM)".
            ACCEPT REPORT-MONTH-ENTRY.
            IF REPORT-MONTH-ENTRY IS NUMERIC
                MOVE REPORT-MONTH-ENTRY TO REPORT-MONTH.
            IF REPORT-MONTH-YEAR > 1900 AND
                    REPORT-MONTH-MONTH > 0 AND
                    REPORT-MONTH-MONTH < 13
                CONTINUE
            ELSE
                DISPLAY "MONTH MUST BE YYYYMM -- TRY AGAIN".

       BUILD-REPORT-FILE-NAME.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE SPACES TO REPORT-FILE-NAME.
            STRING "VNDDSC" REPORT-DATE-STAMP ".RPT"
                DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            MOVE REPORT-FILE-NAME TO CATALOG-OUTPUT-NAME.

       PRINT-REPORT-HEADING.
            MOVE REPORT-MONTH TO RPT-HEADING-MONTH.
            MOVE REPORT-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *--------------------------------
      * THE INVOICE FILE IS KEYED BY
      * VENDOR FIRST, SO A STRAIGHT
      * READ GROUPS EACH VENDOR'S
      * INVOICES.  THE VENDOR IS READ
      * AT THE START OF ITS GROUP FOR
      * ITS TERMS, AND FLUSHED AT THE
      * END.
      *--------------------------------
       ANALYZE-ALL-INVOICES.
            MOVE ZEROS TO CURRENT-VENDOR-HOLD.
            MOVE "N" TO ANY-VENDOR-SEEN.
            MOVE ZEROS TO CATEGORY-DISCOUNT-COUNT.
            MOVE ZEROS TO CATEGORY-OVERFLOW.
            MOVE ZEROS TO GRAND-TAKEN-TOTAL.
            MOVE ZEROS TO GRAND-LOST-TOTAL.
            MOVE ZEROS TO GRAND-APPROVAL-TOTAL.
            MOVE ZEROS TO STILL-OPEN-TOTAL.
            MOVE ZEROS TO VENDOR-LINE-COUNT.
            PERFORM CLEAR-VENDOR-FIGURES.
            MOVE "Y" TO MORE-INVOICE-RECORDS.
            PERFORM ANALYZE-ONE-INVOICE
               UNTIL NO-MORE-INVOICE-RECORDS.
            IF A-VENDOR-WAS-SEEN
                PERFORM FLUSH-ONE-VENDOR.
            IF VENDOR-LINE-COUNT = 0
                MOVE "NO DISCOUNTS TAKEN OR LOST IN THE MONTH"
                    TO REPORT-LINE
                WRITE REPORT-LINE.

       CLEAR-VENDOR-FIGURES.
            MOVE ZEROS TO VENDOR-TAKEN-TOTAL.
            MOVE ZEROS TO VENDOR-LOST-TOTAL.
            MOVE ZEROS TO VENDOR-APPROVAL-TOTAL.

       ANALYZE-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN
                IF INV-VENDOR-NUMBER NOT = CURRENT-VENDOR-HOLD
                    IF A-VENDOR-WAS-SEEN
                        PERFORM FLUSH-ONE-VENDOR
                    END-IF
                    MOVE INV-VENDOR-NUMBER TO CURRENT-VENDOR-HOLD
                    MOVE "Y" TO ANY-VENDOR-SEEN
                    PERFORM CLEAR-VENDOR-FIGURES
                    PERFORM READ-REPORT-VENDOR
                END-IF
                IF INV-IS-INVOICE AND NOT INV-IS-REJECTED
                    PERFORM JUDGE-ONE-DISCOUNT.

       READ-REPORT-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE CURRENT-VENDOR-HOLD TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE CURRENT-VENDOR-HOLD TO VENDOR-NUMBER
                MOVE "** VENDOR NOT ON MASTER **" TO VENDOR-NAME
                MOVE SPACES TO VENDOR-CATEGORY
                MOVE SPACES TO VENDOR-PAYMENT-TERMS.

      *--------------------------------
      * A DISCOUNT ACTUALLY TAKEN
      * COUNTS ONLY IN THE MONTH IT
      * WAS TAKEN.  ONE NOT TAKEN
      * COUNTS IN THE MONTH ITS WINDOW
      * CLOSES: LOST ONCE THAT DAY HAS
      * PASSED, STILL TO BE CAUGHT
      * UNTIL THEN.  A RECORD FROM
      * BEFORE DISCOUNTS WERE TAKEN
      * HOLDS SPACES AND READS AS NONE
      * TAKEN.
      *--------------------------------
       JUDGE-ONE-DISCOUNT.
            MOVE ZEROS TO DISCOUNT-TAKEN-HOLD.
            IF INV-DISCOUNT-TAKEN IS NUMERIC
                MOVE INV-DISCOUNT-TAKEN TO DISCOUNT-TAKEN-HOLD.
            IF DISCOUNT-TAKEN-HOLD > ZEROS
                IF INV-DISCOUNT-DATE(1:6) = REPORT-MONTH
                    ADD DISCOUNT-TAKEN-HOLD TO VENDOR-TAKEN-TOTAL
                END-IF
            ELSE
                MOVE VENDOR-PAYMENT-TERMS(1:4) TO DSCWIN-TERMS-CODE
                PERFORM FIND-DISCOUNT-WINDOW
                IF DSCWIN-AMOUNT > ZEROS AND
                        DSCWIN-DEADLINE(1:6) = REPORT-MONTH
                    PERFORM JUDGE-UNTAKEN-DISCOUNT.

      *--------------------------------
      * A LOST DISCOUNT WAS LOST TO
      * THE APPROVAL QUEUE WHEN THE
      * INVOICE IS STILL WAITING, OR
      * WAS RELEASED ONLY AFTER ITS
      * WINDOW HAD CLOSED.
      *--------------------------------
       JUDGE-UNTAKEN-DISCOUNT.
            IF DSCWIN-DEADLINE < REPORT-DATE-STAMP
                ADD DSCWIN-AMOUNT TO VENDOR-LOST-TOTAL
                IF INV-IS-AWAITING-APPROVAL
                    ADD DSCWIN-AMOUNT TO VENDOR-APPROVAL-TOTAL
                ELSE IF INV-APPROVAL-DATE IS NUMERIC
                    IF INV-APPROVAL-DATE > DSCWIN-DEADLINE
                        ADD DSCWIN-AMOUNT TO VENDOR-APPROVAL-TOTAL
                    END-IF
                END-IF
            ELSE
                IF NOT INV-IS-PAID
                    ADD DSCWIN-AMOUNT TO STILL-OPEN-TOTAL.

      *--------------------------------
      * ONE VENDOR'S INVOICES ARE
      * DONE.  PRINT ITS LINE IF IT
      * HAD ANY DISCOUNT IN THE MONTH
      * AND ROLL IT INTO ITS CATEGORY.
      *--------------------------------
       FLUSH-ONE-VENDOR.
            IF VENDOR-TAKEN-TOTAL = ZEROS AND
                    VENDOR-LOST-TOTAL = ZEROS
                CONTINUE
            ELSE
                ADD 1 TO VENDOR-LINE-COUNT
                PERFORM PRINT-VENDOR-LINE
                PERFORM ROLL-INTO-CATEGORY-TABLE
                ADD VENDOR-TAKEN-TOTAL TO GRAND-TAKEN-TOTAL
                ADD VENDOR-LOST-TOTAL TO GRAND-LOST-TOTAL
                ADD VENDOR-APPROVAL-TOTAL TO GRAND-APPROVAL-TOTAL.

       PRINT-VENDOR-LINE.
            MOVE CURRENT-VENDOR-HOLD TO RPT-VENDOR-NUMBER.
            MOVE VENDOR-NAME TO RPT-VENDOR-NAME.
            MOVE VENDOR-TAKEN-TOTAL TO RPT-VENDOR-TAKEN.
            MOVE VENDOR-LOST-TOTAL TO RPT-VENDOR-LOST.
            MOVE VENDOR-APPROVAL-TOTAL TO RPT-VENDOR-APPROVAL.
            MOVE VENDOR-DISCOUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       ROLL-INTO-CATEGORY-TABLE.
            MOVE 0 TO CATEGORY-DISCOUNT-INDEX.
            MOVE 0 TO CATEGORY-SCAN-INDEX.
            PERFORM SCAN-CATEGORY-DISCOUNT-TABLE
               UNTIL CATEGORY-SCAN-INDEX = CATEGORY-DISCOUNT-COUNT OR
                   CATEGORY-DISCOUNT-INDEX > 0.
            IF CATEGORY-DISCOUNT-INDEX = 0
                IF CATEGORY-DISCOUNT-COUNT < 100
                    ADD 1 TO CATEGORY-DISCOUNT-COUNT
                    MOVE CATEGORY-DISCOUNT-COUNT
                        TO CATEGORY-DISCOUNT-INDEX
                    MOVE VENDOR-CATEGORY TO
                        CDS-CATEGORY-CODE(CATEGORY-DISCOUNT-INDEX)
                    MOVE ZEROS TO
                        CDS-TAKEN-TOTAL(CATEGORY-DISCOUNT-INDEX)
                    MOVE ZEROS TO
                        CDS-LOST-TOTAL(CATEGORY-DISCOUNT-INDEX)
                    MOVE ZEROS TO
                        CDS-APPROVAL-TOTAL(CATEGORY-DISCOUNT-INDEX)
                ELSE
                    ADD 1 TO CATEGORY-OVERFLOW.
            IF CATEGORY-DISCOUNT-INDEX > 0
                ADD VENDOR-TAKEN-TOTAL TO
                    CDS-TAKEN-TOTAL(CATEGORY-DISCOUNT-INDEX)
                ADD VENDOR-LOST-TOTAL TO
                    CDS-LOST-TOTAL(CATEGORY-DISCOUNT-INDEX)
                ADD VENDOR-APPROVAL-TOTAL TO
                    CDS-APPROVAL-TOTAL(CATEGORY-DISCOUNT-INDEX).

       SCAN-CATEGORY-DISCOUNT-TABLE.
            ADD 1 TO CATEGORY-SCAN-INDEX.
            IF CDS-CATEGORY-CODE(CATEGORY-SCAN-INDEX)
                    = VENDOR-CATEGORY
                MOVE CATEGORY-SCAN-INDEX TO CATEGORY-DISCOUNT-INDEX.

       PRINT-CATEGORY-SECTION.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "DISCOUNTS BY CATEGORY" TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF CATEGORY-DISCOUNT-COUNT = 0
                MOVE "NONE" TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE 0 TO CATEGORY-DISCOUNT-INDEX
                PERFORM PRINT-ONE-CATEGORY-LINE
                   UNTIL CATEGORY-DISCOUNT-INDEX
                       = CATEGORY-DISCOUNT-COUNT.
            IF CATEGORY-OVERFLOW > 0
                MOVE "** MORE THAN 100 CATEGORIES -- SECTION IS INCOM
      -             "PLETE **" TO REPORT-LINE
                WRITE REPORT-LINE.

       PRINT-ONE-CATEGORY-LINE.
            ADD 1 TO CATEGORY-DISCOUNT-INDEX.
            MOVE CDS-CATEGORY-CODE(CATEGORY-DISCOUNT-INDEX)
                TO RPT-CATEGORY-CODE.
            MOVE CDS-TAKEN-TOTAL(CATEGORY-DISCOUNT-INDEX)
                TO RPT-CATEGORY-TAKEN.
            MOVE CDS-LOST-TOTAL(CATEGORY-DISCOUNT-INDEX)
                TO RPT-CATEGORY-LOST.
            MOVE CDS-APPROVAL-TOTAL(CATEGORY-DISCOUNT-INDEX)
                TO RPT-CATEGORY-APPROVAL.
            MOVE CATEGORY-DISCOUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       PRINT-GRAND-TOTALS.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE GRAND-TAKEN-TOTAL TO RPT-GRAND-TAKEN.
            MOVE GRAND-LOST-TOTAL TO RPT-GRAND-LOST.
            MOVE GRAND-APPROVAL-TOTAL TO RPT-GRAND-APPROVAL.
            MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE STILL-OPEN-TOTAL TO RPT-STILL-OPEN.
            MOVE STILL-OPEN-LINE TO REPORT-LINE.
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
      * THE FRAGMENTS BELOW SUPPLY THE
      * EARLY-PAYMENT DISCOUNT WINDOW
      * AND THE CALENDAR ARITHMETIC IT
      * COUNTS DAYS BY.
      *--------------------------------
            COPY "vnddscwin01.cbl".
            COPY "vndcaldays01.cbl".
