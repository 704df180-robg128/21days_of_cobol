      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Open-commitments report for Treasury, in the
      *          vndcsh01 mold, meant to be read beside the cash
      *          forecast.  Walks the purchase orders and, for every
      *          one still open, totals what was ordered, what the
      *          vendor has billed against it so far, and the open
      *          commitment left -- money promised but not yet on an
      *          invoice, so not yet in the forecast.  Totals break
      *          out by the PO's spending category, with the orders
      *          for vendors now on payment hold counted apart the
      *          way vndcsh01 parks held money, and a grand total.
      *          The output name carries the run date and is
      *          registered in the report catalog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndcom01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpo01.cbl".
            COPY "slcat01.cbl".
            COPY "slrpt01.cbl".
            COPY "slrct01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpo01.cbl".
            COPY "fdcat01.cbl".
            COPY "fdrpt01.cbl".
            COPY "fdrct01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   PO-FILE-STATUS            PIC XX.
       01   CATEGORY-FILE-STATUS      PIC XX.
       01   REPORT-FILE-STATUS        PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.

       01   REPORT-FILE-NAME          PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
       77   CATALOG-PROGRAM-NAME      PIC X(10) VALUE "vndcom01".
       01   CATALOG-OUTPUT-NAME       PIC X(20).

       01   MORE-PO-RECORDS           PIC X.
            88 PO-RECORDS-REMAIN         VALUE "Y".
            88 NO-MORE-PO-RECORDS        VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

      *--------------------------------
      * ONE TABLE ENTRY PER CATEGORY
      * SEEN ON THE OPEN ORDERS.  THE
      * GRAND TOTALS ARE KEPT IN THEIR
      * OWN FIELDS.
      *--------------------------------
       01   COMMITMENT-TABLE.
            05 COMMITMENT-ENTRY OCCURS 100 TIMES.
               10 CMT-CATEGORY-CODE   PIC X(04).
               10 CMT-ORDER-COUNT     PIC 9(5).
               10 CMT-ORDERED-AMOUNT  PIC 9(9)V99.
               10 CMT-BILLED-AMOUNT   PIC 9(9)V99.
               10 CMT-OPEN-AMOUNT     PIC 9(9)V99.
               10 CMT-HOLD-AMOUNT     PIC 9(9)V99.
       77   COMMITMENT-COUNT          PIC 9(3).
       77   COMMITMENT-INDEX          PIC 9(3).
       77   COMMITMENT-SCAN-INDEX     PIC 9(3).
       77   COMMITMENT-OVERFLOW       PIC 9(5).
       77   OPEN-AMOUNT-HOLD          PIC 9(7)V99.

       01   GRAND-TOTALS.
            05 GRAND-ORDER-COUNT      PIC 9(5).
            05 GRAND-ORDERED-AMOUNT   PIC 9(9)V99.
            05 GRAND-BILLED-AMOUNT    PIC 9(9)V99.
            05 GRAND-OPEN-AMOUNT      PIC 9(9)V99.
            05 GRAND-HOLD-AMOUNT      PIC 9(9)V99.

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(36) VALUE
                 "OPEN PURCHASE COMMITMENTS -- RUN ".
            05 RPT-HEADING-DATE       PIC 9(8).

       01   CATEGORY-HEADING-LINE.
            05 FILLER                 PIC X(09) VALUE "CATEGORY ".
            05 RPT-CATEGORY-CODE      PIC X(04).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-CATEGORY-DESC      PIC X(30).

       01   COUNT-DETAIL-LINE.
            05 FILLER                 PIC X(27) VALUE
                 "  OPEN ORDERS            : ".
            05 RPT-ORDER-COUNT        PIC ZZ,ZZ9.

       01   EXTRA-DETAIL-LINE.
            05 RPT-EXTRA-LABEL        PIC X(27).
            05 RPT-EXTRA-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM BUILD-REPORT-FILE-NAME.
            PERFORM COLLECT-THE-COMMITMENTS.
            PERFORM PRINT-THE-COMMITMENTS.
            PERFORM CATALOG-THIS-OUTPUT.
            DISPLAY "COMMITMENTS WRITTEN TO " REPORT-FILE-NAME.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE OUTPUT NAME CARRIES THE
      * RUN DATE, THE SAME AS THE CASH
      * FORECAST IT IS READ WITH.
      *--------------------------------
       BUILD-REPORT-FILE-NAME.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE SPACES TO REPORT-FILE-NAME.
            STRING "VNDCOM" REPORT-DATE-STAMP ".RPT"
                DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            MOVE REPORT-FILE-NAME TO CATALOG-OUTPUT-NAME.

      *--------------------------------
      * WALK EVERY PURCHASE ORDER AND
      * TOTAL THE OPEN ONES UNDER
      * THEIR SPENDING CATEGORY.
      *--------------------------------
       COLLECT-THE-COMMITMENTS.
            MOVE ZEROS TO COMMITMENT-COUNT.
            MOVE ZEROS TO COMMITMENT-OVERFLOW.
            MOVE ZEROS TO GRAND-TOTALS.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT PURCHASE-ORDER-FILE.
            IF PO-FILE-STATUS = "35"
                DISPLAY "NO PURCHASE-ORDER FILE ON SYSTEM -- NOTHING "
                    "IS COMMITTED"
            ELSE
                MOVE "Y" TO MORE-PO-RECORDS
                PERFORM TOTAL-ONE-ORDER
                   UNTIL NO-MORE-PO-RECORDS
                CLOSE PURCHASE-ORDER-FILE.
            CLOSE VENDOR-FILE.

       TOTAL-ONE-ORDER.
            READ PURCHASE-ORDER-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PO-RECORDS.
            IF PO-RECORDS-REMAIN AND PO-IS-OPEN
                PERFORM READ-ORDER-VENDOR
                PERFORM FIND-COMMITMENT-ENTRY
                IF COMMITMENT-INDEX > 0
                    PERFORM ADD-TO-COMMITMENT-ENTRY.

       READ-ORDER-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE PO-VENDOR-NUMBER TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE "N" TO VENDOR-HOLD-STATUS.

      *--------------------------------
      * FIND (OR OPEN) THE TABLE ENTRY
      * FOR THIS ORDER'S CATEGORY.
      * COMMITMENT-INDEX COMES BACK
      * ZERO ONLY WHEN THE TABLE IS
      * FULL.
      *--------------------------------
       FIND-COMMITMENT-ENTRY.
            MOVE 0 TO COMMITMENT-INDEX.
            MOVE 0 TO COMMITMENT-SCAN-INDEX.
            PERFORM SCAN-COMMITMENT-TABLE
               UNTIL COMMITMENT-SCAN-INDEX = COMMITMENT-COUNT OR
                   COMMITMENT-INDEX > 0.
            IF COMMITMENT-INDEX = 0
                IF COMMITMENT-COUNT < 100
                    ADD 1 TO COMMITMENT-COUNT
                    MOVE COMMITMENT-COUNT TO COMMITMENT-INDEX
                    MOVE ZEROS TO COMMITMENT-ENTRY(COMMITMENT-INDEX)
                    MOVE PO-CATEGORY
                        TO CMT-CATEGORY-CODE(COMMITMENT-INDEX)
                ELSE
                    ADD 1 TO COMMITMENT-OVERFLOW.

       SCAN-COMMITMENT-TABLE.
            ADD 1 TO COMMITMENT-SCAN-INDEX.
            IF CMT-CATEGORY-CODE(COMMITMENT-SCAN-INDEX)
                    = PO-CATEGORY
                MOVE COMMITMENT-SCAN-INDEX TO COMMITMENT-INDEX.

      *--------------------------------
      * THE OPEN COMMITMENT IS WHAT
      * WAS ORDERED LESS WHAT HAS BEEN
      * BILLED, NEVER LESS THAN ZERO --
      * AN OVER-BILLED ORDER COMMITS
      * NOTHING MORE.  AN ORDER WITH A
      * VENDOR NOW ON HOLD IS STALLED,
      * SO ITS OPEN AMOUNT IS SHOWN
      * APART AS WELL.
      *--------------------------------
       ADD-TO-COMMITMENT-ENTRY.
            IF PO-BILLED-AMOUNT < PO-AMOUNT
                COMPUTE OPEN-AMOUNT-HOLD =
                    PO-AMOUNT - PO-BILLED-AMOUNT
            ELSE
                MOVE ZEROS TO OPEN-AMOUNT-HOLD.
            ADD 1 TO CMT-ORDER-COUNT(COMMITMENT-INDEX).
            ADD 1 TO GRAND-ORDER-COUNT.
            ADD PO-AMOUNT TO CMT-ORDERED-AMOUNT(COMMITMENT-INDEX).
            ADD PO-AMOUNT TO GRAND-ORDERED-AMOUNT.
            ADD PO-BILLED-AMOUNT
                TO CMT-BILLED-AMOUNT(COMMITMENT-INDEX).
            ADD PO-BILLED-AMOUNT TO GRAND-BILLED-AMOUNT.
            ADD OPEN-AMOUNT-HOLD TO CMT-OPEN-AMOUNT(COMMITMENT-INDEX).
            ADD OPEN-AMOUNT-HOLD TO GRAND-OPEN-AMOUNT.
            IF VENDOR-IS-ON-HOLD
                ADD OPEN-AMOUNT-HOLD
                    TO CMT-HOLD-AMOUNT(COMMITMENT-INDEX)
                ADD OPEN-AMOUNT-HOLD TO GRAND-HOLD-AMOUNT.

       PRINT-THE-COMMITMENTS.
            OPEN OUTPUT REPORT-FILE.
            MOVE REPORT-DATE-STAMP TO RPT-HEADING-DATE.
            MOVE REPORT-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 0 TO COMMITMENT-INDEX.
            PERFORM PRINT-ONE-CATEGORY
               UNTIL COMMITMENT-INDEX = COMMITMENT-COUNT.
            PERFORM PRINT-GRAND-TOTALS.
            IF COMMITMENT-OVERFLOW > 0
                MOVE "** MORE THAN 100 CATEGORIES -- REPORT IS INCOMPLET
      -             "E **" TO REPORT-LINE
                WRITE REPORT-LINE.
            CLOSE REPORT-FILE.

       PRINT-ONE-CATEGORY.
            ADD 1 TO COMMITMENT-INDEX.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE CMT-CATEGORY-CODE(COMMITMENT-INDEX)
                TO RPT-CATEGORY-CODE.
            PERFORM LOOK-UP-CATEGORY-DESC.
            MOVE CATEGORY-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE CMT-ORDER-COUNT(COMMITMENT-INDEX) TO RPT-ORDER-COUNT.
            MOVE COUNT-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "  ORDERED                : " TO RPT-EXTRA-LABEL.
            MOVE CMT-ORDERED-AMOUNT(COMMITMENT-INDEX)
                TO RPT-EXTRA-AMOUNT.
            MOVE EXTRA-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "  BILLED TO DATE         : " TO RPT-EXTRA-LABEL.
            MOVE CMT-BILLED-AMOUNT(COMMITMENT-INDEX)
                TO RPT-EXTRA-AMOUNT.
            MOVE EXTRA-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "  OPEN COMMITMENT        : " TO RPT-EXTRA-LABEL.
            MOVE CMT-OPEN-AMOUNT(COMMITMENT-INDEX)
                TO RPT-EXTRA-AMOUNT.
            MOVE EXTRA-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF CMT-HOLD-AMOUNT(COMMITMENT-INDEX) > 0
                MOVE "  OF WHICH VENDOR ON HOLD: " TO RPT-EXTRA-LABEL
                MOVE CMT-HOLD-AMOUNT(COMMITMENT-INDEX)
                    TO RPT-EXTRA-AMOUNT
                MOVE EXTRA-DETAIL-LINE TO REPORT-LINE
                WRITE REPORT-LINE.

      *--------------------------------
      * A BLANK CATEGORY PRINTS AS
      * "NOT CLASSIFIED"; A CODE THAT
      * HAS FALLEN OFF THE TABLE
      * PRINTS RAW RATHER THAN HIDDEN.
      *--------------------------------
       LOOK-UP-CATEGORY-DESC.
            MOVE SPACES TO RPT-CATEGORY-DESC.
            IF CMT-CATEGORY-CODE(COMMITMENT-INDEX) = SPACES
                MOVE "(NOT CLASSIFIED)" TO RPT-CATEGORY-DESC
            ELSE
                OPEN INPUT CATEGORY-FILE
                IF CATEGORY-FILE-STATUS = "00"
                    MOVE CMT-CATEGORY-CODE(COMMITMENT-INDEX)
                        TO CAT-CODE
                    READ CATEGORY-FILE RECORD
                       INVALID KEY
                           MOVE "(CODE NOT ON TABLE)"
                               TO RPT-CATEGORY-DESC
                       NOT INVALID KEY
                           MOVE CAT-DESCRIPTION TO RPT-CATEGORY-DESC
                    END-READ
                    CLOSE CATEGORY-FILE.

       PRINT-GRAND-TOTALS.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "ALL CATEGORIES" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE GRAND-ORDER-COUNT TO RPT-ORDER-COUNT.
            MOVE COUNT-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "  ORDERED                : " TO RPT-EXTRA-LABEL.
            MOVE GRAND-ORDERED-AMOUNT TO RPT-EXTRA-AMOUNT.
            MOVE EXTRA-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "  BILLED TO DATE         : " TO RPT-EXTRA-LABEL.
            MOVE GRAND-BILLED-AMOUNT TO RPT-EXTRA-AMOUNT.
            MOVE EXTRA-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "  OPEN COMMITMENT        : " TO RPT-EXTRA-LABEL.
            MOVE GRAND-OPEN-AMOUNT TO RPT-EXTRA-AMOUNT.
            MOVE EXTRA-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "  OF WHICH VENDOR ON HOLD: " TO RPT-EXTRA-LABEL.
            MOVE GRAND-HOLD-AMOUNT TO RPT-EXTRA-AMOUNT.
            MOVE EXTRA-DETAIL-LINE TO REPORT-LINE.
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
