      *          run ends with a top-20 ranking of vendors by the
      *          year's spend.  The output name carries the run date
      *          and is registered in the report catalog like the
      *          other reports.  A payment in a foreign currency
      *          counts at the dollar equivalent stamped on it.
      *          Vendor numbers that belong to a parent family are
      *          also rolled up under the family head, so Purchasing
      *          sees the whole supplier's spend in one figure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD   PRIOR-ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.

       01   PRIOR-ARCHIVE-RECORD      PIC X(142).

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   ARCHIVE-FILE-NAME         PIC X(20).
       77   PRIOR-SEEN-COUNT          PIC 9(7).

      *--------------------------------
      * FOREIGN PAYMENTS COUNT AT THEIR
      * DOLLAR EQUIVALENT, SO THE
      * TOTALS ADD LIKE TO LIKE.
      *--------------------------------
            COPY "fldpmtusd01.cbl".

       01   MORE-PAYMENT-RECORDS      PIC X.
            88 PAYMENT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PAYMENT-RECORDS   VALUE "N".
       77   TOP-SMALLEST-INDEX        PIC 9(2).
       77   TOP-BEST-INDEX            PIC 9(2).
       77   TOP-RANK                  PIC 9(2).
      *--------------------------------
      * SPEND ROLLED UP BY FAMILY
      * HEAD, FOR VENDORS THAT HAVE A
      * PARENT OR CHILDREN ONLY.
      *--------------------------------
       01   PARENT-SPEND-TABLE.
            05 PARENT-SPEND-ENTRY OCCURS 500 TIMES.
               10 PSP-HEAD-NUMBER     PIC 9(7).
               10 PSP-YEAR-TOTAL      PIC S9(9)V99.
               10 PSP-PRIOR-TOTAL     PIC S9(9)V99.
               10 PSP-VENDOR-COUNT    PIC 9(3).
       77   PARENT-SPEND-COUNT        PIC 9(3).
       77   PARENT-SPEND-INDEX        PIC 9(3).
       77   PARENT-SCAN-INDEX         PIC 9(3).
       77   PARENT-OVERFLOW           PIC 9(5).

       01   TOP-SWAP-HOLD.
            05 SWP-VENDOR-NUMBER      PIC 9(7).
            05 SWP-VENDOR-NAME        PIC X(30).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-RANK-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       01   FAMILY-COUNT-LINE.
            05 FILLER                 PIC X(18) VALUE
                 "  FAMILY OF       ".
            05 RPT-FAMILY-COUNT       PIC ZZ9.
            05 FILLER                 PIC X(15) VALUE
                 " VENDOR NUMBERS".

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

      *--------------------------------
      * PARENT FAMILIES, THROUGH THE
      * SHARED vndfam01 FRAGMENT.
      *--------------------------------
            COPY "fldfam01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-REPORT-YEAR.
            PERFORM BUILD-REPORT-FILE-NAME.
            PERFORM LOAD-VENDOR-FAMILIES.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "35"
                PERFORM ANALYZE-ALL-VENDORS
                PERFORM WARN-IF-PRIOR-YEAR-ARCHIVED
                PERFORM PRINT-CATEGORY-SECTION
                PERFORM PRINT-PARENT-SECTION
                PERFORM PRINT-TOP-VENDOR-SECTION
                CLOSE REPORT-FILE
                CLOSE PAYMENT-FILE
            MOVE ZEROS TO CATEGORY-SPEND-COUNT.
            MOVE ZEROS TO CATEGORY-OVERFLOW.
            MOVE ZEROS TO TOP-VENDOR-COUNT.
            MOVE ZEROS TO PARENT-SPEND-COUNT.
            MOVE ZEROS TO PARENT-OVERFLOW.
            PERFORM CLEAR-VENDOR-FIGURES.
            MOVE "Y" TO MORE-PAYMENT-RECORDS.
            PERFORM ANALYZE-ONE-PAYMENT
                PERFORM BUCKET-ONE-PAYMENT.

       BUCKET-ONE-PAYMENT.
            PERFORM TAKE-PAYMENT-IN-USD.
            IF PMT-PAYMENT-DATE(1:4) = REPORT-YEAR
                MOVE PMT-PAYMENT-DATE(5:2) TO PAYMENT-MONTH-HOLD
                IF PMT-IS-VOID
                    SUBTRACT PAYMENT-IN-USD FROM VENDOR-YEAR-TOTAL
                    SUBTRACT PAYMENT-IN-USD FROM
                        VND-MONTH-TOTAL(PAYMENT-MONTH-HOLD)
                ELSE
                    ADD PAYMENT-IN-USD TO VENDOR-YEAR-TOTAL
                    ADD PAYMENT-IN-USD TO
                        VND-MONTH-TOTAL(PAYMENT-MONTH-HOLD)
                END-IF
            ELSE
                IF PMT-PAYMENT-DATE(1:4) = PRIOR-YEAR
                    ADD 1 TO PRIOR-SEEN-COUNT
                    IF PMT-IS-VOID
                        SUBTRACT PAYMENT-IN-USD FROM VENDOR-PRIOR-TOTAL
                    ELSE
                        ADD PAYMENT-IN-USD TO VENDOR-PRIOR-TOTAL.

      *--------------------------------
      * ONE VENDOR'S TWO YEARS ARE
      * NETTED.  PRINT THE BLOCK, ROLL
      * THE FIGURES INTO THE CATEGORY
      * AND PARENT TABLES, AND OFFER
      * THE VENDOR TO THE TOP-20 LIST.
      *--------------------------------
       FLUSH-ONE-VENDOR.
            IF VENDOR-YEAR-TOTAL = ZEROS AND
                PERFORM READ-SPEND-VENDOR
                PERFORM PRINT-VENDOR-BLOCK
                PERFORM ROLL-INTO-CATEGORY-TABLE
                PERFORM ROLL-INTO-PARENT-TABLE
                PERFORM OFFER-TO-TOP-LIST.

       READ-SPEND-VENDOR.
                    = VENDOR-CATEGORY
                MOVE CATEGORY-SCAN-INDEX TO CATEGORY-SPEND-INDEX.

       ROLL-INTO-PARENT-TABLE.
            MOVE CURRENT-VENDOR-HOLD TO FAMILY-VENDOR-NUMBER.
            PERFORM FIND-FAMILY-HEAD.
            IF FAMILY-IS-MEMBER
                MOVE 0 TO PARENT-SPEND-INDEX
                MOVE 0 TO PARENT-SCAN-INDEX
                PERFORM SCAN-PARENT-SPEND-TABLE
                   UNTIL PARENT-SCAN-INDEX = PARENT-SPEND-COUNT OR
                       PARENT-SPEND-INDEX > 0
                PERFORM ADD-TO-PARENT-ENTRY.

       SCAN-PARENT-SPEND-TABLE.
            ADD 1 TO PARENT-SCAN-INDEX.
            IF PSP-HEAD-NUMBER(PARENT-SCAN-INDEX) = FAMILY-HEAD-NUMBER
                MOVE PARENT-SCAN-INDEX TO PARENT-SPEND-INDEX.

       ADD-TO-PARENT-ENTRY.
            IF PARENT-SPEND-INDEX > 0
                CONTINUE
            ELSE IF PARENT-SPEND-COUNT < 500
                ADD 1 TO PARENT-SPEND-COUNT
                MOVE PARENT-SPEND-COUNT TO PARENT-SPEND-INDEX
                MOVE FAMILY-HEAD-NUMBER
                    TO PSP-HEAD-NUMBER(PARENT-SPEND-INDEX)
                MOVE ZEROS TO PSP-YEAR-TOTAL(PARENT-SPEND-INDEX)
                MOVE ZEROS TO PSP-PRIOR-TOTAL(PARENT-SPEND-INDEX)
                MOVE ZEROS TO PSP-VENDOR-COUNT(PARENT-SPEND-INDEX)
            ELSE
                ADD 1 TO PARENT-OVERFLOW.
            IF PARENT-SPEND-INDEX > 0
                ADD VENDOR-YEAR-TOTAL
                    TO PSP-YEAR-TOTAL(PARENT-SPEND-INDEX)
                ADD VENDOR-PRIOR-TOTAL
                    TO PSP-PRIOR-TOTAL(PARENT-SPEND-INDEX)
                ADD 1 TO PSP-VENDOR-COUNT(PARENT-SPEND-INDEX).

      *--------------------------------
      * THE TOP-20 LIST FILLS FIRST
      * COME, THEN EACH NEW VENDOR
                MOVE MONTH-SPEND-LINE TO REPORT-LINE
                WRITE REPORT-LINE.

      *--------------------------------
      * ONE LINE PER FAMILY, UNDER THE
      * HEAD'S NUMBER AND NAME, WITH
      * HOW MANY OF ITS VENDOR NUMBERS
      * HAD SPEND IN EITHER YEAR.
      *--------------------------------
       PRINT-PARENT-SECTION.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "SPEND BY PARENT VENDOR" TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF PARENT-SPEND-COUNT = 0
                MOVE "NONE" TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE 0 TO PARENT-SPEND-INDEX
                PERFORM PRINT-ONE-PARENT-SPEND
                   UNTIL PARENT-SPEND-INDEX = PARENT-SPEND-COUNT.
            IF PARENT-OVERFLOW > 0 OR FAMILY-OVERFLOW > 0
                MOVE "** FAMILY TABLES FULL -- SECTION IS INCOMPLETE **"
                    TO REPORT-LINE
                WRITE REPORT-LINE.

       PRINT-ONE-PARENT-SPEND.
            ADD 1 TO PARENT-SPEND-INDEX.
            MOVE PSP-HEAD-NUMBER(PARENT-SPEND-INDEX)
                TO CURRENT-VENDOR-HOLD.
            PERFORM READ-SPEND-VENDOR.
            MOVE VENDOR-NUMBER TO RPT-VENDOR-NUMBER.
            MOVE VENDOR-NAME TO RPT-VENDOR-NAME.
            MOVE PSP-YEAR-TOTAL(PARENT-SPEND-INDEX)
                TO RPT-VENDOR-YEAR-AMT.
            MOVE PSP-PRIOR-TOTAL(PARENT-SPEND-INDEX)
                TO RPT-VENDOR-PRIOR-AMT.
            MOVE VENDOR-SPEND-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE PSP-VENDOR-COUNT(PARENT-SPEND-INDEX)
                TO RPT-FAMILY-COUNT.
            MOVE FAMILY-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *--------------------------------
      * PULL THE BEST REMAINING ENTRY
      * TO THE TOP, ONE RANK AT A
            MOVE CATALOG-OUTPUT-NAME TO RCT-OUTPUT-NAME.
            WRITE REPORT-CATALOG-RECORD.
            CLOSE REPORT-CATALOG-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * TAKE-PAYMENT-IN-USD, SHARED
      * WITH EVERY PROGRAM THAT TOTALS
      * THE PAYMENT HISTORY.
      *--------------------------------
            COPY "vndpmtusd01.cbl".

      *--------------------------------
      * AND THE PARENT FAMILIES.
      *--------------------------------
            COPY "vndfam01.cbl".
