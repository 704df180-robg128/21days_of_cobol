      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Unapplied-prepayments report for month-end.  Finance
      *          carries a deposit paid ahead of its invoice as an
      *          asset until the invoice arrives and vndsel01 applies
      *          it, so at each close it needs the balance still
      *          sitting there.  For an entered as-of date (the last
      *          day of the month, usually) every prepayment posted
      *          in vndpay01 on or before it is listed with what is
      *          left of it: its amount, less what the application
      *          file shows applied on or before the date, and
      *          nothing at all if it was voided by then.  Totals
      *          break out by currency, since each currency ties to
      *          its own ledger balance.  The output name carries
      *          the run date and is registered in the report
      *          catalog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndppr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpmt01.cbl".
            COPY "slpap01.cbl".
            COPY "slrpt01.cbl".
            COPY "slrct01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdpap01.cbl".
            COPY "fdrpt01.cbl".
            COPY "fdrct01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   APPLICATION-FILE-STATUS   PIC XX.
       01   REPORT-FILE-STATUS        PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.

       01   REPORT-FILE-NAME          PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
       77   CATALOG-PROGRAM-NAME      PIC X(10) VALUE "vndppr01".
       01   CATALOG-OUTPUT-NAME       PIC X(20).

       77   AS-OF-DATE-ENTRY          PIC X(8).
       77   AS-OF-DATE                PIC 9(8).

       01   MORE-PAYMENT-RECORDS      PIC X.
            88 PAYMENT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PAYMENT-RECORDS   VALUE "N".

       01   MORE-APPLICATION-RECORDS  PIC X.
            88 APPLICATION-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-APPLICATION-RECORDS VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

      *--------------------------------
      * EVERY PREPAYMENT ON OR BEFORE
      * THE AS-OF DATE, IN PAYMENT-KEY
      * ORDER, WITH WHAT IS LEFT OF
      * IT.  A VOID ALWAYS FOLLOWS ITS
      * ORIGINAL, SO THE ORIGINAL IS
      * ALREADY HERE TO BE ZEROED.
      *--------------------------------
       01   PREPAY-TABLE.
            05 PREPAY-ENTRY OCCURS 500 TIMES.
               10 PPY-VENDOR-NUMBER   PIC 9(7).
               10 PPY-PAYMENT-DATE    PIC 9(8).
               10 PPY-PAYMENT-SEQ     PIC 9(3).
               10 PPY-REFERENCE       PIC X(15).
               10 PPY-CURRENCY        PIC X(03).
               10 PPY-AMOUNT          PIC 9(7)V99.
               10 PPY-UNAPPLIED       PIC 9(7)V99.
       77   PREPAY-COUNT              PIC 9(3).
       77   PREPAY-INDEX              PIC 9(3).
       77   PREPAY-SCAN-INDEX         PIC 9(3).
       77   PREPAY-OVERFLOW           PIC 9(5).
       77   LISTED-COUNT              PIC 9(5).

      *--------------------------------
      * THE UNAPPLIED TOTAL BY
      * CURRENCY.
      *--------------------------------
       01   CURRENCY-TOTAL-TABLE.
            05 CURRENCY-TOTAL-ENTRY OCCURS 20 TIMES.
               10 CUT-CURRENCY-CODE   PIC X(03).
               10 CUT-PREPAY-COUNT    PIC 9(5).
               10 CUT-UNAPPLIED       PIC 9(9)V99.
       77   CURRENCY-TOTAL-COUNT      PIC 9(2).
       77   CURRENCY-TOTAL-INDEX      PIC 9(2).
       77   CURRENCY-SCAN-INDEX       PIC 9(2).
       77   CURRENCY-OVERFLOW         PIC 9(5).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(40) VALUE
                 "UNAPPLIED VENDOR PREPAYMENTS AS OF ".
            05 RPT-HEADING-DATE       PIC 9(8).

       01   COLUMN-HEADING-LINE.
            05 FILLER                 PIC X(40) VALUE
                 "VENDOR  NAME             PAID     REFERE".
            05 FILLER                 PIC X(40) VALUE
                 "NCE    CUR          PAID     UNAPPLIED".

       01   PREPAY-DETAIL-LINE.
            05 RPT-VENDOR-NUMBER      PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-NAME        PIC X(16).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-PAYMENT-DATE       PIC 9(8).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-REFERENCE          PIC X(12).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-CURRENCY           PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-PAID-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UNAPPLIED-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.

       01   CURRENCY-TOTAL-LINE.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-CUR-CODE           PIC X(03).
            05 FILLER                 PIC X(03) VALUE SPACES.
            05 RPT-CUR-COUNT          PIC ZZ,ZZ9.
            05 FILLER                 PIC X(26) VALUE
                 " PREPAYMENT(S) UNAPPLIED ".
            05 RPT-CUR-UNAPPLIED      PIC ZZZ,ZZZ,ZZ9.99.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-AS-OF-DATE.
            PERFORM BUILD-REPORT-FILE-NAME.
            PERFORM COLLECT-THE-PREPAYMENTS.
            PERFORM PRINT-THE-PREPAYMENTS.
            PERFORM CATALOG-THIS-OUTPUT.
            DISPLAY LISTED-COUNT " UNAPPLIED PREPAYMENT(S) WRITTEN TO "
                REPORT-FILE-NAME.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * BLANK TAKES TODAY, FOR A LOOK
      * BETWEEN CLOSES.
      *--------------------------------
       ENTER-AS-OF-DATE.
            DISPLAY "ENTER THE AS-OF DATE (YYYYMMDD) -- USUALLY THE "
                "LAST DAY OF THE MONTH BEING CLOSED".
            DISPLAY "(BLANK FOR TODAY)".
            ACCEPT AS-OF-DATE-ENTRY.
            IF AS-OF-DATE-ENTRY IS NUMERIC
                MOVE AS-OF-DATE-ENTRY TO AS-OF-DATE
            ELSE
                ACCEPT AS-OF-DATE FROM DATE YYYYMMDD.

       BUILD-REPORT-FILE-NAME.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE SPACES TO REPORT-FILE-NAME.
            STRING "VNDPPR" REPORT-DATE-STAMP ".RPT"
                DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            MOVE REPORT-FILE-NAME TO CATALOG-OUTPUT-NAME.

      *--------------------------------
      * PASS 1 -- THE PREPAYMENTS AND
      * THEIR VOIDS FROM THE PAYMENT
      * HISTORY, THEN THE APPLICATIONS
      * TAKEN OFF THEM.
      *--------------------------------
       COLLECT-THE-PREPAYMENTS.
            MOVE ZEROS TO PREPAY-COUNT.
            MOVE ZEROS TO PREPAY-OVERFLOW.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "35"
                DISPLAY "NO PAYMENT HISTORY ON FILE -- NO "
                    "PREPAYMENTS TO REPORT"
            ELSE
                MOVE "Y" TO MORE-PAYMENT-RECORDS
                PERFORM LOAD-ONE-PREPAYMENT
                   UNTIL NO-MORE-PAYMENT-RECORDS
                CLOSE PAYMENT-FILE.
            IF PREPAY-COUNT > 0
                OPEN INPUT PREPAYMENT-APPLICATION-FILE
                IF APPLICATION-FILE-STATUS = "00"
                    MOVE "Y" TO MORE-APPLICATION-RECORDS
                    PERFORM DEDUCT-ONE-APPLICATION
                       UNTIL NO-MORE-APPLICATION-RECORDS
                    CLOSE PREPAYMENT-APPLICATION-FILE.

       LOAD-ONE-PREPAYMENT.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            IF PAYMENT-RECORDS-REMAIN AND PMT-IS-PREPAYMENT AND
                    PMT-PAYMENT-DATE NOT > AS-OF-DATE
                IF PMT-IS-VOID
                    PERFORM ZERO-VOIDED-PREPAYMENT
                ELSE
                    PERFORM SAVE-PREPAYMENT-ENTRY.

       SAVE-PREPAYMENT-ENTRY.
            IF PREPAY-COUNT < 500
                ADD 1 TO PREPAY-COUNT
                MOVE PMT-VENDOR-NUMBER
                    TO PPY-VENDOR-NUMBER(PREPAY-COUNT)
                MOVE PMT-PAYMENT-DATE
                    TO PPY-PAYMENT-DATE(PREPAY-COUNT)
                MOVE PMT-PAYMENT-SEQ TO PPY-PAYMENT-SEQ(PREPAY-COUNT)
                MOVE PMT-INVOICE-REF TO PPY-REFERENCE(PREPAY-COUNT)
                IF PMT-CURRENCY = SPACES
                    MOVE "USD" TO PPY-CURRENCY(PREPAY-COUNT)
                ELSE
                    MOVE PMT-CURRENCY TO PPY-CURRENCY(PREPAY-COUNT)
                END-IF
                MOVE PMT-AMOUNT TO PPY-AMOUNT(PREPAY-COUNT)
                MOVE PMT-AMOUNT TO PPY-UNAPPLIED(PREPAY-COUNT)
            ELSE
                ADD 1 TO PREPAY-OVERFLOW.

       ZERO-VOIDED-PREPAYMENT.
            MOVE 0 TO PREPAY-INDEX.
            MOVE 0 TO PREPAY-SCAN-INDEX.
            PERFORM SCAN-FOR-VOIDED-PREPAYMENT
               UNTIL PREPAY-SCAN-INDEX = PREPAY-COUNT OR
                   PREPAY-INDEX > 0.
            IF PREPAY-INDEX > 0
                MOVE ZEROS TO PPY-UNAPPLIED(PREPAY-INDEX).

       SCAN-FOR-VOIDED-PREPAYMENT.
            ADD 1 TO PREPAY-SCAN-INDEX.
            IF PPY-VENDOR-NUMBER(PREPAY-SCAN-INDEX) =
                    PMT-ORIG-VENDOR-NUMBER AND
                    PPY-PAYMENT-DATE(PREPAY-SCAN-INDEX) =
                        PMT-ORIG-PAYMENT-DATE AND
                    PPY-PAYMENT-SEQ(PREPAY-SCAN-INDEX) =
                        PMT-ORIG-PAYMENT-SEQ
                MOVE PREPAY-SCAN-INDEX TO PREPAY-INDEX.

      *--------------------------------
      * AN APPLICATION AFTER THE AS-OF
      * DATE HAD NOT HAPPENED YET AT
      * MONTH-END, SO IT LEAVES THE
      * BALANCE ALONE.
      *--------------------------------
       DEDUCT-ONE-APPLICATION.
            READ PREPAYMENT-APPLICATION-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-APPLICATION-RECORDS.
            IF APPLICATION-RECORDS-REMAIN AND
                    PAP-APPLIED-DATE NOT > AS-OF-DATE
                MOVE 0 TO PREPAY-INDEX
                MOVE 0 TO PREPAY-SCAN-INDEX
                PERFORM SCAN-FOR-APPLIED-PREPAYMENT
                   UNTIL PREPAY-SCAN-INDEX = PREPAY-COUNT OR
                       PREPAY-INDEX > 0
                IF PREPAY-INDEX > 0
                    IF PAP-AMOUNT < PPY-UNAPPLIED(PREPAY-INDEX)
                        SUBTRACT PAP-AMOUNT
                            FROM PPY-UNAPPLIED(PREPAY-INDEX)
                    ELSE
                        MOVE ZEROS TO PPY-UNAPPLIED(PREPAY-INDEX).

       SCAN-FOR-APPLIED-PREPAYMENT.
            ADD 1 TO PREPAY-SCAN-INDEX.
            IF PPY-VENDOR-NUMBER(PREPAY-SCAN-INDEX) =
                    PAP-VENDOR-NUMBER AND
                    PPY-PAYMENT-DATE(PREPAY-SCAN-INDEX) =
                        PAP-PREPAY-DATE AND
                    PPY-PAYMENT-SEQ(PREPAY-SCAN-INDEX) =
                        PAP-PREPAY-SEQ
                MOVE PREPAY-SCAN-INDEX TO PREPAY-INDEX.

      *--------------------------------
      * PASS 2 -- LIST WHAT IS STILL
      * UNAPPLIED, THEN THE CURRENCY
      * TOTALS.
      *--------------------------------
       PRINT-THE-PREPAYMENTS.
            MOVE ZEROS TO LISTED-COUNT.
            MOVE ZEROS TO CURRENCY-TOTAL-COUNT.
            MOVE ZEROS TO CURRENCY-OVERFLOW.
            OPEN OUTPUT REPORT-FILE.
            MOVE AS-OF-DATE TO RPT-HEADING-DATE.
            MOVE REPORT-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN INPUT VENDOR-FILE.
            MOVE 0 TO PREPAY-INDEX.
            PERFORM PRINT-ONE-PREPAYMENT
               UNTIL PREPAY-INDEX = PREPAY-COUNT.
            CLOSE VENDOR-FILE.
            IF LISTED-COUNT = 0
                MOVE "NO UNAPPLIED PREPAYMENTS" TO REPORT-LINE
                WRITE REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "UNAPPLIED BY CURRENCY" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 0 TO CURRENCY-TOTAL-INDEX.
            PERFORM PRINT-ONE-CURRENCY-TOTAL
               UNTIL CURRENCY-TOTAL-INDEX = CURRENCY-TOTAL-COUNT.
            IF PREPAY-OVERFLOW > 0
                MOVE "** MORE THAN 500 PREPAYMENTS -- REPORT IS INCOMPLE
      -             "TE **" TO REPORT-LINE
                WRITE REPORT-LINE.
            IF CURRENCY-OVERFLOW > 0
                MOVE "** MORE THAN 20 CURRENCIES -- TOTALS ARE INCOMPLET
      -             "E **" TO REPORT-LINE
                WRITE REPORT-LINE.
            CLOSE REPORT-FILE.

       PRINT-ONE-PREPAYMENT.
            ADD 1 TO PREPAY-INDEX.
            IF PPY-UNAPPLIED(PREPAY-INDEX) > ZEROS
                ADD 1 TO LISTED-COUNT
                PERFORM READ-PREPAYMENT-VENDOR
                MOVE PPY-VENDOR-NUMBER(PREPAY-INDEX)
                    TO RPT-VENDOR-NUMBER
                MOVE VENDOR-NAME TO RPT-VENDOR-NAME
                MOVE PPY-PAYMENT-DATE(PREPAY-INDEX)
                    TO RPT-PAYMENT-DATE
                MOVE PPY-REFERENCE(PREPAY-INDEX) TO RPT-REFERENCE
                MOVE PPY-CURRENCY(PREPAY-INDEX) TO RPT-CURRENCY
                MOVE PPY-AMOUNT(PREPAY-INDEX) TO RPT-PAID-AMOUNT
                MOVE PPY-UNAPPLIED(PREPAY-INDEX)
                    TO RPT-UNAPPLIED-AMOUNT
                MOVE PREPAY-DETAIL-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM ADD-TO-CURRENCY-TOTAL.

       READ-PREPAYMENT-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE PPY-VENDOR-NUMBER(PREPAY-INDEX) TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE "(NOT ON FILE)" TO VENDOR-NAME.

       ADD-TO-CURRENCY-TOTAL.
            MOVE 0 TO CURRENCY-TOTAL-INDEX.
            MOVE 0 TO CURRENCY-SCAN-INDEX.
            PERFORM SCAN-CURRENCY-TOTAL-TABLE
               UNTIL CURRENCY-SCAN-INDEX = CURRENCY-TOTAL-COUNT OR
                   CURRENCY-TOTAL-INDEX > 0.
            IF CURRENCY-TOTAL-INDEX = 0
                IF CURRENCY-TOTAL-COUNT < 20
                    ADD 1 TO CURRENCY-TOTAL-COUNT
                    MOVE CURRENCY-TOTAL-COUNT TO CURRENCY-TOTAL-INDEX
                    MOVE PPY-CURRENCY(PREPAY-INDEX)
                        TO CUT-CURRENCY-CODE(CURRENCY-TOTAL-INDEX)
                    MOVE ZEROS TO CUT-PREPAY-COUNT(CURRENCY-TOTAL-INDEX)
                    MOVE ZEROS TO CUT-UNAPPLIED(CURRENCY-TOTAL-INDEX)
                ELSE
                    ADD 1 TO CURRENCY-OVERFLOW.
            IF CURRENCY-TOTAL-INDEX > 0
                ADD 1 TO CUT-PREPAY-COUNT(CURRENCY-TOTAL-INDEX)
                ADD PPY-UNAPPLIED(PREPAY-INDEX)
                    TO CUT-UNAPPLIED(CURRENCY-TOTAL-INDEX).

       SCAN-CURRENCY-TOTAL-TABLE.
            ADD 1 TO CURRENCY-SCAN-INDEX.
            IF CUT-CURRENCY-CODE(CURRENCY-SCAN-INDEX)
                    = PPY-CURRENCY(PREPAY-INDEX)
                MOVE CURRENCY-SCAN-INDEX TO CURRENCY-TOTAL-INDEX.

       PRINT-ONE-CURRENCY-TOTAL.
            ADD 1 TO CURRENCY-TOTAL-INDEX.
            MOVE CUT-CURRENCY-CODE(CURRENCY-TOTAL-INDEX)
                TO RPT-CUR-CODE.
            MOVE CUT-PREPAY-COUNT(CURRENCY-TOTAL-INDEX)
                TO RPT-CUR-COUNT.
            MOVE CUT-UNAPPLIED(CURRENCY-TOTAL-INDEX)
                TO RPT-CUR-UNAPPLIED.
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
