      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Late-payment interest paid, for an entered calendar
      *          quarter -- what paying late cost us, and whose
      *          desks the late invoices sat on.  The payment
      *          history is walked in vendor order and every
      *          payment vndsel01 marked as interest and dated in
      *          the quarter is counted, a void of one backing it
      *          out.  One line per vendor with interest in the
      *          quarter, then the same money by the department of
      *          the operator who approved the invoice the interest
      *          was paid on (from the operator file as it stands
      *          today), and a grand total.  An invoice that never
      *          needed approval shows as NOT ROUTED.  The output
      *          name carries the run date and is registered in the
      *          report catalog like the other reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndlpr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpmt01.cbl".
            COPY "slinv01.cbl".
            COPY "slopr01.cbl".
            COPY "slrpt01.cbl".
            COPY "slrct01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdopr01.cbl".
            COPY "fdrpt01.cbl".
            COPY "fdrct01.cbl".

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   OPERATOR-FILE-STATUS      PIC XX.
       01   REPORT-FILE-STATUS        PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.

       01   REPORT-FILE-NAME          PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
       77   CATALOG-PROGRAM-NAME      PIC X(10) VALUE "vndlpr01".
       01   CATALOG-OUTPUT-NAME       PIC X(20).

       77   REPORT-QUARTER-ENTRY      PIC X(5).
       01   REPORT-QUARTER            PIC 9(5).
       01   REPORT-QUARTER-PARTS REDEFINES REPORT-QUARTER.
            05 REPORT-QUARTER-YEAR    PIC 9(4).
            05 REPORT-QUARTER-NUMBER  PIC 9(1).
       01   QUARTER-FIRST-MONTH       PIC 9(6).
       01   QUARTER-FIRST-PARTS REDEFINES QUARTER-FIRST-MONTH.
            05 QUARTER-FIRST-YEAR     PIC 9(4).
            05 QUARTER-FIRST-MM       PIC 9(2).
       01   QUARTER-LAST-MONTH        PIC 9(6).

       01   MORE-PAYMENT-RECORDS      PIC X.
            88 PAYMENT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PAYMENT-RECORDS   VALUE "N".

       01   MORE-OPERATOR-RECORDS     PIC X.
            88 OPERATOR-RECORDS-REMAIN   VALUE "Y".
            88 NO-MORE-OPERATOR-RECORDS  VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

       01   INVOICE-FILE-PRESENT      PIC X.
            88 INVOICE-FILE-IS-PRESENT   VALUE "Y".

      *--------------------------------
      * THE OPERATOR FILE IS SMALL AND
      * SEQUENTIAL, SO EACH OPERATOR'S
      * DEPARTMENT IS LOADED ONCE.
      *--------------------------------
       01   OPERATOR-DEPT-TABLE.
            05 OPERATOR-DEPT-ENTRY OCCURS 100 TIMES.
               10 ODT-OPERATOR-ID     PIC X(08).
               10 ODT-DEPARTMENT      PIC X(10).
       77   OPERATOR-DEPT-COUNT       PIC 9(3).
       77   OPERATOR-DEPT-INDEX       PIC 9(3).
       77   DEPARTMENT-HOLD           PIC X(10).
       77   INVOICE-PREFIX-HOLD       PIC X(12).

      *--------------------------------
      * ONE VENDOR'S RUNNING FIGURES,
      * FLUSHED AT EACH KEY-ORDER
      * VENDOR BREAK THE WAY vndspn01
      * FLUSHES ITS VENDORS.  SIGNED,
      * SO A QUARTER OF MOSTLY VOIDS
      * CANNOT WRAP.
      *--------------------------------
       77   CURRENT-VENDOR-HOLD       PIC 9(7).
       77   ANY-VENDOR-SEEN           PIC X.
            88 A-VENDOR-WAS-SEEN         VALUE "Y".
       77   VENDOR-INTEREST-TOTAL     PIC S9(9)V99.
       77   VENDOR-PAYMENT-COUNT      PIC S9(5).
       77   INTEREST-SIGNED-AMOUNT    PIC S9(9)V99.

       77   GRAND-INTEREST-TOTAL      PIC S9(9)V99.
       77   GRAND-PAYMENT-COUNT       PIC S9(5).
       77   VENDOR-LINE-COUNT         PIC 9(5).

       01   DEPARTMENT-INTEREST-TABLE.
            05 DEPARTMENT-INTEREST-ENTRY OCCURS 100 TIMES.
               10 DIT-DEPARTMENT      PIC X(10).
               10 DIT-PAYMENT-COUNT   PIC S9(5).
               10 DIT-INTEREST-TOTAL  PIC S9(9)V99.
       77   DEPARTMENT-INTEREST-COUNT PIC 9(3).
       77   DEPARTMENT-INTEREST-INDEX PIC 9(3).
       77   DEPARTMENT-SCAN-INDEX     PIC 9(3).
       77   DEPARTMENT-OVERFLOW       PIC 9(5).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(38) VALUE
                 "LATE-PAYMENT INTEREST PAID -- QUARTER".
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-HEADING-YEAR       PIC 9(4).
            05 FILLER                 PIC X(02) VALUE " Q".
            05 RPT-HEADING-QUARTER    PIC 9(1).

       01   COLUMN-HEADING-LINE.
            05 FILLER                 PIC X(36) VALUE
                 "VENDOR  NAME".
            05 FILLER                 PIC X(07) VALUE
                 "  COUNT".
            05 FILLER                 PIC X(16) VALUE
                 "        INTEREST".

       01   VENDOR-INTEREST-LINE.
            05 RPT-VENDOR-NUMBER      PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-NAME        PIC X(28).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-COUNT       PIC ZZZZ9-.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-INTEREST    PIC ZZZ,ZZZ,ZZ9.99-.

       01   DEPARTMENT-INTEREST-LINE.
            05 FILLER                 PIC X(11) VALUE "DEPARTMENT ".
            05 RPT-DEPARTMENT         PIC X(10).
            05 FILLER                 PIC X(16) VALUE SPACES.
            05 RPT-DEPARTMENT-COUNT   PIC ZZZZ9-.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-DEPARTMENT-INTEREST PIC ZZZ,ZZZ,ZZ9.99-.

       01   GRAND-TOTAL-LINE.
            05 FILLER                 PIC X(37) VALUE "GRAND TOTAL".
            05 RPT-GRAND-COUNT        PIC ZZZZ9-.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-GRAND-INTEREST     PIC ZZZ,ZZZ,ZZ9.99-.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-REPORT-QUARTER.
            PERFORM BUILD-REPORT-FILE-NAME.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "35"
                DISPLAY "NO PAYMENT HISTORY ON FILE -- NOTHING TO "
                    "REPORT"
            ELSE
                PERFORM LOAD-OPERATOR-DEPARTMENTS
                OPEN INPUT VENDOR-FILE
                MOVE "Y" TO INVOICE-FILE-PRESENT
                OPEN INPUT OPEN-INVOICE-FILE
                IF INVOICE-FILE-STATUS NOT = "00"
                    MOVE "N" TO INVOICE-FILE-PRESENT
                END-IF
                OPEN OUTPUT REPORT-FILE
                PERFORM PRINT-REPORT-HEADING
                PERFORM ANALYZE-ALL-PAYMENTS
                PERFORM PRINT-DEPARTMENT-SECTION
                PERFORM PRINT-GRAND-TOTALS
                CLOSE REPORT-FILE
                IF INVOICE-FILE-IS-PRESENT
                    CLOSE OPEN-INVOICE-FILE
                END-IF
                CLOSE VENDOR-FILE
                CLOSE PAYMENT-FILE
                PERFORM CATALOG-THIS-OUTPUT
                DISPLAY "INTEREST REPORT WRITTEN TO "
                    REPORT-FILE-NAME.

       PROGRAM-DONE.
            GOBACK.

       ENTER-REPORT-QUARTER.
            MOVE ZEROS TO REPORT-QUARTER.
            PERFORM TRY-ENTER-REPORT-QUARTER
               UNTIL REPORT-QUARTER-YEAR > 1900 AND
                   REPORT-QUARTER-NUMBER > 0 AND
                   REPORT-QUARTER-NUMBER < 5.
            MOVE REPORT-QUARTER-YEAR TO QUARTER-FIRST-YEAR.
            COMPUTE QUARTER-FIRST-MM =
                (REPORT-QUARTER-NUMBER - 1) * 3 + 1.
            COMPUTE QUARTER-LAST-MONTH = QUARTER-FIRST-MONTH + 2.

       TRY-ENTER-REPORT-QUARTER.
            DISPLAY "ENTER REPORT QUARTER (YYYYQ, E.G. 20263 FOR "
                "JULY-SEPTEMBER)".
            ACCEPT REPORT-QUARTER-ENTRY.
            IF REPORT-QUARTER-ENTRY IS NUMERIC
                MOVE REPORT-QUARTER-ENTRY TO REPORT-QUARTER.
            IF REPORT-QUARTER-YEAR > 1900 AND
                    REPORT-QUARTER-NUMBER > 0 AND
                    REPORT-QUARTER-NUMBER < 5
                CONTINUE
            ELSE
                DISPLAY "QUARTER MUST BE YYYYQ -- TRY AGAIN".

       BUILD-REPORT-FILE-NAME.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE SPACES TO REPORT-FILE-NAME.
            STRING "VNDLPR" REPORT-DATE-STAMP ".RPT"
                DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            MOVE REPORT-FILE-NAME TO CATALOG-OUTPUT-NAME.

       LOAD-OPERATOR-DEPARTMENTS.
            MOVE ZEROS TO OPERATOR-DEPT-COUNT.
            OPEN INPUT OPERATOR-FILE.
            IF OPERATOR-FILE-STATUS = "00"
                MOVE "Y" TO MORE-OPERATOR-RECORDS
                PERFORM LOAD-ONE-OPERATOR-DEPT
                   UNTIL NO-MORE-OPERATOR-RECORDS
                CLOSE OPERATOR-FILE.

       LOAD-ONE-OPERATOR-DEPT.
            READ OPERATOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-OPERATOR-RECORDS.
            IF OPERATOR-RECORDS-REMAIN AND OPERATOR-DEPT-COUNT < 100
                ADD 1 TO OPERATOR-DEPT-COUNT
                MOVE OPR-OPERATOR-ID
                    TO ODT-OPERATOR-ID(OPERATOR-DEPT-COUNT)
                MOVE OPR-DEPARTMENT
                    TO ODT-DEPARTMENT(OPERATOR-DEPT-COUNT).

       PRINT-REPORT-HEADING.
            MOVE REPORT-QUARTER-YEAR TO RPT-HEADING-YEAR.
            MOVE REPORT-QUARTER-NUMBER TO RPT-HEADING-QUARTER.
            MOVE REPORT-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *--------------------------------
      * THE PAYMENT FILE IS KEYED BY
      * VENDOR FIRST, SO A STRAIGHT
      * READ GROUPS EACH VENDOR'S
      * PAYMENTS.
      *--------------------------------
       ANALYZE-ALL-PAYMENTS.
            MOVE ZEROS TO CURRENT-VENDOR-HOLD.
            MOVE "N" TO ANY-VENDOR-SEEN.
            MOVE ZEROS TO DEPARTMENT-INTEREST-COUNT.
            MOVE ZEROS TO DEPARTMENT-OVERFLOW.
            MOVE ZEROS TO GRAND-INTEREST-TOTAL.
            MOVE ZEROS TO GRAND-PAYMENT-COUNT.
            MOVE ZEROS TO VENDOR-LINE-COUNT.
            PERFORM CLEAR-VENDOR-FIGURES.
            MOVE "Y" TO MORE-PAYMENT-RECORDS.
            PERFORM ANALYZE-ONE-PAYMENT
               UNTIL NO-MORE-PAYMENT-RECORDS.
            IF A-VENDOR-WAS-SEEN
                PERFORM FLUSH-ONE-VENDOR.
            IF VENDOR-LINE-COUNT = 0
                MOVE "NO LATE-PAYMENT INTEREST PAID IN THE QUARTER"
                    TO REPORT-LINE
                WRITE REPORT-LINE.

       CLEAR-VENDOR-FIGURES.
            MOVE ZEROS TO VENDOR-INTEREST-TOTAL.
            MOVE ZEROS TO VENDOR-PAYMENT-COUNT.

       ANALYZE-ONE-PAYMENT.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            IF PAYMENT-RECORDS-REMAIN AND PMT-IS-LATE-INTEREST AND
                    PMT-PAYMENT-DATE(1:6) NOT < QUARTER-FIRST-MONTH AND
                    PMT-PAYMENT-DATE(1:6) NOT > QUARTER-LAST-MONTH
                IF PMT-VENDOR-NUMBER NOT = CURRENT-VENDOR-HOLD
                    IF A-VENDOR-WAS-SEEN
                        PERFORM FLUSH-ONE-VENDOR
                    END-IF
                    MOVE PMT-VENDOR-NUMBER TO CURRENT-VENDOR-HOLD
                    MOVE "Y" TO ANY-VENDOR-SEEN
                    PERFORM CLEAR-VENDOR-FIGURES
                    PERFORM READ-REPORT-VENDOR
                END-IF
                PERFORM COUNT-ONE-INTEREST-PAYMENT.

       READ-REPORT-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE CURRENT-VENDOR-HOLD TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE CURRENT-VENDOR-HOLD TO VENDOR-NUMBER
                MOVE "** VENDOR NOT ON MASTER **" TO VENDOR-NAME.

      *--------------------------------
      * A VOID BACKS ITS PAYMENT OUT OF
      * THE QUARTER IT IS DATED IN,
      * COUNT AND MONEY BOTH.
      *--------------------------------
       COUNT-ONE-INTEREST-PAYMENT.
            IF PMT-IS-VOID
                COMPUTE INTEREST-SIGNED-AMOUNT = 0 - PMT-AMOUNT
                SUBTRACT 1 FROM VENDOR-PAYMENT-COUNT
            ELSE
                MOVE PMT-AMOUNT TO INTEREST-SIGNED-AMOUNT
                ADD 1 TO VENDOR-PAYMENT-COUNT.
            ADD INTEREST-SIGNED-AMOUNT TO VENDOR-INTEREST-TOTAL.
            PERFORM FIND-APPROVING-DEPARTMENT.
            PERFORM ROLL-INTO-DEPARTMENT-TABLE.

      *--------------------------------
      * THE REFERENCE IS "INT" AND THE
      * INVOICE NUMBER, CUT TO FIT, SO
      * THE INVOICE IS FOUND BY THE
      * FIRST OF THIS VENDOR'S
      * INVOICES THAT BEGINS WITH WHAT
      * IS LEFT.
      *--------------------------------
       FIND-APPROVING-DEPARTMENT.
            MOVE "NO INVOICE" TO DEPARTMENT-HOLD.
            MOVE PMT-INVOICE-REF(4:12) TO INVOICE-PREFIX-HOLD.
            IF INVOICE-FILE-IS-PRESENT
                MOVE PMT-VENDOR-NUMBER TO INV-VENDOR-NUMBER
                MOVE INVOICE-PREFIX-HOLD TO INV-INVOICE-NUMBER
                START OPEN-INVOICE-FILE
                   KEY IS NOT LESS THAN INV-INVOICE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM READ-INTEREST-INVOICE
                END-START.

       READ-INTEREST-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                CONTINUE
                NOT AT END
                IF INV-VENDOR-NUMBER = PMT-VENDOR-NUMBER AND
                        INV-INVOICE-NUMBER(1:12) = INVOICE-PREFIX-HOLD
                    PERFORM FIND-OPERATOR-DEPARTMENT
                END-IF
            END-READ.

       FIND-OPERATOR-DEPARTMENT.
            IF INV-APPROVAL-OPERATOR = SPACES OR
                    INV-APPROVAL-OPERATOR = LOW-VALUES
                MOVE "NOT ROUTED" TO DEPARTMENT-HOLD
            ELSE
                MOVE "NO DEPT" TO DEPARTMENT-HOLD
                MOVE 0 TO OPERATOR-DEPT-INDEX
                PERFORM MATCH-ONE-OPERATOR-DEPT
                   UNTIL OPERATOR-DEPT-INDEX = OPERATOR-DEPT-COUNT.

       MATCH-ONE-OPERATOR-DEPT.
            ADD 1 TO OPERATOR-DEPT-INDEX.
            IF ODT-OPERATOR-ID(OPERATOR-DEPT-INDEX)
                    = INV-APPROVAL-OPERATOR AND
                    ODT-DEPARTMENT(OPERATOR-DEPT-INDEX) NOT = SPACES
                MOVE ODT-DEPARTMENT(OPERATOR-DEPT-INDEX)
                    TO DEPARTMENT-HOLD.

       ROLL-INTO-DEPARTMENT-TABLE.
            MOVE 0 TO DEPARTMENT-INTEREST-INDEX.
            MOVE 0 TO DEPARTMENT-SCAN-INDEX.
            PERFORM SCAN-DEPARTMENT-TABLE
               UNTIL DEPARTMENT-SCAN-INDEX = DEPARTMENT-INTEREST-COUNT
                   OR DEPARTMENT-INTEREST-INDEX > 0.
            IF DEPARTMENT-INTEREST-INDEX = 0
                IF DEPARTMENT-INTEREST-COUNT < 100
                    ADD 1 TO DEPARTMENT-INTEREST-COUNT
                    MOVE DEPARTMENT-INTEREST-COUNT
                        TO DEPARTMENT-INTEREST-INDEX
                    MOVE DEPARTMENT-HOLD TO
                        DIT-DEPARTMENT(DEPARTMENT-INTEREST-INDEX)
                    MOVE ZEROS TO
                        DIT-PAYMENT-COUNT(DEPARTMENT-INTEREST-INDEX)
                    MOVE ZEROS TO
                        DIT-INTEREST-TOTAL(DEPARTMENT-INTEREST-INDEX)
                ELSE
                    ADD 1 TO DEPARTMENT-OVERFLOW.
            IF DEPARTMENT-INTEREST-INDEX > 0
                ADD INTEREST-SIGNED-AMOUNT TO
                    DIT-INTEREST-TOTAL(DEPARTMENT-INTEREST-INDEX)
                IF PMT-IS-VOID
                    SUBTRACT 1 FROM
                        DIT-PAYMENT-COUNT(DEPARTMENT-INTEREST-INDEX)
                ELSE
                    ADD 1 TO
                        DIT-PAYMENT-COUNT(DEPARTMENT-INTEREST-INDEX).

       SCAN-DEPARTMENT-TABLE.
            ADD 1 TO DEPARTMENT-SCAN-INDEX.
            IF DIT-DEPARTMENT(DEPARTMENT-SCAN-INDEX) = DEPARTMENT-HOLD
                MOVE DEPARTMENT-SCAN-INDEX TO DEPARTMENT-INTEREST-INDEX.

       FLUSH-ONE-VENDOR.
            ADD 1 TO VENDOR-LINE-COUNT.
            MOVE CURRENT-VENDOR-HOLD TO RPT-VENDOR-NUMBER.
            MOVE VENDOR-NAME TO RPT-VENDOR-NAME.
            MOVE VENDOR-PAYMENT-COUNT TO RPT-VENDOR-COUNT.
            MOVE VENDOR-INTEREST-TOTAL TO RPT-VENDOR-INTEREST.
            MOVE VENDOR-INTEREST-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD VENDOR-INTEREST-TOTAL TO GRAND-INTEREST-TOTAL.
            ADD VENDOR-PAYMENT-COUNT TO GRAND-PAYMENT-COUNT.

       PRINT-DEPARTMENT-SECTION.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "INTEREST BY APPROVING DEPARTMENT" TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF DEPARTMENT-INTEREST-COUNT = 0
                MOVE "NONE" TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE 0 TO DEPARTMENT-INTEREST-INDEX
                PERFORM PRINT-ONE-DEPARTMENT-LINE
                   UNTIL DEPARTMENT-INTEREST-INDEX
                       = DEPARTMENT-INTEREST-COUNT.
            IF DEPARTMENT-OVERFLOW > 0
                MOVE "** MORE THAN 100 DEPARTMENTS -- SECTION IS INCO
      -             "MPLETE **" TO REPORT-LINE
                WRITE REPORT-LINE.

       PRINT-ONE-DEPARTMENT-LINE.
            ADD 1 TO DEPARTMENT-INTEREST-INDEX.
            MOVE DIT-DEPARTMENT(DEPARTMENT-INTEREST-INDEX)
                TO RPT-DEPARTMENT.
            MOVE DIT-PAYMENT-COUNT(DEPARTMENT-INTEREST-INDEX)
                TO RPT-DEPARTMENT-COUNT.
            MOVE DIT-INTEREST-TOTAL(DEPARTMENT-INTEREST-INDEX)
                TO RPT-DEPARTMENT-INTEREST.
            MOVE DEPARTMENT-INTEREST-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       PRINT-GRAND-TOTALS.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE GRAND-PAYMENT-COUNT TO RPT-GRAND-COUNT.
            MOVE GRAND-INTEREST-TOTAL TO RPT-GRAND-INTEREST.
            MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
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
