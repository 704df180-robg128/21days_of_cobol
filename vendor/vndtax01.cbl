      *          and an end-of-file totals record, so the file is
      *          uploaded instead of transcribed.  Vendors whose
      *          tax ID fails the edit stay on the exception page
      *          and OFF the electronic file.  Payments in a foreign
      *          currency count at their dollar equivalent.
      *          The run is for one company or all of them; each
      *          company files as its own payer, so the electronic
      *          file is meant to come from a one-company run.  The
      *          report closes with the year's payments by company.
      *          Vendor numbers in one parent family that share a tax
      *          ID are one payee to the IRS: their years are
      *          combined and reported once, under the family head
      *          when the head itself was paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpmt01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
            SELECT PAYMENT-ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ARCHIVE-FILE-STATUS.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".

       FD   PAYMENT-ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.

       01   ARCHIVE-PAYMENT-RECORD    PIC X(142).

       FD   TAX-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
      * VENDOR GROUPING HOLDS EITHER
      * WAY.
      *--------------------------------
      *--------------------------------
      * THE IRS WANTS DOLLARS -- A
      * FOREIGN PAYMENT COUNTS AT THE
      * DOLLAR EQUIVALENT STAMPED ON
      * IT WHEN IT WENT OUT.
      *--------------------------------
            COPY "fldpmtusd01.cbl".

       01   ARCHIVE-FILE-STATUS       PIC XX.
       01   ARCHIVE-FILE-NAME         PIC X(20).
       77   REPORT-SOURCE-PICK        PIC X.
            88 A-VENDOR-WAS-TOTALED      VALUE "Y".
       77   REPORTABLE-COUNT          PIC 9(5).

      *--------------------------------
      * ONE ENTRY PER PAYEE -- A
      * FAMILY HEAD AND A SQUEEZED TAX
      * ID.  A VENDOR WHOSE TAX ID IS
      * BAD IS KEYED BY ITS OWN NUMBER
      * AND NEVER COMBINED.  THE
      * REPRESENTATIVE IS THE VENDOR
      * WHOSE NAME AND ADDRESS GO ON
      * THE FORM.  A VENDOR THAT FINDS
      * THE TABLE FULL IS REPORTED ON
      * ITS OWN.
      *--------------------------------
       01   PAYEE-TABLE.
            05 PAYEE-ENTRY OCCURS 3000 TIMES.
               10 PYE-HEAD-NUMBER     PIC 9(7).
               10 PYE-TIN             PIC X(09).
               10 PYE-REP-NUMBER      PIC 9(7).
               10 PYE-YEAR-TOTAL      PIC S9(9)V99.
               10 PYE-WITHHELD-TOTAL  PIC 9(9)V99.
               10 PYE-VENDOR-COUNT    PIC 9(3).
       77   PAYEE-COUNT               PIC 9(4).
       77   PAYEE-INDEX               PIC 9(4).
       77   PAYEE-SCAN-INDEX          PIC 9(4).
       77   PAYEE-OVERFLOW            PIC 9(5).
       77   PAYEE-KEY-HEAD            PIC 9(7).
       77   PAYEE-KEY-TIN             PIC X(09).
       77   PAYEE-VENDOR-COUNT        PIC 9(3).

       01   TAX-ID-STATUS             PIC X.
            88 TAX-ID-IS-GOOD            VALUE "Y".
       77   TAX-ID-SCAN-INDEX         PIC 99 COMP.
                 "       BACKUP WITHHELD : ".
            05 RPT-WITHHELD-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.

       01   FAMILY-DETAIL-LINE.
            05 FILLER                 PIC X(21) VALUE
                 "       COMBINED FROM ".
            05 RPT-FAMILY-COUNT       PIC ZZ9.
            05 FILLER                 PIC X(41) VALUE
                 " VENDOR NUMBERS IN THE FAMILY, ONE TAX ID".

       01   EXCEPTION-HEADING-LINE    PIC X(80) VALUE
              "EXCEPTIONS - REPORTABLE VENDORS WITH MISSING OR BAD TAX I
      -       "D".

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

      *--------------------------------
      * THE COMPANY REPORTED, OR ALL
      * OF THEM, THROUGH THE SHARED
      * vndcmpsel01 FRAGMENT.
      *--------------------------------
            COPY "fldcmp01.cbl".

      *--------------------------------
      * PARENT FAMILIES, THROUGH THE
      * SHARED vndfam01 FRAGMENT.
      *--------------------------------
            COPY "fldfam01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-REPORT-YEAR.
            PERFORM SELECT-THE-COMPANY.
            PERFORM ASK-REPORT-SOURCE.
            PERFORM LOAD-VENDOR-FAMILIES.
            OPEN INPUT VENDOR-FILE.
            PERFORM OPEN-PAYMENT-SOURCE.
            IF NOT SOURCE-WAS-OPENED
            ELSE
                DISPLAY "YEAR MUST BE 4 DIGITS -- TRY AGAIN".

       SELECT-THE-COMPANY.
            MOVE SPACES TO CMPSEL-OPERATOR-ID.
            MOVE "Y" TO CMPSEL-ALLOW-ALL.
            PERFORM SELECT-COMPANY.
            IF CMPSEL-CANCELLED
                DISPLAY "NO COMPANY CHOSEN -- NOTHING REPORTED"
                STOP RUN.
            IF CMPSEL-WENT-OK AND CMPSEL-ALL-COMPANIES
                DISPLAY "ALL COMPANIES -- THE ELECTRONIC FILE WILL "
                    "COMBINE EVERY PAYER".

       ENTER-EFILE-IDENTIFICATION.
            DISPLAY "ENTER TRANSMITTER NAME FOR THE ELECTRONIC "
                "FILE".
            MOVE ZEROS TO REPORTABLE-COUNT.
            MOVE ZEROS TO EXCEPTION-COUNT.
            MOVE ZEROS TO EXCEPTIONS-DROPPED.
            MOVE ZEROS TO COMPANY-TOTAL-COUNT.
            MOVE ZEROS TO PAYEE-COUNT.
            MOVE ZEROS TO PAYEE-OVERFLOW.
            MOVE "N" TO ANY-VENDOR-TOTALED.
            MOVE "Y" TO MORE-PAYMENT-RECORDS.
            PERFORM TOTAL-ONE-PAYMENT
               UNTIL NO-MORE-PAYMENT-RECORDS.
            IF A-VENDOR-WAS-TOTALED
                PERFORM ROLL-VENDOR-INTO-PAYEE.
            MOVE 0 TO PAYEE-INDEX.
            PERFORM REPORT-ONE-PAYEE
               UNTIL PAYEE-INDEX = PAYEE-COUNT.

       TOTAL-ONE-PAYMENT.
            PERFORM READ-NEXT-PAYMENT-RECORD.
            IF PAYMENT-RECORDS-REMAIN
                IF PMT-VENDOR-NUMBER NOT = CURRENT-VENDOR-HOLD
                    IF A-VENDOR-WAS-TOTALED
                        PERFORM ROLL-VENDOR-INTO-PAYEE
                    END-IF
                    MOVE PMT-VENDOR-NUMBER TO CURRENT-VENDOR-HOLD
                    MOVE ZEROS TO VENDOR-YEAR-TOTAL
                    MOVE ZEROS TO VENDOR-WITHHELD-TOTAL
                    MOVE "Y" TO ANY-VENDOR-TOTALED
                END-IF
                PERFORM TAKE-PAYMENT-IN-USD
                MOVE PMT-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY
                IF PMT-PAYMENT-DATE(1:4) = REPORT-YEAR AND
                        CMPSEL-RECORD-IS-SELECTED
                    PERFORM TOTAL-COMPANY-PAYMENT
                    IF PMT-IS-VOID
                        SUBTRACT PAYMENT-IN-USD FROM VENDOR-YEAR-TOTAL
                    ELSE
                        ADD PAYMENT-IN-USD TO VENDOR-YEAR-TOTAL
                        IF PMT-IS-WITHHOLDING
                            ADD PAYMENT-IN-USD
                                TO VENDOR-WITHHELD-TOTAL.

      *--------------------------------
      * EVERY PAYMENT OF THE YEAR ALSO
      * ROLLS INTO ITS COMPANY'S
      * TOTAL, VOIDS BACKED OUT.
      *--------------------------------
       TOTAL-COMPANY-PAYMENT.
            IF PMT-IS-VOID
                COMPUTE CMPSEL-TOTAL-AMOUNT = 0 - PAYMENT-IN-USD
            ELSE
                MOVE PAYMENT-IN-USD TO CMPSEL-TOTAL-AMOUNT.
            PERFORM ADD-TO-COMPANY-TOTAL.

      *--------------------------------
      * ONE VENDOR'S YEAR IS TOTALED.
      * ROLL IT INTO ITS PAYEE -- THE
      * FAMILY HEAD AND TAX ID -- SO
      * BRANCHES AND LOCKBOXES OF ONE
      * SUPPLIER ARE TESTED AGAINST
      * THE THRESHOLD TOGETHER.
      *--------------------------------
       ROLL-VENDOR-INTO-PAYEE.
            IF VENDOR-YEAR-TOTAL = ZEROS AND
                    VENDOR-WITHHELD-TOTAL = ZEROS
                CONTINUE
            ELSE
                PERFORM READ-VENDOR-FOR-REPORT
                PERFORM FIND-PAYEE-KEY
                PERFORM FIND-PAYEE-ENTRY
                IF PAYEE-INDEX = 0
                    MOVE 1 TO PAYEE-VENDOR-COUNT
                    PERFORM REPORT-ONE-VENDOR
                ELSE
                    PERFORM ADD-VENDOR-TO-PAYEE.

       FIND-PAYEE-KEY.
            MOVE CURRENT-VENDOR-HOLD TO FAMILY-VENDOR-NUMBER.
            PERFORM FIND-FAMILY-HEAD.
            PERFORM CHECK-TAX-ID.
            IF TAX-ID-IS-GOOD
                PERFORM SQUEEZE-PAYEE-TIN
                MOVE FAMILY-HEAD-NUMBER TO PAYEE-KEY-HEAD
                MOVE TIN-WORK-TEXT TO PAYEE-KEY-TIN
            ELSE
                MOVE CURRENT-VENDOR-HOLD TO PAYEE-KEY-HEAD
                MOVE SPACES TO PAYEE-KEY-TIN.

       FIND-PAYEE-ENTRY.
            MOVE 0 TO PAYEE-INDEX.
            MOVE 0 TO PAYEE-SCAN-INDEX.
            PERFORM SCAN-PAYEE-TABLE
               UNTIL PAYEE-SCAN-INDEX = PAYEE-COUNT OR
                   PAYEE-INDEX > 0.
            IF PAYEE-INDEX > 0
                CONTINUE
            ELSE IF PAYEE-COUNT < 3000
                PERFORM OPEN-PAYEE-ENTRY
            ELSE
                ADD 1 TO PAYEE-OVERFLOW.

       SCAN-PAYEE-TABLE.
            ADD 1 TO PAYEE-SCAN-INDEX.
            IF PYE-HEAD-NUMBER(PAYEE-SCAN-INDEX) = PAYEE-KEY-HEAD AND
                    PYE-TIN(PAYEE-SCAN-INDEX) = PAYEE-KEY-TIN
                MOVE PAYEE-SCAN-INDEX TO PAYEE-INDEX.

       OPEN-PAYEE-ENTRY.
            ADD 1 TO PAYEE-COUNT.
            MOVE PAYEE-COUNT TO PAYEE-INDEX.
            MOVE PAYEE-KEY-HEAD TO PYE-HEAD-NUMBER(PAYEE-INDEX).
            MOVE PAYEE-KEY-TIN TO PYE-TIN(PAYEE-INDEX).
            MOVE CURRENT-VENDOR-HOLD TO PYE-REP-NUMBER(PAYEE-INDEX).
            MOVE ZEROS TO PYE-YEAR-TOTAL(PAYEE-INDEX).
            MOVE ZEROS TO PYE-WITHHELD-TOTAL(PAYEE-INDEX).
            MOVE ZEROS TO PYE-VENDOR-COUNT(PAYEE-INDEX).

       ADD-VENDOR-TO-PAYEE.
            ADD VENDOR-YEAR-TOTAL TO PYE-YEAR-TOTAL(PAYEE-INDEX).
            ADD VENDOR-WITHHELD-TOTAL
                TO PYE-WITHHELD-TOTAL(PAYEE-INDEX).
            ADD 1 TO PYE-VENDOR-COUNT(PAYEE-INDEX).
            IF CURRENT-VENDOR-HOLD = PYE-HEAD-NUMBER(PAYEE-INDEX)
                MOVE CURRENT-VENDOR-HOLD
                    TO PYE-REP-NUMBER(PAYEE-INDEX).

       REPORT-ONE-PAYEE.
            ADD 1 TO PAYEE-INDEX.
            MOVE PYE-REP-NUMBER(PAYEE-INDEX) TO CURRENT-VENDOR-HOLD.
            MOVE PYE-YEAR-TOTAL(PAYEE-INDEX) TO VENDOR-YEAR-TOTAL.
            MOVE PYE-WITHHELD-TOTAL(PAYEE-INDEX)
                TO VENDOR-WITHHELD-TOTAL.
            MOVE PYE-VENDOR-COUNT(PAYEE-INDEX) TO PAYEE-VENDOR-COUNT.
            PERFORM REPORT-ONE-VENDOR.

      *--------------------------------
      * ONE PAYEE'S YEAR IS TOTALED.
      * IF IT REACHED THE THRESHOLD,
      * PULL THE MASTER RECORD AND
      * PRINT THE FORM-READY BLOCK;
                MOVE VENDOR-WITHHELD-TOTAL TO RPT-WITHHELD-AMOUNT
                MOVE WITHHELD-DETAIL-LINE TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE.
            IF PAYEE-VENDOR-COUNT > 1
                MOVE PAYEE-VENDOR-COUNT TO RPT-FAMILY-COUNT
                MOVE FAMILY-DETAIL-LINE TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE.
            MOVE VENDOR-ADDRESS-1 TO RPT-ADDRESS-TEXT.
            MOVE VENDOR-ADDRESS-LINE TO TAX-REPORT-LINE.
            WRITE TAX-REPORT-LINE.
            MOVE REPORT-YEAR TO RPT-HEADING-YEAR.
            MOVE REPORT-HEADING-LINE TO TAX-REPORT-LINE.
            WRITE TAX-REPORT-LINE.
            MOVE COMPANY-HEADING-LINE TO TAX-REPORT-LINE.
            WRITE TAX-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO TAX-REPORT-LINE.
            WRITE TAX-REPORT-LINE.

            MOVE REPORTABLE-COUNT TO RPT-REPORTABLE-COUNT.
            MOVE COUNT-LINE TO TAX-REPORT-LINE.
            WRITE TAX-REPORT-LINE.
            IF PAYEE-OVERFLOW > 0 OR FAMILY-OVERFLOW > 0
                MOVE "** FAMILY TABLES FULL -- SOME VENDORS REPORTED UNC
      -             "OMBINED **" TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO TAX-REPORT-LINE.
            WRITE TAX-REPORT-LINE.
            MOVE "YEAR'S PAYMENTS BY COMPANY (USD)" TO TAX-REPORT-LINE.
            WRITE TAX-REPORT-LINE.
            MOVE 0 TO COMPANY-TOTAL-INDEX.
            PERFORM PRINT-ONE-COMPANY-TOTAL
               UNTIL COMPANY-TOTAL-INDEX = COMPANY-TOTAL-COUNT.

       PRINT-ONE-COMPANY-TOTAL.
            ADD 1 TO COMPANY-TOTAL-INDEX.
            PERFORM FORMAT-COMPANY-TOTAL-LINE.
            MOVE COMPANY-TOTAL-LINE TO TAX-REPORT-LINE.
            WRITE TAX-REPORT-LINE.

      *--------------------------------
      * THE EXCEPTION PAGE PRINTS LAST,
            MOVE EX-YEAR-TOTAL(EXCEPTION-INDEX) TO RPT-YEAR-TOTAL.
            MOVE VENDOR-TOTAL-LINE TO TAX-REPORT-LINE.
            WRITE TAX-REPORT-LINE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * TAKE-PAYMENT-IN-USD, SHARED
      * WITH EVERY PROGRAM THAT TOTALS
      * THE PAYMENT HISTORY.
      *--------------------------------
            COPY "vndpmtusd01.cbl".

      *--------------------------------
      * AND THE COMPANY SELECTION.
      *--------------------------------
            COPY "vndcmpsel01.cbl".

      *--------------------------------
      * AND THE PARENT FAMILIES.
      *--------------------------------
            COPY "vndfam01.cbl".
