      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Annual backup-withholding reconciliation for Form
      *          945.  For an entered year and one company -- each
      *          company files its own return -- the TYPE-W entries
      *          in the payment history (live, or the year's archive
      *          once vndpar01 has rolled it out) are totaled by
      *          month and by vendor, the deposits recorded in
      *          vnddep01 against the year's periods are listed, and
      *          the report closes with the figures laid out line by
      *          line as Form 945 asks for them: tax withheld, total
      *          deposits, the balance due or overpayment, and the
      *          monthly summary of liability, so Payroll/Tax copies
      *          them straight onto the form.  Amounts are in
      *          dollars.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndwhr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpmt01.cbl".
            COPY "sldep01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
            SELECT PAYMENT-ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ARCHIVE-FILE-STATUS.
            SELECT WHR-REPORT-FILE ASSIGN TO "VND945.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WHR-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fddep01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".

       FD   PAYMENT-ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.

       01   ARCHIVE-PAYMENT-RECORD    PIC X(142).

       FD   WHR-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   WHR-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   WITHHOLDING-DEPOSIT-STATUS  PIC XX.
       01   WHR-REPORT-STATUS         PIC XX.

            COPY "fldcmp01.cbl".

      *--------------------------------
      * REPORT-SOURCE FIELDS, AS IN
      * vndtax01.  THE ARCHIVE IS
      * WRITTEN IN KEY ORDER, SO THE
      * VENDOR GROUPING HOLDS EITHER
      * WAY.
      *--------------------------------
       01   ARCHIVE-FILE-STATUS       PIC XX.
       01   ARCHIVE-FILE-NAME         PIC X(20).
       77   REPORT-SOURCE-PICK        PIC X.
            88 SOURCE-IS-ARCHIVE         VALUE "A".
       01   SOURCE-OPEN-STATUS        PIC X.
            88 SOURCE-WAS-OPENED         VALUE "Y".

            COPY "fldpmtusd01.cbl".

       77   REPORT-YEAR-ENTRY         PIC X(4).
       77   REPORT-YEAR               PIC 9(4).

       01   MORE-PAYMENT-RECORDS      PIC X.
            88 PAYMENT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PAYMENT-RECORDS   VALUE "N".
       01   MORE-DEPOSIT-RECORDS      PIC X.
            88 DEPOSIT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-DEPOSIT-RECORDS   VALUE "N".

      *--------------------------------
      * THE YEAR BY MONTH.  A MONTH'S
      * LIABILITY IS WHAT WAS WITHHELD
      * IN IT; ITS DEPOSITS ARE THOSE
      * RECORDED AGAINST IT, WHENEVER
      * THEY WERE MADE.
      *--------------------------------
       01   MONTH-NAME-LIST.
            05 FILLER  PIC X(12) VALUE "7A JANUARY  ".
            05 FILLER  PIC X(12) VALUE "7B FEBRUARY ".
            05 FILLER  PIC X(12) VALUE "7C MARCH    ".
            05 FILLER  PIC X(12) VALUE "7D APRIL    ".
            05 FILLER  PIC X(12) VALUE "7E MAY      ".
            05 FILLER  PIC X(12) VALUE "7F JUNE     ".
            05 FILLER  PIC X(12) VALUE "7G JULY     ".
            05 FILLER  PIC X(12) VALUE "7H AUGUST   ".
            05 FILLER  PIC X(12) VALUE "7I SEPTEMBER".
            05 FILLER  PIC X(12) VALUE "7J OCTOBER  ".
            05 FILLER  PIC X(12) VALUE "7K NOVEMBER ".
            05 FILLER  PIC X(12) VALUE "7L DECEMBER ".
       01   MONTH-NAME-TABLE REDEFINES MONTH-NAME-LIST.
            05 MONTH-NAME-ENTRY OCCURS 12 TIMES.
               10 MNT-FORM-LINE       PIC X(02).
               10 FILLER              PIC X(01).
               10 MNT-MONTH-NAME      PIC X(09).

       01   MONTH-TOTAL-TABLE.
            05 MONTH-TOTAL-ENTRY OCCURS 12 TIMES.
               10 MTT-WITHHELD        PIC 9(9)V99.
               10 MTT-DEPOSITED       PIC 9(9)V99.
       77   MONTH-INDEX               PIC 9(2).

       77   YEAR-WITHHELD             PIC 9(9)V99.
       77   YEAR-DEPOSITED            PIC 9(9)V99.
       77   YEAR-BALANCE              PIC S9(9)V99.
       77   MONTH-BALANCE             PIC S9(9)V99.
       77   DEPOSIT-COUNT             PIC 9(5).

      *--------------------------------
      * ONE VENDOR'S WITHHOLDING FOR
      * THE YEAR, TOTALED AT EACH
      * CHANGE OF VENDOR.
      *--------------------------------
       77   CURRENT-VENDOR-HOLD       PIC 9(7).
       77   VENDOR-WITHHELD-TOTAL     PIC 9(9)V99.
       77   VENDOR-ENTRY-COUNT        PIC 9(5).
       77   VENDORS-WITHHELD-COUNT    PIC 9(5).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(37) VALUE
                 "BACKUP WITHHOLDING RECONCILIATION -- ".
            05 FILLER                 PIC X(13) VALUE
                 "FORM 945 FOR ".
            05 RPT-REPORT-YEAR        PIC 9(4).

       01   SOURCE-HEADING-LINE.
            05 FILLER                 PIC X(16) VALUE
                 "PAYMENTS FROM : ".
            05 RPT-SOURCE-NAME        PIC X(20).

       01   VENDOR-HEADING-LINE.
            05 FILLER                 PIC X(32) VALUE
                 "WITHHELD BY VENDOR".
            05 FILLER                 PIC X(14) VALUE
                 "       ENTRIES".
            05 FILLER                 PIC X(16) VALUE
                 "        WITHHELD".

       01   VENDOR-DETAIL-LINE.
            05 RPT-VENDOR-NUMBER      PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-NAME        PIC X(30).
            05 FILLER                 PIC X(03) VALUE SPACES.
            05 RPT-VENDOR-ENTRIES     PIC ZZZZ9.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-VENDOR-WITHHELD    PIC ZZZ,ZZZ,ZZ9.99.

       01   MONTH-HEADING-LINE.
            05 FILLER                 PIC X(16) VALUE "MONTH".
            05 FILLER                 PIC X(16) VALUE
                 "       LIABILITY".
            05 FILLER                 PIC X(16) VALUE
                 "       DEPOSITED".
            05 FILLER                 PIC X(14) VALUE
                 "       BALANCE".

       01   MONTH-DETAIL-LINE.
            05 RPT-MONTH-NAME         PIC X(09).
            05 FILLER                 PIC X(09) VALUE SPACES.
            05 RPT-MONTH-WITHHELD     PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-MONTH-DEPOSITED    PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-MONTH-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.

       01   DEPOSIT-HEADING-LINE.
            05 FILLER                 PIC X(08) VALUE "PERIOD".
            05 FILLER                 PIC X(10) VALUE "DEPOSITED".
            05 FILLER                 PIC X(16) VALUE
                 "          AMOUNT".
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 FILLER                 PIC X(22) VALUE "CONFIRMATION".
            05 FILLER                 PIC X(08) VALUE "BY".

       01   DEPOSIT-DETAIL-LINE.
            05 RPT-DEPOSIT-YEAR       PIC 9(4).
            05 FILLER                 PIC X(01) VALUE "-".
            05 RPT-DEPOSIT-MONTH      PIC 9(2).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-DEPOSIT-DATE       PIC 9(8).
            05 FILLER                 PIC X(04) VALUE SPACES.
            05 RPT-DEPOSIT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-DEPOSIT-REFERENCE  PIC X(20).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-DEPOSIT-BY         PIC X(08).

      *--------------------------------
      * ONE LINE OF THE FORM: ITS LINE
      * NUMBER, WHAT IT ASKS FOR, AND
      * THE FIGURE TO ENTER.
      *--------------------------------
       01   FORM-LINE.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-FORM-LINE-NUMBER   PIC X(04).
            05 RPT-FORM-LINE-TEXT     PIC X(48).
            05 RPT-FORM-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-REPORT-YEAR.
            PERFORM SELECT-THE-COMPANY.
            PERFORM ASK-REPORT-SOURCE.
            PERFORM OPEN-PAYMENT-SOURCE.
            IF SOURCE-WAS-OPENED
                PERFORM CLEAR-THE-MONTHS
                OPEN INPUT VENDOR-FILE
                OPEN OUTPUT WHR-REPORT-FILE
                PERFORM PRINT-REPORT-HEADING
                PERFORM TOTAL-THE-WITHHOLDING
                PERFORM CLOSE-PAYMENT-SOURCE
                CLOSE VENDOR-FILE
                PERFORM LIST-THE-DEPOSITS
                PERFORM PRINT-THE-MONTHS
                PERFORM PRINT-THE-FORM-FIGURES
                CLOSE WHR-REPORT-FILE
                DISPLAY "FORM 945 RECONCILIATION WRITTEN TO "
                    "VND945.RPT".

       PROGRAM-DONE.
            GOBACK.

       ENTER-REPORT-YEAR.
            MOVE ZEROS TO REPORT-YEAR.
            PERFORM TRY-ENTER-REPORT-YEAR
               UNTIL REPORT-YEAR > 1900.

       TRY-ENTER-REPORT-YEAR.
            DISPLAY "ENTER REPORT YEAR (YYYY)".
            ACCEPT REPORT-YEAR-ENTRY.
            IF REPORT-YEAR-ENTRY IS NUMERIC
                MOVE REPORT-YEAR-ENTRY TO REPORT-YEAR
            ELSE
                DISPLAY "YEAR MUST BE 4 DIGITS -- TRY AGAIN".

      *--------------------------------
      * FORM 945 IS FILED BY EACH
      * COMPANY, SO ONE IS PICKED.
      *--------------------------------
       SELECT-THE-COMPANY.
            MOVE SPACES TO CMPSEL-OPERATOR-ID.
            MOVE "N" TO CMPSEL-ALLOW-ALL.
            PERFORM SELECT-COMPANY.
            IF CMPSEL-CANCELLED
                DISPLAY "NO COMPANY CHOSEN -- NOTHING REPORTED"
                GOBACK.

       ASK-REPORT-SOURCE.
            DISPLAY "READ THE (L)IVE PAYMENT FILE OR THE YEAR'S "
                "(A)RCHIVE?".
            ACCEPT REPORT-SOURCE-PICK.
            IF REPORT-SOURCE-PICK = "a"
                MOVE "A" TO REPORT-SOURCE-PICK.

       OPEN-PAYMENT-SOURCE.
            MOVE "Y" TO SOURCE-OPEN-STATUS.
            IF SOURCE-IS-ARCHIVE
                MOVE SPACES TO ARCHIVE-FILE-NAME
                STRING "VNDPMT" REPORT-YEAR ".DAT"
                    DELIMITED BY SIZE
                    INTO ARCHIVE-FILE-NAME
                OPEN INPUT PAYMENT-ARCHIVE-FILE
                IF ARCHIVE-FILE-STATUS NOT = "00"
                    MOVE "N" TO SOURCE-OPEN-STATUS
                    DISPLAY "NO ARCHIVE ON SYSTEM FOR " REPORT-YEAR
                        " (" ARCHIVE-FILE-NAME ") -- RUN vndpar01 "
                        "FIRST OR READ THE LIVE FILE"
                END-IF
            ELSE
                OPEN INPUT PAYMENT-FILE
                IF PAYMENT-FILE-STATUS = "35"
                    MOVE "N" TO SOURCE-OPEN-STATUS
                    DISPLAY "NO PAYMENT HISTORY ON FILE -- NOTHING "
                        "TO REPORT".

       CLOSE-PAYMENT-SOURCE.
            IF SOURCE-IS-ARCHIVE
                CLOSE PAYMENT-ARCHIVE-FILE
            ELSE
                CLOSE PAYMENT-FILE.

       READ-NEXT-PAYMENT-RECORD.
            IF SOURCE-IS-ARCHIVE
                READ PAYMENT-ARCHIVE-FILE
                    AT END
                    MOVE "N" TO MORE-PAYMENT-RECORDS
                    NOT AT END
                    MOVE ARCHIVE-PAYMENT-RECORD TO PAYMENT-RECORD
                END-READ
            ELSE
                READ PAYMENT-FILE NEXT RECORD
                    AT END
                    MOVE "N" TO MORE-PAYMENT-RECORDS
                END-READ.

       CLEAR-THE-MONTHS.
            MOVE ZEROS TO YEAR-WITHHELD.
            MOVE ZEROS TO YEAR-DEPOSITED.
            MOVE 0 TO MONTH-INDEX.
            PERFORM CLEAR-ONE-MONTH
               UNTIL MONTH-INDEX = 12.

       CLEAR-ONE-MONTH.
            ADD 1 TO MONTH-INDEX.
            MOVE ZEROS TO MTT-WITHHELD(MONTH-INDEX).
            MOVE ZEROS TO MTT-DEPOSITED(MONTH-INDEX).

       PRINT-REPORT-HEADING.
            MOVE REPORT-YEAR TO RPT-REPORT-YEAR.
            MOVE REPORT-HEADING-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            MOVE COMPANY-HEADING-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            IF SOURCE-IS-ARCHIVE
                MOVE ARCHIVE-FILE-NAME TO RPT-SOURCE-NAME
            ELSE
                MOVE "VNDPMT.DAT" TO RPT-SOURCE-NAME.
            MOVE SOURCE-HEADING-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.

      *--------------------------------
      * THE PAYMENT FILE IS KEYED BY
      * VENDOR NUMBER FIRST, SO EACH
      * VENDOR'S WITHHOLDING COMES
      * TOGETHER AND IS PRINTED AT THE
      * CHANGE OF VENDOR.
      *--------------------------------
       TOTAL-THE-WITHHOLDING.
            MOVE VENDOR-HEADING-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            MOVE ZEROS TO CURRENT-VENDOR-HOLD.
            MOVE ZEROS TO VENDOR-WITHHELD-TOTAL.
            MOVE ZEROS TO VENDOR-ENTRY-COUNT.
            MOVE ZEROS TO VENDORS-WITHHELD-COUNT.
            MOVE "Y" TO MORE-PAYMENT-RECORDS.
            PERFORM TOTAL-ONE-PAYMENT
               UNTIL NO-MORE-PAYMENT-RECORDS.
            PERFORM PRINT-VENDOR-WITHHOLDING.
            IF VENDORS-WITHHELD-COUNT = ZEROS
                MOVE "   NO BACKUP WITHHOLDING IN THE YEAR"
                    TO WHR-REPORT-LINE
                WRITE WHR-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.

       TOTAL-ONE-PAYMENT.
            PERFORM READ-NEXT-PAYMENT-RECORD.
            IF PAYMENT-RECORDS-REMAIN
                IF PMT-VENDOR-NUMBER NOT = CURRENT-VENDOR-HOLD
                    PERFORM PRINT-VENDOR-WITHHOLDING
                    MOVE PMT-VENDOR-NUMBER TO CURRENT-VENDOR-HOLD
                END-IF
                MOVE PMT-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY
                IF PMT-IS-WITHHOLDING AND
                        PMT-PAYMENT-DATE(1:4) = REPORT-YEAR AND
                        CMPSEL-RECORD-IS-SELECTED
                    PERFORM TAKE-WITHHOLDING-ENTRY.

       TAKE-WITHHOLDING-ENTRY.
            PERFORM TAKE-PAYMENT-IN-USD.
            MOVE PMT-PAYMENT-DATE(5:2) TO MONTH-INDEX.
            ADD PAYMENT-IN-USD TO MTT-WITHHELD(MONTH-INDEX).
            ADD PAYMENT-IN-USD TO YEAR-WITHHELD.
            ADD PAYMENT-IN-USD TO VENDOR-WITHHELD-TOTAL.
            ADD 1 TO VENDOR-ENTRY-COUNT.

       PRINT-VENDOR-WITHHOLDING.
            IF VENDOR-ENTRY-COUNT > ZEROS
                MOVE CURRENT-VENDOR-HOLD TO VENDOR-NUMBER
                READ VENDOR-FILE RECORD
                   INVALID KEY
                       MOVE "** NOT ON FILE" TO VENDOR-NAME
                END-READ
                MOVE CURRENT-VENDOR-HOLD TO RPT-VENDOR-NUMBER
                MOVE VENDOR-NAME TO RPT-VENDOR-NAME
                MOVE VENDOR-ENTRY-COUNT TO RPT-VENDOR-ENTRIES
                MOVE VENDOR-WITHHELD-TOTAL TO RPT-VENDOR-WITHHELD
                MOVE VENDOR-DETAIL-LINE TO WHR-REPORT-LINE
                WRITE WHR-REPORT-LINE
                ADD 1 TO VENDORS-WITHHELD-COUNT.
            MOVE ZEROS TO VENDOR-WITHHELD-TOTAL.
            MOVE ZEROS TO VENDOR-ENTRY-COUNT.

      *--------------------------------
      * THE DEPOSITS ARE KEYED BY
      * PERIOD, SO THE YEAR'S COME
      * TOGETHER FROM JANUARY ON.
      *--------------------------------
       LIST-THE-DEPOSITS.
            MOVE "DEPOSITS RECORDED AGAINST THE YEAR"
                TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            MOVE DEPOSIT-HEADING-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            MOVE ZEROS TO DEPOSIT-COUNT.
            MOVE "N" TO MORE-DEPOSIT-RECORDS.
            OPEN INPUT WITHHOLDING-DEPOSIT-FILE.
            IF WITHHOLDING-DEPOSIT-STATUS = "00"
                MOVE REPORT-YEAR TO DEP-PERIOD-YEAR
                MOVE 1 TO DEP-PERIOD-MONTH
                MOVE ZEROS TO DEP-SEQUENCE
                MOVE "Y" TO MORE-DEPOSIT-RECORDS
                START WITHHOLDING-DEPOSIT-FILE
                   KEY IS NOT LESS THAN DEP-DEPOSIT-KEY
                   INVALID KEY
                       MOVE "N" TO MORE-DEPOSIT-RECORDS
                END-START
                PERFORM LIST-ONE-DEPOSIT
                   UNTIL NO-MORE-DEPOSIT-RECORDS
                CLOSE WITHHOLDING-DEPOSIT-FILE.
            IF DEPOSIT-COUNT = ZEROS
                MOVE "   NONE" TO WHR-REPORT-LINE
                WRITE WHR-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.

       LIST-ONE-DEPOSIT.
            READ WITHHOLDING-DEPOSIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-DEPOSIT-RECORDS.
            IF DEPOSIT-RECORDS-REMAIN
                IF DEP-PERIOD-YEAR NOT = REPORT-YEAR
                    MOVE "N" TO MORE-DEPOSIT-RECORDS.
            IF DEPOSIT-RECORDS-REMAIN
                MOVE DEP-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY
                IF CMPSEL-RECORD-IS-SELECTED
                    PERFORM TAKE-ONE-DEPOSIT.

       TAKE-ONE-DEPOSIT.
            ADD 1 TO DEPOSIT-COUNT.
            ADD DEP-AMOUNT TO MTT-DEPOSITED(DEP-PERIOD-MONTH).
            ADD DEP-AMOUNT TO YEAR-DEPOSITED.
            MOVE DEP-PERIOD-YEAR TO RPT-DEPOSIT-YEAR.
            MOVE DEP-PERIOD-MONTH TO RPT-DEPOSIT-MONTH.
            MOVE DEP-DEPOSIT-DATE TO RPT-DEPOSIT-DATE.
            MOVE DEP-AMOUNT TO RPT-DEPOSIT-AMOUNT.
            MOVE DEP-REFERENCE TO RPT-DEPOSIT-REFERENCE.
            MOVE DEP-RECORDED-BY TO RPT-DEPOSIT-BY.
            MOVE DEPOSIT-DETAIL-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.

      *--------------------------------
      * EACH MONTH'S LIABILITY AGAINST
      * ITS DEPOSITS, SO A SHORT MONTH
      * SHOWS WHERE THE YEAR IS OFF.
      *--------------------------------
       PRINT-THE-MONTHS.
            MOVE "LIABILITY AND DEPOSITS BY MONTH"
                TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            MOVE MONTH-HEADING-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            MOVE 0 TO MONTH-INDEX.
            PERFORM PRINT-ONE-MONTH
               UNTIL MONTH-INDEX = 12.
            MOVE "YEAR" TO RPT-MONTH-NAME.
            MOVE YEAR-WITHHELD TO RPT-MONTH-WITHHELD.
            MOVE YEAR-DEPOSITED TO RPT-MONTH-DEPOSITED.
            COMPUTE YEAR-BALANCE = YEAR-WITHHELD - YEAR-DEPOSITED.
            MOVE YEAR-BALANCE TO RPT-MONTH-BALANCE.
            MOVE MONTH-DETAIL-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.

       PRINT-ONE-MONTH.
            ADD 1 TO MONTH-INDEX.
            MOVE MNT-MONTH-NAME(MONTH-INDEX) TO RPT-MONTH-NAME.
            MOVE MTT-WITHHELD(MONTH-INDEX) TO RPT-MONTH-WITHHELD.
            MOVE MTT-DEPOSITED(MONTH-INDEX) TO RPT-MONTH-DEPOSITED.
            COMPUTE MONTH-BALANCE = MTT-WITHHELD(MONTH-INDEX) -
                MTT-DEPOSITED(MONTH-INDEX).
            MOVE MONTH-BALANCE TO RPT-MONTH-BALANCE.
            MOVE MONTH-DETAIL-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.

      *--------------------------------
      * THE FIGURES IN FORM 945 LINE
      * ORDER.  LINE 1 IS WITHHOLDING
      * FROM PENSIONS AND GAMBLING,
      * WHICH ACCOUNTS PAYABLE NEVER
      * TAKES; ALL OF OURS IS BACKUP
      * WITHHOLDING ON LINE 2.  ONLY
      * ONE OF LINES 5 AND 6 CARRIES
      * A FIGURE.
      *--------------------------------
       PRINT-THE-FORM-FIGURES.
            MOVE "FIGURES FOR FORM 945" TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            MOVE "1" TO RPT-FORM-LINE-NUMBER.
            MOVE "FEDERAL INCOME TAX WITHHELD" TO RPT-FORM-LINE-TEXT.
            MOVE ZEROS TO RPT-FORM-AMOUNT.
            PERFORM WRITE-FORM-LINE.
            MOVE "2" TO RPT-FORM-LINE-NUMBER.
            MOVE "BACKUP WITHHOLDING" TO RPT-FORM-LINE-TEXT.
            MOVE YEAR-WITHHELD TO RPT-FORM-AMOUNT.
            PERFORM WRITE-FORM-LINE.
            MOVE "3" TO RPT-FORM-LINE-NUMBER.
            MOVE "TOTAL TAXES (LINES 1 AND 2)" TO RPT-FORM-LINE-TEXT.
            MOVE YEAR-WITHHELD TO RPT-FORM-AMOUNT.
            PERFORM WRITE-FORM-LINE.
            MOVE "4" TO RPT-FORM-LINE-NUMBER.
            MOVE "TOTAL DEPOSITS FOR THE YEAR" TO RPT-FORM-LINE-TEXT.
            MOVE YEAR-DEPOSITED TO RPT-FORM-AMOUNT.
            PERFORM WRITE-FORM-LINE.
            COMPUTE YEAR-BALANCE = YEAR-WITHHELD - YEAR-DEPOSITED.
            MOVE "5" TO RPT-FORM-LINE-NUMBER.
            MOVE "BALANCE DUE (LINE 3 LESS LINE 4)"
                TO RPT-FORM-LINE-TEXT.
            IF YEAR-BALANCE > 0
                MOVE YEAR-BALANCE TO RPT-FORM-AMOUNT
            ELSE
                MOVE ZEROS TO RPT-FORM-AMOUNT.
            PERFORM WRITE-FORM-LINE.
            MOVE "6" TO RPT-FORM-LINE-NUMBER.
            MOVE "OVERPAYMENT (LINE 4 LESS LINE 3)"
                TO RPT-FORM-LINE-TEXT.
            IF YEAR-BALANCE < 0
                COMPUTE RPT-FORM-AMOUNT = 0 - YEAR-BALANCE
            ELSE
                MOVE ZEROS TO RPT-FORM-AMOUNT.
            PERFORM WRITE-FORM-LINE.
            MOVE BLANK-REPORT-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.
            MOVE "7" TO RPT-FORM-LINE-NUMBER.
            MOVE "MONTHLY SUMMARY OF FEDERAL TAX LIABILITY"
                TO RPT-FORM-LINE-TEXT.
            MOVE FORM-LINE TO WHR-REPORT-LINE.
            MOVE SPACES TO WHR-REPORT-LINE(55:14).
            WRITE WHR-REPORT-LINE.
            MOVE 0 TO MONTH-INDEX.
            PERFORM PRINT-ONE-FORM-MONTH
               UNTIL MONTH-INDEX = 12.
            MOVE "7M" TO RPT-FORM-LINE-NUMBER.
            MOVE "TOTAL LIABILITY FOR THE YEAR"
                TO RPT-FORM-LINE-TEXT.
            MOVE YEAR-WITHHELD TO RPT-FORM-AMOUNT.
            PERFORM WRITE-FORM-LINE.

       PRINT-ONE-FORM-MONTH.
            ADD 1 TO MONTH-INDEX.
            MOVE MNT-FORM-LINE(MONTH-INDEX) TO RPT-FORM-LINE-NUMBER.
            MOVE MNT-MONTH-NAME(MONTH-INDEX) TO RPT-FORM-LINE-TEXT.
            MOVE MTT-WITHHELD(MONTH-INDEX) TO RPT-FORM-AMOUNT.
            PERFORM WRITE-FORM-LINE.

       WRITE-FORM-LINE.
            MOVE FORM-LINE TO WHR-REPORT-LINE.
            WRITE WHR-REPORT-LINE.

      *--------------------------------
      * THE FRAGMENTS BELOW SUPPLY
      * TAKE-PAYMENT-IN-USD AND THE
      * COMPANY SELECTION.
      *--------------------------------
            COPY "vndpmtusd01.cbl".
            COPY "vndcmpsel01.cbl".
