      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Backup-withholding liability ledger, run in the
      *          vndnite01 stream.  The TYPE-W entries vndpay01 and
      *          vndprl01 post to VNDPMT.DAT are totaled by deposit
      *          period -- the calendar month the withholding was
      *          taken -- and set against the deposits recorded in
      *          vnddep01, company by company, for the run year and
      *          the year before it.  Under the monthly deposit rule
      *          a month's withholding is due at the IRS on the 15th
      *          of the month after, moved to the next banking day
      *          when the 15th is a weekend or a VNDHOL.DAT holiday.
      *          Each period on VNDBWL.RPT shows its due date, what
      *          was withheld, what was deposited, and what is still
      *          owed, and is flagged PAST DUE, DUE SOON (within 7
      *          days), OPEN, ACCRUING (the month is not over),
      *          DEPOSITED, or OVERPAID, so Payroll/Tax sees what we
      *          are holding for the IRS and when it has to go.  The
      *          run date can be passed on the command line as
      *          YYYYMMDD, optionally followed by the warning window
      *          in days.
      *          Each run is journalled to the shared run history
      *          (VNDRUNH.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndbwl01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slpmt01.cbl".
            COPY "sldep01.cbl".
            COPY "slhol01.cbl".
            SELECT BWL-REPORT-FILE ASSIGN TO "VNDBWL.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS BWL-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fddep01.cbl".
            COPY "fdhol01.cbl".

       FD   BWL-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   BWL-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   WITHHOLDING-DEPOSIT-STATUS  PIC XX.
       01   HOLIDAY-FILE-STATUS       PIC XX.
       01   BWL-REPORT-STATUS         PIC XX.
       01   RUN-HISTORY-STATUS        PIC XX.
       77   RUN-START-DATE-HOLD       PIC 9(8).
       77   RUN-START-TIME-HOLD       PIC 9(8).
       77   FINAL-STATUS-HOLD         PIC XX.
       77   PAYMENTS-READ-COUNT       PIC 9(7).

       01   REPORT-DATE-PARAMETER     PIC X(30).
       01   REPORT-DATE.
            05 REPORT-YEAR            PIC 9(4).
            05 REPORT-MONTH           PIC 9(2).
            05 REPORT-DAY             PIC 9(2).
       77   REPORT-DAY-NUMBER         PIC 9(7).
       77   WARNING-DAYS              PIC 9(3) VALUE 7.
       77   FIRST-YEAR                PIC 9(4).
       77   LAST-PERIOD-INDEX         PIC 9(2).
       77   DAYS-TO-DUE               PIC S9(7).

      *--------------------------------
      * A DATE TAKEN APART TO FIND ITS
      * DEPOSIT PERIOD.  PERIOD 1 IS
      * JANUARY OF THE YEAR BEFORE THE
      * RUN YEAR, PERIOD 13 JANUARY OF
      * THE RUN YEAR.
      *--------------------------------
       01   PERIOD-DATE-WORK.
            05 PERIOD-DATE-YEAR       PIC 9(4).
            05 PERIOD-DATE-MONTH      PIC 9(2).
            05 PERIOD-DATE-DAY        PIC 9(2).
       77   PERIOD-INDEX              PIC 9(2).
       77   PERIOD-YEAR               PIC 9(4).
       77   PERIOD-MONTH              PIC 9(2).
       77   YEAR-OFFSET               PIC 9(2).
       77   MONTH-LESS-ONE            PIC 9(2).

      *--------------------------------
      * EACH PERIOD'S DUE DATE, THE
      * SAME FOR EVERY COMPANY.
      *--------------------------------
       01   DUE-DATE-TABLE.
            05 DUE-DATE-ENTRY OCCURS 24 TIMES.
               10 DDT-DUE-DATE        PIC 9(8).
               10 DDT-DUE-DAY-NUMBER  PIC 9(7).

      *--------------------------------
      * WITHHELD AND DEPOSITED BY
      * COMPANY AND PERIOD.  A BLANK
      * COMPANY READS AS 01.
      *--------------------------------
       01   LEDGER-TABLE.
            05 LEDGER-COMPANY OCCURS 20 TIMES.
               10 LGC-COMPANY         PIC X(02).
               10 LGC-PERIOD OCCURS 24 TIMES.
                  15 LGP-WITHHELD     PIC 9(9)V99.
                  15 LGP-DEPOSITED    PIC 9(9)V99.
       77   LEDGER-COMPANY-COUNT      PIC 9(2).
       77   LEDGER-COMPANY-INDEX      PIC 9(2).
       77   LEDGER-SCAN-INDEX         PIC 9(2).
       77   LEDGER-OVERFLOW           PIC 9(5).
       77   COMPANY-HOLD              PIC X(02).

       77   PERIOD-BALANCE            PIC S9(9)V99.
       77   YEAR-WITHHELD             PIC 9(9)V99.
       77   YEAR-DEPOSITED            PIC 9(9)V99.
       77   PAST-DUE-COUNT            PIC 9(5).
       77   DUE-SOON-COUNT            PIC 9(5).

            COPY "fldpmtusd01.cbl".

       01   MORE-PAYMENT-RECORDS      PIC X.
            88 PAYMENT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PAYMENT-RECORDS   VALUE "N".
       01   MORE-DEPOSIT-RECORDS      PIC X.
            88 DEPOSIT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-DEPOSIT-RECORDS   VALUE "N".
       01   MORE-HOLIDAY-RECORDS      PIC X.
            88 HOLIDAY-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-HOLIDAY-RECORDS   VALUE "N".

      *--------------------------------
      * BANKING-DAY ARITHMETIC, THE
      * WAY vndach01 DOES IT.  THE
      * SERIAL DAY COUNT MODULO 7 IS
      * 0 ON A MONDAY.
      *--------------------------------
            COPY "fldcal01.cbl".
       77   WEEKDAY-HOLD              PIC 9(1).
       77   WEEKDAY-WORK              PIC 9(7).
       77   WEEKDAY-REMAINDER         PIC 9(1).
       01   BANKING-DAY-STATUS        PIC X.
            88 BANKING-DAY-FOUND         VALUE "Y".
       01   HOLIDAY-STATUS            PIC X.
            88 DAY-IS-A-HOLIDAY          VALUE "Y".
       01   HOLIDAY-TABLE.
            05 HOLIDAY-DATE-ENTRY OCCURS 100 TIMES PIC 9(8).
       77   HOLIDAY-COUNT             PIC 9(3).
       77   HOLIDAY-INDEX             PIC 9(3).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(35) VALUE
                 "BACKUP WITHHOLDING LIABILITY AS OF ".
            05 RPT-REPORT-DATE        PIC 9(8).

       01   RULE-HEADING-LINE.
            05 FILLER                 PIC X(36) VALUE
                 "A MONTH IS DUE THE 15TH OF THE NEXT ".
            05 FILLER                 PIC X(44) VALUE
                 "MONTH, OR THE FIRST BANKING DAY AFTER IT".

       01   COMPANY-SECTION-LINE.
            05 FILLER                 PIC X(08) VALUE "COMPANY ".
            05 RPT-COMPANY            PIC X(02).

       01   COLUMN-HEADING-LINE.
            05 FILLER                 PIC X(09) VALUE "PERIOD".
            05 FILLER                 PIC X(08) VALUE "DUE DATE".
            05 FILLER                 PIC X(16) VALUE
                 "        WITHHELD".
            05 FILLER                 PIC X(16) VALUE
                 "       DEPOSITED".
            05 FILLER                 PIC X(16) VALUE
                 "         BALANCE".
            05 FILLER                 PIC X(03) VALUE SPACES.
            05 FILLER                 PIC X(06) VALUE "STATUS".

       01   PERIOD-DETAIL-LINE.
            05 RPT-PERIOD-YEAR        PIC 9(4).
            05 FILLER                 PIC X(01) VALUE "-".
            05 RPT-PERIOD-MONTH       PIC 9(2).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-DUE-DATE           PIC 9(8).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-WITHHELD           PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-DEPOSITED          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-BALANCE            PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-STATUS             PIC X(12).

       01   YEAR-TOTAL-LINE.
            05 RPT-TOTAL-YEAR         PIC 9(4).
            05 FILLER                 PIC X(15) VALUE " TOTAL".
            05 RPT-YEAR-WITHHELD      PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-YEAR-DEPOSITED     PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-YEAR-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.

       01   ATTENTION-TOTAL-LINE.
            05 FILLER                 PIC X(19) VALUE
                 "PERIODS PAST DUE  :".
            05 RPT-PAST-DUE-COUNT     PIC ZZZZ9.
            05 FILLER                 PIC X(15) VALUE
                 "   DUE WITHIN ".
            05 RPT-WARNING-DAYS       PIC ZZ9.
            05 FILLER                 PIC X(08) VALUE " DAYS :".
            05 RPT-DUE-SOON-COUNT     PIC ZZZZ9.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            MOVE ZEROS TO PAYMENTS-READ-COUNT.
            PERFORM DETERMINE-REPORT-DATE.
            PERFORM LOAD-THE-HOLIDAYS.
            PERFORM SET-THE-DUE-DATES.
            MOVE ZEROS TO LEDGER-COMPANY-COUNT.
            MOVE ZEROS TO LEDGER-OVERFLOW.
            PERFORM TOTAL-THE-WITHHOLDING.
            PERFORM TOTAL-THE-DEPOSITS.
            OPEN OUTPUT BWL-REPORT-FILE.
            MOVE REPORT-DATE TO RPT-REPORT-DATE.
            MOVE REPORT-HEADING-LINE TO BWL-REPORT-LINE.
            WRITE BWL-REPORT-LINE.
            MOVE RULE-HEADING-LINE TO BWL-REPORT-LINE.
            WRITE BWL-REPORT-LINE.
            MOVE ZEROS TO PAST-DUE-COUNT.
            MOVE ZEROS TO DUE-SOON-COUNT.
            IF LEDGER-COMPANY-COUNT = ZEROS
                MOVE BLANK-REPORT-LINE TO BWL-REPORT-LINE
                WRITE BWL-REPORT-LINE
                MOVE "NO BACKUP WITHHOLDING OR DEPOSITS IN THESE "
                    TO BWL-REPORT-LINE
                MOVE "YEARS" TO BWL-REPORT-LINE(44:5)
                WRITE BWL-REPORT-LINE
            ELSE
                MOVE 0 TO LEDGER-COMPANY-INDEX
                PERFORM PRINT-ONE-COMPANY
                   UNTIL LEDGER-COMPANY-INDEX = LEDGER-COMPANY-COUNT.
            PERFORM PRINT-THE-ATTENTION-TOTALS.
            CLOSE BWL-REPORT-FILE.
            IF BWL-REPORT-STATUS NOT = "00"
                MOVE BWL-REPORT-STATUS TO FINAL-STATUS-HOLD.
            DISPLAY "BACKUP WITHHOLDING LIABILITY AS OF " REPORT-DATE
                " WRITTEN TO VNDBWL.RPT".
            IF PAST-DUE-COUNT > ZEROS OR DUE-SOON-COUNT > ZEROS
                DISPLAY "WITHHOLDING DEPOSITS PAST DUE: "
                    PAST-DUE-COUNT "  DUE WITHIN " WARNING-DAYS
                    " DAYS: " DUE-SOON-COUNT.
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE RUN DATE, AND OPTIONALLY
      * THE WARNING WINDOW, COME FROM
      * THE COMMAND LINE WHEN THE
      * LEDGER IS RERUN; WITH NO
      * PARAMETER IT RUNS AS OF TODAY.
      *--------------------------------
       DETERMINE-REPORT-DATE.
            MOVE SPACES TO REPORT-DATE-PARAMETER.
            ACCEPT REPORT-DATE-PARAMETER FROM COMMAND-LINE.
            IF REPORT-DATE-PARAMETER(1:8) IS NUMERIC
                MOVE REPORT-DATE-PARAMETER(1:8) TO REPORT-DATE
            ELSE
                ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
            IF REPORT-DATE-PARAMETER(10:3) IS NUMERIC
                MOVE REPORT-DATE-PARAMETER(10:3) TO WARNING-DAYS.
            MOVE REPORT-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO REPORT-DAY-NUMBER.
            COMPUTE FIRST-YEAR = REPORT-YEAR - 1.
            COMPUTE LAST-PERIOD-INDEX = 12 + REPORT-MONTH.

       LOAD-THE-HOLIDAYS.
            MOVE ZEROS TO HOLIDAY-COUNT.
            OPEN INPUT HOLIDAY-FILE.
            IF HOLIDAY-FILE-STATUS = "00"
                MOVE "Y" TO MORE-HOLIDAY-RECORDS
                PERFORM LOAD-ONE-HOLIDAY
                   UNTIL NO-MORE-HOLIDAY-RECORDS
                CLOSE HOLIDAY-FILE.

       LOAD-ONE-HOLIDAY.
            READ HOLIDAY-FILE
                AT END
                MOVE "N" TO MORE-HOLIDAY-RECORDS.
            IF HOLIDAY-RECORDS-REMAIN AND HOLIDAY-COUNT < 100
                ADD 1 TO HOLIDAY-COUNT
                MOVE HOL-DATE TO HOLIDAY-DATE-ENTRY(HOLIDAY-COUNT).

      *--------------------------------
      * A PERIOD IS DUE ON THE FIRST
      * BANKING DAY FROM THE 15TH OF
      * THE MONTH AFTER IT.  START THE
      * SEARCH FROM THE 14TH, SINCE IT
      * STEPS A DAY BEFORE IT LOOKS.
      *--------------------------------
       SET-THE-DUE-DATES.
            MOVE 0 TO PERIOD-INDEX.
            PERFORM SET-ONE-DUE-DATE
               UNTIL PERIOD-INDEX = 24.

       SET-ONE-DUE-DATE.
            ADD 1 TO PERIOD-INDEX.
            PERFORM FIND-PERIOD-YEAR-MONTH.
            IF PERIOD-MONTH = 12
                COMPUTE CAL-YEAR = PERIOD-YEAR + 1
                MOVE 1 TO CAL-MONTH
            ELSE
                MOVE PERIOD-YEAR TO CAL-YEAR
                COMPUTE CAL-MONTH = PERIOD-MONTH + 1.
            MOVE 14 TO CAL-DAY.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            PERFORM FIND-NEXT-BANKING-DAY.
            MOVE CAL-DATE-STAMP TO DDT-DUE-DATE(PERIOD-INDEX).
            MOVE CAL-DAY-NUMBER TO DDT-DUE-DAY-NUMBER(PERIOD-INDEX).

       FIND-PERIOD-YEAR-MONTH.
            COMPUTE MONTH-LESS-ONE = PERIOD-INDEX - 1.
            DIVIDE MONTH-LESS-ONE BY 12 GIVING YEAR-OFFSET
                REMAINDER MONTH-LESS-ONE.
            COMPUTE PERIOD-YEAR = FIRST-YEAR + YEAR-OFFSET.
            COMPUTE PERIOD-MONTH = MONTH-LESS-ONE + 1.

       FIND-NEXT-BANKING-DAY.
            MOVE "N" TO BANKING-DAY-STATUS.
            PERFORM STEP-ONE-CALENDAR-DAY
               UNTIL BANKING-DAY-FOUND.

       STEP-ONE-CALENDAR-DAY.
            ADD 1 TO CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            DIVIDE CAL-DAY-NUMBER BY 7 GIVING WEEKDAY-WORK
                REMAINDER WEEKDAY-REMAINDER.
            COMPUTE WEEKDAY-HOLD = WEEKDAY-REMAINDER + 1.
            IF WEEKDAY-HOLD < 6
                PERFORM LOOK-FOR-HOLIDAY
                IF NOT DAY-IS-A-HOLIDAY
                    MOVE "Y" TO BANKING-DAY-STATUS.

       LOOK-FOR-HOLIDAY.
            MOVE "N" TO HOLIDAY-STATUS.
            MOVE 0 TO HOLIDAY-INDEX.
            PERFORM CHECK-ONE-HOLIDAY
               UNTIL HOLIDAY-INDEX = HOLIDAY-COUNT OR
                   DAY-IS-A-HOLIDAY.

       CHECK-ONE-HOLIDAY.
            ADD 1 TO HOLIDAY-INDEX.
            IF HOLIDAY-DATE-ENTRY(HOLIDAY-INDEX) = CAL-DATE-STAMP
                MOVE "Y" TO HOLIDAY-STATUS.

      *--------------------------------
      * WHICH PERIOD A DATE FALLS IN,
      * OR ZERO WHEN IT IS OUTSIDE THE
      * LEDGER'S TWO YEARS OR AFTER
      * THE RUN MONTH.
      *--------------------------------
       FIND-DATE-PERIOD.
            MOVE 0 TO PERIOD-INDEX.
            IF PERIOD-DATE-YEAR NOT < FIRST-YEAR AND
                    PERIOD-DATE-YEAR NOT > REPORT-YEAR AND
                    PERIOD-DATE-MONTH > 0 AND
                    PERIOD-DATE-MONTH < 13
                COMPUTE PERIOD-INDEX =
                    (PERIOD-DATE-YEAR - FIRST-YEAR) * 12 +
                    PERIOD-DATE-MONTH
                IF PERIOD-INDEX > LAST-PERIOD-INDEX
                    MOVE 0 TO PERIOD-INDEX.

      *--------------------------------
      * THE ENTRY FOR COMPANY-HOLD,
      * OPENING ONE IF NEED BE.  A
      * FULL TABLE IS COUNTED AND THE
      * AMOUNT LEFT OUT.
      *--------------------------------
       FIND-LEDGER-COMPANY.
            IF COMPANY-HOLD = SPACES
                MOVE "01" TO COMPANY-HOLD.
            MOVE 0 TO LEDGER-COMPANY-INDEX.
            MOVE 0 TO LEDGER-SCAN-INDEX.
            PERFORM SCAN-LEDGER-COMPANIES
               UNTIL LEDGER-SCAN-INDEX = LEDGER-COMPANY-COUNT OR
                   LEDGER-COMPANY-INDEX > 0.
            IF LEDGER-COMPANY-INDEX = 0
                IF LEDGER-COMPANY-COUNT < 20
                    PERFORM OPEN-LEDGER-COMPANY
                ELSE
                    ADD 1 TO LEDGER-OVERFLOW.

       SCAN-LEDGER-COMPANIES.
            ADD 1 TO LEDGER-SCAN-INDEX.
            IF LGC-COMPANY(LEDGER-SCAN-INDEX) = COMPANY-HOLD
                MOVE LEDGER-SCAN-INDEX TO LEDGER-COMPANY-INDEX.

       OPEN-LEDGER-COMPANY.
            ADD 1 TO LEDGER-COMPANY-COUNT.
            MOVE LEDGER-COMPANY-COUNT TO LEDGER-COMPANY-INDEX.
            MOVE COMPANY-HOLD TO LGC-COMPANY(LEDGER-COMPANY-INDEX).
            MOVE 0 TO PERIOD-INDEX.
            PERFORM CLEAR-ONE-LEDGER-PERIOD
               UNTIL PERIOD-INDEX = 24.

       CLEAR-ONE-LEDGER-PERIOD.
            ADD 1 TO PERIOD-INDEX.
            MOVE ZEROS TO LGP-WITHHELD(LEDGER-COMPANY-INDEX,
                PERIOD-INDEX).
            MOVE ZEROS TO LGP-DEPOSITED(LEDGER-COMPANY-INDEX,
                PERIOD-INDEX).

      *--------------------------------
      * EVERY TYPE-W ENTRY IN THE TWO
      * YEARS, IN DOLLARS, INTO ITS
      * COMPANY AND PERIOD.
      *--------------------------------
       TOTAL-THE-WITHHOLDING.
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
            IF PAYMENT-RECORDS-REMAIN
                ADD 1 TO PAYMENTS-READ-COUNT.
            IF PAYMENT-RECORDS-REMAIN AND PMT-IS-WITHHOLDING
                MOVE PMT-PAYMENT-DATE TO PERIOD-DATE-WORK
                PERFORM FIND-DATE-PERIOD
                IF PERIOD-INDEX > 0
                    PERFORM ADD-PAYMENT-TO-LEDGER.

       ADD-PAYMENT-TO-LEDGER.
            MOVE PMT-COMPANY TO COMPANY-HOLD.
            PERFORM FIND-LEDGER-COMPANY.
            IF LEDGER-COMPANY-INDEX > 0
                PERFORM TAKE-PAYMENT-IN-USD
                ADD PAYMENT-IN-USD
                    TO LGP-WITHHELD(LEDGER-COMPANY-INDEX, PERIOD-INDEX).

      *--------------------------------
      * THE DEPOSITS ARE KEYED BY
      * PERIOD, SO START AT JANUARY OF
      * THE FIRST YEAR AND STOP AFTER
      * THE RUN YEAR.
      *--------------------------------
       TOTAL-THE-DEPOSITS.
            OPEN INPUT WITHHOLDING-DEPOSIT-FILE.
            IF WITHHOLDING-DEPOSIT-STATUS = "00"
                MOVE FIRST-YEAR TO DEP-PERIOD-YEAR
                MOVE 1 TO DEP-PERIOD-MONTH
                MOVE ZEROS TO DEP-SEQUENCE
                MOVE "Y" TO MORE-DEPOSIT-RECORDS
                START WITHHOLDING-DEPOSIT-FILE
                   KEY IS NOT LESS THAN DEP-DEPOSIT-KEY
                   INVALID KEY
                       MOVE "N" TO MORE-DEPOSIT-RECORDS
                END-START
                PERFORM TOTAL-ONE-DEPOSIT
                   UNTIL NO-MORE-DEPOSIT-RECORDS
                CLOSE WITHHOLDING-DEPOSIT-FILE.

       TOTAL-ONE-DEPOSIT.
            READ WITHHOLDING-DEPOSIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-DEPOSIT-RECORDS.
            IF DEPOSIT-RECORDS-REMAIN
                IF DEP-PERIOD-YEAR > REPORT-YEAR
                    MOVE "N" TO MORE-DEPOSIT-RECORDS.
            IF DEPOSIT-RECORDS-REMAIN
                MOVE DEP-PERIOD TO PERIOD-DATE-WORK
                MOVE 1 TO PERIOD-DATE-DAY
                PERFORM FIND-DATE-PERIOD
                IF PERIOD-INDEX > 0
                    PERFORM ADD-DEPOSIT-TO-LEDGER.

       ADD-DEPOSIT-TO-LEDGER.
            MOVE DEP-COMPANY TO COMPANY-HOLD.
            PERFORM FIND-LEDGER-COMPANY.
            IF LEDGER-COMPANY-INDEX > 0
                ADD DEP-AMOUNT
                    TO LGP-DEPOSITED(LEDGER-COMPANY-INDEX,
                        PERIOD-INDEX).

      *--------------------------------
      * ONE COMPANY'S PERIODS, WITH A
      * TOTAL FOR EACH YEAR.  A PERIOD
      * WITH NOTHING WITHHELD OR
      * DEPOSITED IS LEFT OFF.
      *--------------------------------
       PRINT-ONE-COMPANY.
            ADD 1 TO LEDGER-COMPANY-INDEX.
            MOVE BLANK-REPORT-LINE TO BWL-REPORT-LINE.
            WRITE BWL-REPORT-LINE.
            MOVE LGC-COMPANY(LEDGER-COMPANY-INDEX) TO RPT-COMPANY.
            MOVE COMPANY-SECTION-LINE TO BWL-REPORT-LINE.
            WRITE BWL-REPORT-LINE.
            MOVE COLUMN-HEADING-LINE TO BWL-REPORT-LINE.
            WRITE BWL-REPORT-LINE.
            MOVE ZEROS TO YEAR-WITHHELD.
            MOVE ZEROS TO YEAR-DEPOSITED.
            MOVE 0 TO PERIOD-INDEX.
            PERFORM PRINT-ONE-PERIOD
               UNTIL PERIOD-INDEX = LAST-PERIOD-INDEX.

       PRINT-ONE-PERIOD.
            ADD 1 TO PERIOD-INDEX.
            IF LGP-WITHHELD(LEDGER-COMPANY-INDEX, PERIOD-INDEX) > 0
                    OR LGP-DEPOSITED(LEDGER-COMPANY-INDEX,
                        PERIOD-INDEX) > 0
                PERFORM PRINT-PERIOD-DETAIL.
            IF PERIOD-INDEX = 12 OR PERIOD-INDEX = LAST-PERIOD-INDEX
                PERFORM PRINT-YEAR-TOTAL.

       PRINT-PERIOD-DETAIL.
            PERFORM FIND-PERIOD-YEAR-MONTH.
            MOVE PERIOD-YEAR TO RPT-PERIOD-YEAR.
            MOVE PERIOD-MONTH TO RPT-PERIOD-MONTH.
            MOVE DDT-DUE-DATE(PERIOD-INDEX) TO RPT-DUE-DATE.
            MOVE LGP-WITHHELD(LEDGER-COMPANY-INDEX, PERIOD-INDEX)
                TO RPT-WITHHELD.
            MOVE LGP-DEPOSITED(LEDGER-COMPANY-INDEX, PERIOD-INDEX)
                TO RPT-DEPOSITED.
            COMPUTE PERIOD-BALANCE =
                LGP-WITHHELD(LEDGER-COMPANY-INDEX, PERIOD-INDEX) -
                LGP-DEPOSITED(LEDGER-COMPANY-INDEX, PERIOD-INDEX).
            MOVE PERIOD-BALANCE TO RPT-BALANCE.
            COMPUTE DAYS-TO-DUE = DDT-DUE-DAY-NUMBER(PERIOD-INDEX) -
                REPORT-DAY-NUMBER.
            PERFORM SET-PERIOD-STATUS.
            MOVE PERIOD-DETAIL-LINE TO BWL-REPORT-LINE.
            WRITE BWL-REPORT-LINE.
            ADD LGP-WITHHELD(LEDGER-COMPANY-INDEX, PERIOD-INDEX)
                TO YEAR-WITHHELD.
            ADD LGP-DEPOSITED(LEDGER-COMPANY-INDEX, PERIOD-INDEX)
                TO YEAR-DEPOSITED.

      *--------------------------------
      * THE RUN MONTH IS STILL TAKING
      * WITHHOLDING, SO IT ACCRUES
      * RATHER THAN FALLS DUE.
      *--------------------------------
       SET-PERIOD-STATUS.
            IF PERIOD-BALANCE > 0 AND
                    PERIOD-INDEX = LAST-PERIOD-INDEX
                MOVE "ACCRUING" TO RPT-STATUS
            ELSE IF PERIOD-BALANCE > 0 AND DAYS-TO-DUE < 0
                MOVE "** PAST DUE" TO RPT-STATUS
                ADD 1 TO PAST-DUE-COUNT
            ELSE IF PERIOD-BALANCE > 0 AND
                    DAYS-TO-DUE NOT > WARNING-DAYS
                MOVE "DUE SOON" TO RPT-STATUS
                ADD 1 TO DUE-SOON-COUNT
            ELSE IF PERIOD-BALANCE > 0
                MOVE "OPEN" TO RPT-STATUS
            ELSE IF PERIOD-BALANCE < 0
                MOVE "OVERPAID" TO RPT-STATUS
            ELSE
                MOVE "DEPOSITED" TO RPT-STATUS.

       PRINT-YEAR-TOTAL.
            IF PERIOD-INDEX = 12
                MOVE FIRST-YEAR TO RPT-TOTAL-YEAR
            ELSE
                MOVE REPORT-YEAR TO RPT-TOTAL-YEAR.
            MOVE YEAR-WITHHELD TO RPT-YEAR-WITHHELD.
            MOVE YEAR-DEPOSITED TO RPT-YEAR-DEPOSITED.
            COMPUTE PERIOD-BALANCE = YEAR-WITHHELD - YEAR-DEPOSITED.
            MOVE PERIOD-BALANCE TO RPT-YEAR-BALANCE.
            MOVE YEAR-TOTAL-LINE TO BWL-REPORT-LINE.
            WRITE BWL-REPORT-LINE.
            MOVE ZEROS TO YEAR-WITHHELD.
            MOVE ZEROS TO YEAR-DEPOSITED.

       PRINT-THE-ATTENTION-TOTALS.
            MOVE BLANK-REPORT-LINE TO BWL-REPORT-LINE.
            WRITE BWL-REPORT-LINE.
            MOVE PAST-DUE-COUNT TO RPT-PAST-DUE-COUNT.
            MOVE WARNING-DAYS TO RPT-WARNING-DAYS.
            MOVE DUE-SOON-COUNT TO RPT-DUE-SOON-COUNT.
            MOVE ATTENTION-TOTAL-LINE TO BWL-REPORT-LINE.
            WRITE BWL-REPORT-LINE.
            IF LEDGER-OVERFLOW > ZEROS
                MOVE "MORE THAN 20 COMPANIES -- ENTRIES LEFT OFF: "
                    TO BWL-REPORT-LINE
                MOVE LEDGER-OVERFLOW TO BWL-REPORT-LINE(45:5)
                WRITE BWL-REPORT-LINE.

      *--------------------------------
      * JOURNAL THE RUN TO THE SHARED
      * RUN-HISTORY FILE, CREATING IT
      * ON FIRST USE.
      *--------------------------------
       WRITE-RUN-HISTORY.
            OPEN EXTEND RUN-HISTORY-FILE.
            IF RUN-HISTORY-STATUS = "35"
                OPEN OUTPUT RUN-HISTORY-FILE
                CLOSE RUN-HISTORY-FILE
                OPEN EXTEND RUN-HISTORY-FILE.
            MOVE "vndbwl01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE PAYMENTS-READ-COUNT TO RUN-RECORDS-READ.
            MOVE LEDGER-COMPANY-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

      *--------------------------------
      * THE FRAGMENTS BELOW SUPPLY
      * TAKE-PAYMENT-IN-USD AND THE
      * CALENDAR CONVERSIONS.
      *--------------------------------
            COPY "vndpmtusd01.cbl".
            COPY "vndcaldays01.cbl".
