      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Idle-cash investment ladder for Treasury's Monday
      *          funding meeting -- the bridge between vndcsh01's
      *          cash-requirements forecast and cmpint03's interest
      *          arithmetic.  Takes the current cash balance from
      *          the command line and the latest forecast's eight
      *          weekly payables from VNDCSW.DAT, and lays the money
      *          out as a ladder: each week's payables placed to
      *          mature that week, and whatever the eight weeks do
      *          not need rolled past the horizon.  The interest on
      *          the money not yet needed is projected week by week
      *          at the CMPRTE.DAT rates (a row's period is read as
      *          the ladder week it takes effect, the first row's
      *          rate holding until then), and any week whose
      *          payables run past the cash on hand is flagged
      *          SHORT with the amount the week is short.  Money on
      *          payment hold and payables past week eight are
      *          shown below the ladder, outside it.  The output
      *          name carries the run date and is registered in the
      *          report catalog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cmpldr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPINT-RATE-FILE ASSIGN TO "CMPRTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMPINT-RATE-STATUS.
           SELECT LADDER-REPORT-FILE ASSIGN TO LADDER-REPORT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LADDER-REPORT-STATUS.
           COPY "slcsw01.cbl".
           COPY "slrct01.cbl".
       DATA DIVISION.
       FILE SECTION.
       FD   CMPINT-RATE-FILE
            LABEL RECORDS ARE STANDARD.

       01   CMPINT-RATE-RECORD.
            05 RTE-PERIOD              PIC 9(4).
            05 RTE-RATE                PIC 9(2)V9.

       FD   LADDER-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   LADDER-REPORT-LINE         PIC X(80).

            COPY "fdcsw01.cbl".
            COPY "fdrct01.cbl".

       WORKING-STORAGE SECTION.
       01   CMPINT-RATE-STATUS     PIC XX.
       01   LADDER-REPORT-STATUS   PIC XX.
       01   CASH-WEEKS-STATUS      PIC XX.
       01   CATALOG-FILE-STATUS    PIC XX.

      *--------------------------------
      * THE REPORT NAME CARRIES THE
      * RUN DATE, THE WAY cmpint03
      * NAMES ITS BATCH REPORT.
      *--------------------------------
       01   LADDER-REPORT-NAME     PIC X(20).
       77   REPORT-DATE-STAMP      PIC 9(8).

      *--------------------------------
      * THE CASH BALANCE COMES FROM
      * THE COMMAND LINE, ENTERED THE
      * WAY THE KEYBOARD FIGURES ARE
      * IN cmpint03.
      *--------------------------------
       01   BALANCE-PARAMETER      PIC X(30).
       77   ENTRY-FIELD            PIC ZZZ,ZZZ,ZZZ.ZZ.
       77   CASH-BALANCE           PIC 9(9)V99.

       01   CASH-WEEKS-FOUND       PIC X.
            88 CASH-WEEKS-WERE-FOUND  VALUE "Y".

       01   RATE-ROW-STATUS        PIC X.
            88 MORE-RATE-ROWS      VALUE "Y".
            88 NO-MORE-RATE-ROWS   VALUE "N".
       77   RATE-ROW-COUNT         PIC 9(5).
       77   RATE-FIRST-WEEK        PIC 9(2).

      *--------------------------------
      * ONE ENTRY PER LADDER WEEK.
      * AVAILABLE IS THE CASH ON HAND
      * AS THE WEEK OPENS; WHAT IS
      * LEFT AFTER THE WEEK'S PAYABLES
      * STAYS INVESTED THROUGH THE
      * WEEK.  THE RUNG IS THE PART OF
      * THE WEEK'S PAYABLES THE CASH
      * CAN MEET, PLACED TODAY TO
      * MATURE THAT WEEK.  INTEREST IS
      * CARRIED TO SIX PLACES SO THE
      * WEEKLY AND RUNG TOTALS AGREE.
      *--------------------------------
       01   LADDER-TABLE.
            05 LADDER-ENTRY OCCURS 8 TIMES.
               10 LDR-RATE          PIC 9(2)V9.
               10 LDR-AVAILABLE     PIC S9(10)V99.
               10 LDR-DUE           PIC 9(9)V99.
               10 LDR-INVESTED      PIC 9(10)V99.
               10 LDR-INTEREST      PIC 9(9)V9(6).
               10 LDR-RUNG          PIC 9(9)V99.
               10 LDR-RUNG-INTEREST PIC 9(9)V9(6).
               10 LDR-SHORT-AMOUNT  PIC 9(10)V99.
       77   WEEK-INDEX             PIC 9(2).
       77   RUNG-RATE-WEEKS        PIC 9(3)V9.
       77   CLOSING-CASH           PIC S9(10)V99.
       77   ROLLOVER-AMOUNT        PIC 9(10)V99.
       77   ROLLOVER-INTEREST      PIC 9(9)V9(6).
       77   TOTAL-DUE              PIC 9(10)V99.
       77   TOTAL-INTEREST         PIC 9(9)V9(6).
       77   TOTAL-RUNG-AMOUNT      PIC 9(10)V99.
       77   SHORT-WEEK-COUNT       PIC 9(2).

      *--------------------------------
      * A FORECAST MORE THAN A WEEK
      * OLD IS CALLED OUT ON THE
      * REPORT -- ITS WEEKS NO LONGER
      * LINE UP WITH THE CALENDAR.
      *--------------------------------
       77   TODAY-DAY-NUMBER       PIC 9(7).
       77   FORECAST-AGE-DAYS      PIC S9(7).
            COPY "fldcal01.cbl".

       01   REPORT-HEADING-LINE.
            05 FILLER              PIC X(35) VALUE
                 "IDLE-CASH INVESTMENT LADDER -- RUN ".
            05 RPT-HEADING-DATE    PIC 9(8).

       01   FORECAST-HEADING-LINE.
            05 FILLER              PIC X(21) VALUE
                 "PAYABLES FORECAST OF ".
            05 RPT-FORECAST-DATE   PIC 9(8).
            05 FILLER              PIC X(12) VALUE " -- COMPANY ".
            05 RPT-FORECAST-COMPANY
                                   PIC X(13).

       01   LADDER-AMOUNT-LINE.
            05 RPT-AMOUNT-LABEL    PIC X(34).
            05 RPT-AMOUNT-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01   WEEK-COLUMN-LINE.
            05 FILLER              PIC X(40) VALUE
                 "W ENDING        AVAILABLE        PAYABLE".
            05 FILLER              PIC X(34) VALUE
                 "S       INVESTED RATE     INTEREST".

       01   WEEK-DETAIL-LINE.
            05 RPT-WEEK-NUMBER     PIC 9.
            05 FILLER              PIC X VALUE SPACE.
            05 RPT-WEEK-ENDING     PIC 9(8).
            05 FILLER              PIC X VALUE SPACE.
            05 RPT-WEEK-AVAILABLE  PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER              PIC X VALUE SPACE.
            05 RPT-WEEK-DUE        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X VALUE SPACE.
            05 RPT-WEEK-INVESTED   PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X VALUE SPACE.
            05 RPT-WEEK-RATE       PIC Z9.9.
            05 FILLER              PIC X VALUE SPACE.
            05 RPT-WEEK-INTEREST   PIC Z,ZZZ,ZZ9.99.
            05 RPT-WEEK-SHORT      PIC X(6).

       01   WEEK-TOTAL-LINE.
            05 FILLER              PIC X(26) VALUE
                 "  EIGHT-WEEK TOTALS".
            05 FILLER              PIC X VALUE SPACE.
            05 RPT-TOTAL-DUE       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(21) VALUE SPACES.
            05 RPT-TOTAL-INTEREST  PIC Z,ZZZ,ZZ9.99.

       01   SHORT-WEEK-LINE.
            05 FILLER              PIC X(7) VALUE "  WEEK ".
            05 RPT-SHORT-WEEK      PIC 9.
            05 FILLER              PIC X(21) VALUE
                 " IS SHORT OF CASH BY ".
            05 RPT-SHORT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.

       01   RUNG-COLUMN-LINE.
            05 FILLER              PIC X(40) VALUE
                 "  RUNG       MATURES           AMOUNT   ".
            05 FILLER              PIC X(40) VALUE
                 "  INTEREST TO MATURITY".

       01   RUNG-DETAIL-LINE.
            05 RPT-RUNG-LABEL      PIC X(12).
            05 FILLER              PIC X VALUE SPACE.
            05 RPT-RUNG-MATURES    PIC X(8).
            05 FILLER              PIC X(4) VALUE SPACES.
            05 RPT-RUNG-AMOUNT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(5) VALUE SPACES.
            05 RPT-RUNG-INTEREST   PIC Z,ZZZ,ZZ9.99.

       01   BLANK-REPORT-LINE      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM GET-THE-CASH-BALANCE.
            IF BALANCE-PARAMETER = SPACES
                DISPLAY "GIVE THE CASH BALANCE ON THE COMMAND LINE "
                    "-- NO LADDER WRITTEN"
            ELSE
                PERFORM READ-THE-CASH-WEEKS
                IF NOT CASH-WEEKS-WERE-FOUND
                    DISPLAY "NO FORECAST ON VNDCSW.DAT -- RUN "
                        "vndcsh01 FIRST"
                ELSE
                    PERFORM BUILD-REPORT-FILE-NAME
                    PERFORM LOAD-THE-WEEKLY-RATES
                    PERFORM BUILD-THE-LADDER
                    PERFORM PRINT-THE-LADDER
                    PERFORM CATALOG-THIS-OUTPUT
                    DISPLAY "LADDER WRITTEN TO " LADDER-REPORT-NAME.

       PROGRAM-DONE.
            GOBACK.

       GET-THE-CASH-BALANCE.
            MOVE SPACES TO BALANCE-PARAMETER.
            MOVE ZEROS TO CASH-BALANCE.
            ACCEPT BALANCE-PARAMETER FROM COMMAND-LINE.
            IF BALANCE-PARAMETER NOT = SPACES
                MOVE BALANCE-PARAMETER(1:14) TO ENTRY-FIELD
                MOVE ENTRY-FIELD TO CASH-BALANCE.

       READ-THE-CASH-WEEKS.
            MOVE "N" TO CASH-WEEKS-FOUND.
            OPEN INPUT CASH-WEEKS-FILE.
            IF CASH-WEEKS-STATUS = "00"
                READ CASH-WEEKS-FILE
                    NOT AT END
                    MOVE "Y" TO CASH-WEEKS-FOUND
                END-READ
                CLOSE CASH-WEEKS-FILE.

       BUILD-REPORT-FILE-NAME.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE SPACES TO LADDER-REPORT-NAME.
            STRING "CMPLDR" REPORT-DATE-STAMP ".RPT"
                DELIMITED BY SIZE
                INTO LADDER-REPORT-NAME.

      *--------------------------------
      * A RATE ROW TAKES EFFECT IN THE
      * LADDER WEEK ITS PERIOD NAMES
      * AND HOLDS FOR THE WEEKS AFTER,
      * THE WAY cmpint03 APPLIES A
      * RATE CHANGE AT ITS PERIOD.
      * THE FIRST ROW'S RATE ALSO
      * COVERS THE WEEKS BEFORE IT.
      * ROWS ARE IN PERIOD ORDER.
      *--------------------------------
       LOAD-THE-WEEKLY-RATES.
            MOVE ZEROS TO LADDER-TABLE.
            MOVE ZEROS TO RATE-ROW-COUNT.
            OPEN INPUT CMPINT-RATE-FILE.
            IF CMPINT-RATE-STATUS = "00"
                PERFORM READ-ONE-RATE-ROW
                PERFORM TAKE-ONE-RATE-ROW
                   UNTIL NO-MORE-RATE-ROWS
                CLOSE CMPINT-RATE-FILE.

       READ-ONE-RATE-ROW.
            READ CMPINT-RATE-FILE
                AT END
                MOVE "N" TO RATE-ROW-STATUS
                NOT AT END
                MOVE "Y" TO RATE-ROW-STATUS
            END-READ.

       TAKE-ONE-RATE-ROW.
            ADD 1 TO RATE-ROW-COUNT.
            IF RATE-ROW-COUNT = 1
                MOVE 1 TO RATE-FIRST-WEEK
                PERFORM SPREAD-THE-RATE.
            IF RTE-PERIOD < 9
                MOVE RTE-PERIOD TO RATE-FIRST-WEEK
                IF RATE-FIRST-WEEK = 0
                    MOVE 1 TO RATE-FIRST-WEEK
                END-IF
                PERFORM SPREAD-THE-RATE.
            PERFORM READ-ONE-RATE-ROW.

       SPREAD-THE-RATE.
            SUBTRACT 1 FROM RATE-FIRST-WEEK GIVING WEEK-INDEX.
            PERFORM SET-ONE-WEEK-RATE
               UNTIL WEEK-INDEX = 8.

       SET-ONE-WEEK-RATE.
            ADD 1 TO WEEK-INDEX.
            MOVE RTE-RATE TO LDR-RATE(WEEK-INDEX).

      *--------------------------------
      * WALK THE EIGHT WEEKS.  A
      * WEEK'S PAYABLES COME OUT AS IT
      * OPENS; THE REST EARNS A WEEK
      * (7/365 OF A YEAR) AT THAT
      * WEEK'S RATE.  ONCE THE CASH
      * RUNS OUT EVERY LATER WEEK WITH
      * PAYABLES IS SHORT TOO.
      *--------------------------------
       BUILD-THE-LADDER.
            MOVE CASH-BALANCE TO CLOSING-CASH.
            MOVE ZEROS TO TOTAL-DUE.
            MOVE ZEROS TO TOTAL-INTEREST.
            MOVE ZEROS TO TOTAL-RUNG-AMOUNT.
            MOVE ZEROS TO SHORT-WEEK-COUNT.
            MOVE ZEROS TO RUNG-RATE-WEEKS.
            MOVE 0 TO WEEK-INDEX.
            PERFORM BUILD-ONE-LADDER-WEEK
               UNTIL WEEK-INDEX = 8.
            MOVE ZEROS TO ROLLOVER-AMOUNT.
            IF CLOSING-CASH > 0
                MOVE CLOSING-CASH TO ROLLOVER-AMOUNT.
            COMPUTE ROLLOVER-INTEREST ROUNDED =
                ROLLOVER-AMOUNT * RUNG-RATE-WEEKS * 7 / 36500.
            ADD ROLLOVER-AMOUNT TO TOTAL-RUNG-AMOUNT.

       BUILD-ONE-LADDER-WEEK.
            ADD 1 TO WEEK-INDEX.
            MOVE CLOSING-CASH TO LDR-AVAILABLE(WEEK-INDEX).
            MOVE CSW-WEEK-AMOUNT(WEEK-INDEX) TO LDR-DUE(WEEK-INDEX).
            ADD LDR-DUE(WEEK-INDEX) TO TOTAL-DUE.
            SUBTRACT LDR-DUE(WEEK-INDEX) FROM CLOSING-CASH.
            IF CLOSING-CASH > 0
                MOVE CLOSING-CASH TO LDR-INVESTED(WEEK-INDEX)
            ELSE
                MOVE ZEROS TO LDR-INVESTED(WEEK-INDEX).
            PERFORM SET-WEEK-RUNG.
            COMPUTE LDR-RUNG-INTEREST(WEEK-INDEX) ROUNDED =
                LDR-RUNG(WEEK-INDEX) * RUNG-RATE-WEEKS * 7 / 36500.
            ADD LDR-RATE(WEEK-INDEX) TO RUNG-RATE-WEEKS.
            COMPUTE LDR-INTEREST(WEEK-INDEX) ROUNDED =
                LDR-INVESTED(WEEK-INDEX) * LDR-RATE(WEEK-INDEX)
                    * 7 / 36500.
            ADD LDR-INTEREST(WEEK-INDEX) TO TOTAL-INTEREST.
            ADD LDR-RUNG(WEEK-INDEX) TO TOTAL-RUNG-AMOUNT.
            IF LDR-DUE(WEEK-INDEX) > LDR-RUNG(WEEK-INDEX)
                PERFORM NOTE-SHORT-WEEK.

      *--------------------------------
      * THE RUNG MATURING THIS WEEK
      * COVERS ITS PAYABLES IN FULL
      * WHEN THE CASH REACHES, ELSE
      * WHATEVER CASH IS LEFT.
      *--------------------------------
       SET-WEEK-RUNG.
            IF LDR-AVAILABLE(WEEK-INDEX) NOT > 0
                MOVE ZEROS TO LDR-RUNG(WEEK-INDEX)
            ELSE IF LDR-AVAILABLE(WEEK-INDEX) < LDR-DUE(WEEK-INDEX)
                MOVE LDR-AVAILABLE(WEEK-INDEX) TO LDR-RUNG(WEEK-INDEX)
            ELSE
                MOVE LDR-DUE(WEEK-INDEX) TO LDR-RUNG(WEEK-INDEX).

       NOTE-SHORT-WEEK.
            ADD 1 TO SHORT-WEEK-COUNT.
            COMPUTE LDR-SHORT-AMOUNT(WEEK-INDEX) =
                LDR-DUE(WEEK-INDEX) - LDR-RUNG(WEEK-INDEX).

       PRINT-THE-LADDER.
            OPEN OUTPUT LADDER-REPORT-FILE.
            MOVE REPORT-DATE-STAMP TO RPT-HEADING-DATE.
            WRITE LADDER-REPORT-LINE FROM REPORT-HEADING-LINE.
            MOVE CSW-RUN-DATE TO RPT-FORECAST-DATE.
            IF CSW-COMPANY = SPACES
                MOVE "ALL COMPANIES" TO RPT-FORECAST-COMPANY
            ELSE
                MOVE CSW-COMPANY TO RPT-FORECAST-COMPANY.
            WRITE LADDER-REPORT-LINE FROM FORECAST-HEADING-LINE.
            PERFORM CHECK-FORECAST-AGE.
            MOVE "OPENING CASH BALANCE" TO RPT-AMOUNT-LABEL.
            MOVE CASH-BALANCE TO RPT-AMOUNT-VALUE.
            WRITE LADDER-REPORT-LINE FROM LADDER-AMOUNT-LINE.
            IF RATE-ROW-COUNT = 0
                MOVE "** NO RATES ON CMPRTE.DAT -- INTEREST SHOWN AT ZER
      -             "O **" TO LADDER-REPORT-LINE
                WRITE LADDER-REPORT-LINE.
            PERFORM PRINT-WEEKLY-POSITION.
            PERFORM PRINT-THE-RUNGS.
            PERFORM PRINT-OUTSIDE-THE-LADDER.
            CLOSE LADDER-REPORT-FILE.

       CHECK-FORECAST-AGE.
            MOVE REPORT-DATE-STAMP TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO TODAY-DAY-NUMBER.
            MOVE CSW-RUN-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            COMPUTE FORECAST-AGE-DAYS =
                TODAY-DAY-NUMBER - CAL-DAY-NUMBER.
            IF FORECAST-AGE-DAYS > 7
                MOVE "** FORECAST IS OVER A WEEK OLD -- RERUN vndcsh01 F
      -             "OR CURRENT WEEKS **" TO LADDER-REPORT-LINE
                WRITE LADDER-REPORT-LINE.

       PRINT-WEEKLY-POSITION.
            WRITE LADDER-REPORT-LINE FROM BLANK-REPORT-LINE.
            MOVE "WEEKLY CASH POSITION" TO LADDER-REPORT-LINE.
            WRITE LADDER-REPORT-LINE.
            WRITE LADDER-REPORT-LINE FROM WEEK-COLUMN-LINE.
            MOVE 0 TO WEEK-INDEX.
            PERFORM PRINT-ONE-WEEK-LINE
               UNTIL WEEK-INDEX = 8.
            MOVE TOTAL-DUE TO RPT-TOTAL-DUE.
            COMPUTE RPT-TOTAL-INTEREST ROUNDED = TOTAL-INTEREST.
            WRITE LADDER-REPORT-LINE FROM WEEK-TOTAL-LINE.
            IF SHORT-WEEK-COUNT > 0
                WRITE LADDER-REPORT-LINE FROM BLANK-REPORT-LINE
                MOVE "** PAYABLES EXCEED AVAILABLE CASH -- FUNDING NEEDE
      -             "D **" TO LADDER-REPORT-LINE
                WRITE LADDER-REPORT-LINE
                MOVE 0 TO WEEK-INDEX
                PERFORM PRINT-ONE-SHORT-WEEK
                   UNTIL WEEK-INDEX = 8.

       PRINT-ONE-WEEK-LINE.
            ADD 1 TO WEEK-INDEX.
            MOVE WEEK-INDEX TO RPT-WEEK-NUMBER.
            MOVE CSW-WEEK-ENDING(WEEK-INDEX) TO RPT-WEEK-ENDING.
            MOVE LDR-AVAILABLE(WEEK-INDEX) TO RPT-WEEK-AVAILABLE.
            MOVE LDR-DUE(WEEK-INDEX) TO RPT-WEEK-DUE.
            MOVE LDR-INVESTED(WEEK-INDEX) TO RPT-WEEK-INVESTED.
            MOVE LDR-RATE(WEEK-INDEX) TO RPT-WEEK-RATE.
            COMPUTE RPT-WEEK-INTEREST ROUNDED =
                LDR-INTEREST(WEEK-INDEX).
            IF LDR-SHORT-AMOUNT(WEEK-INDEX) > 0
                MOVE " SHORT" TO RPT-WEEK-SHORT
            ELSE
                MOVE SPACES TO RPT-WEEK-SHORT.
            WRITE LADDER-REPORT-LINE FROM WEEK-DETAIL-LINE.

       PRINT-ONE-SHORT-WEEK.
            ADD 1 TO WEEK-INDEX.
            IF LDR-SHORT-AMOUNT(WEEK-INDEX) > 0
                MOVE WEEK-INDEX TO RPT-SHORT-WEEK
                MOVE LDR-SHORT-AMOUNT(WEEK-INDEX) TO RPT-SHORT-AMOUNT
                WRITE LADDER-REPORT-LINE FROM SHORT-WEEK-LINE.

      *--------------------------------
      * THE LADDER ITSELF -- WHAT TO
      * PLACE TODAY AND WHEN EACH
      * PIECE COMES BACK.  A RUNG
      * EARNS THROUGH THE WEEKS BEFORE
      * THE ONE IT PAYS FOR; THE
      * ROLLOVER EARNS ALL EIGHT.
      *--------------------------------
       PRINT-THE-RUNGS.
            WRITE LADDER-REPORT-LINE FROM BLANK-REPORT-LINE.
            MOVE "INVESTMENT LADDER -- PLACE TODAY" TO
                LADDER-REPORT-LINE.
            WRITE LADDER-REPORT-LINE.
            WRITE LADDER-REPORT-LINE FROM RUNG-COLUMN-LINE.
            MOVE 0 TO WEEK-INDEX.
            PERFORM PRINT-ONE-RUNG
               UNTIL WEEK-INDEX = 8.
            MOVE "  ROLLOVER" TO RPT-RUNG-LABEL.
            MOVE "PAST WK8" TO RPT-RUNG-MATURES.
            MOVE ROLLOVER-AMOUNT TO RPT-RUNG-AMOUNT.
            COMPUTE RPT-RUNG-INTEREST ROUNDED = ROLLOVER-INTEREST.
            WRITE LADDER-REPORT-LINE FROM RUNG-DETAIL-LINE.
            MOVE "  TOTAL" TO RPT-RUNG-LABEL.
            MOVE SPACES TO RPT-RUNG-MATURES.
            MOVE TOTAL-RUNG-AMOUNT TO RPT-RUNG-AMOUNT.
            ADD ROLLOVER-INTEREST TO TOTAL-INTEREST.
            COMPUTE RPT-RUNG-INTEREST ROUNDED = TOTAL-INTEREST.
            WRITE LADDER-REPORT-LINE FROM RUNG-DETAIL-LINE.

       PRINT-ONE-RUNG.
            ADD 1 TO WEEK-INDEX.
            MOVE SPACES TO RPT-RUNG-LABEL.
            STRING "  WEEK " WEEK-INDEX(2:1)
                DELIMITED BY SIZE
                INTO RPT-RUNG-LABEL.
            MOVE CSW-WEEK-ENDING(WEEK-INDEX) TO RPT-RUNG-MATURES.
            MOVE LDR-RUNG(WEEK-INDEX) TO RPT-RUNG-AMOUNT.
            COMPUTE RPT-RUNG-INTEREST ROUNDED =
                LDR-RUNG-INTEREST(WEEK-INDEX).
            WRITE LADDER-REPORT-LINE FROM RUNG-DETAIL-LINE.

      *--------------------------------
      * HELD MONEY AND PAYABLES PAST
      * THE HORIZON ARE NOT IN THE
      * LADDER, BUT THE ROLLOVER MAY
      * BE CALLED ON TO MEET THEM.
      *--------------------------------
       PRINT-OUTSIDE-THE-LADDER.
            WRITE LADDER-REPORT-LINE FROM BLANK-REPORT-LINE.
            MOVE "OUTSIDE THE LADDER" TO LADDER-REPORT-LINE.
            WRITE LADDER-REPORT-LINE.
            MOVE "  DUE PAST WEEK 8" TO RPT-AMOUNT-LABEL.
            MOVE CSW-LATER-AMOUNT TO RPT-AMOUNT-VALUE.
            WRITE LADDER-REPORT-LINE FROM LADDER-AMOUNT-LINE.
            MOVE "  ON PAYMENT HOLD" TO RPT-AMOUNT-LABEL.
            MOVE CSW-HOLD-AMOUNT TO RPT-AMOUNT-VALUE.
            WRITE LADDER-REPORT-LINE FROM LADDER-AMOUNT-LINE.
            IF CSW-LATER-AMOUNT + CSW-HOLD-AMOUNT > ROLLOVER-AMOUNT
                MOVE "** ROLLOVER DOES NOT COVER THESE IF THEY COME DUE 
      -             "**" TO LADDER-REPORT-LINE
                WRITE LADDER-REPORT-LINE.

       CATALOG-THIS-OUTPUT.
            OPEN EXTEND REPORT-CATALOG-FILE.
            IF CATALOG-FILE-STATUS = "35"
                OPEN OUTPUT REPORT-CATALOG-FILE
                CLOSE REPORT-CATALOG-FILE
                OPEN EXTEND REPORT-CATALOG-FILE.
            MOVE "cmpldr01" TO RCT-PROGRAM-NAME.
            ACCEPT RCT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT RCT-RUN-TIME FROM TIME.
            MOVE "BATCH" TO RCT-OPERATOR-ID.
            MOVE LADDER-REPORT-NAME TO RCT-OUTPUT-NAME.
            WRITE REPORT-CATALOG-RECORD.
            CLOSE REPORT-CATALOG-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSION THE FORECAST'S AGE
      * IS TAKEN WITH.
      *--------------------------------
            COPY "vndcaldays01.cbl".
