           SELECT CMPINT-RATE-FILE ASSIGN TO "CMPRTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMPINT-RATE-STATUS.
           SELECT CMPINT-FLOW-FILE ASSIGN TO "CMPDCF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMPINT-FLOW-STATUS.
           COPY "slrct01.cbl".
       DATA DIVISION.
       FILE SECTION.
            05 RTE-PERIOD              PIC 9(4).
            05 RTE-RATE                PIC 9(2)V9.

       FD   CMPINT-FLOW-FILE
            LABEL RECORDS ARE STANDARD.

       01   CMPINT-FLOW-RECORD.
            05 FLW-SCENARIO-ID         PIC X(8).
            05 FLW-FLOW-DATE           PIC 9(8).
            05 FLW-AMOUNT              PIC S9(9)V99.

            COPY "fdrct01.cbl".

       WORKING-STORAGE SECTION.

       77   ENTRY-FIELD            PIC ZZZ,ZZZ,ZZZ.ZZ.

      *--------------------------------
      * DISCOUNTED CASH-FLOW FIELDS.
      * A CMPINT.DAT ROW WHOSE
      * FREQUENCY IS F IS A PROPOSAL
      * (A LEASE, A FINANCING OFFER, A
      * PREPAY-FOR-DISCOUNT DEAL), NOT
      * A DEPOSIT: ITS DATED INFLOWS
      * (+) AND OUTFLOWS (-) ARE THE
      * CMPDCF.DAT ROWS UNDER ITS
      * SCENARIO ID, AND ITS OWN RATE,
      * PRINCIPAL, AND PERIODS ARE NOT
      * USED.  EVERY BATCH ROW GETS A
      * NET PRESENT VALUE AT THE ONE
      * DISCOUNT RATE GIVEN FOR THE
      * RUN, SO THE RANKING COMPARES
      * LIKE WITH LIKE -- A DEPOSIT'S
      * OWN FLOWS ARE THE PRINCIPAL
      * PAID IN, THE CMPTXN.DAT
      * ACTIVITY, AND THE AFTER-TAX
      * ENDING VALUE TAKEN BACK OUT.
      * THE INTERNAL RATE OF RETURN IS
      * FOUND BY A HALVING SEARCH FOR
      * THE RATE THAT BRINGS THE NPV
      * TO ZERO.  A FLOW'S AGE IS
      * COUNTED IN DAYS FROM THE FIRST
      * FLOW, 365 TO THE YEAR.
      *--------------------------------
       01   CMPINT-FLOW-STATUS     PIC XX.
       01   FLOW-ROW-STATUS        PIC X.
            88 MORE-FLOW-ROWS      VALUE "Y".
            88 NO-MORE-FLOW-ROWS   VALUE "N".
       01   FLOW-ROW-CHECK         PIC X.
            88 FLOW-ROW-IS-GOOD    VALUE "Y".
       01   FLOW-CAPTURE-FLAG      PIC X VALUE "N".
            88 FLOW-CAPTURE-IS-ON      VALUE "Y".
       77   DISCOUNT-RATE          PIC 9(2)V9.
       77   DISCOUNT-AS-DECIMAL    PIC V9(3).
       77   SCENARIO-ID-ENTRY      PIC X(8).
       01   FLOW-TABLE.
            05 FLOW-ENTRY OCCURS 1000 TIMES.
               10 FLT-DAY-NUMBER    PIC 9(7).
               10 FLT-DAYS          PIC 9(6).
               10 FLT-AMOUNT        PIC S9(9)V99.
       77   FLOW-COUNT             PIC 9(4).
       77   FLOW-INDEX             PIC 9(4).
       77   FLOW-OVERFLOW          PIC 9(5).
       77   FLOW-SKIPPED           PIC 9(5).
       77   FIRST-FLOW-DAY         PIC 9(7).
       77   FLOW-DAYS-HOLD         PIC 9(6).
       77   FLOW-AMOUNT-HOLD       PIC S9(9)V99.
       77   FLOW-INFLOW-TOTAL      PIC 9(12)V99.
       77   FLOW-OUTFLOW-TOTAL     PIC 9(12)V99.
       77   FLOW-NET-TOTAL         PIC S9(12)V99.
       77   TRIAL-RATE             PIC S9(2)V9(6).
       77   FLOW-PRESENT-VALUE     PIC S9(13)V99.
       77   DAILY-DISCOUNT         PIC 9(2)V9(16).
       77   SQUARE-FACTOR          PIC 9(8)V9(10).
       77   AGE-FACTOR             PIC 9(8)V9(10).
       01   AGE-FACTOR-FLAG        PIC X.
            88 AGE-FACTOR-TOO-LARGE   VALUE "Y".
       77   DAYS-LEFT              PIC 9(6).
       77   DAYS-BIT               PIC 9.
       77   TRIAL-NPV              PIC S9(16)V99.
       77   THE-NPV                PIC S9(12)V99.
       77   THE-IRR                PIC S9(3)V99.
       01   IRR-FOUND-FLAG         PIC X.
            88 IRR-WAS-FOUND          VALUE "Y".
       77   IRR-LOW-RATE           PIC S9(2)V9(6).
       77   IRR-HIGH-RATE          PIC S9(2)V9(6).
       77   IRR-MID-RATE           PIC S9(2)V9(6).
       77   IRR-LOW-NPV            PIC S9(16)V99.
       77   SCENARIO-ENDING-HOLD   PIC S9(11)V99.
       77   SCENARIO-INTEREST-HOLD PIC 9(9)V99.
       77   DISCOUNT-RATE-FIELD    PIC Z9.9.

       01   FLOW-SUMMARY-LINE.
            05 RPT-FLOW-COUNT      PIC ZZZZ9.
            05 FILLER              PIC X(9) VALUE " FLOWS IN".
            05 RPT-FLOW-IN         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(4) VALUE " OUT".
            05 RPT-FLOW-OUT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(4) VALUE " NET".
            05 RPT-FLOW-NET        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01   NPV-RESULT-LINE.
            05 FILLER              PIC X(9) VALUE "  NPV AT ".
            05 RPT-NPV-RATE        PIC Z9.9.
            05 FILLER              PIC X(5) VALUE " PCT ".
            05 RPT-NPV-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
            05 FILLER              PIC X(6) VALUE "  IRR ".
            05 RPT-IRR-AREA.
               10 RPT-IRR-PERCENT  PIC ZZ9.99-.
               10 RPT-IRR-PCT      PIC X(4).
            05 RPT-IRR-NONE REDEFINES RPT-IRR-AREA
                                   PIC X(11).

       01   FLOW-SKIPPED-LINE.
            05 FILLER              PIC X(5) VALUE "  ** ".
            05 RPT-SKIPPED-COUNT   PIC ZZZZ9.
            05 FILLER              PIC X(35) VALUE
                 " FLOW ROW(S) LEFT OUT -- BAD DATE, ".
            05 FILLER              PIC X(28) VALUE
                 "AMOUNT, OR OVER 1000 FLOWS".

      *--------------------------------
      * GOAL-SEEK FIELDS.  THE USER
      * GIVES ANY THREE OF PRINCIPAL,
      *--------------------------------
       01   RUN-MODE-ENTRY         PIC X.
            88 RUN-MODE-IS-GOAL-SEEK   VALUE "G".
            88 RUN-MODE-IS-CASH-FLOW   VALUE "D".
       01   SOLVE-FOR-ENTRY        PIC X.
            88 SOLVE-FOR-PRINCIPAL     VALUE "P".
            88 SOLVE-FOR-RATE          VALUE "R".
            05 SCENARIO-ENTRY OCCURS 100 TIMES.
               10 SCE-SCENARIO-ID   PIC X(8).
               10 SCE-DESCRIPTION   PIC X(30).
               10 SCE-ENDING-VALUE  PIC S9(11)V99.
               10 SCE-TOTAL-INTEREST PIC 9(9)V99.
               10 SCE-NPV           PIC S9(12)V99.
               10 SCE-IRR           PIC S9(3)V99.
               10 SCE-IRR-FOUND     PIC X.
       77   SCENARIO-COUNT         PIC 9(3).
       77   SCENARIO-INDEX         PIC 9(3).
       77   SCENARIO-SCAN-INDEX    PIC 9(3).
       01   SCENARIO-SWAP-HOLD.
            05 SWP-SCENARIO-ID     PIC X(8).
            05 SWP-DESCRIPTION     PIC X(30).
            05 SWP-ENDING-VALUE    PIC S9(11)V99.
            05 SWP-TOTAL-INTEREST  PIC 9(9)V99.
            05 SWP-NPV             PIC S9(12)V99.
            05 SWP-IRR             PIC S9(3)V99.
            05 SWP-IRR-FOUND       PIC X.
       01   RANK-BY-FLAG           PIC X.
            88 RANK-BY-NPV            VALUE "N".
            88 RANK-BY-ENDING-VALUE   VALUE "E".

       01   SCENARIO-TITLE-LINE.
            05 FILLER              PIC X(9) VALUE "SCENARIO ".
            05 FILLER              PIC X(2) VALUE ". ".
            05 RPT-RANK-ID         PIC X(8).
            05 FILLER              PIC X(9) VALUE "  ENDS AT".
            05 RPT-RANK-ENDING     PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05 FILLER              PIC X(11) VALUE "  INTEREST ".
            05 RPT-RANK-INTEREST   PIC ZZZ,ZZZ,ZZ9.99.

       01   NPV-RANK-LINE.
            05 RPT-NPV-RANK        PIC ZZ9.
            05 FILLER              PIC X(2) VALUE ". ".
            05 RPT-NPV-RANK-ID     PIC X(8).
            05 FILLER              PIC X(6) VALUE "  NPV ".
            05 RPT-NPV-RANK-VALUE  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
            05 FILLER              PIC X(6) VALUE "  IRR ".
            05 RPT-NPV-RANK-IRR-AREA.
               10 RPT-NPV-RANK-IRR PIC ZZ9.99-.
               10 RPT-NPV-RANK-PCT PIC X(4).
            05 RPT-NPV-RANK-NONE REDEFINES RPT-NPV-RANK-IRR-AREA
                                   PIC X(11).

            COPY "fldcal01.cbl".

       01   THE-WHOLE-MESSAGE.
            05 DISPLAY-PRINCIPAL       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                  PIC X(4) VALUE " at".
            OPEN OUTPUT SCHEDULE-REPORT-FILE.
            MOVE SPACES TO BATCH-MODE-PARAMETER.
            ACCEPT BATCH-MODE-PARAMETER FROM COMMAND-LINE.
            IF (BATCH-MODE-PARAMETER(1:5) = "BATCH" OR
                    BATCH-MODE-PARAMETER(1:5) = "batch") AND
                    BATCH-MODE-PARAMETER(6:1) = SPACE
                PERFORM GET-BATCH-DISCOUNT-RATE
                PERFORM RUN-BATCH-MODE
            ELSE
                PERFORM GET-AND-DISPLAY-RESULT
            PERFORM CATALOG-THIS-OUTPUT.
            DISPLAY "RESULTS WRITTEN TO " CMPINT-REPORT-NAME.

      *--------------------------------
      * THE RUN'S DISCOUNT RATE
      * FOLLOWS THE WORD BATCH ON THE
      * COMMAND LINE (BATCH 8.5).
      * WITHOUT ONE THE FLOWS ARE NOT
      * DISCOUNTED AT ALL AND THE NPV
      * IS SIMPLY THEIR NET.
      *--------------------------------
       GET-BATCH-DISCOUNT-RATE.
            MOVE ZERO TO DISCOUNT-RATE.
            IF BATCH-MODE-PARAMETER(7:24) NOT = SPACES
                MOVE BATCH-MODE-PARAMETER(7:14) TO ENTRY-FIELD
                MOVE ENTRY-FIELD TO DISCOUNT-RATE.
            PERFORM DERIVE-DISCOUNT-RATE.

       DERIVE-DISCOUNT-RATE.
            COMPUTE DISCOUNT-AS-DECIMAL ROUNDED =
               DISCOUNT-RATE / 100.

       BUILD-REPORT-FILE-NAME.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE SPACES TO CMPINT-REPORT-NAME.
            END-READ.

       PROCESS-ONE-BATCH-ROW.
            IF CII-FREQUENCY = "F" OR CII-FREQUENCY = "f"
                PERFORM PROCESS-CASH-FLOW-ROW
            ELSE
                PERFORM PROCESS-DEPOSIT-ROW.
            PERFORM READ-ONE-BATCH-ROW.

      *--------------------------------
      * A DEPOSIT ROW RUNS AS IT
      * ALWAYS HAS, WITH ITS FLOWS
      * CAPTURED ALONG THE WAY FOR THE
      * NPV AND IRR.
      *--------------------------------
       PROCESS-DEPOSIT-ROW.
            MOVE CII-PRINCIPAL TO THE-PRINCIPAL.
            MOVE CII-INTEREST TO THE-INTEREST.
            MOVE CII-PERIODS TO NO-OF-PERIODS.
                    NOT FREQUENCY-IS-DAILY
                MOVE "A" TO FREQUENCY-ENTRY.
            PERFORM DERIVE-PERIOD-RATE.
            MOVE ZEROS TO FLOW-COUNT.
            MOVE ZEROS TO FLOW-OVERFLOW.
            MOVE ZEROS TO FLOW-SKIPPED.
            MOVE ZERO TO FLOW-DAYS-HOLD.
            COMPUTE FLOW-AMOUNT-HOLD = 0 - THE-PRINCIPAL.
            PERFORM ADD-ONE-FLOW.
            MOVE "Y" TO FLOW-CAPTURE-FLAG.
            PERFORM CALCULATE-THE-RESULT.
            MOVE "N" TO FLOW-CAPTURE-FLAG.
            COMPUTE FLOW-DAYS-HOLD ROUNDED =
                NO-OF-PERIODS * 365 / PERIODS-PER-YEAR.
            MOVE NET-NEW-VALUE TO FLOW-AMOUNT-HOLD.
            PERFORM ADD-ONE-FLOW.
            PERFORM EVALUATE-THE-FLOWS.
            MOVE THE-NEW-VALUE TO SCENARIO-ENDING-HOLD.
            MOVE TOTAL-EARNED-INTEREST TO SCENARIO-INTEREST-HOLD.
            PERFORM WRITE-BATCH-REPORT-LINE.

      *--------------------------------
      * A CASH-FLOW ROW IS PRICED FROM
      * ITS CMPDCF.DAT FLOWS.  IT
      * RANKS ON ITS UNDISCOUNTED NET
      * AS ITS ENDING VALUE, WITH NO
      * INTEREST OF ITS OWN.
      *--------------------------------
       PROCESS-CASH-FLOW-ROW.
            MOVE CII-SCENARIO-ID TO SCENARIO-ID-ENTRY.
            PERFORM LOAD-CASH-FLOWS.
            MOVE CII-SCENARIO-ID TO RPT-SCENARIO-ID.
            MOVE CII-DESCRIPTION TO RPT-DESCRIPTION.
            WRITE CMPINT-REPORT-LINE FROM SCENARIO-TITLE-LINE.
            IF FLOW-COUNT = 0
                MOVE "  NO CASH FLOWS ON CMPDCF.DAT FOR THIS SCENARIO"
                    TO CMPINT-REPORT-LINE
                WRITE CMPINT-REPORT-LINE
            ELSE
                PERFORM EVALUATE-THE-FLOWS
                PERFORM FILL-FLOW-RESULT-LINES
                WRITE CMPINT-REPORT-LINE FROM FLOW-SUMMARY-LINE
                WRITE CMPINT-REPORT-LINE FROM NPV-RESULT-LINE
                PERFORM WRITE-FLOW-SKIPPED-LINE
                MOVE FLOW-NET-TOTAL TO SCENARIO-ENDING-HOLD
                MOVE ZEROS TO SCENARIO-INTEREST-HOLD
                PERFORM SAVE-THIS-SCENARIO.

       WRITE-FLOW-SKIPPED-LINE.
            IF FLOW-SKIPPED > 0 OR FLOW-OVERFLOW > 0
                COMPUTE RPT-SKIPPED-COUNT =
                    FLOW-SKIPPED + FLOW-OVERFLOW
                WRITE CMPINT-REPORT-LINE FROM FLOW-SKIPPED-LINE.

       WRITE-BATCH-REPORT-LINE.
            MOVE CII-SCENARIO-ID TO RPT-SCENARIO-ID.
            MOVE THE-NEW-VALUE TO DISPLAY-VALUE.
            MOVE NET-NEW-VALUE TO DISPLAY-NET-VALUE.
            WRITE CMPINT-REPORT-LINE FROM THE-WHOLE-MESSAGE.
            PERFORM FILL-FLOW-RESULT-LINES.
            WRITE CMPINT-REPORT-LINE FROM NPV-RESULT-LINE.
            PERFORM WRITE-FLOW-SKIPPED-LINE.
            PERFORM SAVE-THIS-SCENARIO.

       SAVE-THIS-SCENARIO.
                    TO SCE-SCENARIO-ID(SCENARIO-COUNT)
                MOVE CII-DESCRIPTION
                    TO SCE-DESCRIPTION(SCENARIO-COUNT)
                MOVE SCENARIO-ENDING-HOLD
                    TO SCE-ENDING-VALUE(SCENARIO-COUNT)
                MOVE SCENARIO-INTEREST-HOLD
                    TO SCE-TOTAL-INTEREST(SCENARIO-COUNT)
                MOVE THE-NPV TO SCE-NPV(SCENARIO-COUNT)
                MOVE THE-IRR TO SCE-IRR(SCENARIO-COUNT)
                MOVE IRR-FOUND-FLAG TO SCE-IRR-FOUND(SCENARIO-COUNT)
            ELSE
                ADD 1 TO SCENARIO-OVERFLOW.

      * REMAINING SCENARIO TO THE TOP
      * OF THE TABLE, ONE RANK AT A
      * TIME, THEN PRINT THE ORDERED
      * LIST -- ONCE BY ENDING VALUE,
      * THEN AGAIN BY NET PRESENT
      * VALUE AT THE RUN'S DISCOUNT
      * RATE.
      *--------------------------------
       PRINT-SCENARIO-SUMMARY.
            MOVE SPACES TO CMPINT-REPORT-LINE.
            MOVE "SCENARIOS RANKED BY ENDING VALUE"
                TO CMPINT-REPORT-LINE.
            WRITE CMPINT-REPORT-LINE.
            MOVE "E" TO RANK-BY-FLAG.
            MOVE 0 TO SCENARIO-INDEX.
            PERFORM RANK-ONE-SCENARIO
               UNTIL SCENARIO-INDEX = SCENARIO-COUNT.
            MOVE 0 TO SCENARIO-INDEX.
            PERFORM PRINT-ONE-RANK-LINE
               UNTIL SCENARIO-INDEX = SCENARIO-COUNT.
            MOVE SPACES TO CMPINT-REPORT-LINE.
            WRITE CMPINT-REPORT-LINE.
            MOVE SPACES TO CMPINT-REPORT-LINE.
            MOVE DISCOUNT-RATE TO DISCOUNT-RATE-FIELD.
            STRING "SCENARIOS RANKED BY NET PRESENT VALUE AT "
                DISCOUNT-RATE-FIELD " PCT"
                DELIMITED BY SIZE
                INTO CMPINT-REPORT-LINE.
            WRITE CMPINT-REPORT-LINE.
            MOVE "N" TO RANK-BY-FLAG.
            MOVE 0 TO SCENARIO-INDEX.
            PERFORM RANK-ONE-SCENARIO
               UNTIL SCENARIO-INDEX = SCENARIO-COUNT.
            MOVE ZEROS TO SCENARIO-RANK.
            MOVE 0 TO SCENARIO-INDEX.
            PERFORM PRINT-ONE-NPV-RANK-LINE
               UNTIL SCENARIO-INDEX = SCENARIO-COUNT.
            IF SCENARIO-OVERFLOW > 0
                MOVE "** MORE THAN 100 SCENARIOS -- RANKING IS INCOMPLET
      -             "E **" TO CMPINT-REPORT-LINE
                WRITE CMPINT-REPORT-LINE.

       RANK-ONE-SCENARIO.

       FIND-BEST-REMAINING.
            ADD 1 TO SCENARIO-SCAN-INDEX.
            IF RANK-BY-NPV
                IF SCE-NPV(SCENARIO-SCAN-INDEX) >
                        SCE-NPV(SCENARIO-BEST-INDEX)
                    MOVE SCENARIO-SCAN-INDEX TO SCENARIO-BEST-INDEX
                END-IF
            ELSE
                IF SCE-ENDING-VALUE(SCENARIO-SCAN-INDEX) >
                        SCE-ENDING-VALUE(SCENARIO-BEST-INDEX)
                    MOVE SCENARIO-SCAN-INDEX TO SCENARIO-BEST-INDEX.

       SWAP-SCENARIO-ENTRIES.
            MOVE SCENARIO-ENTRY(SCENARIO-INDEX)
                TO RPT-RANK-INTEREST.
            WRITE CMPINT-REPORT-LINE FROM SCENARIO-RANK-LINE.

       PRINT-ONE-NPV-RANK-LINE.
            ADD 1 TO SCENARIO-INDEX.
            ADD 1 TO SCENARIO-RANK.
            MOVE SCENARIO-RANK TO RPT-NPV-RANK.
            MOVE SCE-SCENARIO-ID(SCENARIO-INDEX) TO RPT-NPV-RANK-ID.
            MOVE SCE-NPV(SCENARIO-INDEX) TO RPT-NPV-RANK-VALUE.
            IF SCE-IRR-FOUND(SCENARIO-INDEX) = "Y"
                MOVE SCE-IRR(SCENARIO-INDEX) TO RPT-NPV-RANK-IRR
                MOVE "PCT" TO RPT-NPV-RANK-PCT
            ELSE
                MOVE "NOT FOUND" TO RPT-NPV-RANK-NONE.
            WRITE CMPINT-REPORT-LINE FROM NPV-RANK-LINE.

       GET-AND-DISPLAY-RESULT.
            PERFORM ASK-RUN-MODE.
            IF RUN-MODE-IS-GOAL-SEEK
                PERFORM RUN-GOAL-SEEK
            ELSE IF RUN-MODE-IS-CASH-FLOW
                PERFORM RUN-CASH-FLOW-MODE
            ELSE
                PERFORM GET-THE-PRINCIPAL
                PERFORM GET-THE-INTEREST
            PERFORM GO-AGAIN.

       ASK-RUN-MODE.
            DISPLAY "(C)ALCULATE A RESULT, (G)OAL-SEEK ".
            DISPLAY "A MISSING FIGURE, OR (D)ISCOUNT A ".
            DISPLAY "CASH-FLOW SERIES?".
            ACCEPT RUN-MODE-ENTRY.
            IF RUN-MODE-ENTRY = "g"
                MOVE "G" TO RUN-MODE-ENTRY.
            IF RUN-MODE-ENTRY = "d"
                MOVE "D" TO RUN-MODE-ENTRY.

      *--------------------------------
      * DISCOUNTED CASH FLOW AT THE
      * KEYBOARD -- NAME THE SCENARIO
      * WHOSE FLOWS ARE ON CMPDCF.DAT
      * AND THE RATE TO DISCOUNT AT.
      *--------------------------------
       RUN-CASH-FLOW-MODE.
            DISPLAY "Scenario ID of the cash flows?".
            ACCEPT SCENARIO-ID-ENTRY.
            MOVE "N" TO ENTRY-OK.
            PERFORM ENTER-THE-DISCOUNT-RATE
               UNTIL ENTRY-OK = "Y".
            PERFORM DERIVE-DISCOUNT-RATE.
            PERFORM LOAD-CASH-FLOWS.
            IF FLOW-COUNT = 0
                DISPLAY "NO CASH FLOWS ON CMPDCF.DAT FOR THAT "
                    "SCENARIO"
            ELSE
                PERFORM EVALUATE-THE-FLOWS
                PERFORM FILL-FLOW-RESULT-LINES
                DISPLAY FLOW-SUMMARY-LINE
                DISPLAY NPV-RESULT-LINE
                IF FLOW-SKIPPED > 0 OR FLOW-OVERFLOW > 0
                    COMPUTE RPT-SKIPPED-COUNT =
                        FLOW-SKIPPED + FLOW-OVERFLOW
                    DISPLAY FLOW-SKIPPED-LINE.

       ENTER-THE-DISCOUNT-RATE.
            DISPLAY "Discount rate (0 TO 99.9%)?".
            ACCEPT ENTRY-FIELD.
            MOVE ENTRY-FIELD TO DISCOUNT-RATE.
            IF DISCOUNT-RATE > 99.9
                DISPLAY "INVALID ENTRY"
            ELSE
                MOVE "Y" TO ENTRY-OK.

      *--------------------------------
      * GATHER ONE SCENARIO'S DATED
      * FLOWS.  A ROW WITH A BAD DATE
      * OR AMOUNT IS LEFT OUT AND
      * COUNTED, NOT GUESSED AT.
      *--------------------------------
       LOAD-CASH-FLOWS.
            MOVE ZEROS TO FLOW-COUNT.
            MOVE ZEROS TO FLOW-OVERFLOW.
            MOVE ZEROS TO FLOW-SKIPPED.
            MOVE 9999999 TO FIRST-FLOW-DAY.
            MOVE "N" TO FLOW-ROW-STATUS.
            OPEN INPUT CMPINT-FLOW-FILE.
            IF CMPINT-FLOW-STATUS = "00"
                PERFORM READ-ONE-FLOW-ROW
                PERFORM LOAD-ONE-FLOW-ROW
                   UNTIL NO-MORE-FLOW-ROWS
                CLOSE CMPINT-FLOW-FILE.
            MOVE 0 TO FLOW-INDEX.
            PERFORM SET-ONE-FLOW-AGE
               UNTIL FLOW-INDEX = FLOW-COUNT.

       READ-ONE-FLOW-ROW.
            READ CMPINT-FLOW-FILE
                AT END
                MOVE "N" TO FLOW-ROW-STATUS
                NOT AT END
                MOVE "Y" TO FLOW-ROW-STATUS
            END-READ.

       LOAD-ONE-FLOW-ROW.
            IF FLW-SCENARIO-ID = SCENARIO-ID-ENTRY
                PERFORM TABLE-ONE-DATED-FLOW.
            PERFORM READ-ONE-FLOW-ROW.

       TABLE-ONE-DATED-FLOW.
            PERFORM CHECK-ONE-FLOW-ROW.
            IF NOT FLOW-ROW-IS-GOOD
                ADD 1 TO FLOW-SKIPPED
            ELSE IF FLOW-COUNT = 1000
                ADD 1 TO FLOW-OVERFLOW
            ELSE
                PERFORM CONVERT-DATE-TO-DAY-NUMBER
                ADD 1 TO FLOW-COUNT
                MOVE CAL-DAY-NUMBER TO FLT-DAY-NUMBER(FLOW-COUNT)
                MOVE FLW-AMOUNT TO FLT-AMOUNT(FLOW-COUNT)
                IF CAL-DAY-NUMBER < FIRST-FLOW-DAY
                    MOVE CAL-DAY-NUMBER TO FIRST-FLOW-DAY.

       CHECK-ONE-FLOW-ROW.
            MOVE "N" TO FLOW-ROW-CHECK.
            IF FLW-FLOW-DATE IS NUMERIC AND FLW-AMOUNT IS NUMERIC
                MOVE FLW-FLOW-DATE TO CAL-DATE-STAMP
                IF CAL-MONTH > 0 AND CAL-MONTH < 13 AND
                        CAL-DAY > 0 AND CAL-DAY < 32
                    MOVE "Y" TO FLOW-ROW-CHECK.

       SET-ONE-FLOW-AGE.
            ADD 1 TO FLOW-INDEX.
            COMPUTE FLT-DAYS(FLOW-INDEX) =
                FLT-DAY-NUMBER(FLOW-INDEX) - FIRST-FLOW-DAY.

      *--------------------------------
      * ONE FLOW OF A DEPOSIT ROW,
      * AGED IN DAYS FROM THE DAY THE
      * PRINCIPAL GOES IN, TO THE
      * NEAREST DAY.
      *--------------------------------
       ADD-ONE-FLOW.
            IF FLOW-COUNT = 1000
                ADD 1 TO FLOW-OVERFLOW
            ELSE
                ADD 1 TO FLOW-COUNT
                MOVE ZEROS TO FLT-DAY-NUMBER(FLOW-COUNT)
                MOVE FLOW-DAYS-HOLD TO FLT-DAYS(FLOW-COUNT)
                MOVE FLOW-AMOUNT-HOLD TO FLT-AMOUNT(FLOW-COUNT).

      *--------------------------------
      * TOTAL THE FLOWS, PRICE THEM AT
      * THE DISCOUNT RATE, AND SEARCH
      * FOR THE IRR.
      *--------------------------------
       EVALUATE-THE-FLOWS.
            MOVE ZEROS TO FLOW-INFLOW-TOTAL.
            MOVE ZEROS TO FLOW-OUTFLOW-TOTAL.
            MOVE 0 TO FLOW-INDEX.
            PERFORM TOTAL-ONE-FLOW
               UNTIL FLOW-INDEX = FLOW-COUNT.
            COMPUTE FLOW-NET-TOTAL =
                FLOW-INFLOW-TOTAL - FLOW-OUTFLOW-TOTAL.
            MOVE DISCOUNT-AS-DECIMAL TO TRIAL-RATE.
            PERFORM PRICE-THE-FLOWS.
            MOVE TRIAL-NPV TO THE-NPV.
            PERFORM SEEK-THE-IRR.

       TOTAL-ONE-FLOW.
            ADD 1 TO FLOW-INDEX.
            IF FLT-AMOUNT(FLOW-INDEX) < 0
                SUBTRACT FLT-AMOUNT(FLOW-INDEX)
                    FROM FLOW-OUTFLOW-TOTAL
            ELSE
                ADD FLT-AMOUNT(FLOW-INDEX) TO FLOW-INFLOW-TOTAL.

      *--------------------------------
      * NPV AT TRIAL-RATE: EACH FLOW
      * DIVIDED BY THE DAILY DISCOUNT
      * (THE 365TH ROOT OF 1 + RATE)
      * RAISED TO ITS AGE IN DAYS.  A
      * FACTOR TOO LARGE TO HOLD MAKES
      * THE FLOW WORTH NOTHING TODAY;
      * A FLOW TOO LARGE TO HOLD AT AN
      * EXTREME SEARCH RATE IS PINNED
      * AT THE FIELD'S LIMIT WITH ITS
      * OWN SIGN -- THE SEARCH ONLY
      * NEEDS THE SIGN OF THE TOTAL.
      *--------------------------------
       PRICE-THE-FLOWS.
            COMPUTE DAILY-DISCOUNT ROUNDED =
                (1 + TRIAL-RATE) ** 0.00273972602739726.
            MOVE ZERO TO TRIAL-NPV.
            MOVE 0 TO FLOW-INDEX.
            PERFORM PRICE-ONE-FLOW
               UNTIL FLOW-INDEX = FLOW-COUNT.

       PRICE-ONE-FLOW.
            ADD 1 TO FLOW-INDEX.
            PERFORM RAISE-DAILY-DISCOUNT.
            IF AGE-FACTOR-TOO-LARGE
                MOVE ZERO TO FLOW-PRESENT-VALUE
            ELSE
                COMPUTE FLOW-PRESENT-VALUE ROUNDED =
                    FLT-AMOUNT(FLOW-INDEX) / AGE-FACTOR
                    ON SIZE ERROR
                    PERFORM PIN-FLOW-PRESENT-VALUE
                END-COMPUTE.
            ADD FLOW-PRESENT-VALUE TO TRIAL-NPV.

      *--------------------------------
      * AGE-FACTOR IS THE DAILY
      * DISCOUNT RAISED TO THE FLOW'S
      * AGE, BUILT BY REPEATED
      * SQUARING -- ONE MULTIPLY FOR
      * EACH BINARY DIGIT OF THE DAYS.
      *--------------------------------
       RAISE-DAILY-DISCOUNT.
            MOVE 1 TO AGE-FACTOR.
            MOVE DAILY-DISCOUNT TO SQUARE-FACTOR.
            MOVE FLT-DAYS(FLOW-INDEX) TO DAYS-LEFT.
            MOVE "N" TO AGE-FACTOR-FLAG.
            PERFORM TAKE-ONE-DAYS-DIGIT
               UNTIL DAYS-LEFT = 0 OR AGE-FACTOR-TOO-LARGE.

       TAKE-ONE-DAYS-DIGIT.
            DIVIDE DAYS-LEFT BY 2
                GIVING DAYS-LEFT REMAINDER DAYS-BIT.
            IF DAYS-BIT = 1
                COMPUTE AGE-FACTOR ROUNDED =
                    AGE-FACTOR * SQUARE-FACTOR
                    ON SIZE ERROR
                    MOVE "Y" TO AGE-FACTOR-FLAG
                END-COMPUTE.
            IF DAYS-LEFT > 0
                COMPUTE SQUARE-FACTOR ROUNDED =
                    SQUARE-FACTOR * SQUARE-FACTOR
                    ON SIZE ERROR
                    MOVE "Y" TO AGE-FACTOR-FLAG
                END-COMPUTE.

       PIN-FLOW-PRESENT-VALUE.
            IF FLT-AMOUNT(FLOW-INDEX) < 0
                MOVE -9999999999999.99 TO FLOW-PRESENT-VALUE
            ELSE
                MOVE 9999999999999.99 TO FLOW-PRESENT-VALUE.

      *--------------------------------
      * IRR -- HALVING SEARCH ON THE
      * RATE BETWEEN -95 AND +999
      * PERCENT FOR THE POINT WHERE
      * THE NPV CHANGES SIGN.  FLOWS
      * THAT NEVER CHANGE SIGN (ALL
      * OUT, ALL IN) HAVE NO IRR.
      *--------------------------------
       SEEK-THE-IRR.
            MOVE "N" TO IRR-FOUND-FLAG.
            MOVE ZERO TO THE-IRR.
            MOVE -0.95 TO IRR-LOW-RATE.
            MOVE 9.99 TO IRR-HIGH-RATE.
            MOVE IRR-LOW-RATE TO TRIAL-RATE.
            PERFORM PRICE-THE-FLOWS.
            MOVE TRIAL-NPV TO IRR-LOW-NPV.
            MOVE IRR-HIGH-RATE TO TRIAL-RATE.
            PERFORM PRICE-THE-FLOWS.
            IF (IRR-LOW-NPV < 0 AND TRIAL-NPV > 0) OR
                    (IRR-LOW-NPV > 0 AND TRIAL-NPV < 0)
                MOVE "Y" TO IRR-FOUND-FLAG
                MOVE 0 TO SEARCH-PASS-COUNT
                PERFORM NARROW-THE-IRR
                   UNTIL SEARCH-PASS-COUNT = 30
                COMPUTE THE-IRR ROUNDED = IRR-MID-RATE * 100.

       NARROW-THE-IRR.
            ADD 1 TO SEARCH-PASS-COUNT.
            COMPUTE IRR-MID-RATE ROUNDED =
                (IRR-LOW-RATE + IRR-HIGH-RATE) / 2.
            MOVE IRR-MID-RATE TO TRIAL-RATE.
            PERFORM PRICE-THE-FLOWS.
            IF (TRIAL-NPV < 0 AND IRR-LOW-NPV < 0) OR
                    (TRIAL-NPV > 0 AND IRR-LOW-NPV > 0)
                MOVE IRR-MID-RATE TO IRR-LOW-RATE
                MOVE TRIAL-NPV TO IRR-LOW-NPV
            ELSE
                MOVE IRR-MID-RATE TO IRR-HIGH-RATE.

       FILL-FLOW-RESULT-LINES.
            MOVE FLOW-COUNT TO RPT-FLOW-COUNT.
            MOVE FLOW-INFLOW-TOTAL TO RPT-FLOW-IN.
            MOVE FLOW-OUTFLOW-TOTAL TO RPT-FLOW-OUT.
            MOVE FLOW-NET-TOTAL TO RPT-FLOW-NET.
            MOVE DISCOUNT-RATE TO RPT-NPV-RATE.
            MOVE THE-NPV TO RPT-NPV-AMOUNT.
            IF IRR-WAS-FOUND
                MOVE THE-IRR TO RPT-IRR-PERCENT
                MOVE "PCT" TO RPT-IRR-PCT
            ELSE
                MOVE "NOT FOUND" TO RPT-IRR-NONE.

      *--------------------------------
      * GOAL-SEEK -- PICK THE FIGURE
       APPLY-ONE-TRANSACTION.
            ADD TXN-AMOUNT TO WORKING-PRINCIPAL.
            ADD TXN-AMOUNT TO NET-WORKING-PRINCIPAL.
            IF FLOW-CAPTURE-IS-ON
                COMPUTE FLOW-DAYS-HOLD ROUNDED =
                    (THE-PERIOD - 1) * 365 / PERIODS-PER-YEAR
                COMPUTE FLOW-AMOUNT-HOLD = 0 - TXN-AMOUNT
                PERFORM ADD-ONE-FLOW.
            PERFORM READ-ONE-TXN-ROW.

       CALCULATE-ONE-PERIOD.
            MOVE THE-NEW-VALUE TO DISPLAY-VALUE.
            MOVE NET-NEW-VALUE TO DISPLAY-NET-VALUE.
            DISPLAY THE-WHOLE-MESSAGE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSION THE CASH-FLOW DATES
      * ARE AGED WITH.
      *--------------------------------
            COPY "vndcaldays01.cbl".
