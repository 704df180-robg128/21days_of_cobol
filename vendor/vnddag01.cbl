      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Invoice dispute aging by owner and reason -- the
      *          money sitting in dispute, who is chasing it, and
      *          how long it has waited.  Every open case on the
      *          dispute case file is aged by the days since it was
      *          opened, as of the aging date, into 0-30, 31-60,
      *          61-90, and over 90 days.  Each owner gets the list
      *          of their cases in reason order, a case whose
      *          follow-up date has passed flagged, and a table of
      *          cases and amounts by reason and age; the same table
      *          for all owners together closes the report.  The
      *          aging date comes from the command line or is today.
      *          The output name carries the run date and is
      *          registered in the report catalog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vnddag01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "sldsp01.cbl".
            COPY "slrct01.cbl".
            SELECT DISPUTE-REPORT-FILE ASSIGN TO REPORT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.
            SELECT DISPUTE-SORT-FILE ASSIGN TO "VNDDAG.SRT".
       DATA DIVISION.
       FILE SECTION.
            COPY "fddsp01.cbl".
            COPY "fdrct01.cbl".

       FD   DISPUTE-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   DISPUTE-REPORT-LINE       PIC X(80).

       SD   DISPUTE-SORT-FILE.
       01   DISPUTE-SORT-RECORD.
            05 SORT-OWNER-ID          PIC X(08).
            05 SORT-REASON-INDEX      PIC 9(01).
            05 SORT-OPEN-DATE         PIC 9(08).
            05 SORT-VENDOR-NUMBER     PIC 9(07).
            05 SORT-INVOICE-NUMBER    PIC X(15).
            05 SORT-FOLLOW-UP-DATE    PIC 9(08).
            05 SORT-DISPUTED-AMOUNT   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01   DISPUTE-FILE-STATUS       PIC XX.
       01   REPORT-FILE-STATUS        PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.

       01   REPORT-FILE-NAME          PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
       77   CATALOG-PROGRAM-NAME      PIC X(10) VALUE "vnddag01".
       01   CATALOG-OUTPUT-NAME       PIC X(20).

       01   AGING-DATE-PARAMETER      PIC X(30).
       77   AGING-DATE                PIC 9(8).
       77   AGING-DAY-NUMBER          PIC 9(7).
       77   DAYS-OPEN                 PIC S9(7) COMP.

       01   MORE-CASE-RECORDS         PIC X.
            88 CASE-RECORDS-REMAIN       VALUE "Y".
            88 NO-MORE-CASE-RECORDS      VALUE "N".

       01   MORE-SORTED-RECORDS       PIC X.
            88 SORTED-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-SORTED-RECORDS    VALUE "N".

            COPY "fldcal01.cbl".
            COPY "flddsr01.cbl".

      *--------------------------------
      * ROWS 1-4 OF THE AGING TABLES
      * ARE THE REASON-CODE TABLE'S
      * REASONS, ROW 5 ANY CODE NOT ON
      * IT, AND ROW 6 THE TOTAL.  THE
      * COLUMNS ARE THE FOUR AGES.
      *--------------------------------
       77   REASON-OTHER              PIC 9(1) VALUE 5.
       77   REASON-TOTAL              PIC 9(1) VALUE 6.
       77   REASON-INDEX              PIC 9(1).
       77   REASON-HOLD               PIC 9(1).
       77   BUCKET-HOLD               PIC 9(1).
       77   BUCKET-INDEX              PIC 9(1).

       01   OWNER-AGING-TABLE.
            05 OWNER-REASON-ROW OCCURS 6 TIMES.
               10 OAG-CASES           PIC 9(5).
               10 OAG-AMOUNT          PIC 9(9)V99 OCCURS 4 TIMES.
       01   GRAND-AGING-TABLE.
            05 GRAND-REASON-ROW OCCURS 6 TIMES.
               10 GAG-CASES           PIC 9(5).
               10 GAG-AMOUNT          PIC 9(9)V99 OCCURS 4 TIMES.

       77   CURRENT-OWNER-HOLD        PIC X(08).
       77   ANY-OWNER-PRINTED-YET     PIC X VALUE "N".
            88 AN-OWNER-HAS-PRINTED      VALUE "Y".
       77   OVERDUE-COUNT             PIC 9(5).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(45) VALUE
                 "INVOICE DISPUTE AGING BY OWNER AND REASON AS ".
            05 FILLER                 PIC X(03) VALUE "OF ".
            05 RPT-HEADING-DATE       PIC 9999/99/99.
            05 FILLER                 PIC X(06) VALUE " RUN ".
            05 RPT-RUN-DATE           PIC 9999/99/99.

       01   OWNER-HEADING-LINE.
            05 FILLER                 PIC X(06) VALUE "OWNER ".
            05 RPT-OWNER-ID           PIC X(08).

       01   CASE-HEADING-LINE.
            05 FILLER                 PIC X(15) VALUE "  REASON".
            05 FILLER                 PIC X(08) VALUE "VENDOR".
            05 FILLER                 PIC X(16) VALUE "INVOICE".
            05 FILLER                 PIC X(11) VALUE "OPENED".
            05 FILLER                 PIC X(11) VALUE "FOLLOW-UP".
            05 FILLER                 PIC X(05) VALUE " DAYS".
            05 FILLER                 PIC X(13) VALUE
                 "       AMOUNT".

       01   CASE-DETAIL-LINE.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-REASON-NAME        PIC X(12).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RPT-VENDOR-NUMBER      PIC 9(07).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RPT-INVOICE-NUMBER     PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RPT-OPEN-DATE          PIC 9999/99/99.
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RPT-FOLLOW-UP-DATE     PIC 9999/99/99.
            05 RPT-OVERDUE-FLAG       PIC X(01).
            05 RPT-DAYS-OPEN          PIC ZZZZ9.
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RPT-DISPUTED-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       01   AGING-HEADING-LINE.
            05 FILLER                 PIC X(14) VALUE "  REASON".
            05 FILLER                 PIC X(05) VALUE "CASES".
            05 FILLER                 PIC X(15) VALUE
                 "      0-30 DAYS".
            05 FILLER                 PIC X(15) VALUE
                 "     31-60 DAYS".
            05 FILLER                 PIC X(15) VALUE
                 "     61-90 DAYS".
            05 FILLER                 PIC X(15) VALUE
                 "   OVER 90 DAYS".

       01   AGING-AMOUNT-LINE.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-AGING-LABEL        PIC X(12).
            05 RPT-AGING-CASES        PIC ZZZZ9.
            05 RPT-AGING-SLOT OCCURS 4 TIMES.
               10 FILLER              PIC X(01).
               10 RPT-AGING-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.

       01   AGING-TABLE-TITLE.
            05 RPT-TABLE-TITLE        PIC X(40).

       01   FOOTING-LINE.
            05 RPT-FOOTING-LABEL      PIC X(40).
            05 RPT-FOOTING-COUNT      PIC ZZZZ9.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM DETERMINE-AGING-DATE.
            PERFORM BUILD-REPORT-FILE-NAME.
            OPEN OUTPUT DISPUTE-REPORT-FILE.
            PERFORM PRINT-REPORT-HEADINGS.
            SORT DISPUTE-SORT-FILE
                ON ASCENDING KEY SORT-OWNER-ID SORT-REASON-INDEX
                                 SORT-OPEN-DATE SORT-VENDOR-NUMBER
                                 SORT-INVOICE-NUMBER
                INPUT PROCEDURE IS COLLECT-OPEN-CASES
                OUTPUT PROCEDURE IS PRINT-THE-DISPUTE-AGING.
            CLOSE DISPUTE-REPORT-FILE.
            PERFORM CATALOG-THIS-OUTPUT.
            DISPLAY "DISPUTE AGING AS OF " AGING-DATE " WRITTEN TO "
                REPORT-FILE-NAME.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE AGING DATE COMES FROM THE
      * COMMAND LINE, THE WAY vndage01
      * TAKES ITS OWN; WITH NO
      * PARAMETER IT AGES AS OF TODAY.
      *--------------------------------
       DETERMINE-AGING-DATE.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE SPACES TO AGING-DATE-PARAMETER.
            ACCEPT AGING-DATE-PARAMETER FROM COMMAND-LINE.
            IF AGING-DATE-PARAMETER(1:8) IS NUMERIC
                MOVE AGING-DATE-PARAMETER(1:8) TO AGING-DATE
            ELSE
                MOVE REPORT-DATE-STAMP TO AGING-DATE.
            MOVE AGING-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO AGING-DAY-NUMBER.

       BUILD-REPORT-FILE-NAME.
            MOVE SPACES TO REPORT-FILE-NAME.
            STRING "VNDDAG" REPORT-DATE-STAMP ".RPT"
                DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            MOVE REPORT-FILE-NAME TO CATALOG-OUTPUT-NAME.

       PRINT-REPORT-HEADINGS.
            MOVE AGING-DATE TO RPT-HEADING-DATE.
            MOVE REPORT-DATE-STAMP TO RPT-RUN-DATE.
            MOVE REPORT-HEADING-LINE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.

      *--------------------------------
      * INPUT PROCEDURE -- ONE SORT
      * RECORD PER OPEN CASE.  A
      * RESOLVED CASE IS NOT AGED.
      *--------------------------------
       COLLECT-OPEN-CASES.
            OPEN INPUT DISPUTE-CASE-FILE.
            IF DISPUTE-FILE-STATUS NOT = "00"
                DISPLAY "NO DISPUTE CASE FILE ON SYSTEM -- NOTHING "
                    "TO AGE"
            ELSE
                MOVE "Y" TO MORE-CASE-RECORDS
                PERFORM RELEASE-ONE-CASE
                   UNTIL NO-MORE-CASE-RECORDS
                CLOSE DISPUTE-CASE-FILE.

       RELEASE-ONE-CASE.
            READ DISPUTE-CASE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-CASE-RECORDS.
            IF CASE-RECORDS-REMAIN AND DSP-CASE-IS-OPEN
                MOVE DSP-OWNER-ID TO SORT-OWNER-ID
                PERFORM FIND-REASON-ROW
                MOVE REASON-HOLD TO SORT-REASON-INDEX
                MOVE DSP-OPEN-DATE TO SORT-OPEN-DATE
                MOVE DSP-VENDOR-NUMBER TO SORT-VENDOR-NUMBER
                MOVE DSP-INVOICE-NUMBER TO SORT-INVOICE-NUMBER
                MOVE DSP-FOLLOW-UP-DATE TO SORT-FOLLOW-UP-DATE
                MOVE DSP-DISPUTED-AMOUNT TO SORT-DISPUTED-AMOUNT
                RELEASE DISPUTE-SORT-RECORD.

       FIND-REASON-ROW.
            MOVE REASON-OTHER TO REASON-HOLD.
            MOVE 1 TO REASON-INDEX.
            PERFORM MATCH-ONE-REASON
               UNTIL REASON-INDEX > DISPUTE-REASON-COUNT.

       MATCH-ONE-REASON.
            IF DSR-REASON-CODE(REASON-INDEX) = DSP-REASON-CODE
                MOVE REASON-INDEX TO REASON-HOLD.
            ADD 1 TO REASON-INDEX.

      *--------------------------------
      * OUTPUT PROCEDURE -- WALKS THE
      * CASES IN OWNER, REASON, AND
      * OPENING ORDER, WITH AN AGING
      * TABLE FOR EVERY OWNER AND ONE
      * FOR ALL OWNERS AT THE END.
      *--------------------------------
       PRINT-THE-DISPUTE-AGING.
            MOVE ZEROS TO GRAND-AGING-TABLE.
            MOVE ZEROS TO OVERDUE-COUNT.
            MOVE SPACES TO CURRENT-OWNER-HOLD.
            MOVE "Y" TO MORE-SORTED-RECORDS.
            PERFORM RETURN-AND-PRINT-ONE
               UNTIL NO-MORE-SORTED-RECORDS.
            IF AN-OWNER-HAS-PRINTED
                PERFORM PRINT-OWNER-AGING
                PERFORM PRINT-GRAND-AGING
            ELSE
                MOVE BLANK-REPORT-LINE TO DISPUTE-REPORT-LINE
                WRITE DISPUTE-REPORT-LINE
                MOVE "NO OPEN DISPUTE CASES" TO DISPUTE-REPORT-LINE
                WRITE DISPUTE-REPORT-LINE.

       RETURN-AND-PRINT-ONE.
            RETURN DISPUTE-SORT-FILE
                AT END
                MOVE "N" TO MORE-SORTED-RECORDS.
            IF SORTED-RECORDS-REMAIN
                IF NOT AN-OWNER-HAS-PRINTED OR
                        SORT-OWNER-ID NOT = CURRENT-OWNER-HOLD
                    PERFORM START-NEW-OWNER
                END-IF
                PERFORM AGE-THIS-CASE
                PERFORM PRINT-CASE-LINE.

       START-NEW-OWNER.
            IF AN-OWNER-HAS-PRINTED
                PERFORM PRINT-OWNER-AGING.
            MOVE "Y" TO ANY-OWNER-PRINTED-YET.
            MOVE SORT-OWNER-ID TO CURRENT-OWNER-HOLD.
            MOVE ZEROS TO OWNER-AGING-TABLE.
            MOVE BLANK-REPORT-LINE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.
            MOVE SORT-OWNER-ID TO RPT-OWNER-ID.
            MOVE OWNER-HEADING-LINE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.
            MOVE CASE-HEADING-LINE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.

      *--------------------------------
      * DAYS SINCE THE CASE WAS OPENED
      * PICK ITS COLUMN.  A CASE
      * OPENED AFTER THE AGING DATE
      * COUNTS AS NEW.
      *--------------------------------
       AGE-THIS-CASE.
            MOVE SORT-OPEN-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            COMPUTE DAYS-OPEN = AGING-DAY-NUMBER - CAL-DAY-NUMBER.
            IF DAYS-OPEN < 0
                MOVE 0 TO DAYS-OPEN.
            IF DAYS-OPEN > 90
                MOVE 4 TO BUCKET-HOLD
            ELSE IF DAYS-OPEN > 60
                MOVE 3 TO BUCKET-HOLD
            ELSE IF DAYS-OPEN > 30
                MOVE 2 TO BUCKET-HOLD
            ELSE
                MOVE 1 TO BUCKET-HOLD.
            MOVE SORT-REASON-INDEX TO REASON-HOLD.
            ADD 1 TO OAG-CASES(REASON-HOLD).
            ADD 1 TO OAG-CASES(REASON-TOTAL).
            ADD SORT-DISPUTED-AMOUNT
                TO OAG-AMOUNT(REASON-HOLD BUCKET-HOLD).
            ADD SORT-DISPUTED-AMOUNT
                TO OAG-AMOUNT(REASON-TOTAL BUCKET-HOLD).
            ADD 1 TO GAG-CASES(REASON-HOLD).
            ADD 1 TO GAG-CASES(REASON-TOTAL).
            ADD SORT-DISPUTED-AMOUNT
                TO GAG-AMOUNT(REASON-HOLD BUCKET-HOLD).
            ADD SORT-DISPUTED-AMOUNT
                TO GAG-AMOUNT(REASON-TOTAL BUCKET-HOLD).

       PRINT-CASE-LINE.
            MOVE SORT-REASON-INDEX TO REASON-HOLD.
            PERFORM FIND-ROW-NAME.
            MOVE RPT-AGING-LABEL TO RPT-REASON-NAME.
            MOVE SORT-VENDOR-NUMBER TO RPT-VENDOR-NUMBER.
            MOVE SORT-INVOICE-NUMBER TO RPT-INVOICE-NUMBER.
            MOVE SORT-OPEN-DATE TO RPT-OPEN-DATE.
            MOVE SORT-FOLLOW-UP-DATE TO RPT-FOLLOW-UP-DATE.
            MOVE SPACE TO RPT-OVERDUE-FLAG.
            IF SORT-FOLLOW-UP-DATE < AGING-DATE
                MOVE "*" TO RPT-OVERDUE-FLAG
                ADD 1 TO OVERDUE-COUNT.
            MOVE DAYS-OPEN TO RPT-DAYS-OPEN.
            MOVE SORT-DISPUTED-AMOUNT TO RPT-DISPUTED-AMOUNT.
            MOVE CASE-DETAIL-LINE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.

      *--------------------------------
      * THE NAME FOR A ROW OF THE
      * AGING TABLES, LEFT IN THE
      * AGING LINE'S LABEL.
      *--------------------------------
       FIND-ROW-NAME.
            IF REASON-HOLD = REASON-TOTAL
                MOVE "TOTAL" TO RPT-AGING-LABEL
            ELSE IF REASON-HOLD = REASON-OTHER
                MOVE "OTHER" TO RPT-AGING-LABEL
            ELSE
                MOVE DSR-REASON-NAME(REASON-HOLD) TO RPT-AGING-LABEL.

      *--------------------------------
      * ONE OWNER'S TABLE: A ROW FOR
      * EACH REASON THE OWNER HAS
      * CASES FOR, THEN THE TOTAL.
      *--------------------------------
       PRINT-OWNER-AGING.
            MOVE SPACES TO RPT-TABLE-TITLE.
            STRING "  OPEN CASES FOR " CURRENT-OWNER-HOLD
                DELIMITED BY SIZE
                INTO RPT-TABLE-TITLE.
            PERFORM PRINT-AGING-HEADINGS.
            MOVE 1 TO REASON-HOLD.
            PERFORM PRINT-ONE-OWNER-ROW
               UNTIL REASON-HOLD > REASON-TOTAL.

       PRINT-ONE-OWNER-ROW.
            IF OAG-CASES(REASON-HOLD) > 0
                PERFORM FIND-ROW-NAME
                MOVE OAG-CASES(REASON-HOLD) TO RPT-AGING-CASES
                MOVE 1 TO BUCKET-INDEX
                PERFORM MOVE-ONE-OWNER-AMOUNT
                   UNTIL BUCKET-INDEX > 4
                MOVE AGING-AMOUNT-LINE TO DISPUTE-REPORT-LINE
                WRITE DISPUTE-REPORT-LINE.
            ADD 1 TO REASON-HOLD.

       MOVE-ONE-OWNER-AMOUNT.
            MOVE SPACE TO RPT-AGING-SLOT(BUCKET-INDEX).
            MOVE OAG-AMOUNT(REASON-HOLD BUCKET-INDEX)
                TO RPT-AGING-AMOUNT(BUCKET-INDEX).
            ADD 1 TO BUCKET-INDEX.

       PRINT-AGING-HEADINGS.
            MOVE BLANK-REPORT-LINE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.
            MOVE AGING-TABLE-TITLE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.
            MOVE AGING-HEADING-LINE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.

      *--------------------------------
      * THE SAME TABLE FOR ALL OWNERS,
      * THEN HOW MANY CASES ARE PAST
      * THEIR FOLLOW-UP DATE.
      *--------------------------------
       PRINT-GRAND-AGING.
            MOVE "  ALL OWNERS" TO RPT-TABLE-TITLE.
            PERFORM PRINT-AGING-HEADINGS.
            MOVE 1 TO REASON-HOLD.
            PERFORM PRINT-ONE-GRAND-ROW
               UNTIL REASON-HOLD > REASON-TOTAL.
            MOVE BLANK-REPORT-LINE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.
            MOVE "OPEN DISPUTE CASES" TO RPT-FOOTING-LABEL.
            MOVE GAG-CASES(REASON-TOTAL) TO RPT-FOOTING-COUNT.
            MOVE FOOTING-LINE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.
            MOVE "* FOLLOW-UP DATE HAS PASSED" TO RPT-FOOTING-LABEL.
            MOVE OVERDUE-COUNT TO RPT-FOOTING-COUNT.
            MOVE FOOTING-LINE TO DISPUTE-REPORT-LINE.
            WRITE DISPUTE-REPORT-LINE.

       PRINT-ONE-GRAND-ROW.
            IF GAG-CASES(REASON-HOLD) > 0
                PERFORM FIND-ROW-NAME
                MOVE GAG-CASES(REASON-HOLD) TO RPT-AGING-CASES
                MOVE 1 TO BUCKET-INDEX
                PERFORM MOVE-ONE-GRAND-AMOUNT
                   UNTIL BUCKET-INDEX > 4
                MOVE AGING-AMOUNT-LINE TO DISPUTE-REPORT-LINE
                WRITE DISPUTE-REPORT-LINE.
            ADD 1 TO REASON-HOLD.

       MOVE-ONE-GRAND-AMOUNT.
            MOVE SPACE TO RPT-AGING-SLOT(BUCKET-INDEX).
            MOVE GAG-AMOUNT(REASON-HOLD BUCKET-INDEX)
                TO RPT-AGING-AMOUNT(BUCKET-INDEX).
            ADD 1 TO BUCKET-INDEX.

      *--------------------------------
      * REGISTER THE OUTPUT IN THE
      * REPORT CATALOG.
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
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSIONS.
      *--------------------------------
            COPY "vndcaldays01.cbl".
