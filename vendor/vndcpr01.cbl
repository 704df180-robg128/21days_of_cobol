      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Monthly capacity projection report, the month-end
      *          reading of the vndcap01 snapshots in VNDCAP.DAT.
      *          For every data file and every capacity-limited field
      *          it shows the limit, the current figure and the
      *          share of the limit used, the figures of three, six,
      *          and twelve months ago, and the growth per month
      *          measured from the oldest snapshot of the last twelve
      *          months to the newest.  That growth carried forward
      *          gives the date the item reaches its limit; anything
      *          due inside a year is marked to plan now, inside two
      *          years to watch, so the next conversion is scheduled
      *          like vndcnv01 should have been rather than run as an
      *          emergency.  Written to VNDCPR.RPT.
      *          Each run is journalled to the shared run history
      *          (VNDRUNH.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndcpr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slcap01.cbl".
            SELECT CPR-REPORT-FILE ASSIGN TO "VNDCPR.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CPR-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdcap01.cbl".

       FD   CPR-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   CPR-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01   CAPACITY-HISTORY-STATUS   PIC XX.
       01   CPR-REPORT-STATUS         PIC XX.
       01   RUN-HISTORY-STATUS        PIC XX.
       77   RUN-START-DATE-HOLD       PIC 9(8).
       77   RUN-START-TIME-HOLD       PIC 9(8).
       77   FINAL-STATUS-HOLD         PIC XX.
       77   SNAPSHOTS-READ-COUNT      PIC 9(7).

       01   MORE-FILE-RECORDS         PIC X.
            88 FILE-RECORDS-REMAIN       VALUE "Y".
            88 NO-MORE-FILE-RECORDS      VALUE "N".

       77   TODAY-DATE-STAMP          PIC 9(8).
       77   TODAY-DAY-NUMBER          PIC 9(7).
       77   CUTOFF-12-MONTHS          PIC 9(7).
       77   CUTOFF-6-MONTHS           PIC 9(7).
       77   CUTOFF-3-MONTHS           PIC 9(7).
       77   SNAPSHOT-DAY-NUMBER       PIC 9(7).

      *--------------------------------
      * A PROJECTION INSIDE ONE YEAR
      * MEANS PLAN NOW; INSIDE TWO,
      * WATCH.  PAST A CENTURY IS NOT
      * WORTH A DATE.
      *--------------------------------
       77   PLAN-NOW-DAYS             PIC 9(5) VALUE 365.
       77   WATCH-DAYS                PIC 9(5) VALUE 730.
       77   LONGEST-PROJECTION-DAYS   PIC 9(5) VALUE 36500.

      *--------------------------------
      * ONE ENTRY PER ITEM IN THE
      * HISTORY, IN THE ORDER FIRST
      * SEEN.
      *--------------------------------
       01   ITEM-TABLE.
            05 ITEM-ENTRY OCCURS 30 TIMES.
               10 ITM-NAME            PIC X(20).
               10 ITM-TYPE            PIC X(01).
               10 ITM-LIMIT           PIC 9(9)V99.
               10 ITM-NOW-DAY         PIC 9(7).
               10 ITM-NOW-VALUE       PIC 9(9)V99.
               10 ITM-BASE-DAY        PIC 9(7).
               10 ITM-BASE-VALUE      PIC 9(9)V99.
               10 ITM-12-VALUE        PIC 9(9)V99.
               10 ITM-6-VALUE         PIC 9(9)V99.
               10 ITM-3-VALUE         PIC 9(9)V99.
       77   ITEM-COUNT                PIC 9(2).
       77   ITEM-INDEX                PIC 9(2).
       77   SLOT-INDEX                PIC 9(2).
       01   SLOT-FOUND-STATUS         PIC X.
            88 SLOT-WAS-FOUND            VALUE "Y".
       77   TYPE-BEING-PRINTED        PIC X(01).

       77   SPAN-DAYS                 PIC S9(7).
       77   GROWTH-VALUE              PIC S9(9)V99.
       77   DAYS-TO-LIMIT             PIC 9(9).
       77   GROWTH-PER-MONTH          PIC S9(9).
       77   SHARE-USED                PIC 9(3)V9.
       77   PLAN-NOW-COUNT            PIC 9(3).
       77   WATCH-COUNT               PIC 9(3).

            COPY "fldcal01.cbl".

       01   CPR-HEADING-LINE.
            05 FILLER                 PIC X(21) VALUE "ITEM".
            05 FILLER                 PIC X(12) VALUE "      LIMIT ".
            05 FILLER                 PIC X(12) VALUE "    CURRENT ".
            05 FILLER                 PIC X(07) VALUE " USED ".
            05 FILLER                 PIC X(13) VALUE "RUNS OUT".
            05 FILLER                 PIC X(15) VALUE SPACES.

       01   CPR-DETAIL-LINE.
            05 RPT-ITEM-NAME          PIC X(20).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-LIMIT              PIC ZZZ,ZZZ,ZZ9.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-CURRENT            PIC ZZZ,ZZZ,ZZ9.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-SHARE-USED         PIC ZZ9.9.
            05 FILLER                 PIC X(02) VALUE "% ".
            05 RPT-PROJECTION         PIC X(12).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-FLAG               PIC X(14).

       01   CPR-TREND-LINE.
            05 FILLER                 PIC X(04) VALUE SPACES.
            05 FILLER                 PIC X(06) VALUE "12 MO ".
            05 RPT-TREND-12           PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
            05 FILLER                 PIC X(07) VALUE "  6 MO ".
            05 RPT-TREND-6            PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
            05 FILLER                 PIC X(07) VALUE "  3 MO ".
            05 RPT-TREND-3            PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
            05 FILLER                 PIC X(12) VALUE "  PER MONTH ".
            05 RPT-PER-MONTH          PIC -ZZ,ZZZ,ZZ9.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.
       77   COUNT-EDIT-FIELD          PIC ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            MOVE ZEROS TO SNAPSHOTS-READ-COUNT.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE TODAY-DATE-STAMP TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO TODAY-DAY-NUMBER.
            COMPUTE CUTOFF-12-MONTHS = TODAY-DAY-NUMBER - 365.
            COMPUTE CUTOFF-6-MONTHS = TODAY-DAY-NUMBER - 182.
            COMPUTE CUTOFF-3-MONTHS = TODAY-DAY-NUMBER - 91.
            MOVE ZEROS TO ITEM-COUNT.
            OPEN INPUT CAPACITY-HISTORY-FILE.
            IF CAPACITY-HISTORY-STATUS NOT = "00"
                IF CAPACITY-HISTORY-STATUS NOT = "35"
                    MOVE CAPACITY-HISTORY-STATUS TO FINAL-STATUS-HOLD
                END-IF
                DISPLAY "NO CAPACITY HISTORY ON FILE -- RUN vndcap01 "
                    "NIGHTLY FIRST"
            ELSE
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM TAKE-ONE-SNAPSHOT
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE CAPACITY-HISTORY-FILE
                PERFORM PRINT-THE-REPORT
                DISPLAY "CAPACITY PROJECTION WRITTEN TO VNDCPR.RPT -- "
                    PLAN-NOW-COUNT " TO PLAN NOW, " WATCH-COUNT
                    " TO WATCH".
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE HISTORY IS IN DATE ORDER,
      * SO THE LAST SNAPSHOT OF AN ITEM
      * IS ITS CURRENT FIGURE, THE LAST
      * ONE ON OR BEFORE EACH CUTOFF IS
      * ITS FIGURE THAT FAR BACK, AND
      * THE FIRST ONE INSIDE THE YEAR
      * IS WHERE GROWTH IS MEASURED
      * FROM.
      *--------------------------------
       TAKE-ONE-SNAPSHOT.
            READ CAPACITY-HISTORY-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO SNAPSHOTS-READ-COUNT.
            IF FILE-RECORDS-REMAIN
                MOVE CAP-SNAPSHOT-DATE TO CAL-DATE-STAMP
                PERFORM CONVERT-DATE-TO-DAY-NUMBER
                MOVE CAL-DAY-NUMBER TO SNAPSHOT-DAY-NUMBER
                PERFORM FIND-ITEM-SLOT
                IF SLOT-WAS-FOUND
                    PERFORM RECORD-ONE-SNAPSHOT.

       RECORD-ONE-SNAPSHOT.
            MOVE CAP-ITEM-TYPE TO ITM-TYPE(SLOT-INDEX).
            MOVE CAP-LIMIT-VALUE TO ITM-LIMIT(SLOT-INDEX).
            MOVE SNAPSHOT-DAY-NUMBER TO ITM-NOW-DAY(SLOT-INDEX).
            MOVE CAP-CURRENT-VALUE TO ITM-NOW-VALUE(SLOT-INDEX).
            IF SNAPSHOT-DAY-NUMBER NOT > CUTOFF-12-MONTHS
                MOVE CAP-CURRENT-VALUE TO ITM-12-VALUE(SLOT-INDEX).
            IF SNAPSHOT-DAY-NUMBER NOT > CUTOFF-6-MONTHS
                MOVE CAP-CURRENT-VALUE TO ITM-6-VALUE(SLOT-INDEX).
            IF SNAPSHOT-DAY-NUMBER NOT > CUTOFF-3-MONTHS
                MOVE CAP-CURRENT-VALUE TO ITM-3-VALUE(SLOT-INDEX).
            IF SNAPSHOT-DAY-NUMBER NOT < CUTOFF-12-MONTHS AND
                    ITM-BASE-DAY(SLOT-INDEX) = ZEROS
                MOVE SNAPSHOT-DAY-NUMBER TO ITM-BASE-DAY(SLOT-INDEX)
                MOVE CAP-CURRENT-VALUE TO ITM-BASE-VALUE(SLOT-INDEX).

      *--------------------------------
      * FIND THE ITEM'S ENTRY, OR OPEN
      * A NEW ONE.  A FULL TABLE LEAVES
      * SLOT-FOUND-STATUS "N".
      *--------------------------------
       FIND-ITEM-SLOT.
            MOVE "N" TO SLOT-FOUND-STATUS.
            MOVE 0 TO SLOT-INDEX.
            PERFORM SCAN-ITEM-TABLE
               UNTIL SLOT-WAS-FOUND OR
                   SLOT-INDEX = ITEM-COUNT.
            IF NOT SLOT-WAS-FOUND AND ITEM-COUNT < 30
                ADD 1 TO ITEM-COUNT
                MOVE ITEM-COUNT TO SLOT-INDEX
                MOVE CAP-ITEM-NAME TO ITM-NAME(SLOT-INDEX)
                MOVE ZEROS TO ITM-BASE-DAY(SLOT-INDEX)
                MOVE ZEROS TO ITM-BASE-VALUE(SLOT-INDEX)
                MOVE ZEROS TO ITM-12-VALUE(SLOT-INDEX)
                MOVE ZEROS TO ITM-6-VALUE(SLOT-INDEX)
                MOVE ZEROS TO ITM-3-VALUE(SLOT-INDEX)
                MOVE "Y" TO SLOT-FOUND-STATUS.

       SCAN-ITEM-TABLE.
            ADD 1 TO SLOT-INDEX.
            IF ITM-NAME(SLOT-INDEX) = CAP-ITEM-NAME
                MOVE "Y" TO SLOT-FOUND-STATUS.

       PRINT-THE-REPORT.
            MOVE ZEROS TO PLAN-NOW-COUNT.
            MOVE ZEROS TO WATCH-COUNT.
            OPEN OUTPUT CPR-REPORT-FILE.
            MOVE SPACES TO CPR-REPORT-LINE.
            STRING "CAPACITY PROJECTION -- " TODAY-DATE-STAMP
                DELIMITED BY SIZE
                INTO CPR-REPORT-LINE.
            WRITE CPR-REPORT-LINE.
            MOVE "GROWTH MEASURED OVER THE LAST TWELVE MONTHS OF "
                TO CPR-REPORT-LINE.
            MOVE "SNAPSHOTS AND CARRIED FORWARD"
                TO CPR-REPORT-LINE(48:29).
            WRITE CPR-REPORT-LINE.
            WRITE CPR-REPORT-LINE FROM BLANK-REPORT-LINE.
            WRITE CPR-REPORT-LINE FROM CPR-HEADING-LINE.
            WRITE CPR-REPORT-LINE FROM BLANK-REPORT-LINE.
            MOVE "DATA FILES (RECORDS AGAINST THE 2 GB FILE SIZE)"
                TO CPR-REPORT-LINE.
            WRITE CPR-REPORT-LINE.
            MOVE "F" TO TYPE-BEING-PRINTED.
            MOVE 0 TO ITEM-INDEX.
            PERFORM PRINT-ONE-ITEM
               UNTIL ITEM-INDEX = ITEM-COUNT.
            WRITE CPR-REPORT-LINE FROM BLANK-REPORT-LINE.
            MOVE "FIELDS (HIGH-WATER MARK AGAINST THE PICTURE)"
                TO CPR-REPORT-LINE.
            WRITE CPR-REPORT-LINE.
            MOVE "H" TO TYPE-BEING-PRINTED.
            MOVE 0 TO ITEM-INDEX.
            PERFORM PRINT-ONE-ITEM
               UNTIL ITEM-INDEX = ITEM-COUNT.
            WRITE CPR-REPORT-LINE FROM BLANK-REPORT-LINE.
            MOVE SPACES TO CPR-REPORT-LINE.
            MOVE PLAN-NOW-COUNT TO COUNT-EDIT-FIELD.
            STRING "ITEMS TO PLAN NOW (INSIDE A YEAR): "
                COUNT-EDIT-FIELD
                DELIMITED BY SIZE
                INTO CPR-REPORT-LINE.
            WRITE CPR-REPORT-LINE.
            MOVE SPACES TO CPR-REPORT-LINE.
            MOVE WATCH-COUNT TO COUNT-EDIT-FIELD.
            STRING "ITEMS TO WATCH (INSIDE TWO YEARS): "
                COUNT-EDIT-FIELD
                DELIMITED BY SIZE
                INTO CPR-REPORT-LINE.
            WRITE CPR-REPORT-LINE.
            CLOSE CPR-REPORT-FILE.
            IF CPR-REPORT-STATUS NOT = "00"
                MOVE CPR-REPORT-STATUS TO FINAL-STATUS-HOLD.

       PRINT-ONE-ITEM.
            ADD 1 TO ITEM-INDEX.
            IF ITM-TYPE(ITEM-INDEX) = TYPE-BEING-PRINTED
                PERFORM PROJECT-ONE-ITEM
                MOVE CPR-DETAIL-LINE TO CPR-REPORT-LINE
                WRITE CPR-REPORT-LINE
                MOVE CPR-TREND-LINE TO CPR-REPORT-LINE
                WRITE CPR-REPORT-LINE.

      *--------------------------------
      * CARRY THE YEAR'S GROWTH
      * FORWARD TO THE LIMIT.  AN ITEM
      * WITH ONE NIGHT OF HISTORY, OR
      * THAT HAS NOT GROWN, HAS NO DATE.
      *--------------------------------
       PROJECT-ONE-ITEM.
            MOVE ITM-NAME(ITEM-INDEX) TO RPT-ITEM-NAME.
            MOVE ITM-LIMIT(ITEM-INDEX) TO RPT-LIMIT.
            MOVE ITM-NOW-VALUE(ITEM-INDEX) TO RPT-CURRENT.
            MOVE ZEROS TO SHARE-USED.
            IF ITM-LIMIT(ITEM-INDEX) > 0
                COMPUTE SHARE-USED ROUNDED =
                    ITM-NOW-VALUE(ITEM-INDEX) * 100 /
                    ITM-LIMIT(ITEM-INDEX)
                    ON SIZE ERROR
                    MOVE 999.9 TO SHARE-USED.
            MOVE SHARE-USED TO RPT-SHARE-USED.
            MOVE ITM-12-VALUE(ITEM-INDEX) TO RPT-TREND-12.
            MOVE ITM-6-VALUE(ITEM-INDEX) TO RPT-TREND-6.
            MOVE ITM-3-VALUE(ITEM-INDEX) TO RPT-TREND-3.
            MOVE SPACES TO RPT-FLAG.
            MOVE ZEROS TO GROWTH-PER-MONTH.
            COMPUTE SPAN-DAYS =
                ITM-NOW-DAY(ITEM-INDEX) - ITM-BASE-DAY(ITEM-INDEX).
            COMPUTE GROWTH-VALUE =
                ITM-NOW-VALUE(ITEM-INDEX) - ITM-BASE-VALUE(ITEM-INDEX).
            IF ITM-BASE-DAY(ITEM-INDEX) = ZEROS OR SPAN-DAYS NOT > 0
                MOVE "NO TREND YET" TO RPT-PROJECTION
            ELSE
                COMPUTE GROWTH-PER-MONTH ROUNDED =
                    GROWTH-VALUE * 30 / SPAN-DAYS
                PERFORM JUDGE-THE-PROJECTION.
            MOVE GROWTH-PER-MONTH TO RPT-PER-MONTH.

       JUDGE-THE-PROJECTION.
            IF ITM-NOW-VALUE(ITEM-INDEX) NOT < ITM-LIMIT(ITEM-INDEX)
                MOVE "NOW" TO RPT-PROJECTION
                MOVE "** AT LIMIT **" TO RPT-FLAG
                ADD 1 TO PLAN-NOW-COUNT
            ELSE IF GROWTH-VALUE NOT > 0
                MOVE "NOT GROWING" TO RPT-PROJECTION
            ELSE
                COMPUTE DAYS-TO-LIMIT =
                    (ITM-LIMIT(ITEM-INDEX) - ITM-NOW-VALUE(ITEM-INDEX))
                    * SPAN-DAYS / GROWTH-VALUE
                    ON SIZE ERROR
                    MOVE 999999999 TO DAYS-TO-LIMIT
                END-COMPUTE
                PERFORM DATE-THE-PROJECTION.

       DATE-THE-PROJECTION.
            IF DAYS-TO-LIMIT > LONGEST-PROJECTION-DAYS
                MOVE "OVER 100 YRS" TO RPT-PROJECTION
            ELSE
                COMPUTE CAL-DAY-NUMBER =
                    TODAY-DAY-NUMBER + DAYS-TO-LIMIT
                PERFORM CONVERT-DAY-NUMBER-TO-DATE
                MOVE SPACES TO RPT-PROJECTION
                MOVE CAL-DATE-STAMP TO RPT-PROJECTION(1:8)
                IF DAYS-TO-LIMIT NOT > PLAN-NOW-DAYS
                    MOVE "** PLAN NOW **" TO RPT-FLAG
                    ADD 1 TO PLAN-NOW-COUNT
                ELSE
                    IF DAYS-TO-LIMIT NOT > WATCH-DAYS
                        MOVE "WATCH" TO RPT-FLAG
                        ADD 1 TO WATCH-COUNT.

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
            MOVE "vndcpr01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE SNAPSHOTS-READ-COUNT TO RUN-RECORDS-READ.
            MOVE ITEM-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSIONS.
      *--------------------------------
            COPY "vndcaldays01.cbl".
