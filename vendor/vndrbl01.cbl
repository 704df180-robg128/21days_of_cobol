      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Run-time baseline and late-step alert report.
      *          Reads the shared run-history journal and builds a
      *          rolling baseline per program from the runs of the
      *          thirty days before last night -- average elapsed
      *          seconds, records read, and records written.  Last
      *          night is the newest vndnite01 run on file (the
      *          newest run of any program when the driver has not
      *          journalled yet), and a step that started after
      *          midnight still counts as part of it.  A step from
      *          last night that took more than twice or less than
      *          half its normal time, or read or wrote more than
      *          twice or less than half its normal count, is
      *          flagged; tiny figures on both sides are left alone
      *          so a two-second step taking five is not an alarm,
      *          and a program with fewer than three baseline runs
      *          is shown but not judged.  The VNDSCHD.DAT schedule
      *          (or vndnite01's built-in list) is judged for last
      *          night the way the driver judges it -- weekday,
      *          month-end, holiday bank-file skip, disabled -- and
      *          a due step with no run is flagged (a step the
      *          driver held behind a failure journals as HD, which
      *          is not a run, so it is flagged too, and so is a
      *          step the driver journalled as NJ because it wrote
      *          no record of its own), as is a stream
      *          that has not run since before yesterday.  The
      *          report goes to VNDRBL.RPT and the exceptions to
      *          VNDRBX.DAT, which the vndops01 morning dashboard
      *          prints as its exceptions section.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndrbl01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slsch01.cbl".
            COPY "slhol01.cbl".
            COPY "slrbx01.cbl".
            SELECT RBL-REPORT-FILE ASSIGN TO "VNDRBL.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RBL-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdsch01.cbl".
            COPY "fdhol01.cbl".
            COPY "fdrbx01.cbl".

       FD   RBL-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   RBL-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01   RUN-HISTORY-STATUS        PIC XX.
       01   SCHEDULE-FILE-STATUS      PIC XX.
       01   HOLIDAY-FILE-STATUS       PIC XX.
       01   RUN-EXCEPTION-STATUS      PIC XX.
       01   RBL-REPORT-STATUS         PIC XX.

       01   MORE-FILE-RECORDS         PIC X.
            88 FILE-RECORDS-REMAIN       VALUE "Y".
            88 NO-MORE-FILE-RECORDS      VALUE "N".

      *--------------------------------
      * THE BASELINE RULES.  THE WINDOW
      * IS THE DAYS BEFORE LAST NIGHT
      * THAT COUNT; A FIGURE IS OUT OF
      * RANGE ABOVE TWICE OR BELOW HALF
      * ITS AVERAGE, UNLESS BOTH SIDES
      * ARE UNDER THE FLOOR.
      *--------------------------------
       77   BASELINE-WINDOW-DAYS      PIC 9(3) VALUE 30.
       77   MINIMUM-BASELINE-RUNS     PIC 9(3) VALUE 3.
       77   SECONDS-FLOOR             PIC 9(5) VALUE 60.
       77   RECORDS-FLOOR             PIC 9(5) VALUE 10.

       77   TODAY-DATE-STAMP          PIC 9(8).
       77   TODAY-DAY-NUMBER          PIC 9(7).
       77   NEWEST-NITE-DATE          PIC 9(8).
       77   NEWEST-RUN-DATE           PIC 9(8).
       77   LAST-NIGHT-DATE           PIC 9(8).
       77   LAST-NIGHT-DAY-NUMBER     PIC 9(7).
       77   WINDOW-START-DAY-NUMBER   PIC 9(7).
       77   RUN-DAY-NUMBER            PIC 9(7).
       77   EXCEPTION-COUNT           PIC 9(5).

      *--------------------------------
      * ELAPSED TIME OF ONE RUN, FROM
      * THE SERIAL DAY COUNTS AND THE
      * HHMMSSHH TIMES.
      *--------------------------------
       01   TIME-OF-DAY-HOLD          PIC 9(8).
       01   TIME-OF-DAY-PARTS REDEFINES TIME-OF-DAY-HOLD.
            05 TIME-HOURS             PIC 9(2).
            05 TIME-MINUTES           PIC 9(2).
            05 TIME-SECONDS           PIC 9(2).
            05 FILLER                 PIC 9(2).
       77   START-DAY-HOLD            PIC 9(7).
       77   START-SECONDS-HOLD        PIC 9(5).
       77   END-SECONDS-HOLD          PIC 9(5).
       77   ELAPSED-WORK              PIC S9(9).
       77   ELAPSED-SECONDS           PIC 9(9).

      *--------------------------------
      * ONE ENTRY PER PROGRAM SEEN IN
      * THE JOURNAL -- ITS BASELINE
      * TOTALS AND WHAT IT DID LAST
      * NIGHT (THE LAST RUN, IF IT WAS
      * RERUN).
      *--------------------------------
       01   PROGRAM-TABLE.
            05 PROGRAM-ENTRY OCCURS 100 TIMES.
               10 PRG-NAME            PIC X(10).
               10 PRG-BASE-RUNS       PIC 9(5).
               10 PRG-BASE-SECONDS    PIC 9(11).
               10 PRG-BASE-READ       PIC 9(11).
               10 PRG-BASE-WRITTEN    PIC 9(11).
               10 PRG-LAST-NIGHT-FLAG PIC X(01).
               10 PRG-LAST-SECONDS    PIC 9(9).
               10 PRG-LAST-READ       PIC 9(7).
               10 PRG-LAST-WRITTEN    PIC 9(7).
       77   PROGRAM-COUNT             PIC 9(3).
       77   PROGRAM-INDEX             PIC 9(3).
       77   SLOT-INDEX                PIC 9(3).
       77   PROGRAM-NAME-WANTED       PIC X(10).
       01   SLOT-FOUND-STATUS         PIC X.
            88 SLOT-WAS-FOUND            VALUE "Y".

       77   AVERAGE-SECONDS           PIC 9(9).
       77   AVERAGE-READ              PIC 9(9).
       77   AVERAGE-WRITTEN           PIC 9(9).

      *--------------------------------
      * ONE FIGURE AGAINST ITS NORMAL.
      *--------------------------------
       77   FIGURE-LAST               PIC 9(9).
       77   FIGURE-NORMAL             PIC 9(9).
       77   FIGURE-FLOOR              PIC 9(5).
       01   FIGURE-RANGE-STATUS       PIC X.
            88 FIGURE-IS-HIGH            VALUE "H".
            88 FIGURE-IS-LOW             VALUE "L".
            88 FIGURE-IS-NORMAL          VALUE " ".

      *--------------------------------
      * LAST NIGHT'S STEP LIST AND
      * CALENDAR, WORKED OUT THE SAME
      * WAY vndnite01 WORKS THEM OUT.
      *--------------------------------
       01   STEP-TABLE.
            05 STEP-ENTRY OCCURS 50 TIMES.
               10 STP-SEQUENCE      PIC 9(3).
               10 STP-PROGRAM       PIC X(10).
               10 STP-FREQUENCY     PIC X(01).
               10 STP-DAY-OF-WEEK   PIC 9(01).
               10 STP-BANK-FLAG     PIC X(01).
               10 STP-ENABLED       PIC X(01).
       77   STEP-COUNT              PIC 9(2).
       77   STEP-INDEX              PIC 9(2).
       77   NIGHT-WEEKDAY           PIC 9(1).
       77   NIGHT-MONTH-HOLD        PIC 9(2).
       77   WEEKDAY-WORK            PIC 9(7).
       77   WEEKDAY-REMAINDER       PIC 9(1).
       01   MONTH-END-STATUS        PIC X.
            88 NIGHT-WAS-MONTH-END     VALUE "Y".
       01   HOLIDAY-STATUS          PIC X.
            88 NIGHT-WAS-A-HOLIDAY     VALUE "Y".
       01   STEP-DUE-STATUS         PIC X.
            88 STEP-WAS-DUE            VALUE "Y".

            COPY "fldcal01.cbl".

       01   RBL-HEADING-LINE.
            05 FILLER                 PIC X(11) VALUE "PROGRAM".
            05 FILLER                 PIC X(14) VALUE
               "RUNS AVG SECS ".
            05 FILLER                 PIC X(16) VALUE
               "   LAST AVG READ".
            05 FILLER                 PIC X(17) VALUE
               "    LAST AVG WRTN".
            05 FILLER                 PIC X(22) VALUE
               "    LAST".

       01   RBL-DETAIL-LINE.
            05 RPT-PROGRAM            PIC X(10).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-BASE-RUNS          PIC ZZZ9.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-AVERAGE-SECONDS    PIC ZZZZZZZ9.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-LAST-SECONDS       PIC ZZZZZZ9.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-AVERAGE-READ       PIC ZZZZZZZ9.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-LAST-READ          PIC ZZZZZZ9.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-AVERAGE-WRITTEN    PIC ZZZZZZZ9.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-LAST-WRITTEN       PIC ZZZZZZ9.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-FLAG               PIC X(13).

       01   EXCEPTION-DETAIL-LINE.
            05 FILLER                 PIC X(05) VALUE "  ** ".
            05 RPT-EXC-TEXT           PIC X(22).
            05 FILLER                 PIC X(12) VALUE " LAST NIGHT ".
            05 RPT-EXC-LAST           PIC ZZZZZZZZ9.
            05 FILLER                 PIC X(09) VALUE "  NORMAL ".
            05 RPT-EXC-NORMAL         PIC ZZZZZZZZ9.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.
       77   COUNT-EDIT-FIELD          PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE TODAY-DATE-STAMP TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO TODAY-DAY-NUMBER.
            MOVE ZEROS TO EXCEPTION-COUNT.
            OPEN OUTPUT RUN-EXCEPTION-FILE.
            PERFORM FIND-LAST-NIGHT.
            IF LAST-NIGHT-DATE = ZEROS
                CLOSE RUN-EXCEPTION-FILE
                DISPLAY "NO RUN HISTORY ON FILE -- NO BASELINE BUILT"
            ELSE
                PERFORM BUILD-THE-BASELINE
                PERFORM WORK-OUT-THE-CALENDAR
                PERFORM LOAD-THE-SCHEDULE
                PERFORM PRINT-THE-REPORT
                CLOSE RUN-EXCEPTION-FILE
                DISPLAY EXCEPTION-COUNT " RUN-TIME EXCEPTION(S) "
                    "FOR " LAST-NIGHT-DATE " -- SEE VNDRBL.RPT".

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * PASS 1 -- LAST NIGHT IS THE
      * NEWEST DRIVER RUN, OR THE
      * NEWEST RUN OF ANYTHING WHEN
      * THE DRIVER HAS NEVER
      * JOURNALLED.
      *--------------------------------
       FIND-LAST-NIGHT.
            MOVE ZEROS TO NEWEST-NITE-DATE.
            MOVE ZEROS TO NEWEST-RUN-DATE.
            OPEN INPUT RUN-HISTORY-FILE.
            IF RUN-HISTORY-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM CHECK-ONE-RUN-DATE
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE RUN-HISTORY-FILE.
            IF NEWEST-NITE-DATE = ZEROS
                MOVE NEWEST-RUN-DATE TO LAST-NIGHT-DATE
            ELSE
                MOVE NEWEST-NITE-DATE TO LAST-NIGHT-DATE.

       CHECK-ONE-RUN-DATE.
            READ RUN-HISTORY-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                IF RUN-START-DATE > NEWEST-RUN-DATE
                    MOVE RUN-START-DATE TO NEWEST-RUN-DATE
                END-IF
                IF RUN-PROGRAM-NAME = "vndnite01" AND
                        RUN-START-DATE > NEWEST-NITE-DATE
                    MOVE RUN-START-DATE TO NEWEST-NITE-DATE.

      *--------------------------------
      * PASS 2 -- A RUN STARTED ON OR
      * AFTER LAST NIGHT'S DATE IS PART
      * OF LAST NIGHT; ONE INSIDE THE
      * WINDOW BEFORE IT FEEDS THE
      * BASELINE; ANYTHING OLDER IS
      * IGNORED.  A STEP HELD BY THE
      * DRIVER (STATUS HD) DID NOT RUN,
      * AND ONE THE DRIVER JOURNALLED
      * FOR A STEP THAT WROTE NOTHING
      * (STATUS NJ) HAS NO FIGURES --
      * NEITHER FEEDS EITHER.
      *--------------------------------
       BUILD-THE-BASELINE.
            MOVE LAST-NIGHT-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO LAST-NIGHT-DAY-NUMBER.
            COMPUTE WINDOW-START-DAY-NUMBER =
                LAST-NIGHT-DAY-NUMBER - BASELINE-WINDOW-DAYS.
            MOVE ZEROS TO PROGRAM-COUNT.
            OPEN INPUT RUN-HISTORY-FILE.
            MOVE "Y" TO MORE-FILE-RECORDS.
            PERFORM MEASURE-ONE-RUN
               UNTIL NO-MORE-FILE-RECORDS.
            CLOSE RUN-HISTORY-FILE.

       MEASURE-ONE-RUN.
            READ RUN-HISTORY-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                MOVE RUN-START-DATE TO CAL-DATE-STAMP
                PERFORM CONVERT-DATE-TO-DAY-NUMBER
                MOVE CAL-DAY-NUMBER TO RUN-DAY-NUMBER
                IF RUN-DAY-NUMBER NOT < WINDOW-START-DAY-NUMBER
                        AND NOT RUN-WAS-HELD
                        AND NOT RUN-NOT-JOURNALLED
                    PERFORM TAKE-ONE-RUN.

       TAKE-ONE-RUN.
            PERFORM COMPUTE-ELAPSED-SECONDS.
            MOVE RUN-PROGRAM-NAME TO PROGRAM-NAME-WANTED.
            PERFORM FIND-PROGRAM-SLOT.
            IF SLOT-WAS-FOUND
                IF RUN-DAY-NUMBER NOT < LAST-NIGHT-DAY-NUMBER
                    MOVE "Y" TO PRG-LAST-NIGHT-FLAG(SLOT-INDEX)
                    MOVE ELAPSED-SECONDS
                        TO PRG-LAST-SECONDS(SLOT-INDEX)
                    MOVE RUN-RECORDS-READ
                        TO PRG-LAST-READ(SLOT-INDEX)
                    MOVE RUN-RECORDS-WRITTEN
                        TO PRG-LAST-WRITTEN(SLOT-INDEX)
                ELSE
                    ADD 1 TO PRG-BASE-RUNS(SLOT-INDEX)
                    ADD ELAPSED-SECONDS
                        TO PRG-BASE-SECONDS(SLOT-INDEX)
                    ADD RUN-RECORDS-READ
                        TO PRG-BASE-READ(SLOT-INDEX)
                    ADD RUN-RECORDS-WRITTEN
                        TO PRG-BASE-WRITTEN(SLOT-INDEX).

      *--------------------------------
      * A RUN WITH NO END DATE NEVER
      * FINISHED ITS JOURNAL RECORD AND
      * COUNTS AS NO TIME; A CLOCK SET
      * BACK MID-RUN COUNTS AS NONE
      * RATHER THAN NEGATIVE.
      *--------------------------------
       COMPUTE-ELAPSED-SECONDS.
            MOVE ZEROS TO ELAPSED-SECONDS.
            IF RUN-END-DATE NOT = ZEROS
                MOVE CAL-DAY-NUMBER TO START-DAY-HOLD
                MOVE RUN-START-TIME TO TIME-OF-DAY-HOLD
                COMPUTE START-SECONDS-HOLD = TIME-HOURS * 3600
                    + TIME-MINUTES * 60 + TIME-SECONDS
                MOVE RUN-END-TIME TO TIME-OF-DAY-HOLD
                COMPUTE END-SECONDS-HOLD = TIME-HOURS * 3600
                    + TIME-MINUTES * 60 + TIME-SECONDS
                MOVE RUN-END-DATE TO CAL-DATE-STAMP
                PERFORM CONVERT-DATE-TO-DAY-NUMBER
                COMPUTE ELAPSED-WORK =
                    (CAL-DAY-NUMBER - START-DAY-HOLD) * 86400
                    + END-SECONDS-HOLD - START-SECONDS-HOLD
                IF ELAPSED-WORK > 0
                    MOVE ELAPSED-WORK TO ELAPSED-SECONDS.

      *--------------------------------
      * FIND THE PROGRAM'S ENTRY, OR
      * OPEN A NEW ONE.  A FULL TABLE
      * LEAVES SLOT-FOUND-STATUS "N"
      * AND THE RUN IS NOT COUNTED.
      *--------------------------------
       FIND-PROGRAM-SLOT.
            MOVE "N" TO SLOT-FOUND-STATUS.
            MOVE 0 TO SLOT-INDEX.
            PERFORM SCAN-PROGRAM-TABLE
               UNTIL SLOT-WAS-FOUND OR
                   SLOT-INDEX = PROGRAM-COUNT.
            IF NOT SLOT-WAS-FOUND AND PROGRAM-COUNT < 100
                ADD 1 TO PROGRAM-COUNT
                MOVE PROGRAM-COUNT TO SLOT-INDEX
                MOVE PROGRAM-NAME-WANTED TO PRG-NAME(SLOT-INDEX)
                MOVE ZEROS TO PRG-BASE-RUNS(SLOT-INDEX)
                MOVE ZEROS TO PRG-BASE-SECONDS(SLOT-INDEX)
                MOVE ZEROS TO PRG-BASE-READ(SLOT-INDEX)
                MOVE ZEROS TO PRG-BASE-WRITTEN(SLOT-INDEX)
                MOVE "N" TO PRG-LAST-NIGHT-FLAG(SLOT-INDEX)
                MOVE ZEROS TO PRG-LAST-SECONDS(SLOT-INDEX)
                MOVE ZEROS TO PRG-LAST-READ(SLOT-INDEX)
                MOVE ZEROS TO PRG-LAST-WRITTEN(SLOT-INDEX)
                MOVE "Y" TO SLOT-FOUND-STATUS.

       SCAN-PROGRAM-TABLE.
            ADD 1 TO SLOT-INDEX.
            IF PRG-NAME(SLOT-INDEX) = PROGRAM-NAME-WANTED
                MOVE "Y" TO SLOT-FOUND-STATUS.

      *--------------------------------
      * LAST NIGHT'S WEEKDAY, MONTH-
      * END, AND HOLIDAY, AS vndnite01
      * SAW THEM WHEN IT STARTED.
      *--------------------------------
       WORK-OUT-THE-CALENDAR.
            MOVE LAST-NIGHT-DATE TO CAL-DATE-STAMP.
            MOVE CAL-MONTH TO NIGHT-MONTH-HOLD.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            DIVIDE CAL-DAY-NUMBER BY 7 GIVING WEEKDAY-WORK
                REMAINDER WEEKDAY-REMAINDER.
            COMPUTE NIGHT-WEEKDAY = WEEKDAY-REMAINDER + 1.
            ADD 1 TO CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            IF CAL-MONTH = NIGHT-MONTH-HOLD
                MOVE "N" TO MONTH-END-STATUS
            ELSE
                MOVE "Y" TO MONTH-END-STATUS.
            MOVE "N" TO HOLIDAY-STATUS.
            OPEN INPUT HOLIDAY-FILE.
            IF HOLIDAY-FILE-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM CHECK-ONE-HOLIDAY
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE HOLIDAY-FILE.

       CHECK-ONE-HOLIDAY.
            READ HOLIDAY-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                IF HOL-DATE = LAST-NIGHT-DATE
                    MOVE "Y" TO HOLIDAY-STATUS
                    MOVE "N" TO MORE-FILE-RECORDS.

      *--------------------------------
      * THE STEP LIST, FROM THE
      * SCHEDULE FILE OR, WITH NONE,
      * THE SAME BUILT-IN LIST
      * vndnite01 FALLS BACK ON -- KEEP
      * THE TWO IN STEP.
      *--------------------------------
       LOAD-THE-SCHEDULE.
            MOVE ZEROS TO STEP-COUNT.
            OPEN INPUT SCHEDULE-FILE.
            IF SCHEDULE-FILE-STATUS = "35"
                CONTINUE
            ELSE
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM LOAD-ONE-STEP
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE SCHEDULE-FILE.
            IF STEP-COUNT = 0
                PERFORM SEED-DEFAULT-STEPS.

       LOAD-ONE-STEP.
            READ SCHEDULE-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                IF STEP-COUNT < 50
                    ADD 1 TO STEP-COUNT
                    MOVE SCH-STEP-SEQUENCE
                        TO STP-SEQUENCE(STEP-COUNT)
                    MOVE SCH-PROGRAM-NAME
                        TO STP-PROGRAM(STEP-COUNT)
                    MOVE SCH-FREQUENCY
                        TO STP-FREQUENCY(STEP-COUNT)
                    MOVE SCH-DAY-OF-WEEK
                        TO STP-DAY-OF-WEEK(STEP-COUNT)
                    MOVE SCH-BANK-FILE-FLAG
                        TO STP-BANK-FLAG(STEP-COUNT)
                    MOVE SCH-ENABLED-FLAG
                        TO STP-ENABLED(STEP-COUNT).

       SEED-DEFAULT-STEPS.
            MOVE 11 TO STEP-COUNT.
            MOVE 010 TO STP-SEQUENCE(1).
            MOVE "vndbak01" TO STP-PROGRAM(1).
            MOVE 020 TO STP-SEQUENCE(2).
            MOVE "vndext01" TO STP-PROGRAM(2).
            MOVE 030 TO STP-SEQUENCE(3).
            MOVE "vndccr01" TO STP-PROGRAM(3).
            MOVE 040 TO STP-SEQUENCE(4).
            MOVE "vndcex01" TO STP-PROGRAM(4).
            MOVE 050 TO STP-SEQUENCE(5).
            MOVE "vndrig01" TO STP-PROGRAM(5).
            MOVE 060 TO STP-SEQUENCE(6).
            MOVE "vndofs01" TO STP-PROGRAM(6).
            MOVE 070 TO STP-SEQUENCE(7).
            MOVE "vnddrm01" TO STP-PROGRAM(7).
            MOVE 080 TO STP-SEQUENCE(8).
            MOVE "vndrsc01" TO STP-PROGRAM(8).
            MOVE 090 TO STP-SEQUENCE(9).
            MOVE "vndbwl01" TO STP-PROGRAM(9).
            MOVE 100 TO STP-SEQUENCE(10).
            MOVE "vndcap01" TO STP-PROGRAM(10).
            MOVE 110 TO STP-SEQUENCE(11).
            MOVE "vndcpr01" TO STP-PROGRAM(11).
            MOVE 0 TO STEP-INDEX.
            PERFORM SEED-ONE-DEFAULT
               UNTIL STEP-INDEX = STEP-COUNT.
            MOVE "M" TO STP-FREQUENCY(8).
            MOVE "M" TO STP-FREQUENCY(11).

       SEED-ONE-DEFAULT.
            ADD 1 TO STEP-INDEX.
            MOVE "D" TO STP-FREQUENCY(STEP-INDEX).
            MOVE 0 TO STP-DAY-OF-WEEK(STEP-INDEX).
            MOVE SPACE TO STP-BANK-FLAG(STEP-INDEX).
            MOVE "Y" TO STP-ENABLED(STEP-INDEX).

       PRINT-THE-REPORT.
            OPEN OUTPUT RBL-REPORT-FILE.
            MOVE SPACES TO RBL-REPORT-LINE.
            STRING "RUN-TIME BASELINE AND LATE-STEP ALERTS -- "
                "NIGHT OF " LAST-NIGHT-DATE
                DELIMITED BY SIZE
                INTO RBL-REPORT-LINE.
            WRITE RBL-REPORT-LINE.
            MOVE SPACES TO RBL-REPORT-LINE.
            MOVE BASELINE-WINDOW-DAYS TO COUNT-EDIT-FIELD.
            STRING "BASELINE WINDOW (DAYS BEFORE LAST NIGHT): "
                COUNT-EDIT-FIELD
                DELIMITED BY SIZE
                INTO RBL-REPORT-LINE.
            WRITE RBL-REPORT-LINE.
            MOVE "FLAGGED ABOVE TWICE OR BELOW HALF THE BASELINE "
                TO RBL-REPORT-LINE.
            MOVE "AVERAGE" TO RBL-REPORT-LINE(48:7).
            WRITE RBL-REPORT-LINE.
            WRITE RBL-REPORT-LINE FROM BLANK-REPORT-LINE.
            PERFORM CHECK-STREAM-IS-CURRENT.
            WRITE RBL-REPORT-LINE FROM RBL-HEADING-LINE.
            WRITE RBL-REPORT-LINE FROM BLANK-REPORT-LINE.
            MOVE 0 TO PROGRAM-INDEX.
            PERFORM JUDGE-ONE-PROGRAM
               UNTIL PROGRAM-INDEX = PROGRAM-COUNT.
            WRITE RBL-REPORT-LINE FROM BLANK-REPORT-LINE.
            MOVE "SCHEDULED STEPS THAT DID NOT RUN"
                TO RBL-REPORT-LINE.
            WRITE RBL-REPORT-LINE.
            MOVE 0 TO STEP-INDEX.
            PERFORM CHECK-ONE-SCHEDULED-STEP
               UNTIL STEP-INDEX = STEP-COUNT.
            WRITE RBL-REPORT-LINE FROM BLANK-REPORT-LINE.
            MOVE SPACES TO RBL-REPORT-LINE.
            MOVE EXCEPTION-COUNT TO COUNT-EDIT-FIELD.
            STRING "EXCEPTIONS FLAGGED: " COUNT-EDIT-FIELD
                DELIMITED BY SIZE
                INTO RBL-REPORT-LINE.
            WRITE RBL-REPORT-LINE.
            CLOSE RBL-REPORT-FILE.

      *--------------------------------
      * A MORNING WHOSE NEWEST NIGHT IS
      * OLDER THAN YESTERDAY MEANS THE
      * STREAM DID NOT RUN AT ALL.
      *--------------------------------
       CHECK-STREAM-IS-CURRENT.
            IF LAST-NIGHT-DAY-NUMBER + 1 < TODAY-DAY-NUMBER
                MOVE "vndnite01" TO RBX-PROGRAM-NAME
                MOVE "ST" TO RBX-EXCEPTION-TYPE
                MOVE "NO NIGHTLY RUN SINCE" TO RBX-EXCEPTION-TEXT
                MOVE LAST-NIGHT-DATE TO RBX-LAST-FIGURE
                MOVE ZEROS TO RBX-NORMAL-FIGURE
                PERFORM WRITE-ONE-EXCEPTION
                MOVE SPACES TO RBL-REPORT-LINE
                STRING "** NO NIGHTLY RUN SINCE " LAST-NIGHT-DATE
                    " -- THE STREAM DID NOT RUN **"
                    DELIMITED BY SIZE
                    INTO RBL-REPORT-LINE
                WRITE RBL-REPORT-LINE
                WRITE RBL-REPORT-LINE FROM BLANK-REPORT-LINE.

      *--------------------------------
      * ONE PROGRAM THAT RAN LAST
      * NIGHT: ITS LINE, THEN A LINE
      * FOR EACH FIGURE OUT OF RANGE.
      *--------------------------------
       JUDGE-ONE-PROGRAM.
            ADD 1 TO PROGRAM-INDEX.
            IF PRG-LAST-NIGHT-FLAG(PROGRAM-INDEX) = "Y"
                PERFORM PRINT-ONE-PROGRAM.

       PRINT-ONE-PROGRAM.
            MOVE ZEROS TO AVERAGE-SECONDS.
            MOVE ZEROS TO AVERAGE-READ.
            MOVE ZEROS TO AVERAGE-WRITTEN.
            IF PRG-BASE-RUNS(PROGRAM-INDEX) > 0
                COMPUTE AVERAGE-SECONDS ROUNDED =
                    PRG-BASE-SECONDS(PROGRAM-INDEX) /
                    PRG-BASE-RUNS(PROGRAM-INDEX)
                COMPUTE AVERAGE-READ ROUNDED =
                    PRG-BASE-READ(PROGRAM-INDEX) /
                    PRG-BASE-RUNS(PROGRAM-INDEX)
                COMPUTE AVERAGE-WRITTEN ROUNDED =
                    PRG-BASE-WRITTEN(PROGRAM-INDEX) /
                    PRG-BASE-RUNS(PROGRAM-INDEX).
            MOVE PRG-NAME(PROGRAM-INDEX) TO RPT-PROGRAM.
            MOVE PRG-BASE-RUNS(PROGRAM-INDEX) TO RPT-BASE-RUNS.
            MOVE AVERAGE-SECONDS TO RPT-AVERAGE-SECONDS.
            MOVE PRG-LAST-SECONDS(PROGRAM-INDEX) TO RPT-LAST-SECONDS.
            MOVE AVERAGE-READ TO RPT-AVERAGE-READ.
            MOVE PRG-LAST-READ(PROGRAM-INDEX) TO RPT-LAST-READ.
            MOVE AVERAGE-WRITTEN TO RPT-AVERAGE-WRITTEN.
            MOVE PRG-LAST-WRITTEN(PROGRAM-INDEX) TO RPT-LAST-WRITTEN.
            IF PRG-BASE-RUNS(PROGRAM-INDEX) < MINIMUM-BASELINE-RUNS
                MOVE "(NO BASELINE)" TO RPT-FLAG
            ELSE
                MOVE SPACES TO RPT-FLAG.
            MOVE RBL-DETAIL-LINE TO RBL-REPORT-LINE.
            WRITE RBL-REPORT-LINE.
            IF PRG-BASE-RUNS(PROGRAM-INDEX) NOT <
                    MINIMUM-BASELINE-RUNS
                PERFORM JUDGE-THE-FIGURES.

       JUDGE-THE-FIGURES.
            MOVE PRG-NAME(PROGRAM-INDEX) TO RBX-PROGRAM-NAME.
            MOVE PRG-LAST-SECONDS(PROGRAM-INDEX) TO FIGURE-LAST.
            MOVE AVERAGE-SECONDS TO FIGURE-NORMAL.
            MOVE SECONDS-FLOOR TO FIGURE-FLOOR.
            PERFORM JUDGE-ONE-FIGURE.
            IF FIGURE-IS-HIGH
                MOVE "TL" TO RBX-EXCEPTION-TYPE
                MOVE "RAN LONG (SECONDS)" TO RBX-EXCEPTION-TEXT
                PERFORM REPORT-ONE-FIGURE.
            IF FIGURE-IS-LOW
                MOVE "TS" TO RBX-EXCEPTION-TYPE
                MOVE "RAN SHORT (SECONDS)" TO RBX-EXCEPTION-TEXT
                PERFORM REPORT-ONE-FIGURE.
            MOVE PRG-LAST-READ(PROGRAM-INDEX) TO FIGURE-LAST.
            MOVE AVERAGE-READ TO FIGURE-NORMAL.
            MOVE RECORDS-FLOOR TO FIGURE-FLOOR.
            PERFORM JUDGE-ONE-FIGURE.
            IF FIGURE-IS-HIGH
                MOVE "RH" TO RBX-EXCEPTION-TYPE
                MOVE "READ UNUSUALLY MANY" TO RBX-EXCEPTION-TEXT
                PERFORM REPORT-ONE-FIGURE.
            IF FIGURE-IS-LOW
                MOVE "RL" TO RBX-EXCEPTION-TYPE
                MOVE "READ UNUSUALLY FEW" TO RBX-EXCEPTION-TEXT
                PERFORM REPORT-ONE-FIGURE.
            MOVE PRG-LAST-WRITTEN(PROGRAM-INDEX) TO FIGURE-LAST.
            MOVE AVERAGE-WRITTEN TO FIGURE-NORMAL.
            PERFORM JUDGE-ONE-FIGURE.
            IF FIGURE-IS-HIGH
                MOVE "WH" TO RBX-EXCEPTION-TYPE
                MOVE "WROTE UNUSUALLY MANY" TO RBX-EXCEPTION-TEXT
                PERFORM REPORT-ONE-FIGURE.
            IF FIGURE-IS-LOW
                MOVE "WL" TO RBX-EXCEPTION-TYPE
                MOVE "WROTE UNUSUALLY FEW" TO RBX-EXCEPTION-TEXT
                PERFORM REPORT-ONE-FIGURE.

      *--------------------------------
      * ABOVE TWICE OR BELOW HALF THE
      * NORMAL FIGURE IS OUT OF RANGE,
      * UNLESS BOTH ARE UNDER THE
      * FLOOR.
      *--------------------------------
       JUDGE-ONE-FIGURE.
            MOVE SPACE TO FIGURE-RANGE-STATUS.
            IF FIGURE-LAST < FIGURE-FLOOR AND
                    FIGURE-NORMAL < FIGURE-FLOOR
                CONTINUE
            ELSE IF FIGURE-LAST > FIGURE-NORMAL * 2
                MOVE "H" TO FIGURE-RANGE-STATUS
            ELSE IF FIGURE-LAST * 2 < FIGURE-NORMAL
                MOVE "L" TO FIGURE-RANGE-STATUS.

       REPORT-ONE-FIGURE.
            MOVE FIGURE-LAST TO RBX-LAST-FIGURE.
            MOVE FIGURE-NORMAL TO RBX-NORMAL-FIGURE.
            PERFORM WRITE-ONE-EXCEPTION.
            MOVE RBX-EXCEPTION-TEXT TO RPT-EXC-TEXT.
            MOVE FIGURE-LAST TO RPT-EXC-LAST.
            MOVE FIGURE-NORMAL TO RPT-EXC-NORMAL.
            MOVE EXCEPTION-DETAIL-LINE TO RBL-REPORT-LINE.
            WRITE RBL-REPORT-LINE.

      *--------------------------------
      * A STEP DUE LAST NIGHT WITH NO
      * RUN IN THE JOURNAL.
      *--------------------------------
       CHECK-ONE-SCHEDULED-STEP.
            ADD 1 TO STEP-INDEX.
            PERFORM JUDGE-STEP-DUE.
            IF STEP-WAS-DUE
                MOVE STP-PROGRAM(STEP-INDEX) TO PROGRAM-NAME-WANTED
                MOVE "N" TO SLOT-FOUND-STATUS
                MOVE 0 TO SLOT-INDEX
                PERFORM SCAN-PROGRAM-TABLE
                   UNTIL SLOT-WAS-FOUND OR
                       SLOT-INDEX = PROGRAM-COUNT
                IF SLOT-WAS-FOUND AND
                        PRG-LAST-NIGHT-FLAG(SLOT-INDEX) = "Y"
                    CONTINUE
                ELSE
                    PERFORM REPORT-MISSED-STEP.

       JUDGE-STEP-DUE.
            MOVE "Y" TO STEP-DUE-STATUS.
            IF STP-ENABLED(STEP-INDEX) = "N"
                MOVE "N" TO STEP-DUE-STATUS.
            IF STEP-WAS-DUE AND STP-FREQUENCY(STEP-INDEX) = "W"
                IF STP-DAY-OF-WEEK(STEP-INDEX) NOT = NIGHT-WEEKDAY
                    MOVE "N" TO STEP-DUE-STATUS.
            IF STEP-WAS-DUE AND STP-FREQUENCY(STEP-INDEX) = "M"
                IF NOT NIGHT-WAS-MONTH-END
                    MOVE "N" TO STEP-DUE-STATUS.
            IF STEP-WAS-DUE AND NIGHT-WAS-A-HOLIDAY AND
                    STP-BANK-FLAG(STEP-INDEX) = "B"
                MOVE "N" TO STEP-DUE-STATUS.

       REPORT-MISSED-STEP.
            MOVE STP-PROGRAM(STEP-INDEX) TO RBX-PROGRAM-NAME.
            MOVE "NR" TO RBX-EXCEPTION-TYPE.
            MOVE "SCHEDULED, DID NOT RUN" TO RBX-EXCEPTION-TEXT.
            MOVE ZEROS TO RBX-LAST-FIGURE.
            MOVE ZEROS TO RBX-NORMAL-FIGURE.
            PERFORM WRITE-ONE-EXCEPTION.
            MOVE SPACES TO RBL-REPORT-LINE.
            STRING "  ** STEP " STP-SEQUENCE(STEP-INDEX) " "
                STP-PROGRAM(STEP-INDEX) " WAS DUE AND DID NOT RUN"
                DELIMITED BY SIZE
                INTO RBL-REPORT-LINE.
            WRITE RBL-REPORT-LINE.

       WRITE-ONE-EXCEPTION.
            MOVE LAST-NIGHT-DATE TO RBX-RUN-DATE.
            WRITE RUN-EXCEPTION-RECORD.
            ADD 1 TO EXCEPTION-COUNT.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSIONS.
      *--------------------------------
            COPY "vndcaldays01.cbl".
