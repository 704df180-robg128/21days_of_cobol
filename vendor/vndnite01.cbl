      *          the banks are closed and the file would sit.  A
      *          system with no schedule file yet runs the original
      *          built-in list (vndbak01, vndext01, vndccr01,
      *          vndcex01, the vndrig01 recurring-invoice step, the
      *          vndofs01 sanctions screen, the vnddrm01
      *          dormant-operator check, the month-end vndrsc01
      *          vendor risk score, the vndbwl01 backup-withholding
      *          liability ledger, the vndcap01 capacity snapshot,
      *          and the month-end vndcpr01 capacity projection), so
      *          nothing breaks before vndsch01 has ever been used.
      *          The checkpoint record remembers the last step
      *          sequence that completed, so a rerun after a failed
      *          or interrupted night picks up at the step that did
      *          not finish instead of redoing a backup that already
      *          ran.  A schedule entry can name up to three earlier
      *          steps it depends on.  After each step the driver
      *          reads that step's newest run-history record; a
      *          final status other than 00 marks it failed, as
      *          does no record at all (the driver journals that
      *          step itself with status NJ).  Any step depending
      *          on a failed or held step is held instead of run --
      *          said on the console, journalled to the run history
      *          with status HD, and listed in VNDHELD.DAT for the
      *          vndops01 dashboard.  Once the failure is fixed,
      *          "vndnite01 RERUN" releases the held list: the failed
      *          and held steps run again in sequence with the same
      *          dependency test, and whatever fails again stays
      *          held.  The rerun journals itself as vndnite01R so
      *          the night it released is still last night to
      *          vndrbl01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY "sllok01.cbl".
            COPY "slsch01.cbl".
            COPY "slhol01.cbl".
            COPY "slhld01.cbl".
            SELECT NITE-CKPT-FILE ASSIGN TO "NITECKPT.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS NITE-CKPT-STATUS.
            COPY "fdlok01.cbl".
            COPY "fdsch01.cbl".
            COPY "fdhol01.cbl".
            COPY "fdhld01.cbl".
       FD   NITE-CKPT-FILE
            LABEL RECORDS ARE STANDARD.

       01   LOCK-FILE-STATUS        PIC XX.
       01   SCHEDULE-FILE-STATUS    PIC XX.
       01   HOLIDAY-FILE-STATUS     PIC XX.
       01   HELD-STEP-STATUS        PIC XX.
       77   LOCK-FLAG-TO-SET        PIC X.
       77   RUN-START-DATE-HOLD     PIC 9(8).
       77   RUN-START-TIME-HOLD     PIC 9(8).
       77   LAST-STEP-DONE-HOLD     PIC 9(03).
       77   STEPS-RUN-COUNT         PIC 9(03).
       77   STEPS-FAILED-COUNT      PIC 9(03).
       77   STEPS-HELD-COUNT        PIC 9(03).
       77   DRIVER-PROGRAM-NAME     PIC X(10).

      *--------------------------------
      * "RERUN" ON THE COMMAND LINE IS
      * THE OPERATOR RELEASING LAST
      * NIGHT'S HELD STEPS; ANYTHING
      * ELSE IS THE NIGHTLY STREAM.
      *--------------------------------
       01   RUN-MODE-PARAMETER      PIC X(30).
       01   RUN-MODE                PIC X VALUE "N".
            88 RUN-IS-NIGHTLY          VALUE "N".
            88 RUN-IS-RERUN            VALUE "R".

       01   MORE-FILE-RECORDS       PIC X.
            88 FILE-RECORDS-REMAIN     VALUE "Y".
               10 STP-DAY-OF-WEEK   PIC 9(01).
               10 STP-BANK-FLAG     PIC X(01).
               10 STP-ENABLED       PIC X(01).
               10 STP-DEPENDS-ON    PIC 9(3) OCCURS 3 TIMES.
               10 STP-RESULT        PIC X(01).
               10 STP-FINAL-STATUS  PIC XX.
               10 STP-BLOCKING-SEQUENCE
                                    PIC 9(3).
       77   STEP-COUNT              PIC 9(2).
       77   STEP-INDEX              PIC 9(2).
       77   STEP-PROGRAM-HOLD       PIC X(10).
            05 SWP-DAY-OF-WEEK      PIC 9(01).
            05 SWP-BANK-FLAG        PIC X(01).
            05 SWP-ENABLED          PIC X(01).
            05 SWP-DEPENDS-ON       PIC 9(3) OCCURS 3 TIMES.
            05 SWP-RESULT           PIC X(01).
            05 SWP-FINAL-STATUS     PIC XX.
            05 SWP-BLOCKING-SEQUENCE
                                    PIC 9(3).

      *--------------------------------
      * HOW EACH STEP CAME OUT TONIGHT
      * (STP-RESULT): BLANK NOT YET
      * REACHED OR PASSED OVER, R RAN
      * CLEAN, F ENDED WITH A BAD
      * FINAL STATUS, H HELD BEHIND A
      * FAILURE, L ON THE HELD LIST
      * WAITING TO BE RELEASED BY A
      * RERUN.  A STEP'S OWN START
      * STAMP PICKS ITS RUN-HISTORY
      * RECORD OUT OF THE JOURNAL.
      *--------------------------------
       77   DEPEND-INDEX            PIC 9.
       77   MATCH-INDEX             PIC 9(2).
       77   SCAN-INDEX              PIC 9(2).
       77   BLOCKER-INDEX           PIC 9(2).
       77   SEQUENCE-WANTED         PIC 9(3).
       77   STEP-START-DATE-HOLD    PIC 9(8).
       77   STEP-START-TIME-HOLD    PIC 9(8).
       77   STEP-FINAL-STATUS-HOLD  PIC XX.
       01   STEP-BLOCKED-STATUS     PIC X.
            88 STEP-IS-BLOCKED         VALUE "Y".

      *--------------------------------
      * THE HELD LIST ON VNDHELD.DAT --
      * COUNTED BEFORE A FRESH NIGHT
      * REPLACES IT, RESTORED WHEN AN
      * INTERRUPTED NIGHT RESUMES, AND
      * MARKED FOR RELEASE ON A RERUN.
      *--------------------------------
       77   HELD-LIST-COUNT         PIC 9(03).
       77   HELD-LIST-DATE          PIC 9(8).
       01   HELD-LIST-ACTION        PIC X.
            88 HELD-LIST-IS-COUNTED    VALUE "C".
            88 HELD-LIST-IS-RESTORED   VALUE "S".
            88 HELD-LIST-IS-RELEASED   VALUE "L".

      *--------------------------------
      * CALENDAR FACTS FOR TONIGHT --
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            PERFORM DETERMINE-RUN-MODE.
            PERFORM WORK-OUT-THE-CALENDAR.
            PERFORM LOAD-THE-SCHEDULE.
            MOVE ZEROS TO STEPS-RUN-COUNT.
            MOVE ZEROS TO STEPS-FAILED-COUNT.
            MOVE ZEROS TO STEPS-HELD-COUNT.
            IF RUN-IS-RERUN
                PERFORM RERUN-THE-HELD-STEPS
            ELSE
                PERFORM RUN-THE-NIGHT.

       PROGRAM-DONE.
            STOP RUN.

       DETERMINE-RUN-MODE.
            MOVE SPACES TO RUN-MODE-PARAMETER.
            ACCEPT RUN-MODE-PARAMETER FROM COMMAND-LINE.
            MOVE "N" TO RUN-MODE.
            IF RUN-MODE-PARAMETER = "RERUN" OR
                    RUN-MODE-PARAMETER = "rerun"
                MOVE "R" TO RUN-MODE.

      *--------------------------------
      * THE NIGHTLY STREAM.  A FRESH
      * NIGHT REPLACES WHATEVER HELD
      * LIST WAS NEVER RELEASED, WITH
      * A WARNING; A NIGHT RESUMING
      * FROM ITS CHECKPOINT PICKS THE
      * LIST BACK UP SO A STEP BEHIND
      * AN EARLIER FAILURE IS STILL
      * HELD.
      *--------------------------------
       RUN-THE-NIGHT.
            MOVE "Y" TO LOCK-FLAG-TO-SET.
            PERFORM WRITE-THE-BATCH-LOCK.
            PERFORM READ-THE-CHECKPOINT.
            IF LAST-STEP-DONE-HOLD > 0
                MOVE "S" TO HELD-LIST-ACTION
                PERFORM LOAD-THE-HELD-LIST
            ELSE
                MOVE "C" TO HELD-LIST-ACTION
                PERFORM LOAD-THE-HELD-LIST
                IF HELD-LIST-COUNT > 0
                    DISPLAY "NIGHTLY JOB: " HELD-LIST-COUNT
                        " STEP(S) HELD ON " HELD-LIST-DATE
                        " WERE NEVER RELEASED -- TONIGHT'S RUN "
                        "REPLACES THAT LIST"
                END-IF
                MOVE RUN-START-DATE-HOLD TO HELD-LIST-DATE
                PERFORM SAVE-THE-HELD-LIST.
            MOVE 0 TO STEP-INDEX.
            PERFORM RUN-ONE-STEP
               UNTIL STEP-INDEX = STEP-COUNT.
            DISPLAY "NIGHTLY JOB: COMPLETE (" STEPS-RUN-COUNT
                " STEP(S) RUN) -- RESETTING CHECKPOINT FOR "
                "TOMORROW".
            PERFORM REPORT-FAILURES-AND-HOLDS.
            MOVE 0 TO LAST-STEP-DONE-HOLD.
            PERFORM WRITE-THE-CHECKPOINT.
            MOVE "N" TO LOCK-FLAG-TO-SET.
            PERFORM WRITE-THE-BATCH-LOCK.
            MOVE "vndnite01" TO DRIVER-PROGRAM-NAME.
            PERFORM WRITE-RUN-HISTORY.

      *--------------------------------
      * THE OPERATOR RERUN.  ONLY A
      * NIGHT THAT FINISHED CAN BE
      * RELEASED -- ONE STOPPED PART
      * WAY IS RESUMED BY AN ORDINARY
      * RUN FIRST.  THE HELD STEPS RUN
      * IN SEQUENCE ORDER; THE REST OF
      * THE SCHEDULE IS LEFT ALONE.
      *--------------------------------
       RERUN-THE-HELD-STEPS.
            PERFORM READ-THE-CHECKPOINT.
            IF LAST-STEP-DONE-HOLD > 0
                DISPLAY "NIGHTLY JOB: THE LAST NIGHT STOPPED AFTER "
                    "STEP " LAST-STEP-DONE-HOLD " -- RUN vndnite01 "
                    "WITHOUT RERUN TO FINISH IT FIRST"
            ELSE
                MOVE "L" TO HELD-LIST-ACTION
                PERFORM LOAD-THE-HELD-LIST
                IF HELD-LIST-COUNT = 0
                    DISPLAY "NIGHTLY JOB: NO STEPS ARE HELD -- "
                        "NOTHING TO RELEASE"
                ELSE
                    PERFORM RELEASE-THE-HELD-LIST.

       RELEASE-THE-HELD-LIST.
            DISPLAY "NIGHTLY JOB: RELEASING " HELD-LIST-COUNT
                " HELD STEP(S) FROM " HELD-LIST-DATE.
            MOVE "Y" TO LOCK-FLAG-TO-SET.
            PERFORM WRITE-THE-BATCH-LOCK.
            MOVE 0 TO STEP-INDEX.
            PERFORM RELEASE-ONE-STEP
               UNTIL STEP-INDEX = STEP-COUNT.
            PERFORM SAVE-THE-HELD-LIST.
            DISPLAY "NIGHTLY JOB: RERUN COMPLETE (" STEPS-RUN-COUNT
                " STEP(S) RUN)".
            PERFORM REPORT-FAILURES-AND-HOLDS.
            MOVE "N" TO LOCK-FLAG-TO-SET.
            PERFORM WRITE-THE-BATCH-LOCK.
            MOVE "vndnite01R" TO DRIVER-PROGRAM-NAME.
            PERFORM WRITE-RUN-HISTORY.

      *--------------------------------
      * A STEP DISABLED SINCE IT WAS
      * HELD COMES OFF THE LIST
      * WITHOUT RUNNING.
      *--------------------------------
       RELEASE-ONE-STEP.
            ADD 1 TO STEP-INDEX.
            IF STP-RESULT(STEP-INDEX) = "L"
                MOVE SPACE TO STP-RESULT(STEP-INDEX)
                IF STP-ENABLED(STEP-INDEX) = "N"
                    DISPLAY "NIGHTLY JOB: STEP "
                        STP-SEQUENCE(STEP-INDEX) " ("
                        STP-PROGRAM(STEP-INDEX) ") IS DISABLED -- "
                        "RELEASED WITHOUT RUNNING"
                ELSE
                    PERFORM RUN-OR-HOLD-THE-STEP.

       REPORT-FAILURES-AND-HOLDS.
            IF STEPS-FAILED-COUNT > 0 OR STEPS-HELD-COUNT > 0
                DISPLAY "NIGHTLY JOB: " STEPS-FAILED-COUNT
                    " STEP(S) FAILED AND " STEPS-HELD-COUNT
                    " HELD -- SEE VNDHELD.DAT; FIX THE FAILURE AND "
                    "RUN vndnite01 RERUN".

      *--------------------------------
      * THE WEEKDAY FALLS OUT OF THE
                    MOVE SCH-BANK-FILE-FLAG
                        TO STP-BANK-FLAG(STEP-COUNT)
                    MOVE SCH-ENABLED-FLAG
                        TO STP-ENABLED(STEP-COUNT)
                    MOVE STEP-COUNT TO STEP-INDEX
                    MOVE 0 TO DEPEND-INDEX
                    PERFORM LOAD-ONE-DEPENDENCY
                       UNTIL DEPEND-INDEX = 3
                    PERFORM CLEAR-STEP-OUTCOME.

      *--------------------------------
      * A SCHEDULE RECORD FILED BEFORE
      * STEPS COULD DEPEND ON ONE
      * ANOTHER CARRIES BLANKS HERE --
      * THAT IS NO DEPENDENCY.
      *--------------------------------
       LOAD-ONE-DEPENDENCY.
            ADD 1 TO DEPEND-INDEX.
            IF SCH-DEPENDS-ON(DEPEND-INDEX) IS NUMERIC
                MOVE SCH-DEPENDS-ON(DEPEND-INDEX)
                    TO STP-DEPENDS-ON(STEP-INDEX DEPEND-INDEX)
            ELSE
                MOVE 0 TO STP-DEPENDS-ON(STEP-INDEX DEPEND-INDEX).

       CLEAR-STEP-OUTCOME.
            MOVE SPACE TO STP-RESULT(STEP-INDEX).
            MOVE SPACES TO STP-FINAL-STATUS(STEP-INDEX).
            MOVE 0 TO STP-BLOCKING-SEQUENCE(STEP-INDEX).

       SEED-DEFAULT-STEPS.
            MOVE 11 TO STEP-COUNT.
            MOVE 010 TO STP-SEQUENCE(1).
            MOVE "vndbak01" TO STP-PROGRAM(1).
            MOVE 020 TO STP-SEQUENCE(2).
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
            MOVE 100 TO STP-DEPENDS-ON(11 1).

       SEED-ONE-DEFAULT.
            ADD 1 TO STEP-INDEX.
            MOVE 0 TO STP-DAY-OF-WEEK(STEP-INDEX).
            MOVE SPACE TO STP-BANK-FLAG(STEP-INDEX).
            MOVE "Y" TO STP-ENABLED(STEP-INDEX).
            MOVE 0 TO STP-DEPENDS-ON(STEP-INDEX 1).
            MOVE 0 TO STP-DEPENDS-ON(STEP-INDEX 2).
            MOVE 0 TO STP-DEPENDS-ON(STEP-INDEX 3).
            PERFORM CLEAR-STEP-OUTCOME.

      *--------------------------------
      * ONE SCHEDULED STEP.  A STEP AT
            ELSE
                PERFORM JUDGE-STEP-DUE
                IF STEP-IS-DUE
                    PERFORM RUN-OR-HOLD-THE-STEP
                    MOVE STP-SEQUENCE(STEP-INDEX)
                        TO LAST-STEP-DONE-HOLD
                    PERFORM WRITE-THE-CHECKPOINT
                    PERFORM SAVE-THE-HELD-LIST.

      *--------------------------------
      * A DUE STEP RUNS UNLESS A STEP
      * IT DEPENDS ON FAILED OR WAS
      * HELD TONIGHT -- THEN IT IS HELD
      * TOO, AND SO IS ANYTHING THAT
      * DEPENDS ON IT IN TURN.  A STEP
      * THAT WAS NOT DUE OR WAS
      * DISABLED BLOCKS NOTHING.
      *--------------------------------
       RUN-OR-HOLD-THE-STEP.
            PERFORM CHECK-THE-DEPENDENCIES.
            IF STEP-IS-BLOCKED
                PERFORM HOLD-THIS-STEP
            ELSE
                PERFORM CALL-THIS-STEP.

       CHECK-THE-DEPENDENCIES.
            MOVE "N" TO STEP-BLOCKED-STATUS.
            MOVE 0 TO DEPEND-INDEX.
            PERFORM CHECK-ONE-DEPENDENCY
               UNTIL DEPEND-INDEX = 3 OR STEP-IS-BLOCKED.

       CHECK-ONE-DEPENDENCY.
            ADD 1 TO DEPEND-INDEX.
            IF STP-DEPENDS-ON(STEP-INDEX DEPEND-INDEX) > 0
                MOVE STP-DEPENDS-ON(STEP-INDEX DEPEND-INDEX)
                    TO SEQUENCE-WANTED
                PERFORM FIND-STEP-BY-SEQUENCE
                IF MATCH-INDEX > 0
                    IF STP-RESULT(MATCH-INDEX) = "F" OR
                            STP-RESULT(MATCH-INDEX) = "H"
                        MOVE "Y" TO STEP-BLOCKED-STATUS
                        MOVE MATCH-INDEX TO BLOCKER-INDEX.

       FIND-STEP-BY-SEQUENCE.
            MOVE 0 TO MATCH-INDEX.
            MOVE 0 TO SCAN-INDEX.
            PERFORM MATCH-ONE-SEQUENCE
               UNTIL SCAN-INDEX = STEP-COUNT OR
                   MATCH-INDEX > 0.

       MATCH-ONE-SEQUENCE.
            ADD 1 TO SCAN-INDEX.
            IF STP-SEQUENCE(SCAN-INDEX) = SEQUENCE-WANTED
                MOVE SCAN-INDEX TO MATCH-INDEX.

      *--------------------------------
      * RUN THE STEP, THEN JUDGE IT BY
      * ITS OWN RUN-HISTORY RECORD --
      * THE NEWEST ONE FOR THE PROGRAM
      * STARTED SINCE THE CALL.  A
      * STEP THAT JOURNALS NOTHING HAS
      * NOT SHOWN IT RAN CLEAN, SO IT
      * IS JOURNALLED HERE WITH STATUS
      * NJ AND TAKEN AS FAILED.
      *--------------------------------
       CALL-THIS-STEP.
            DISPLAY "NIGHTLY JOB: RUNNING STEP "
                STP-SEQUENCE(STEP-INDEX) " ("
                STP-PROGRAM(STEP-INDEX) ")".
            MOVE STP-PROGRAM(STEP-INDEX) TO STEP-PROGRAM-HOLD.
            ACCEPT STEP-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT STEP-START-TIME-HOLD FROM TIME.
            CALL STEP-PROGRAM-HOLD.
            ADD 1 TO STEPS-RUN-COUNT.
            PERFORM FIND-THE-STEP-OUTCOME.
            MOVE STEP-FINAL-STATUS-HOLD
                TO STP-FINAL-STATUS(STEP-INDEX).
            IF STEP-FINAL-STATUS-HOLD = "00"
                MOVE "R" TO STP-RESULT(STEP-INDEX)
            ELSE
                MOVE "F" TO STP-RESULT(STEP-INDEX)
                MOVE STP-SEQUENCE(STEP-INDEX)
                    TO STP-BLOCKING-SEQUENCE(STEP-INDEX)
                ADD 1 TO STEPS-FAILED-COUNT
                DISPLAY "NIGHTLY JOB: STEP "
                    STP-SEQUENCE(STEP-INDEX) " ("
                    STP-PROGRAM(STEP-INDEX) ") ENDED WITH STATUS "
                    STEP-FINAL-STATUS-HOLD " -- STEPS THAT DEPEND "
                    "ON IT WILL BE HELD".

       FIND-THE-STEP-OUTCOME.
            MOVE "NJ" TO STEP-FINAL-STATUS-HOLD.
            OPEN INPUT RUN-HISTORY-FILE.
            IF RUN-HISTORY-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM CHECK-ONE-RUN-RECORD
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE RUN-HISTORY-FILE.
            IF STEP-FINAL-STATUS-HOLD = "NJ"
                PERFORM JOURNAL-THE-SILENT-STEP.

       CHECK-ONE-RUN-RECORD.
            READ RUN-HISTORY-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                IF RUN-PROGRAM-NAME = STEP-PROGRAM-HOLD
                    IF RUN-START-DATE > STEP-START-DATE-HOLD OR
                            (RUN-START-DATE = STEP-START-DATE-HOLD
                            AND RUN-START-TIME NOT <
                                STEP-START-TIME-HOLD)
                        MOVE RUN-FINAL-STATUS
                            TO STEP-FINAL-STATUS-HOLD.

      *--------------------------------
      * THE STEP RETURNED WITHOUT
      * WRITING ITS RUN-HISTORY RECORD.
      * WRITE ONE FOR IT WITH STATUS
      * NJ AND NO COUNTS, DATED FROM
      * THE CALL, SO THE NIGHT SHOWS
      * THE GAP.
      *--------------------------------
       JOURNAL-THE-SILENT-STEP.
            DISPLAY "NIGHTLY JOB: STEP "
                STP-SEQUENCE(STEP-INDEX) " ("
                STP-PROGRAM(STEP-INDEX) ") WROTE NO RUN-HISTORY "
                "RECORD".
            PERFORM OPEN-RUN-HISTORY-EXTEND.
            MOVE STEP-PROGRAM-HOLD TO RUN-PROGRAM-NAME.
            MOVE STEP-START-DATE-HOLD TO RUN-START-DATE.
            MOVE STEP-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE ZEROS TO RUN-RECORDS-READ.
            MOVE ZEROS TO RUN-RECORDS-WRITTEN.
            MOVE "NJ" TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

      *--------------------------------
      * A HELD STEP IS NOT CALLED.  IT
      * CARRIES THE SEQUENCE OF THE
      * FAILED STEP AT THE ROOT OF THE
      * HOLD AND IS JOURNALLED WITH
      * STATUS HD, SO THE RUN HISTORY
      * SHOWS IT WAS HELD RATHER THAN
      * FORGOTTEN.
      *--------------------------------
       HOLD-THIS-STEP.
            MOVE "H" TO STP-RESULT(STEP-INDEX).
            MOVE "HD" TO STP-FINAL-STATUS(STEP-INDEX).
            MOVE STP-BLOCKING-SEQUENCE(BLOCKER-INDEX)
                TO STP-BLOCKING-SEQUENCE(STEP-INDEX).
            ADD 1 TO STEPS-HELD-COUNT.
            IF STP-RESULT(BLOCKER-INDEX) = "F"
                DISPLAY "NIGHTLY JOB: STEP "
                    STP-SEQUENCE(STEP-INDEX) " ("
                    STP-PROGRAM(STEP-INDEX) ") HELD -- STEP "
                    STP-SEQUENCE(BLOCKER-INDEX) " ("
                    STP-PROGRAM(BLOCKER-INDEX) ") FAILED"
            ELSE
                DISPLAY "NIGHTLY JOB: STEP "
                    STP-SEQUENCE(STEP-INDEX) " ("
                    STP-PROGRAM(STEP-INDEX) ") HELD -- STEP "
                    STP-SEQUENCE(BLOCKER-INDEX) " ("
                    STP-PROGRAM(BLOCKER-INDEX) ") IS HELD".
            PERFORM OPEN-RUN-HISTORY-EXTEND.
            MOVE STP-PROGRAM(STEP-INDEX) TO RUN-PROGRAM-NAME.
            ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME FROM TIME.
            MOVE RUN-START-DATE TO RUN-END-DATE.
            MOVE RUN-START-TIME TO RUN-END-TIME.
            MOVE ZEROS TO RUN-RECORDS-READ.
            MOVE ZEROS TO RUN-RECORDS-WRITTEN.
            MOVE "HD" TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

       JUDGE-STEP-DUE.
            MOVE "Y" TO STEP-DUE-STATUS.
      * NIGHT.
      *--------------------------------
       WRITE-RUN-HISTORY.
            PERFORM OPEN-RUN-HISTORY-EXTEND.
            MOVE DRIVER-PROGRAM-NAME TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

       OPEN-RUN-HISTORY-EXTEND.
            OPEN EXTEND RUN-HISTORY-FILE.
            IF RUN-HISTORY-STATUS = "35"
                OPEN OUTPUT RUN-HISTORY-FILE
                CLOSE RUN-HISTORY-FILE
                OPEN EXTEND RUN-HISTORY-FILE.

      *--------------------------------
      * READ THE HELD LIST.  NO FILE
      * IS AN EMPTY LIST.  EACH ENTRY
      * IS COUNTED, AND ON A RESUME OR
      * A RERUN MATCHED BACK TO ITS
      * STEP -- ONE TAKEN OFF THE
      * SCHEDULE SINCE IS DROPPED.
      *--------------------------------
       LOAD-THE-HELD-LIST.
            MOVE ZEROS TO HELD-LIST-COUNT.
            MOVE RUN-START-DATE-HOLD TO HELD-LIST-DATE.
            OPEN INPUT HELD-STEP-FILE.
            IF HELD-STEP-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM LOAD-ONE-HELD-STEP
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE HELD-STEP-FILE.

       LOAD-ONE-HELD-STEP.
            READ HELD-STEP-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO HELD-LIST-COUNT
                MOVE HLD-RUN-DATE TO HELD-LIST-DATE
                IF NOT HELD-LIST-IS-COUNTED
                    PERFORM APPLY-ONE-HELD-STEP.

       APPLY-ONE-HELD-STEP.
            MOVE HLD-STEP-SEQUENCE TO SEQUENCE-WANTED.
            PERFORM FIND-STEP-BY-SEQUENCE.
            IF MATCH-INDEX = 0
                DISPLAY "NIGHTLY JOB: HELD STEP " HLD-STEP-SEQUENCE
                    " (" HLD-PROGRAM-NAME ") IS NO LONGER ON THE "
                    "SCHEDULE -- DROPPED"
            ELSE IF HELD-LIST-IS-RELEASED
                MOVE "L" TO STP-RESULT(MATCH-INDEX)
            ELSE
                MOVE HLD-STEP-RESULT TO STP-RESULT(MATCH-INDEX)
                MOVE HLD-FINAL-STATUS
                    TO STP-FINAL-STATUS(MATCH-INDEX)
                MOVE HLD-BLOCKING-SEQUENCE
                    TO STP-BLOCKING-SEQUENCE(MATCH-INDEX)
                IF HLD-STEP-FAILED
                    ADD 1 TO STEPS-FAILED-COUNT
                ELSE
                    ADD 1 TO STEPS-HELD-COUNT.

      *--------------------------------
      * REWRITE THE HELD LIST FROM
      * SCRATCH WITH EVERY STEP THAT
      * FAILED OR IS HELD, LIKE THE
      * CHECKPOINT.
      *--------------------------------
       SAVE-THE-HELD-LIST.
            OPEN OUTPUT HELD-STEP-FILE.
            MOVE 0 TO SCAN-INDEX.
            PERFORM SAVE-ONE-HELD-STEP
               UNTIL SCAN-INDEX = STEP-COUNT.
            CLOSE HELD-STEP-FILE.

       SAVE-ONE-HELD-STEP.
            ADD 1 TO SCAN-INDEX.
            IF STP-RESULT(SCAN-INDEX) = "F" OR
                    STP-RESULT(SCAN-INDEX) = "H"
                MOVE HELD-LIST-DATE TO HLD-RUN-DATE
                MOVE STP-SEQUENCE(SCAN-INDEX)
                    TO HLD-STEP-SEQUENCE
                MOVE STP-PROGRAM(SCAN-INDEX)
                    TO HLD-PROGRAM-NAME
                MOVE STP-RESULT(SCAN-INDEX)
                    TO HLD-STEP-RESULT
                MOVE STP-FINAL-STATUS(SCAN-INDEX)
                    TO HLD-FINAL-STATUS
                MOVE STP-BLOCKING-SEQUENCE(SCAN-INDEX)
                    TO HLD-BLOCKING-SEQUENCE
                WRITE HELD-STEP-RECORD.

      *--------------------------------
      * OPEN THE CHECKPOINT FILE AND
      * READ ITS ONE RECORD.  IF IT HAS
