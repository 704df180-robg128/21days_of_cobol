      *          hard-coded list in the driver and onto this file,
      *          which is how vndchk01, vndeft01, and the newer
      *          batch runs finally get into the stream without a
      *          source change.  Each step can name up to three
      *          earlier steps it depends on; the driver holds it
      *          when one of them fails.  A dependency must be a
      *          lower sequence already on the schedule, and
      *          removing a step drops it from every list that
      *          named it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 STP-DAY-OF-WEEK   PIC 9(01).
               10 STP-BANK-FLAG     PIC X(01).
               10 STP-ENABLED       PIC X(01).
               10 STP-DEPENDS-ON    PIC 9(3) OCCURS 3 TIMES.
       77   STEP-COUNT              PIC 9(2).
       77   STEP-INDEX              PIC 9(2).
       77   MATCH-INDEX             PIC 9(2).
       77   FREQUENCY-ENTRY         PIC X(1).
       77   DAY-ENTRY               PIC X(1).
       77   FLAG-ENTRY              PIC X(1).
       77   DEPEND-INDEX            PIC 9.
       77   DEPEND-MATCH-INDEX      PIC 9(2).
       77   DEPEND-SCAN-INDEX       PIC 9(2).
       77   DEPEND-SEQUENCE-HOLD    PIC 9(3).

       01   HOLIDAY-TABLE.
            05 HOLIDAY-ENTRY OCCURS 60 TIMES.
                STP-FREQUENCY(STEP-INDEX) " DAY "
                STP-DAY-OF-WEEK(STEP-INDEX) " "
                STP-BANK-FLAG(STEP-INDEX) " "
                STP-ENABLED(STEP-INDEX) " AFTER "
                STP-DEPENDS-ON(STEP-INDEX 1) " "
                STP-DEPENDS-ON(STEP-INDEX 2) " "
                STP-DEPENDS-ON(STEP-INDEX 3).

      *--------------------------------
      * PICK A STEP BY SEQUENCE.  ONE
                    MOVE INSERT-INDEX TO MATCH-INDEX
                    MOVE SEQUENCE-HOLD TO STP-SEQUENCE(MATCH-INDEX)
                    PERFORM FILL-STEP-FIELDS
                    PERFORM CLEAR-THE-DEPENDENCIES
                    PERFORM ENTER-THE-DEPENDENCIES
                    DISPLAY "STEP ADDED".

       FIND-INSERT-SLOT.
            DISPLAY "STEP " STP-SEQUENCE(MATCH-INDEX) " RUNS "
                STP-PROGRAM(MATCH-INDEX).
            DISPLAY "(C)HANGE IT, (E)NABLE, (D)ISABLE, (R)EMOVE, "
                "(S)ET WHAT IT DEPENDS ON,".
            DISPLAY "OR LEAVE IT?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "c" MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "e" MOVE "E" TO ACTION-PICK.
            IF ACTION-PICK = "d" MOVE "D" TO ACTION-PICK.
            IF ACTION-PICK = "r" MOVE "R" TO ACTION-PICK.
            IF ACTION-PICK = "s" MOVE "S" TO ACTION-PICK.
            IF ACTION-PICK = "C"
                PERFORM ENTER-STEP-FIELDS
                IF PROGRAM-ENTRY = SPACES
            IF ACTION-PICK = "R"
                PERFORM REMOVE-THIS-STEP
                DISPLAY "STEP REMOVED".
            IF ACTION-PICK = "S"
                PERFORM CLEAR-THE-DEPENDENCIES
                PERFORM ENTER-THE-DEPENDENCIES
                DISPLAY "DEPENDENCIES SET".

      *--------------------------------
      * UP TO THREE STEPS THIS ONE
      * DEPENDS ON.  THE DRIVER RUNS IN
      * SEQUENCE ORDER, SO ONLY A
      * LOWER SEQUENCE ALREADY ON THE
      * SCHEDULE MAKES SENSE; ANYTHING
      * ELSE IS REFUSED AND THE SLOT
      * LEFT EMPTY.
      *--------------------------------
       CLEAR-THE-DEPENDENCIES.
            MOVE 0 TO STP-DEPENDS-ON(MATCH-INDEX 1).
            MOVE 0 TO STP-DEPENDS-ON(MATCH-INDEX 2).
            MOVE 0 TO STP-DEPENDS-ON(MATCH-INDEX 3).

       ENTER-THE-DEPENDENCIES.
            MOVE 0 TO DEPEND-INDEX.
            MOVE SPACES TO SEQUENCE-ENTRY.
            MOVE 1 TO SEQUENCE-LENGTH.
            PERFORM ENTER-ONE-DEPENDENCY
               UNTIL DEPEND-INDEX = 3 OR SEQUENCE-LENGTH = 0.

       ENTER-ONE-DEPENDENCY.
            ADD 1 TO DEPEND-INDEX.
            DISPLAY "STEP " STP-SEQUENCE(MATCH-INDEX) " DEPENDS ON "
                "STEP (" DEPEND-INDEX " OF 3, BLANK FOR NO "
                "MORE)".
            ACCEPT SEQUENCE-ENTRY.
            PERFORM FIND-SEQUENCE-LENGTH.
            IF SEQUENCE-LENGTH = 0
                CONTINUE
            ELSE IF SEQUENCE-ENTRY(1:SEQUENCE-LENGTH)
                    IS NOT NUMERIC
                DISPLAY "SEQUENCE MUST BE NUMERIC -- SLOT LEFT EMPTY"
            ELSE
                MOVE SEQUENCE-ENTRY(1:SEQUENCE-LENGTH)
                    TO DEPEND-SEQUENCE-HOLD
                PERFORM FIND-DEPENDENCY-IN-TABLE
                IF DEPEND-SEQUENCE-HOLD NOT <
                        STP-SEQUENCE(MATCH-INDEX)
                    DISPLAY "A STEP CAN ONLY DEPEND ON AN EARLIER "
                        "SEQUENCE -- SLOT LEFT EMPTY"
                ELSE IF DEPEND-MATCH-INDEX = 0
                    DISPLAY "STEP " DEPEND-SEQUENCE-HOLD " IS NOT ON "
                        "THE SCHEDULE -- SLOT LEFT EMPTY"
                ELSE
                    MOVE DEPEND-SEQUENCE-HOLD
                        TO STP-DEPENDS-ON(MATCH-INDEX DEPEND-INDEX).

       FIND-DEPENDENCY-IN-TABLE.
            MOVE 0 TO DEPEND-MATCH-INDEX.
            MOVE 0 TO DEPEND-SCAN-INDEX.
            PERFORM MATCH-ONE-DEPENDENCY
               UNTIL DEPEND-SCAN-INDEX = STEP-COUNT OR
                   DEPEND-MATCH-INDEX > 0.

       MATCH-ONE-DEPENDENCY.
            ADD 1 TO DEPEND-SCAN-INDEX.
            IF STP-SEQUENCE(DEPEND-SCAN-INDEX) = DEPEND-SEQUENCE-HOLD
                MOVE DEPEND-SCAN-INDEX TO DEPEND-MATCH-INDEX.

       ENTER-STEP-FIELDS.
            DISPLAY "ENTER PROGRAM NAME (BLANK TO CANCEL)".
      * THE TABLE UP ONE SLOT.
      *--------------------------------
       REMOVE-THIS-STEP.
            MOVE STP-SEQUENCE(MATCH-INDEX) TO DEPEND-SEQUENCE-HOLD.
            MOVE MATCH-INDEX TO STEP-INDEX.
            PERFORM SLIDE-ONE-STEP-UP
               UNTIL STEP-INDEX = STEP-COUNT.
            SUBTRACT 1 FROM STEP-COUNT.
            MOVE 0 TO STEP-INDEX.
            PERFORM DROP-REMOVED-DEPENDENCY
               UNTIL STEP-INDEX = STEP-COUNT.

      *--------------------------------
      * A STEP THAT DEPENDED ON THE
      * ONE JUST REMOVED NO LONGER
      * WAITS ON IT.
      *--------------------------------
       DROP-REMOVED-DEPENDENCY.
            ADD 1 TO STEP-INDEX.
            MOVE 0 TO DEPEND-INDEX.
            PERFORM DROP-ONE-DEPENDENCY
               UNTIL DEPEND-INDEX = 3.

       DROP-ONE-DEPENDENCY.
            ADD 1 TO DEPEND-INDEX.
            IF STP-DEPENDS-ON(STEP-INDEX DEPEND-INDEX) =
                    DEPEND-SEQUENCE-HOLD
                MOVE 0 TO STP-DEPENDS-ON(STEP-INDEX DEPEND-INDEX)
                DISPLAY "STEP " STP-SEQUENCE(STEP-INDEX)
                    " NO LONGER DEPENDS ON STEP "
                    DEPEND-SEQUENCE-HOLD.

       SLIDE-ONE-STEP-UP.
            IF STEP-INDEX < STEP-COUNT
                    MOVE SCH-BANK-FILE-FLAG
                        TO STP-BANK-FLAG(STEP-COUNT)
                    MOVE SCH-ENABLED-FLAG
                        TO STP-ENABLED(STEP-COUNT)
                    MOVE 0 TO DEPEND-INDEX
                    PERFORM LOAD-ONE-DEPENDENCY
                       UNTIL DEPEND-INDEX = 3.

      *--------------------------------
      * A RECORD FILED BEFORE STEPS
      * COULD DEPEND ON ONE ANOTHER
      * CARRIES BLANKS -- NO
      * DEPENDENCY.
      *--------------------------------
       LOAD-ONE-DEPENDENCY.
            ADD 1 TO DEPEND-INDEX.
            IF SCH-DEPENDS-ON(DEPEND-INDEX) IS NUMERIC
                MOVE SCH-DEPENDS-ON(DEPEND-INDEX)
                    TO STP-DEPENDS-ON(STEP-COUNT DEPEND-INDEX)
            ELSE
                MOVE 0 TO STP-DEPENDS-ON(STEP-COUNT DEPEND-INDEX).

       SAVE-THE-SCHEDULE-FILE.
            OPEN OUTPUT SCHEDULE-FILE.
            MOVE STP-DAY-OF-WEEK(STEP-INDEX) TO SCH-DAY-OF-WEEK.
            MOVE STP-BANK-FLAG(STEP-INDEX) TO SCH-BANK-FILE-FLAG.
            MOVE STP-ENABLED(STEP-INDEX) TO SCH-ENABLED-FLAG.
            MOVE STP-DEPENDS-ON(STEP-INDEX 1) TO SCH-DEPENDS-ON(1).
            MOVE STP-DEPENDS-ON(STEP-INDEX 2) TO SCH-DEPENDS-ON(2).
            MOVE STP-DEPENDS-ON(STEP-INDEX 3) TO SCH-DEPENDS-ON(3).
            WRITE SCHEDULE-RECORD.

       LOAD-THE-HOLIDAY-FILE.
