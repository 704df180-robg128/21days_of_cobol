      *          replaces opening five programs before coffee.
      *          Pulls together last night's run-history lines (the
      *          newest run date on file) with any bad final status
      *          flagged and steps the driver held marked as held,
      *          the held-step list from VNDHELD.DAT -- each failed
      *          step and every step held behind it, with the
      *          vndnite01 RERUN that releases them -- the
      *          suspense-file count and its oldest
      *          reject date, pending sensitive-field approvals
      *          sitting more than three days, backup generations
      *          still unverified in the catalog, and the state of
      *          the batch lock flag.  Closes with the run-time
      *          exceptions: vndrbl01 is called to measure last
      *          night against its rolling baseline, and every step
      *          that ran long or short, read or wrote an unusual
      *          number of records, or was scheduled and never ran
      *          is listed from VNDRBX.DAT.  Written to VNDOPS.RPT
      *          and echoed to the console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY "slpnd01.cbl".
            COPY "slbct01.cbl".
            COPY "sllok01.cbl".
            COPY "slrbx01.cbl".
            COPY "slhld01.cbl".
            SELECT OPS-REPORT-FILE ASSIGN TO "VNDOPS.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS OPS-REPORT-STATUS.
            COPY "fdpnd01.cbl".
            COPY "fdbct01.cbl".
            COPY "fdlok01.cbl".
            COPY "fdrbx01.cbl".
            COPY "fdhld01.cbl".

       FD   OPS-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
       01   PENDING-FILE-STATUS       PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.
       01   LOCK-FILE-STATUS          PIC XX.
       01   RUN-EXCEPTION-STATUS      PIC XX.
       01   HELD-STEP-STATUS          PIC XX.
       01   OPS-REPORT-STATUS         PIC XX.

       01   MORE-FILE-RECORDS         PIC X.
       77   NEWEST-RUN-DATE           PIC 9(8).
       77   RUN-LINES-PRINTED         PIC 9(3).
       77   BAD-STATUS-COUNT          PIC 9(3).
       77   HELD-RUN-COUNT            PIC 9(3).

       77   HELD-STEP-COUNT           PIC 9(3).

       01   HELD-DETAIL-LINE.
            05 FILLER                 PIC X(07) VALUE "  STEP ".
            05 RPT-HELD-SEQUENCE      PIC 9(3).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-HELD-PROGRAM       PIC X(10).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-HELD-TEXT          PIC X(40).

       77   SUSPENSE-COUNT            PIC 9(5).
       77   OLDEST-REJECT-DATE        PIC 9(8).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-RUN-FLAG           PIC X(20).

       77   RUN-EXCEPTION-COUNT       PIC 9(3).

       01   EXCEPTION-DETAIL-LINE.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-EXC-PROGRAM        PIC X(10).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-EXC-TEXT           PIC X(22).
            05 RPT-EXC-FIGURES.
               10 FILLER              PIC X(12) VALUE " LAST NIGHT ".
               10 RPT-EXC-LAST        PIC ZZZZZZZZ9.
               10 FILLER              PIC X(09) VALUE "  NORMAL ".
               10 RPT-EXC-NORMAL      PIC ZZZZZZZZ9.

       01   FACT-DETAIL-LINE.
            05 RPT-FACT-LABEL         PIC X(34).
            05 RPT-FACT-VALUE         PIC X(40).
                INTO OPS-REPORT-LINE.
            PERFORM WRITE-AND-SHOW-LINE.
            PERFORM REPORT-LAST-NIGHTS-RUNS.
            PERFORM REPORT-THE-HELD-STEPS.
            PERFORM REPORT-THE-SUSPENSE-FILE.
            PERFORM REPORT-STALE-APPROVALS.
            PERFORM REPORT-UNVERIFIED-BACKUPS.
            PERFORM REPORT-THE-BATCH-LOCK.
            PERFORM REPORT-RUN-TIME-EXCEPTIONS.
            CLOSE OPS-REPORT-FILE.
            DISPLAY " ".
            DISPLAY "DASHBOARD WRITTEN TO VNDOPS.RPT".
            MOVE ZEROS TO NEWEST-RUN-DATE.
            MOVE ZEROS TO RUN-LINES-PRINTED.
            MOVE ZEROS TO BAD-STATUS-COUNT.
            MOVE ZEROS TO HELD-RUN-COUNT.
            OPEN INPUT RUN-HISTORY-FILE.
            IF RUN-HISTORY-STATUS = "35"
                MOVE "  (NO RUN HISTORY ON SYSTEM)"
                        "ELSE **"
                        DELIMITED BY SIZE
                        INTO OPS-REPORT-LINE
                    PERFORM WRITE-AND-SHOW-LINE
                END-IF
                IF HELD-RUN-COUNT > 0
                    MOVE SPACES TO OPS-REPORT-LINE
                    MOVE HELD-RUN-COUNT TO COUNT-EDIT-FIELD
                    STRING "  ** " COUNT-EDIT-FIELD " STEP(S) "
                        "HELD, NOT RUN -- SEE HELD STEPS BELOW **"
                        DELIMITED BY SIZE
                        INTO OPS-REPORT-LINE
                    PERFORM WRITE-AND-SHOW-LINE.

       FIND-NEWEST-RUN-DATE.
                    MOVE RUN-START-DATE TO RPT-RUN-START
                    MOVE RUN-START-TIME TO RPT-RUN-TIME
                    MOVE RUN-FINAL-STATUS TO RPT-RUN-STATUS
                    MOVE SPACES TO RPT-RUN-FLAG
                    IF RUN-WAS-HELD
                        ADD 1 TO HELD-RUN-COUNT
                        MOVE "HELD -- NOT RUN" TO RPT-RUN-FLAG
                    END-IF
                    IF NOT RUN-ENDED-CLEAN AND NOT RUN-WAS-HELD
                        ADD 1 TO BAD-STATUS-COUNT
                        MOVE "** CHECK THIS **" TO RPT-RUN-FLAG
                    END-IF
                    MOVE RUN-DETAIL-LINE TO OPS-REPORT-LINE
                    PERFORM WRITE-AND-SHOW-LINE.

      *--------------------------------
      * HELD STEPS -- THE DRIVER'S
      * HELD LIST: EVERY STEP THAT
      * FAILED AND EVERY STEP HELD
      * BEHIND IT, WAITING FOR THE
      * OPERATOR RERUN.
      *--------------------------------
       REPORT-THE-HELD-STEPS.
            MOVE BLANK-REPORT-LINE TO OPS-REPORT-LINE.
            PERFORM WRITE-AND-SHOW-LINE.
            MOVE "HELD STEPS" TO OPS-REPORT-LINE.
            PERFORM WRITE-AND-SHOW-LINE.
            MOVE ZEROS TO HELD-STEP-COUNT.
            OPEN INPUT HELD-STEP-FILE.
            IF HELD-STEP-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM PRINT-ONE-HELD-STEP
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE HELD-STEP-FILE.
            IF HELD-STEP-COUNT = 0
                MOVE "  (NOTHING HELD)" TO OPS-REPORT-LINE
                PERFORM WRITE-AND-SHOW-LINE
            ELSE
                MOVE "  FIX THE FAILED STEP(S), THEN RUN vndnite01 "
                    TO OPS-REPORT-LINE
                MOVE "RERUN TO RELEASE THE LIST"
                    TO OPS-REPORT-LINE(46:25)
                PERFORM WRITE-AND-SHOW-LINE.

       PRINT-ONE-HELD-STEP.
            READ HELD-STEP-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO HELD-STEP-COUNT
                MOVE HLD-STEP-SEQUENCE TO RPT-HELD-SEQUENCE
                MOVE HLD-PROGRAM-NAME TO RPT-HELD-PROGRAM
                MOVE SPACES TO RPT-HELD-TEXT
                IF HLD-STEP-FAILED
                    STRING "** FAILED, STATUS " HLD-FINAL-STATUS
                        " ON " HLD-RUN-DATE
                        DELIMITED BY SIZE
                        INTO RPT-HELD-TEXT
                ELSE
                    STRING "HELD BEHIND STEP " HLD-BLOCKING-SEQUENCE
                        " ON " HLD-RUN-DATE
                        DELIMITED BY SIZE
                        INTO RPT-HELD-TEXT
                END-IF
                MOVE HELD-DETAIL-LINE TO OPS-REPORT-LINE
                PERFORM WRITE-AND-SHOW-LINE.

      *--------------------------------
      * SECTION 2 -- THE SUSPENSE
      * FILE: HOW MANY REJECTS ARE
                END-READ
                CLOSE BATCH-LOCK-FILE.

      *--------------------------------
      * SECTION 6 -- RUN-TIME
      * EXCEPTIONS.  vndrbl01 MEASURES
      * LAST NIGHT AGAINST THE ROLLING
      * BASELINE AND LEAVES WHAT IT
      * FLAGGED IN VNDRBX.DAT.
      *--------------------------------
       REPORT-RUN-TIME-EXCEPTIONS.
            MOVE BLANK-REPORT-LINE TO OPS-REPORT-LINE.
            PERFORM WRITE-AND-SHOW-LINE.
            MOVE "RUN-TIME EXCEPTIONS" TO OPS-REPORT-LINE.
            PERFORM WRITE-AND-SHOW-LINE.
            CALL "vndrbl01".
            MOVE ZEROS TO RUN-EXCEPTION-COUNT.
            OPEN INPUT RUN-EXCEPTION-FILE.
            IF RUN-EXCEPTION-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM PRINT-ONE-RUN-EXCEPTION
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE RUN-EXCEPTION-FILE.
            IF RUN-EXCEPTION-COUNT = 0
                MOVE "  (NONE -- EVERY STEP RAN WITHIN ITS NORMAL "
                    TO OPS-REPORT-LINE
                MOVE "RANGE)" TO OPS-REPORT-LINE(45:6)
                PERFORM WRITE-AND-SHOW-LINE.

       PRINT-ONE-RUN-EXCEPTION.
            READ RUN-EXCEPTION-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO RUN-EXCEPTION-COUNT
                MOVE RBX-PROGRAM-NAME TO RPT-EXC-PROGRAM
                MOVE RBX-EXCEPTION-TEXT TO RPT-EXC-TEXT
                MOVE RBX-LAST-FIGURE TO RPT-EXC-LAST
                MOVE RBX-NORMAL-FIGURE TO RPT-EXC-NORMAL
                MOVE EXCEPTION-DETAIL-LINE TO OPS-REPORT-LINE
                PERFORM TRIM-EXCEPTION-FIGURES
                PERFORM WRITE-AND-SHOW-LINE.

      *--------------------------------
      * A MISSED STEP HAS NO FIGURES;
      * A STALE STREAM HAS ONLY THE
      * DATE IT LAST RAN.
      *--------------------------------
       TRIM-EXCEPTION-FIGURES.
            IF RBX-DID-NOT-RUN
                MOVE SPACES TO OPS-REPORT-LINE(36:45).
            IF RBX-STREAM-IS-STALE
                MOVE SPACES TO OPS-REPORT-LINE(36:45)
                MOVE RBX-LAST-FIGURE(2:8) TO OPS-REPORT-LINE(37:8).

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
