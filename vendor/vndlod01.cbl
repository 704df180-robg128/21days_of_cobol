      *          rows with fresh numbers assigned from VNDCTL.DAT the
      *          way vndadd01 assigns them, and writes each rejected
      *          row to a reject file with the reason on the line.
      *          Every added row is screened against the sanctions
      *          list the way vndadd01 screens a keyed vendor; a row
      *          that matches is added on OFAC payment hold for
      *          compliance review in vndofr01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slvctl01.cbl".
            COPY "slsdn01.cbl".
            COPY "slofh01.cbl".
            COPY "slhrs01.cbl".
            SELECT IMPORT-FILE ASSIGN TO IMPORT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS IMPORT-FILE-STATUS.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdvctl01.cbl".
            COPY "fdsdn01.cbl".
            COPY "fdofh01.cbl".
            COPY "fdhrs01.cbl".

       FD   IMPORT-FILE
            LABEL RECORDS ARE STANDARD.
       01   CTL-FILE-STATUS           PIC XX.
       01   IMPORT-FILE-STATUS        PIC XX.
       01   REJECT-FILE-STATUS        PIC XX.
       01   HOLD-REASON-STATUS        PIC XX.

       01   IMPORT-FILE-NAME          PIC X(20).
       01   OPERATOR-ID               PIC X(08) VALUE "CSVLOAD".
       77   IMPORT-READ-COUNT         PIC 9(5).
       77   IMPORT-ADDED-COUNT        PIC 9(5).
       77   IMPORT-REJECT-COUNT       PIC 9(5).
       77   IMPORT-HELD-COUNT         PIC 9(5).

      *--------------------------------
      * SANCTIONS SCREENING FIELDS FOR
      * THE SHARED vndsdnchk01 CHECK.
      *--------------------------------
            COPY "fldsdn01.cbl".

      *--------------------------------
      * ONE PARSED CSV ROW.  THE FIRST
            IF IMPORT-FILE-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN " IMPORT-FILE-NAME
            ELSE
                MOVE OPERATOR-ID TO SCREEN-OPERATOR-ID
                PERFORM LOAD-SANCTIONS-LIST
                OPEN I-O VENDOR-FILE
                OPEN OUTPUT REJECT-FILE
                MOVE ZEROS TO IMPORT-READ-COUNT
                MOVE ZEROS TO IMPORT-ADDED-COUNT
                MOVE ZEROS TO IMPORT-REJECT-COUNT
                MOVE ZEROS TO IMPORT-HELD-COUNT
                MOVE "Y" TO MORE-IMPORT-LINES
                PERFORM LOAD-ONE-IMPORT-LINE
                   UNTIL NO-MORE-IMPORT-LINES
                    IMPORT-ADDED-COUNT " ADDED, "
                    IMPORT-REJECT-COUNT " REJECTED"
                IF IMPORT-REJECT-COUNT > 0
                    DISPLAY "REJECTED ROWS ARE ON VNDCSVRJ.DAT"
                END-IF
                IF IMPORT-HELD-COUNT > 0
                    DISPLAY IMPORT-HELD-COUNT " ADDED ROW(S) MATCH "
                        "THE SANCTIONS LIST -- ON OFAC HOLD FOR "
                        "REVIEW IN vndofr01".

       PROGRAM-DONE.
            STOP RUN.
            MOVE ROW-BANK-ROUTING TO VENDOR-BANK-ROUTING.
            MOVE ROW-BANK-ACCOUNT TO VENDOR-BANK-ACCOUNT.
            MOVE "N" TO VENDOR-HOLD-STATUS.
            PERFORM SCREEN-THE-ROW.
            MOVE "N" TO WRITE-OK.
            PERFORM SAVE-VENDOR-RECORD
               UNTIL RECORD-WAS-WRITTEN.
            ADD 1 TO IMPORT-ADDED-COUNT.
            MOVE VENDOR-NUMBER TO SCREEN-VENDOR-NUMBER.
            PERFORM RECORD-SCREEN-HITS.

      *--------------------------------
      * THE SAME SCREEN vndadd01 RUNS
      * BEFORE THE WRITE: A ROW THAT
      * MATCHES THE SANCTIONS LIST IS
      * ADDED ON OFAC HOLD.
      *--------------------------------
       SCREEN-THE-ROW.
            PERFORM START-VENDOR-SCREEN.
            PERFORM SCREEN-VENDOR-MASTER.
            IF SCREEN-HIT-COUNT > 0
                PERFORM MAKE-SURE-SANCTIONS-REASON
                PERFORM PLACE-SANCTIONS-HOLD
                ADD 1 TO IMPORT-HELD-COUNT
                DISPLAY "ROW FOR " VENDOR-NAME
                    " MATCHES THE SANCTIONS LIST".

       SAVE-VENDOR-RECORD.
            PERFORM WRITE-VENDOR-RECORD.

       SHRINK-IMPORT-LINE-LENGTH.
            SUBTRACT 1 FROM IMPORT-LINE-LENGTH.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SANCTIONS LIST LOAD, THE
      * MATCHING, AND THE OFAC HOLD,
      * SHARED WITH vndadd01.
      *--------------------------------
            COPY "vndsdnchk01.cbl".
