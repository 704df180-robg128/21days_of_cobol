      *          The date can be passed on the command line so the
      *          nightly stream can run it unattended; with no
      *          parameter it reports today's changes.
      *          Each run is journalled to the shared run history
      *          (VNDRUNH.DAT) with the audit records read and the
      *          changes reported.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slaud01.cbl".
            SELECT CCR-REPORT-FILE ASSIGN TO "VNDCCR.RPT"
                ORGANIZATION IS SEQUENTIAL
            SELECT CCR-SORT-FILE ASSIGN TO "VNDCCR.SRT".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdaud01.cbl".

       FD   CCR-REPORT-FILE
       WORKING-STORAGE SECTION.
       01   AUDIT-FILE-STATUS         PIC XX.
       01   CCR-REPORT-STATUS         PIC XX.
       01   RUN-HISTORY-STATUS        PIC XX.
       77   RUN-START-DATE-HOLD       PIC 9(8).
       77   RUN-START-TIME-HOLD       PIC 9(8).
       77   FINAL-STATUS-HOLD         PIC XX.
       77   AUDIT-RECORDS-READ        PIC 9(7).

       01   REPORT-DATE-PARAMETER     PIC X(30).
       77   REPORT-DATE               PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            MOVE ZEROS TO AUDIT-RECORDS-READ.
            MOVE ZEROS TO TOTAL-CHANGE-COUNT.
            PERFORM DETERMINE-REPORT-DATE.
            OPEN OUTPUT CCR-REPORT-FILE.
            MOVE REPORT-DATE TO RPT-HEADING-DATE.
                INPUT PROCEDURE IS COLLECT-DAYS-CHANGES
                OUTPUT PROCEDURE IS PRINT-THE-SIGN-OFF-SHEET.
            CLOSE CCR-REPORT-FILE.
            IF CCR-REPORT-STATUS NOT = "00"
                MOVE CCR-REPORT-STATUS TO FINAL-STATUS-HOLD.
            DISPLAY "CHANGE-CONTROL REPORT FOR " REPORT-DATE
                " WRITTEN TO VNDCCR.RPT".
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.
            READ VENDOR-AUDIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-AUDIT-RECORDS.
            IF AUDIT-RECORDS-REMAIN
                ADD 1 TO AUDIT-RECORDS-READ.
            IF AUDIT-RECORDS-REMAIN AND
                    AUDIT-CHANGE-DATE = REPORT-DATE
                MOVE AUDIT-OPERATOR-ID TO SORT-OPERATOR-ID
            WRITE CCR-REPORT-LINE.
            MOVE SIGN-OFF-LINE TO CCR-REPORT-LINE.
            WRITE CCR-REPORT-LINE.

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
            MOVE "vndccr01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE AUDIT-RECORDS-READ TO RUN-RECORDS-READ.
            MOVE TOTAL-CHANGE-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.
