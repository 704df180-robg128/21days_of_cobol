      *          vendors sharing the same VENDOR-NAME on the
      *          alternate index.  Everything found goes to an
      *          exception report; a clean run says so.
      *          Each run is journalled to the shared run history
      *          (VNDRUNH.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slvnd01.cbl".
            COPY "slvctl01.cbl".
            COPY "slaud01.cbl".
                FILE STATUS IS CHECK-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdvnd01.cbl".
            COPY "fdvctl01.cbl".
            COPY "fdaud01.cbl".
       01   CTL-FILE-STATUS           PIC XX.
       01   AUDIT-FILE-STATUS         PIC XX.
       01   CHECK-REPORT-STATUS       PIC XX.
       01   RUN-HISTORY-STATUS        PIC XX.
       77   RUN-START-DATE-HOLD       PIC 9(8).
       77   RUN-START-TIME-HOLD       PIC 9(8).
       77   FINAL-STATUS-HOLD         PIC XX.

       01   MORE-VENDOR-RECORDS       PIC X.
            88 VENDOR-RECORDS-REMAIN     VALUE "Y".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            OPEN OUTPUT CHECK-REPORT-FILE.
            MOVE ZEROS TO EXCEPTION-COUNT.
            MOVE "VENDOR MASTER HEALTH CHECK" TO SECTION-HEADING-LINE.
                    TO CHECK-REPORT-LINE
                WRITE CHECK-REPORT-LINE.
            CLOSE CHECK-REPORT-FILE.
            IF CHECK-REPORT-STATUS NOT = "00"
                MOVE CHECK-REPORT-STATUS TO FINAL-STATUS-HOLD.
            DISPLAY "HEALTH CHECK COMPLETE -- " EXCEPTION-COUNT
                " EXCEPTION(S) -- SEE VNDCHK.RPT".
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.
                MOVE "Y" TO ANY-ACTIVE-SEEN-YET
                MOVE VENDOR-NAME TO PREVIOUS-NAME-HOLD
                MOVE VENDOR-NUMBER TO PREVIOUS-NUMBER-HOLD.

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
            MOVE "vndchk01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE MASTER-RECORD-COUNT TO RUN-RECORDS-READ.
            MOVE EXCEPTION-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.
