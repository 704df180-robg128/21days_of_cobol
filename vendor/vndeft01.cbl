      *          flagged EFT without usable bank details is reported
      *          and left off the file rather than bouncing at the
      *          bank.
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
            SELECT EFT-EXTRACT-FILE ASSIGN TO "VNDEFT.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS EFT-EXTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdvnd01.cbl".

       FD   EFT-EXTRACT-FILE
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   EFT-EXTRACT-STATUS        PIC XX.
       01   RUN-HISTORY-STATUS        PIC XX.
       77   RUN-START-DATE-HOLD       PIC 9(8).
       77   RUN-START-TIME-HOLD       PIC 9(8).
       77   FINAL-STATUS-HOLD         PIC XX.
       77   VENDORS-READ-COUNT        PIC 9(7).

       01   MORE-VENDOR-RECORDS       PIC X.
            88 VENDOR-RECORDS-REMAIN     VALUE "Y".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            MOVE ZEROS TO VENDORS-READ-COUNT.
            OPEN INPUT VENDOR-FILE.
            IF VENDOR-FILE-STATUS NOT = "00"
                MOVE VENDOR-FILE-STATUS TO FINAL-STATUS-HOLD.
            OPEN OUTPUT EFT-EXTRACT-FILE.
            MOVE ZEROS TO EXTRACTED-COUNT.
            MOVE ZEROS TO EXTRACT-HASH-TOTAL.
            PERFORM WRITE-EFT-TRAILER.
            CLOSE VENDOR-FILE.
            CLOSE EFT-EXTRACT-FILE.
            IF EFT-EXTRACT-STATUS NOT = "00"
                MOVE EFT-EXTRACT-STATUS TO FINAL-STATUS-HOLD.
            DISPLAY "EFT FILE WRITTEN TO VNDEFT.DAT ("
                EXTRACTED-COUNT " VENDOR(S))".
            IF SKIPPED-COUNT > 0
                DISPLAY SKIPPED-COUNT " EFT VENDOR(S) SKIPPED FOR "
                    "MISSING BANK DETAILS -- FIX THEM IN vndchg01".
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.
            READ VENDOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-VENDOR-RECORDS.
            IF VENDOR-RECORDS-REMAIN
                ADD 1 TO VENDORS-READ-COUNT.
            IF VENDOR-RECORDS-REMAIN AND VENDOR-IS-ACTIVE AND
                    VENDOR-PAYS-BY-EFT AND NOT VENDOR-IS-ON-HOLD
                IF VENDOR-BANK-ROUTING = SPACES OR
            WRITE EFT-EXTRACT-RECORD.
            ADD 1 TO EXTRACTED-COUNT.
            ADD VENDOR-NUMBER TO EXTRACT-HASH-TOTAL.

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
            MOVE "vndeft01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE VENDORS-READ-COUNT TO RUN-RECORDS-READ.
            MOVE EXTRACTED-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.
