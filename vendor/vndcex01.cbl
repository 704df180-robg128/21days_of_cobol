      *          vendor already on hold -- for this or any other
      *          reason -- is left as it stands; the hold comes off
      *          in vndcrt01 when a current certificate is recorded.
      *          Each run is journalled to the shared run history
      *          (VNDRUNH.DAT); a vendor hold that cannot be
      *          rewritten ends the run with a bad final status.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slvnd01.cbl".
            COPY "slcrt01.cbl".
            COPY "slhrs01.cbl".
            COPY "slaud01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdvnd01.cbl".
            COPY "fdcrt01.cbl".
            COPY "fdhrs01.cbl".
       01   CERTIFICATE-FILE-STATUS PIC XX.
       01   HOLD-REASON-STATUS      PIC XX.
       01   AUDIT-FILE-STATUS       PIC XX.
       01   RUN-HISTORY-STATUS      PIC XX.
       77   RUN-START-DATE-HOLD     PIC 9(8).
       77   RUN-START-TIME-HOLD     PIC 9(8).
       77   FINAL-STATUS-HOLD       PIC XX.

       77   STEP-OPERATOR-ID        PIC X(08) VALUE "CERTCHK".
       77   CERT-HOLD-REASON        PIC X(04) VALUE "CERT".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            MOVE ZEROS TO CERTS-CHECKED-COUNT.
            MOVE ZEROS TO HOLDS-SET-COUNT.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            OPEN INPUT CERTIFICATE-FILE.
            IF CERTIFICATE-FILE-STATUS = "35"
            ELSE
                PERFORM RUN-THE-EXPIRY-CHECK
                CLOSE CERTIFICATE-FILE.
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

       RUN-THE-EXPIRY-CHECK.
            OPEN I-O VENDOR-FILE.
            IF VENDOR-FILE-STATUS NOT = "00"
                MOVE VENDOR-FILE-STATUS TO FINAL-STATUS-HOLD.
            PERFORM OPEN-AUDIT-FILE.
            PERFORM MAKE-SURE-CERT-REASON.
            MOVE ZEROS TO CERTS-CHECKED-COUNT.
                        DISPLAY "VENDOR " VENDOR-NUMBER " HELD -- "
                            CRT-CERT-TYPE " CERTIFICATE LAPSED "
                            CRT-EXPIRY-DATE
                        PERFORM WRITE-HOLD-AUDIT-RECORDS
                    ELSE
                        MOVE VENDOR-FILE-STATUS TO FINAL-STATUS-HOLD.

      *--------------------------------
      * TWO AUDIT ENTRIES PER HOLD,
            MOVE SPACES TO AUDIT-OLD-VALUE.
            MOVE CERT-HOLD-REASON TO AUDIT-NEW-VALUE.
            WRITE VENDOR-AUDIT-RECORD.

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
            MOVE "vndcex01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE CERTS-CHECKED-COUNT TO RUN-RECORDS-READ.
            MOVE HOLDS-SET-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.
