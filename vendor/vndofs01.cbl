      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Nightly sanctions screening, run in the vndnite01
      *          stream.  Screens every vendor that is not retired --
      *          the name, contact, and address on the master, every
      *          contact on VENDOR-CONTACT-FILE, and the remit-to
      *          address on VENDOR-ADDRESS-FILE -- against the
      *          sanctioned-parties list vndsdl01 loaded, using the
      *          shared vndsdnchk01 matching.  New hits are written
      *          to SCREEN-HIT-FILE as Open.  A vendor with any hit
      *          still Open or confirmed goes on payment hold under
      *          the dedicated OFAC reason code (added to the
      *          hold-reason table on first use), replacing any other
      *          hold it carried, with the same pair of audit records
      *          vndchg01 writes for a hold.  Every such vendor and
      *          its hits are listed on the VNDOFS.RPT compliance
      *          review report; the verdicts are given in vndofr01.
      *          Each run is journalled to the shared run history
      *          (VNDRUNH.DAT); a hold that cannot be set ends the
      *          run with a bad final status.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndofs01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slvnd01.cbl".
            COPY "slcnt01.cbl".
            COPY "sladr01.cbl".
            COPY "slsdn01.cbl".
            COPY "slofh01.cbl".
            COPY "slhrs01.cbl".
            COPY "slaud01.cbl".
            SELECT OFS-REPORT-FILE ASSIGN TO "VNDOFS.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS OFS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdvnd01.cbl".
            COPY "fdcnt01.cbl".
            COPY "fdadr01.cbl".
            COPY "fdsdn01.cbl".
            COPY "fdofh01.cbl".
            COPY "fdhrs01.cbl".
            COPY "fdaud01.cbl".

       FD   OFS-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   OFS-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   CONTACT-FILE-STATUS       PIC XX.
       01   ADDRESS-FILE-STATUS       PIC XX.
       01   HOLD-REASON-STATUS        PIC XX.
       01   AUDIT-FILE-STATUS         PIC XX.
       01   OFS-REPORT-STATUS         PIC XX.
       01   RUN-HISTORY-STATUS        PIC XX.
       77   RUN-START-DATE-HOLD       PIC 9(8).
       77   RUN-START-TIME-HOLD       PIC 9(8).
       77   FINAL-STATUS-HOLD         PIC XX.

            COPY "fldsdn01.cbl".

       77   STEP-OPERATOR-ID          PIC X(08) VALUE "OFACCHK".
       77   TODAY-DATE-STAMP          PIC 9(8).

       01   MORE-VENDOR-RECORDS       PIC X.
            88 VENDOR-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-VENDOR-RECORDS    VALUE "N".

       01   MORE-CONTACT-RECORDS      PIC X.
            88 CONTACT-RECORDS-REMAIN    VALUE "Y".

       01   CONTACT-FILE-OPEN         PIC X.
            88 CONTACTS-ARE-ON-FILE      VALUE "Y".
       01   ADDRESS-FILE-OPEN         PIC X.
            88 ADDRESSES-ARE-ON-FILE     VALUE "Y".

       01   HOLD-ACTION-TEXT          PIC X(20).

       77   VENDORS-SCREENED-COUNT    PIC 9(7).
       77   NEW-HITS-COUNT            PIC 9(7).
       77   FLAGGED-VENDOR-COUNT      PIC 9(5).
       77   HOLDS-SET-COUNT           PIC 9(5).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(38) VALUE
                 "SANCTIONS SCREENING COMPLIANCE REVIEW ".
            05 FILLER                 PIC X(03) VALUE "-- ".
            05 RPT-HEADING-DATE       PIC 9(8).

       01   VENDOR-HEADING-LINE.
            05 FILLER                 PIC X(07) VALUE "VENDOR ".
            05 RPT-VENDOR-NUMBER      PIC 9(7).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-VENDOR-NAME        PIC X(30).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-HOLD-ACTION        PIC X(20).

       01   HIT-HEADING-LINE.
            05 FILLER                 PIC X(04) VALUE SPACES.
            05 RPT-HIT-SOURCE         PIC X(10).
            05 RPT-HIT-STATUS         PIC X(10).
            05 FILLER                 PIC X(06) VALUE "FOUND ".
            05 RPT-HIT-FOUND-DATE     PIC 9(8).
            05 FILLER                 PIC X(08) VALUE "  ENTRY ".
            05 RPT-HIT-ENTRY          PIC X(08).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-HIT-PROGRAM        PIC X(12).

       01   HIT-TEXT-LINE.
            05 FILLER                 PIC X(06) VALUE SPACES.
            05 RPT-TEXT-LABEL         PIC X(08).
            05 RPT-TEXT               PIC X(60).

       01   COUNT-LINE.
            05 RPT-COUNT-LABEL        PIC X(30).
            05 RPT-COUNT              PIC ZZZZZZ9.

       01   SIGN-OFF-LINE             PIC X(80) VALUE
              "   REVIEWED BY : ______________________  DATE : ________
      -       "__".

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            MOVE ZEROS TO VENDORS-SCREENED-COUNT.
            MOVE ZEROS TO NEW-HITS-COUNT.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE STEP-OPERATOR-ID TO SCREEN-OPERATOR-ID.
            PERFORM LOAD-SANCTIONS-LIST.
            IF NOT SANCTIONS-LIST-LOADED
                DISPLAY "NO SANCTIONS LIST ON SYSTEM -- NOTHING "
                    "TO SCREEN AGAINST"
            ELSE
                PERFORM RUN-THE-SCREENING.
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

       RUN-THE-SCREENING.
            OPEN I-O VENDOR-FILE.
            PERFORM OPEN-CHILD-FILES.
            PERFORM OPEN-AUDIT-FILE.
            PERFORM MAKE-SURE-SANCTIONS-REASON.
            OPEN OUTPUT OFS-REPORT-FILE.
            MOVE TODAY-DATE-STAMP TO RPT-HEADING-DATE.
            MOVE REPORT-HEADING-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.
            MOVE ZEROS TO VENDORS-SCREENED-COUNT.
            MOVE ZEROS TO NEW-HITS-COUNT.
            MOVE ZEROS TO FLAGGED-VENDOR-COUNT.
            MOVE ZEROS TO HOLDS-SET-COUNT.
            MOVE ZEROS TO SCREEN-HIT-OVERFLOW.
            MOVE "Y" TO MORE-VENDOR-RECORDS.
            PERFORM SCREEN-ONE-VENDOR
               UNTIL NO-MORE-VENDOR-RECORDS.
            PERFORM PRINT-SCREENING-TOTALS.
            CLOSE OFS-REPORT-FILE.
            IF OFS-REPORT-STATUS NOT = "00"
                MOVE OFS-REPORT-STATUS TO FINAL-STATUS-HOLD.
            CLOSE VENDOR-FILE.
            CLOSE VENDOR-AUDIT-FILE.
            IF CONTACTS-ARE-ON-FILE
                CLOSE VENDOR-CONTACT-FILE.
            IF ADDRESSES-ARE-ON-FILE
                CLOSE VENDOR-ADDRESS-FILE.
            DISPLAY "SANCTIONS SCREEN: " VENDORS-SCREENED-COUNT
                " SCREENED, " NEW-HITS-COUNT " NEW HIT(S), "
                FLAGGED-VENDOR-COUNT " FOR REVIEW, "
                HOLDS-SET-COUNT " HOLD(S) SET".

      *--------------------------------
      * THE CONTACT AND ADDRESS CHILD
      * FILES ARE OPTIONAL -- A SHOP
      * THAT HAS NEVER USED THEM IS
      * SCREENED ON THE MASTER ALONE.
      *--------------------------------
       OPEN-CHILD-FILES.
            MOVE "N" TO CONTACT-FILE-OPEN.
            OPEN INPUT VENDOR-CONTACT-FILE.
            IF CONTACT-FILE-STATUS = "00"
                MOVE "Y" TO CONTACT-FILE-OPEN.
            MOVE "N" TO ADDRESS-FILE-OPEN.
            OPEN INPUT VENDOR-ADDRESS-FILE.
            IF ADDRESS-FILE-STATUS = "00"
                MOVE "Y" TO ADDRESS-FILE-OPEN.

       OPEN-AUDIT-FILE.
            OPEN EXTEND VENDOR-AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "35"
                OPEN OUTPUT VENDOR-AUDIT-FILE
                CLOSE VENDOR-AUDIT-FILE
                OPEN EXTEND VENDOR-AUDIT-FILE.

       SCREEN-ONE-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-VENDOR-RECORDS.
            IF VENDOR-RECORDS-REMAIN AND NOT VENDOR-IS-INACTIVE
                ADD 1 TO VENDORS-SCREENED-COUNT
                PERFORM START-VENDOR-SCREEN
                PERFORM SCREEN-VENDOR-MASTER
                IF CONTACTS-ARE-ON-FILE
                    PERFORM SCREEN-VENDOR-CONTACTS
                END-IF
                IF ADDRESSES-ARE-ON-FILE
                    PERFORM SCREEN-VENDOR-REMIT-TO
                END-IF
                MOVE VENDOR-NUMBER TO SCREEN-VENDOR-NUMBER
                PERFORM RECORD-SCREEN-HITS
                ADD SCREEN-NEW-HIT-COUNT TO NEW-HITS-COUNT
                PERFORM COUNT-ACTIVE-HITS
                IF SCREEN-ACTIVE-COUNT > 0
                    PERFORM FLAG-THE-VENDOR.

       SCREEN-VENDOR-CONTACTS.
            MOVE VENDOR-NUMBER TO CNT-VENDOR-NUMBER.
            MOVE ZEROS TO CNT-CONTACT-SEQ.
            MOVE "Y" TO MORE-CONTACT-RECORDS.
            START VENDOR-CONTACT-FILE
               KEY IS NOT LESS THAN CNT-CONTACT-KEY
               INVALID KEY
                   MOVE "N" TO MORE-CONTACT-RECORDS
            END-START.
            PERFORM SCREEN-ONE-CONTACT
               UNTIL NOT CONTACT-RECORDS-REMAIN.

       SCREEN-ONE-CONTACT.
            READ VENDOR-CONTACT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-CONTACT-RECORDS.
            IF CONTACT-RECORDS-REMAIN
                IF CNT-VENDOR-NUMBER NOT = VENDOR-NUMBER
                    MOVE "N" TO MORE-CONTACT-RECORDS
                ELSE IF CNT-CONTACT-NAME NOT = SPACES
                    MOVE "C" TO SCREEN-SOURCE
                    MOVE CNT-CONTACT-SEQ TO SCREEN-SOURCE-SEQ
                    MOVE CNT-CONTACT-NAME TO SCREEN-TEXT
                    PERFORM SCREEN-NAME-TEXT.

       SCREEN-VENDOR-REMIT-TO.
            MOVE VENDOR-NUMBER TO ADR-VENDOR-NUMBER.
            MOVE "R" TO ADR-ADDRESS-TYPE.
            READ VENDOR-ADDRESS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO SCREEN-SOURCE
                   MOVE 0 TO SCREEN-SOURCE-SEQ
                   MOVE ADR-ADDRESS-1 TO SCREEN-TEXT
                   MOVE ADR-CITY TO SCREEN-CITY
                   PERFORM SCREEN-ADDRESS-TEXT
            END-READ.

      *--------------------------------
      * A VENDOR WITH A LIVE HIT IS
      * HELD UNDER OFAC UNLESS IT
      * ALREADY IS, AND GOES ON THE
      * REPORT EITHER WAY UNTIL EVERY
      * HIT HAS BEEN CLEARED.
      *--------------------------------
       FLAG-THE-VENDOR.
            ADD 1 TO FLAGGED-VENDOR-COUNT.
            IF VENDOR-IS-ON-HOLD AND
                    VENDOR-HOLD-REASON = SANCTIONS-HOLD-REASON
                MOVE "ALREADY ON OFAC HOLD" TO HOLD-ACTION-TEXT
            ELSE
                PERFORM HOLD-THE-FLAGGED-VENDOR.
            PERFORM PRINT-FLAGGED-VENDOR.

       HOLD-THE-FLAGGED-VENDOR.
            PERFORM PLACE-SANCTIONS-HOLD.
            MOVE TODAY-DATE-STAMP TO LAST-CHANGED-DATE.
            MOVE STEP-OPERATOR-ID TO LAST-CHANGED-BY.
            REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD"
            END-REWRITE.
            IF VENDOR-FILE-STATUS = "00"
                ADD 1 TO HOLDS-SET-COUNT
                MOVE "HELD TONIGHT" TO HOLD-ACTION-TEXT
                DISPLAY "VENDOR " VENDOR-NUMBER " HELD -- "
                    "SANCTIONS SCREENING HIT"
                PERFORM WRITE-HOLD-AUDIT-RECORDS
            ELSE
                MOVE VENDOR-FILE-STATUS TO FINAL-STATUS-HOLD
                MOVE "HOLD NOT SET" TO HOLD-ACTION-TEXT.

      *--------------------------------
      * TWO AUDIT ENTRIES PER HOLD,
      * THE WAY vndchg01 WRITES THEM:
      * THE STATUS (FIELD 19) AND THE
      * REASON (FIELD 20).  A HOLD
      * THAT WAS REPLACED SHOWS ITS
      * OLD REASON.
      *--------------------------------
       WRITE-HOLD-AUDIT-RECORDS.
            MOVE VENDOR-NUMBER TO AUDIT-VENDOR-NUMBER.
            MOVE 19 TO AUDIT-FIELD-NUMBER.
            MOVE SANCTIONS-OLD-HOLD-STATUS TO AUDIT-OLD-VALUE.
            MOVE "H" TO AUDIT-NEW-VALUE.
            MOVE TODAY-DATE-STAMP TO AUDIT-CHANGE-DATE.
            MOVE STEP-OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE SPACES TO AUDIT-APPROVED-BY.
            WRITE VENDOR-AUDIT-RECORD.
            MOVE 20 TO AUDIT-FIELD-NUMBER.
            MOVE SANCTIONS-OLD-HOLD-REASON TO AUDIT-OLD-VALUE.
            MOVE SANCTIONS-HOLD-REASON TO AUDIT-NEW-VALUE.
            WRITE VENDOR-AUDIT-RECORD.

      *--------------------------------
      * THE VENDOR LINE, THEN EACH HIT
      * STILL OPEN OR CONFIRMED WITH
      * THE VENDOR TEXT AND THE LISTED
      * TEXT ONE ABOVE THE OTHER.
      *--------------------------------
       PRINT-FLAGGED-VENDOR.
            MOVE BLANK-REPORT-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.
            MOVE VENDOR-NUMBER TO RPT-VENDOR-NUMBER.
            MOVE VENDOR-NAME TO RPT-VENDOR-NAME.
            MOVE HOLD-ACTION-TEXT TO RPT-HOLD-ACTION.
            MOVE VENDOR-HEADING-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.
            OPEN INPUT SCREEN-HIT-FILE.
            IF SCREEN-HIT-STATUS = "00"
                MOVE LOW-VALUES TO SCREEN-HIT-RECORD
                MOVE VENDOR-NUMBER TO OFH-VENDOR-NUMBER
                MOVE "Y" TO SCREEN-MORE-HITS
                START SCREEN-HIT-FILE
                   KEY IS NOT LESS THAN OFH-HIT-KEY
                   INVALID KEY
                       MOVE "N" TO SCREEN-MORE-HITS
                END-START
                PERFORM PRINT-ONE-ACTIVE-HIT
                   UNTIL NOT SCREEN-HITS-REMAIN
                CLOSE SCREEN-HIT-FILE.

       PRINT-ONE-ACTIVE-HIT.
            READ SCREEN-HIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO SCREEN-MORE-HITS.
            IF SCREEN-HITS-REMAIN
                IF OFH-VENDOR-NUMBER NOT = VENDOR-NUMBER
                    MOVE "N" TO SCREEN-MORE-HITS
                ELSE IF OFH-IS-ACTIVE
                    PERFORM PRINT-HIT-LINES.

       PRINT-HIT-LINES.
            IF OFH-FROM-NAME
                MOVE "NAME" TO RPT-HIT-SOURCE
            ELSE IF OFH-FROM-CONTACT
                MOVE "CONTACT" TO RPT-HIT-SOURCE
            ELSE IF OFH-FROM-ADDRESS
                MOVE "ADDRESS" TO RPT-HIT-SOURCE
            ELSE
                MOVE "REMIT-TO" TO RPT-HIT-SOURCE.
            IF OFH-IS-MATCH
                MOVE "CONFIRMED" TO RPT-HIT-STATUS
            ELSE
                MOVE "OPEN" TO RPT-HIT-STATUS.
            MOVE OFH-FOUND-DATE TO RPT-HIT-FOUND-DATE.
            MOVE OFH-ENTRY-NUMBER TO RPT-HIT-ENTRY.
            MOVE OFH-PROGRAM TO RPT-HIT-PROGRAM.
            MOVE HIT-HEADING-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.
            MOVE "VENDOR: " TO RPT-TEXT-LABEL.
            MOVE OFH-VENDOR-TEXT TO RPT-TEXT.
            MOVE HIT-TEXT-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.
            MOVE "LISTED: " TO RPT-TEXT-LABEL.
            MOVE OFH-LISTED-TEXT TO RPT-TEXT.
            MOVE HIT-TEXT-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.

       PRINT-SCREENING-TOTALS.
            MOVE BLANK-REPORT-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.
            IF FLAGGED-VENDOR-COUNT = 0
                MOVE "NO VENDORS AWAITING COMPLIANCE REVIEW"
                    TO OFS-REPORT-LINE
                WRITE OFS-REPORT-LINE.
            IF SANCTIONS-OVERFLOW > 0
                MOVE SPACES TO OFS-REPORT-LINE
                STRING "*** " SANCTIONS-OVERFLOW
                    " LIST LINE(S) DID NOT FIT AND WERE NOT "
                    "SCREENED ***" DELIMITED BY SIZE
                    INTO OFS-REPORT-LINE
                WRITE OFS-REPORT-LINE.
            IF SCREEN-HIT-OVERFLOW > 0
                MOVE SPACES TO OFS-REPORT-LINE
                STRING "*** " SCREEN-HIT-OVERFLOW
                    " HIT(S) BEYOND 20 FOR ONE VENDOR NOT "
                    "RECORDED ***" DELIMITED BY SIZE
                    INTO OFS-REPORT-LINE
                WRITE OFS-REPORT-LINE.
            MOVE "VENDORS SCREENED             :" TO RPT-COUNT-LABEL.
            MOVE VENDORS-SCREENED-COUNT TO RPT-COUNT.
            MOVE COUNT-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.
            MOVE "NEW HITS FOUND               :" TO RPT-COUNT-LABEL.
            MOVE NEW-HITS-COUNT TO RPT-COUNT.
            MOVE COUNT-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.
            MOVE "VENDORS AWAITING REVIEW      :" TO RPT-COUNT-LABEL.
            MOVE FLAGGED-VENDOR-COUNT TO RPT-COUNT.
            MOVE COUNT-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.
            MOVE "HOLDS SET TONIGHT            :" TO RPT-COUNT-LABEL.
            MOVE HOLDS-SET-COUNT TO RPT-COUNT.
            MOVE COUNT-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.
            MOVE SIGN-OFF-LINE TO OFS-REPORT-LINE.
            WRITE OFS-REPORT-LINE.

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
            MOVE "vndofs01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE VENDORS-SCREENED-COUNT TO RUN-RECORDS-READ.
            MOVE NEW-HITS-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE LIST LOAD, THE MATCHING,
      * THE HIT FILE UPKEEP, AND THE
      * OFAC HOLD ITSELF.
      *--------------------------------
            COPY "vndsdnchk01.cbl".
