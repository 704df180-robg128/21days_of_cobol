      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Exchange-rate load from the bank's daily rate feed.
      *          Reads BANKFXR.DAT -- one line per currency per day:
      *          the currency code, the rate date, and how many US
      *          dollars one unit bought -- and writes each rate to
      *          EXCHANGE-RATE-FILE marked as from the bank.  A rate
      *          the feed already sent for that day is replaced, so
      *          a corrected feed can simply be loaded again.  A
      *          rate keyed by hand in vndfxr01 for the same day is
      *          left as it is -- someone keyed it for a reason --
      *          and reported.  Lines with a currency not on the
      *          currency table (or inactive), a bad date, or a
      *          zero or non-numeric rate are rejected to the
      *          exception report VNDFXL.RPT.  Can be run by hand
      *          or added to the nightly stream through vndsch01.
      *          Each run is journalled to the shared run history
      *          (VNDRUNH.DAT) with the feed lines read and the rates
      *          added or replaced; a rate that cannot be stored ends
      *          the run with a bad final status.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndfxl01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slfxr01.cbl".
            COPY "slcur01.cbl".
            SELECT RATE-FEED-FILE ASSIGN TO "BANKFXR.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RATE-FEED-STATUS.
            SELECT LOAD-REPORT-FILE ASSIGN TO "VNDFXL.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS LOAD-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdfxr01.cbl".
            COPY "fdcur01.cbl".

       FD   RATE-FEED-FILE
            LABEL RECORDS ARE STANDARD.

       01   RATE-FEED-RECORD.
            05 FEED-CURRENCY              PIC X(03).
            05 FEED-RATE-DATE             PIC X(08).
            05 FEED-RATE-DATE-N REDEFINES FEED-RATE-DATE
                                          PIC 9(8).
            05 FEED-USD-RATE              PIC X(12).
            05 FEED-USD-RATE-N REDEFINES FEED-USD-RATE
                                          PIC 9(4)V9(8).

       FD   LOAD-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   LOAD-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01   EXCHANGE-RATE-STATUS      PIC XX.
       01   CURRENCY-FILE-STATUS      PIC XX.
       01   RATE-FEED-STATUS          PIC XX.
       01   LOAD-REPORT-STATUS        PIC XX.
       01   RUN-HISTORY-STATUS        PIC XX.
       77   RUN-START-DATE-HOLD       PIC 9(8).
       77   RUN-START-TIME-HOLD       PIC 9(8).
       77   FINAL-STATUS-HOLD         PIC XX.

       77   LOAD-OPERATOR-ID          PIC X(08) VALUE "FXRLOAD".
       77   TODAY-DATE-STAMP          PIC 9(8).

       01   MORE-FEED-RECORDS         PIC X.
            88 FEED-RECORDS-REMAIN       VALUE "Y".
            88 NO-MORE-FEED-RECORDS      VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

       01   CURRENCY-TABLE-STATUS     PIC X.
            88 CURRENCY-TABLE-IN-USE     VALUE "Y".

       77   REJECT-REASON-HOLD        PIC X(30).

       77   LINES-READ-COUNT          PIC 9(7).
       77   RATES-ADDED-COUNT         PIC 9(7).
       77   RATES-REPLACED-COUNT      PIC 9(7).
       77   RATES-KEPT-COUNT          PIC 9(7).
       77   LINES-REJECTED-COUNT      PIC 9(7).

       01   EXCEPTION-DETAIL-LINE.
            05 RPT-EX-CURRENCY        PIC X(03).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-EX-RATE-DATE       PIC X(08).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-EX-USD-RATE        PIC X(12).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-EX-REASON          PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            MOVE ZEROS TO LINES-READ-COUNT.
            MOVE ZEROS TO RATES-ADDED-COUNT.
            MOVE ZEROS TO RATES-REPLACED-COUNT.
            OPEN INPUT RATE-FEED-FILE.
            IF RATE-FEED-STATUS = "35"
                DISPLAY "NO BANK RATE FEED (BANKFXR.DAT) TO LOAD"
            ELSE
                PERFORM RUN-THE-RATE-LOAD
                CLOSE RATE-FEED-FILE.
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

       RUN-THE-RATE-LOAD.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            PERFORM OPEN-EXCHANGE-RATE-FILE.
            MOVE "N" TO CURRENCY-TABLE-STATUS.
            OPEN INPUT CURRENCY-FILE.
            IF CURRENCY-FILE-STATUS = "00"
                MOVE "Y" TO CURRENCY-TABLE-STATUS.
            OPEN OUTPUT LOAD-REPORT-FILE.
            MOVE "EXCHANGE RATE LOAD EXCEPTIONS" TO LOAD-REPORT-LINE.
            WRITE LOAD-REPORT-LINE.
            MOVE ZEROS TO LINES-READ-COUNT.
            MOVE ZEROS TO RATES-ADDED-COUNT.
            MOVE ZEROS TO RATES-REPLACED-COUNT.
            MOVE ZEROS TO RATES-KEPT-COUNT.
            MOVE ZEROS TO LINES-REJECTED-COUNT.
            MOVE "Y" TO MORE-FEED-RECORDS.
            PERFORM LOAD-ONE-FEED-LINE
               UNTIL NO-MORE-FEED-RECORDS.
            IF LINES-REJECTED-COUNT = 0 AND RATES-KEPT-COUNT = 0
                MOVE "NONE" TO LOAD-REPORT-LINE
                WRITE LOAD-REPORT-LINE.
            CLOSE LOAD-REPORT-FILE.
            IF LOAD-REPORT-STATUS NOT = "00"
                MOVE LOAD-REPORT-STATUS TO FINAL-STATUS-HOLD.
            IF CURRENCY-TABLE-IN-USE
                CLOSE CURRENCY-FILE.
            CLOSE EXCHANGE-RATE-FILE.
            DISPLAY "EXCHANGE RATES LOADED -- "
                LINES-READ-COUNT " READ, "
                RATES-ADDED-COUNT " ADDED, "
                RATES-REPLACED-COUNT " REPLACED".
            DISPLAY "    " RATES-KEPT-COUNT " HAND-KEYED KEPT, "
                LINES-REJECTED-COUNT " REJECTED -- SEE VNDFXL.RPT".

      *--------------------------------
      * THE RATE FILE IS CREATED ON
      * THE FIRST LOAD.
      *--------------------------------
       OPEN-EXCHANGE-RATE-FILE.
            OPEN I-O EXCHANGE-RATE-FILE.
            IF EXCHANGE-RATE-STATUS = "35"
                OPEN OUTPUT EXCHANGE-RATE-FILE
                CLOSE EXCHANGE-RATE-FILE
                OPEN I-O EXCHANGE-RATE-FILE.

       LOAD-ONE-FEED-LINE.
            READ RATE-FEED-FILE
                AT END
                MOVE "N" TO MORE-FEED-RECORDS.
            IF FEED-RECORDS-REMAIN
                ADD 1 TO LINES-READ-COUNT
                PERFORM JUDGE-FEED-LINE
                IF REJECT-REASON-HOLD NOT = SPACES
                    PERFORM WRITE-EXCEPTION-LINE
                    ADD 1 TO LINES-REJECTED-COUNT
                ELSE
                    PERFORM STORE-FEED-RATE.

      *--------------------------------
      * A LINE IS TAKEN ONLY WITH A
      * USABLE CURRENCY, A REAL DATE,
      * AND A RATE ABOVE ZERO.  US
      * DOLLARS ARE ONE TO ONE AND
      * NEED NO RATE.  WITH NO
      * CURRENCY TABLE ON THE SYSTEM
      * ANY CODE IS TAKEN.
      *--------------------------------
       JUDGE-FEED-LINE.
            MOVE SPACES TO REJECT-REASON-HOLD.
            IF FEED-CURRENCY = SPACES OR FEED-CURRENCY = "USD"
                MOVE "NOT A FOREIGN CURRENCY" TO REJECT-REASON-HOLD
            ELSE IF FEED-RATE-DATE IS NOT NUMERIC
                MOVE "RATE DATE NOT NUMERIC" TO REJECT-REASON-HOLD
            ELSE IF FEED-RATE-DATE(5:2) < "01" OR
                    FEED-RATE-DATE(5:2) > "12" OR
                    FEED-RATE-DATE(7:2) < "01" OR
                    FEED-RATE-DATE(7:2) > "31"
                MOVE "RATE DATE NOT A DATE" TO REJECT-REASON-HOLD
            ELSE IF FEED-USD-RATE IS NOT NUMERIC
                MOVE "RATE NOT NUMERIC" TO REJECT-REASON-HOLD
            ELSE IF FEED-USD-RATE-N = ZEROS
                MOVE "RATE IS ZERO" TO REJECT-REASON-HOLD
            ELSE IF CURRENCY-TABLE-IN-USE
                PERFORM CHECK-FEED-CURRENCY.

       CHECK-FEED-CURRENCY.
            MOVE FEED-CURRENCY TO CUR-CODE.
            READ CURRENCY-FILE RECORD
               INVALID KEY
                   MOVE "CURRENCY NOT ON TABLE"
                       TO REJECT-REASON-HOLD
               NOT INVALID KEY
                   IF CUR-IS-INACTIVE
                       MOVE "CURRENCY INACTIVE"
                           TO REJECT-REASON-HOLD
                   END-IF
            END-READ.

       STORE-FEED-RATE.
            MOVE FEED-CURRENCY TO FXR-CURRENCY.
            MOVE FEED-RATE-DATE-N TO FXR-RATE-DATE.
            MOVE "Y" TO RECORD-FOUND.
            READ EXCHANGE-RATE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE SPACES TO EXCHANGE-RATE-RECORD
                MOVE FEED-CURRENCY TO FXR-CURRENCY
                MOVE FEED-RATE-DATE-N TO FXR-RATE-DATE
                PERFORM STAMP-FEED-RATE
                WRITE EXCHANGE-RATE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING EXCHANGE RATE RECORD"
                END-WRITE
                IF EXCHANGE-RATE-STATUS = "00"
                    ADD 1 TO RATES-ADDED-COUNT
                ELSE
                    MOVE EXCHANGE-RATE-STATUS TO FINAL-STATUS-HOLD
                END-IF
            ELSE IF FXR-KEYED-BY-HAND
                MOVE "HAND-KEYED RATE KEPT" TO REJECT-REASON-HOLD
                PERFORM WRITE-EXCEPTION-LINE
                ADD 1 TO RATES-KEPT-COUNT
            ELSE
                PERFORM STAMP-FEED-RATE
                REWRITE EXCHANGE-RATE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING EXCHANGE RATE RECORD"
                END-REWRITE
                IF EXCHANGE-RATE-STATUS = "00"
                    ADD 1 TO RATES-REPLACED-COUNT
                ELSE
                    MOVE EXCHANGE-RATE-STATUS TO FINAL-STATUS-HOLD.

       STAMP-FEED-RATE.
            MOVE FEED-USD-RATE-N TO FXR-USD-RATE.
            MOVE "B" TO FXR-SOURCE.
            MOVE LOAD-OPERATOR-ID TO FXR-ENTERED-BY.
            MOVE TODAY-DATE-STAMP TO FXR-ENTERED-DATE.

       WRITE-EXCEPTION-LINE.
            MOVE FEED-CURRENCY TO RPT-EX-CURRENCY.
            MOVE FEED-RATE-DATE TO RPT-EX-RATE-DATE.
            MOVE FEED-USD-RATE TO RPT-EX-USD-RATE.
            MOVE REJECT-REASON-HOLD TO RPT-EX-REASON.
            MOVE EXCEPTION-DETAIL-LINE TO LOAD-REPORT-LINE.
            WRITE LOAD-REPORT-LINE.

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
            MOVE "vndfxl01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE LINES-READ-COUNT TO RUN-RECORDS-READ.
            COMPUTE RUN-RECORDS-WRITTEN =
                RATES-ADDED-COUNT + RATES-REPLACED-COUNT.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.
