      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Month-end check register.  For an entered month,
      *          and one bank account or all of them, every check
      *          number that left the stock or changed status in the
      *          month is listed in number order -- used, voided, or
      *          spoiled, with the payment it was written for.  Any
      *          number between the first one issued in the month
      *          and the account's next number that is not in the
      *          register at all is flagged UNACCOUNTED, since a
      *          missing sheet of check stock is what the auditors
      *          ask about first.  Each account closes with its
      *          counts and the stock left on hand.  The output
      *          name carries the run date and is registered in the
      *          report catalog like the other reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndckr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slcks01.cbl".
            COPY "slckr01.cbl".
            COPY "slrpt01.cbl".
            COPY "slrct01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdcks01.cbl".
            COPY "fdckr01.cbl".
            COPY "fdrpt01.cbl".
            COPY "fdrct01.cbl".
       WORKING-STORAGE SECTION.
       01   CHECK-STOCK-STATUS        PIC XX.
       01   CHECK-REGISTER-STATUS     PIC XX.
       01   REPORT-FILE-STATUS        PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.

       01   REPORT-FILE-NAME          PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
       77   CATALOG-PROGRAM-NAME      PIC X(10) VALUE "vndckr01".
       01   CATALOG-OUTPUT-NAME       PIC X(20).

       77   REPORT-MONTH-ENTRY        PIC X(6).
       01   REPORT-MONTH              PIC 9(6).
       01   REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
            05 REPORT-MONTH-YEAR      PIC 9(4).
            05 REPORT-MONTH-MM        PIC 9(2).
       77   ACCOUNT-ENTRY             PIC X(17).

       01   MORE-CHECK-STOCK-RECORDS  PIC X.
            88 CHECK-STOCK-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-CHECK-STOCK-RECORDS VALUE "N".

       01   MORE-REGISTER-RECORDS     PIC X.
            88 REGISTER-RECORDS-REMAIN   VALUE "Y".
            88 NO-MORE-REGISTER-RECORDS  VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

      *--------------------------------
      * ONE ACCOUNT'S FIGURES.  THE
      * GAP SEARCH STARTS AT THE FIRST
      * NUMBER ISSUED IN THE MONTH AND
      * RUNS TO THE NUMBER BEFORE THE
      * STOCK'S NEXT ONE -- SHEETS
      * PAST THAT ARE STILL IN THE
      * BOX.
      *--------------------------------
       77   ACCOUNT-HOLD              PIC X(17).
       77   STOCK-NEXT-HOLD           PIC 9(8).
       77   STOCK-LAST-HOLD           PIC 9(8).
       77   PREVIOUS-NUMBER-HOLD      PIC 9(8).
       77   GAP-FIRST-NUMBER          PIC 9(8).
       77   GAP-LAST-NUMBER           PIC 9(8).
       77   GAP-SIZE                  PIC 9(8).
       01   GAP-SEARCH-STATUS         PIC X.
            88 GAP-SEARCH-HAS-BEGUN      VALUE "Y".
       01   IN-MONTH-STATUS           PIC X.
            88 ENTRY-IS-IN-MONTH         VALUE "Y".

       77   USED-COUNT                PIC 9(7).
       77   VOIDED-COUNT              PIC 9(7).
       77   SPOILED-COUNT             PIC 9(7).
       77   UNACCOUNTED-COUNT         PIC 9(8).
       77   ACCOUNTS-REPORTED         PIC 9(3).
       77   GRAND-UNACCOUNTED-COUNT   PIC 9(8).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(27) VALUE
                 "CHECK REGISTER FOR MONTH ".
            05 RPT-HEADING-YEAR       PIC 9(4).
            05 FILLER                 PIC X(01) VALUE "-".
            05 RPT-HEADING-MM         PIC 9(2).

       01   ACCOUNT-HEADING-LINE.
            05 FILLER                 PIC X(09) VALUE "ACCOUNT: ".
            05 RPT-ACCOUNT            PIC X(17).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-ACCOUNT-NAME       PIC X(30).

       01   COLUMN-HEADING-LINE.
            05 FILLER                 PIC X(36) VALUE
                 "   CHECK STATUS   VENDOR         AMO".
            05 FILLER                 PIC X(26) VALUE
                 "UNT ISSUED   CHANGED  NOTE".

       01   DETAIL-LINE.
            05 RPT-CHECK-NUMBER       PIC 9(8).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-STATUS             PIC X(08).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR             PIC X(07).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ISSUE-DATE         PIC 9(8).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-STATUS-DATE        PIC 9(8).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-NOTE               PIC X(21).

       01   GAP-DETAIL-LINE.
            05 RPT-GAP-FIRST          PIC 9(8).
            05 FILLER                 PIC X(06) VALUE " THRU ".
            05 RPT-GAP-LAST           PIC 9(8).
            05 FILLER                 PIC X(26) VALUE
                 "  ** UNACCOUNTED **".

       01   COUNT-REPORT-LINE.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-COUNT-LABEL        PIC X(24).
            05 RPT-COUNT-VALUE        PIC ZZZZZZZ9.

       01   STOCK-LEFT-LINE.
            05 FILLER                 PIC X(26) VALUE
                 "  STOCK LEFT ON HAND    : ".
            05 RPT-STOCK-NEXT         PIC 9(8).
            05 FILLER                 PIC X(06) VALUE " THRU ".
            05 RPT-STOCK-LAST         PIC 9(8).

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-REPORT-MONTH.
            DISPLAY "ENTER THE BANK ACCOUNT (BLANK FOR ALL)".
            ACCEPT ACCOUNT-ENTRY.
            OPEN INPUT CHECK-STOCK-FILE.
            IF CHECK-STOCK-STATUS NOT = "00"
                DISPLAY "NO CHECK STOCK ON FILE -- NOTHING TO REPORT"
            ELSE
                PERFORM RUN-THE-REGISTER
                CLOSE CHECK-STOCK-FILE.

       PROGRAM-DONE.
            GOBACK.

       RUN-THE-REGISTER.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF CHECK-REGISTER-STATUS NOT = "00"
                DISPLAY "NO CHECK REGISTER ON FILE -- NOTHING TO "
                    "REPORT"
            ELSE
                PERFORM BUILD-REPORT-FILE-NAME
                OPEN OUTPUT REPORT-FILE
                PERFORM PRINT-REPORT-HEADING
                MOVE ZEROS TO ACCOUNTS-REPORTED
                MOVE ZEROS TO GRAND-UNACCOUNTED-COUNT
                IF ACCOUNT-ENTRY = SPACES
                    PERFORM REPORT-ALL-ACCOUNTS
                ELSE
                    PERFORM REPORT-ONE-ACCOUNT
                END-IF
                IF ACCOUNTS-REPORTED = 0
                    MOVE "NO CHECK STOCK FOR THAT ACCOUNT"
                        TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
                CLOSE REPORT-FILE
                CLOSE CHECK-REGISTER-FILE
                PERFORM CATALOG-THIS-OUTPUT
                DISPLAY "CHECK REGISTER WRITTEN TO " REPORT-FILE-NAME
                IF GRAND-UNACCOUNTED-COUNT > 0
                    DISPLAY GRAND-UNACCOUNTED-COUNT " CHECK NUMBER(S) "
                        "UNACCOUNTED FOR -- SEE THE REPORT".

       ENTER-REPORT-MONTH.
            MOVE ZEROS TO REPORT-MONTH.
            PERFORM TRY-ENTER-REPORT-MONTH
               UNTIL REPORT-MONTH-YEAR > 1900 AND
                   REPORT-MONTH-MM > 0 AND
                   REPORT-MONTH-MM < 13.

       TRY-ENTER-REPORT-MONTH.
            DISPLAY "ENTER REPORT MONTH (YYYYMM)".
            ACCEPT REPORT-MONTH-ENTRY.
            IF REPORT-MONTH-ENTRY IS NUMERIC
                MOVE REPORT-MONTH-ENTRY TO REPORT-MONTH.
            IF REPORT-MONTH-YEAR > 1900 AND
                    REPORT-MONTH-MM > 0 AND
                    REPORT-MONTH-MM < 13
                CONTINUE
            ELSE
                DISPLAY "MONTH MUST BE YYYYMM -- TRY AGAIN".

       BUILD-REPORT-FILE-NAME.
            ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE SPACES TO REPORT-FILE-NAME.
            STRING "VNDCKR" REPORT-DATE-STAMP ".RPT"
                DELIMITED BY SIZE
                INTO REPORT-FILE-NAME.
            MOVE REPORT-FILE-NAME TO CATALOG-OUTPUT-NAME.

       PRINT-REPORT-HEADING.
            MOVE REPORT-MONTH-YEAR TO RPT-HEADING-YEAR.
            MOVE REPORT-MONTH-MM TO RPT-HEADING-MM.
            MOVE REPORT-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       REPORT-ALL-ACCOUNTS.
            MOVE LOW-VALUES TO CKS-BANK-ACCOUNT.
            MOVE "Y" TO MORE-CHECK-STOCK-RECORDS.
            START CHECK-STOCK-FILE
               KEY IS NOT LESS THAN CKS-BANK-ACCOUNT
               INVALID KEY
                   MOVE "N" TO MORE-CHECK-STOCK-RECORDS.
            PERFORM REPORT-NEXT-ACCOUNT
               UNTIL NO-MORE-CHECK-STOCK-RECORDS.

       REPORT-NEXT-ACCOUNT.
            READ CHECK-STOCK-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-CHECK-STOCK-RECORDS.
            IF CHECK-STOCK-RECORDS-REMAIN
                PERFORM REPORT-THIS-ACCOUNT.

       REPORT-ONE-ACCOUNT.
            MOVE ACCOUNT-ENTRY TO CKS-BANK-ACCOUNT.
            MOVE "Y" TO RECORD-FOUND.
            READ CHECK-STOCK-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF RECORD-WAS-FOUND
                PERFORM REPORT-THIS-ACCOUNT.

      *--------------------------------
      * THE REGISTER IS KEYED BY
      * ACCOUNT THEN NUMBER, SO ONE
      * STRAIGHT READ FROM THE
      * ACCOUNT'S FIRST NUMBER WALKS
      * ITS STOCK IN ORDER.
      *--------------------------------
       REPORT-THIS-ACCOUNT.
            ADD 1 TO ACCOUNTS-REPORTED.
            MOVE CKS-BANK-ACCOUNT TO ACCOUNT-HOLD.
            MOVE CKS-NEXT-CHECK-NUMBER TO STOCK-NEXT-HOLD.
            MOVE CKS-LAST-CHECK-NUMBER TO STOCK-LAST-HOLD.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE CKS-BANK-ACCOUNT TO RPT-ACCOUNT.
            MOVE CKS-ACCOUNT-NAME TO RPT-ACCOUNT-NAME.
            MOVE ACCOUNT-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZEROS TO USED-COUNT.
            MOVE ZEROS TO VOIDED-COUNT.
            MOVE ZEROS TO SPOILED-COUNT.
            MOVE ZEROS TO UNACCOUNTED-COUNT.
            MOVE ZEROS TO PREVIOUS-NUMBER-HOLD.
            MOVE "N" TO GAP-SEARCH-STATUS.
            MOVE ACCOUNT-HOLD TO CKR-BANK-ACCOUNT.
            MOVE ZEROS TO CKR-CHECK-NUMBER.
            MOVE "Y" TO MORE-REGISTER-RECORDS.
            START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CKR-REGISTER-KEY
               INVALID KEY
                   MOVE "N" TO MORE-REGISTER-RECORDS.
            PERFORM REPORT-ONE-REGISTER-ENTRY
               UNTIL NO-MORE-REGISTER-RECORDS.
            IF GAP-SEARCH-HAS-BEGUN
                MOVE STOCK-NEXT-HOLD TO GAP-LAST-NUMBER
                PERFORM FLAG-UNACCOUNTED-NUMBERS.
            PERFORM PRINT-ACCOUNT-TOTALS.

       REPORT-ONE-REGISTER-ENTRY.
            READ CHECK-REGISTER-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-REGISTER-RECORDS.
            IF REGISTER-RECORDS-REMAIN AND
                    CKR-BANK-ACCOUNT NOT = ACCOUNT-HOLD
                MOVE "N" TO MORE-REGISTER-RECORDS.
            IF REGISTER-RECORDS-REMAIN
                PERFORM JUDGE-ONE-REGISTER-ENTRY.

       JUDGE-ONE-REGISTER-ENTRY.
            IF GAP-SEARCH-HAS-BEGUN
                MOVE CKR-CHECK-NUMBER TO GAP-LAST-NUMBER
                PERFORM FLAG-UNACCOUNTED-NUMBERS
            ELSE IF CKR-ISSUE-DATE(1:6) = REPORT-MONTH
                MOVE "Y" TO GAP-SEARCH-STATUS.
            MOVE CKR-CHECK-NUMBER TO PREVIOUS-NUMBER-HOLD.
            MOVE "N" TO IN-MONTH-STATUS.
            IF CKR-ISSUE-DATE(1:6) = REPORT-MONTH OR
                    CKR-STATUS-DATE(1:6) = REPORT-MONTH
                MOVE "Y" TO IN-MONTH-STATUS.
            IF ENTRY-IS-IN-MONTH
                PERFORM PRINT-REGISTER-ENTRY.

       PRINT-REGISTER-ENTRY.
            MOVE CKR-CHECK-NUMBER TO RPT-CHECK-NUMBER.
            IF CKR-IS-USED
                MOVE "USED" TO RPT-STATUS
                ADD 1 TO USED-COUNT
            ELSE IF CKR-IS-VOIDED
                MOVE "VOIDED" TO RPT-STATUS
                ADD 1 TO VOIDED-COUNT
            ELSE
                MOVE "SPOILED" TO RPT-STATUS
                ADD 1 TO SPOILED-COUNT.
            IF CKR-VENDOR-NUMBER = ZEROS
                MOVE SPACES TO RPT-VENDOR
            ELSE
                MOVE CKR-VENDOR-NUMBER TO RPT-VENDOR.
            MOVE CKR-AMOUNT TO RPT-AMOUNT.
            MOVE CKR-ISSUE-DATE TO RPT-ISSUE-DATE.
            MOVE CKR-STATUS-DATE TO RPT-STATUS-DATE.
            MOVE CKR-NOTE TO RPT-NOTE.
            MOVE DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

      *--------------------------------
      * EVERY NUMBER AFTER THE ONE
      * BEFORE AND SHORT OF GAP-LAST-
      * NUMBER THAT THE STOCK HAS
      * ALREADY MOVED PAST IS MISSING
      * FROM THE REGISTER.  A RUN OF
      * THEM PRINTS AS ONE RANGE.
      *--------------------------------
       FLAG-UNACCOUNTED-NUMBERS.
            IF GAP-LAST-NUMBER > STOCK-NEXT-HOLD
                MOVE STOCK-NEXT-HOLD TO GAP-LAST-NUMBER.
            COMPUTE GAP-FIRST-NUMBER = PREVIOUS-NUMBER-HOLD + 1.
            IF GAP-LAST-NUMBER > GAP-FIRST-NUMBER
                SUBTRACT 1 FROM GAP-LAST-NUMBER
                COMPUTE GAP-SIZE = GAP-LAST-NUMBER -
                    GAP-FIRST-NUMBER + 1
                ADD GAP-SIZE TO UNACCOUNTED-COUNT
                MOVE GAP-FIRST-NUMBER TO RPT-GAP-FIRST
                MOVE GAP-LAST-NUMBER TO RPT-GAP-LAST
                MOVE GAP-DETAIL-LINE TO REPORT-LINE
                WRITE REPORT-LINE.

       PRINT-ACCOUNT-TOTALS.
            MOVE BLANK-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "USED IN THE MONTH     : " TO RPT-COUNT-LABEL.
            MOVE USED-COUNT TO RPT-COUNT-VALUE.
            MOVE COUNT-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "VOIDED IN THE MONTH   : " TO RPT-COUNT-LABEL.
            MOVE VOIDED-COUNT TO RPT-COUNT-VALUE.
            MOVE COUNT-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "SPOILED IN THE MONTH  : " TO RPT-COUNT-LABEL.
            MOVE SPOILED-COUNT TO RPT-COUNT-VALUE.
            MOVE COUNT-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "UNACCOUNTED           : " TO RPT-COUNT-LABEL.
            MOVE UNACCOUNTED-COUNT TO RPT-COUNT-VALUE.
            MOVE COUNT-REPORT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD UNACCOUNTED-COUNT TO GRAND-UNACCOUNTED-COUNT.
            IF STOCK-LAST-HOLD = ZEROS
                MOVE "  STOCK NOT COUNTED -- NEXT NUMBER IS "
                    TO REPORT-LINE
                MOVE STOCK-NEXT-HOLD TO REPORT-LINE(40:8)
                WRITE REPORT-LINE
            ELSE IF STOCK-NEXT-HOLD > STOCK-LAST-HOLD
                MOVE "  ** OUT OF CHECK STOCK **" TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE STOCK-NEXT-HOLD TO RPT-STOCK-NEXT
                MOVE STOCK-LAST-HOLD TO RPT-STOCK-LAST
                MOVE STOCK-LEFT-LINE TO REPORT-LINE
                WRITE REPORT-LINE.

      *--------------------------------
      * REGISTER THIS OUTPUT IN THE
      * REPORT CATALOG SO vndrvw01 CAN
      * LIST AND REPRINT IT LATER.
      * THE CATALOG IS CREATED ON
      * FIRST USE.
      *--------------------------------
       CATALOG-THIS-OUTPUT.
            OPEN EXTEND REPORT-CATALOG-FILE.
            IF CATALOG-FILE-STATUS = "35"
                OPEN OUTPUT REPORT-CATALOG-FILE
                CLOSE REPORT-CATALOG-FILE
                OPEN EXTEND REPORT-CATALOG-FILE.
            MOVE CATALOG-PROGRAM-NAME TO RCT-PROGRAM-NAME.
            ACCEPT RCT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT RCT-RUN-TIME FROM TIME.
            MOVE "BATCH" TO RCT-OPERATOR-ID.
            MOVE CATALOG-OUTPUT-NAME TO RCT-OUTPUT-NAME.
            WRITE REPORT-CATALOG-RECORD.
            CLOSE REPORT-CATALOG-FILE.
