      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Weekly segregation-of-duties report.  The change-
      *          control report and the payment release controls each
      *          look at one file; this one cross-reads them.  Every
      *          address or bank-detail change on VNDAUD.DAT is set
      *          beside the invoices on VNDINV.DAT, the payments on
      *          VNDPMT.DAT, and the queued payments on VNDPPAY.DAT,
      *          and wherever the same operator changed the vendor
      *          and also keyed, posted, released, or queued money
      *          for it within the window, the pairing is listed by
      *          operator and vendor on VNDSOD.RPT.  A pairing is
      *          reported in the week its later half falls in, so
      *          each one shows once.  A second section lists the
      *          operators whose authority lets them both add vendors
      *          and release payments.  The week's last day can be
      *          passed on the command line as YYYYMMDD, optionally
      *          followed by a window in days; with no parameter the
      *          week ends today and the window is 30 days.
      *          Each run is journalled to the shared run history
      *          (VNDRUNH.DAT) with the audit records read and the
      *          conflict pairs reported, so it can run as a weekly
      *          step of the vndnite01 stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndsod01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slaud01.cbl".
            COPY "slinv01.cbl".
            COPY "slpmt01.cbl".
            COPY "slppq01.cbl".
            COPY "slopr01.cbl".
            SELECT SOD-REPORT-FILE ASSIGN TO "VNDSOD.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS SOD-REPORT-STATUS.
            SELECT SOD-SORT-FILE ASSIGN TO "VNDSOD.SRT".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdaud01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdppq01.cbl".
            COPY "fdopr01.cbl".

       FD   SOD-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   SOD-REPORT-LINE           PIC X(80).

       SD   SOD-SORT-FILE.
       01   SOD-SORT-RECORD.
            05 SORT-OPERATOR-ID       PIC X(08).
            05 SORT-VENDOR-NUMBER     PIC 9(07).
            05 SORT-CHANGE-DATE       PIC 9(08).
            05 SORT-ACTIVITY-DATE     PIC 9(08).
            05 SORT-FIELD-NUMBER      PIC 99.
            05 SORT-CHANGE-ROLE       PIC X(08).
            05 SORT-ACTIVITY-TEXT     PIC X(16).
            05 SORT-REFERENCE         PIC X(15).
            05 SORT-AMOUNT            PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01   AUDIT-FILE-STATUS         PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   PENDING-PAYMENT-STATUS    PIC XX.
       01   OPERATOR-FILE-STATUS      PIC XX.
       01   SOD-REPORT-STATUS         PIC XX.
       01   RUN-HISTORY-STATUS        PIC XX.
       77   RUN-START-DATE-HOLD       PIC 9(8).
       77   RUN-START-TIME-HOLD       PIC 9(8).
       77   FINAL-STATUS-HOLD         PIC XX.
       77   AUDIT-RECORDS-READ        PIC 9(7).

       01   REPORT-DATE-PARAMETER     PIC X(30).
       77   REPORT-DATE               PIC 9(8).
       77   WINDOW-DAYS               PIC 9(3) VALUE 30.

      *--------------------------------
      * THE REPORT WEEK AND THE
      * EARLIEST DAY ANYTHING CAN BE
      * DATED AND STILL PAIR WITH
      * SOMETHING IN THE WEEK, AS DAY
      * NUMBERS.
      *--------------------------------
       77   REPORT-DAY-NUMBER         PIC 9(7).
       77   WEEK-START-DAY-NUMBER     PIC 9(7).
       77   EARLIEST-DAY-NUMBER       PIC 9(7).
       77   WEEK-START-DATE           PIC 9(8).

       01   MORE-AUDIT-RECORDS        PIC X.
            88 AUDIT-RECORDS-REMAIN      VALUE "Y".
            88 NO-MORE-AUDIT-RECORDS     VALUE "N".
       01   MORE-INVOICE-RECORDS      PIC X.
            88 INVOICE-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS   VALUE "N".
       01   MORE-PAYMENT-RECORDS      PIC X.
            88 PAYMENT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PAYMENT-RECORDS   VALUE "N".
       01   MORE-PENDING-RECORDS      PIC X.
            88 PENDING-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PENDING-RECORDS   VALUE "N".
       01   MORE-OPERATOR-RECORDS     PIC X.
            88 OPERATOR-RECORDS-REMAIN   VALUE "Y".
            88 NO-MORE-OPERATOR-RECORDS  VALUE "N".
       01   MORE-SORTED-RECORDS       PIC X.
            88 SORTED-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-SORTED-RECORDS    VALUE "N".

      *--------------------------------
      * THE ADDRESS AND BANK CHANGES
      * INSIDE THE REACH OF THE WEEK,
      * ONE ENTRY FOR THE OPERATOR WHO
      * MADE EACH AND ONE FOR THE
      * OPERATOR WHO APPROVED IT.
      *--------------------------------
       01   CHANGE-TABLE.
            05 CHANGE-ENTRY OCCURS 3000 TIMES.
               10 CHT-VENDOR-NUMBER   PIC 9(7).
               10 CHT-OPERATOR-ID     PIC X(08).
               10 CHT-CHANGE-DATE     PIC 9(8).
               10 CHT-DAY-NUMBER      PIC 9(7).
               10 CHT-FIELD-NUMBER    PIC 99.
               10 CHT-CHANGE-ROLE     PIC X(08).
       77   CHANGE-COUNT              PIC 9(4).
       77   CHANGE-INDEX              PIC 9(4).
       77   CHANGE-OVERFLOW           PIC 9(5).

      *--------------------------------
      * ONE PIECE OF MONEY ACTIVITY,
      * SET UP BEFORE IT IS MATCHED
      * AGAINST THE CHANGES.
      *--------------------------------
       77   ACT-VENDOR-NUMBER         PIC 9(7).
       77   ACT-OPERATOR-ID           PIC X(08).
       77   ACT-DATE                  PIC 9(8).
       77   ACT-DAY-NUMBER            PIC 9(7).
       77   ACT-TEXT                  PIC X(16).
       77   ACT-REFERENCE             PIC X(15).
       77   ACT-AMOUNT                PIC 9(7)V99.
       77   LATER-DAY-NUMBER          PIC 9(7).
       77   GAP-DAYS                  PIC 9(7).

       77   CURRENT-OPERATOR-HOLD     PIC X(08).
       77   OPERATOR-PAIR-COUNT       PIC 9(5).
       77   TOTAL-PAIR-COUNT          PIC 9(5).
       77   ANY-OPERATOR-PRINTED-YET  PIC X VALUE "N".
            88 AN-OPERATOR-HAS-PRINTED   VALUE "Y".
       77   DUAL-POWER-COUNT          PIC 9(5).

            COPY "fldcal01.cbl".

            COPY "fldnm01.cbl".

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(36) VALUE
                 "SEGREGATION-OF-DUTIES REVIEW -- WEEK".
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-WEEK-START         PIC 9(8).
            05 FILLER                 PIC X(04) VALUE " TO ".
            05 RPT-WEEK-END           PIC 9(8).

       01   WINDOW-HEADING-LINE.
            05 FILLER                 PIC X(44) VALUE
                 "SAME OPERATOR CHANGED THE VENDOR AND HANDLED".
            05 FILLER                 PIC X(18) VALUE
                 " ITS MONEY WITHIN ".
            05 RPT-WINDOW-DAYS        PIC ZZ9.
            05 FILLER                 PIC X(05) VALUE " DAYS".

       01   OPERATOR-HEADING-LINE.
            05 FILLER                 PIC X(11) VALUE "OPERATOR : ".
            05 RPT-OPERATOR-ID        PIC X(08).

       01   CHANGE-DETAIL-LINE.
            05 FILLER                 PIC X(10) VALUE "   VENDOR ".
            05 RPT-VENDOR-NUMBER      PIC 9(7).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-CHANGE-ROLE        PIC X(08).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-FIELD-NAME         PIC X(20).
            05 FILLER                 PIC X(04) VALUE " ON ".
            05 RPT-CHANGE-DATE        PIC 9(8).

       01   ACTIVITY-DETAIL-LINE.
            05 FILLER                 PIC X(12) VALUE SPACES.
            05 RPT-ACTIVITY-TEXT      PIC X(16).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-ACTIVITY-DATE      PIC 9(8).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-REFERENCE          PIC X(15).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       01   OPERATOR-TOTAL-LINE.
            05 FILLER                 PIC X(19) VALUE
                 "   OPERATOR TOTAL :".
            05 RPT-OPERATOR-COUNT     PIC ZZZZ9.

       01   GRAND-TOTAL-LINE.
            05 FILLER                 PIC X(15) VALUE "TOTAL PAIRINGS:".
            05 RPT-TOTAL-COUNT        PIC ZZZZ9.

       01   POWER-HEADING-LINE.
            05 FILLER                 PIC X(45) VALUE
                 "OPERATORS WHO CAN BOTH ADD VENDORS (vndadd01)".
            05 FILLER                 PIC X(32) VALUE
                 " AND RELEASE PAYMENTS (vndprl01)".

       01   POWER-DETAIL-LINE.
            05 FILLER                 PIC X(03) VALUE SPACES.
            05 RPT-POWER-OPERATOR     PIC X(08).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-POWER-NAME         PIC X(30).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-POWER-DEPARTMENT   PIC X(10).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-POWER-LEVEL        PIC X(10).

       01   POWER-TOTAL-LINE.
            05 FILLER                 PIC X(19) VALUE
                 "OPERATORS LISTED  :".
            05 RPT-POWER-COUNT        PIC ZZZZ9.

       01   SIGN-OFF-LINE.
            05 FILLER                 PIC X(40) VALUE
                 "   REVIEWED BY : ______________________ ".
            05 FILLER                 PIC X(40) VALUE
                 " DATE : __________".

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            MOVE ZEROS TO AUDIT-RECORDS-READ.
            MOVE ZEROS TO TOTAL-PAIR-COUNT.
            PERFORM DETERMINE-REPORT-WEEK.
            OPEN OUTPUT SOD-REPORT-FILE.
            MOVE WEEK-START-DATE TO RPT-WEEK-START.
            MOVE REPORT-DATE TO RPT-WEEK-END.
            MOVE REPORT-HEADING-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            MOVE WINDOW-DAYS TO RPT-WINDOW-DAYS.
            MOVE WINDOW-HEADING-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            SORT SOD-SORT-FILE
                ON ASCENDING KEY SORT-OPERATOR-ID SORT-VENDOR-NUMBER
                                 SORT-CHANGE-DATE SORT-ACTIVITY-DATE
                INPUT PROCEDURE IS COLLECT-CONFLICT-PAIRS
                OUTPUT PROCEDURE IS PRINT-CONFLICT-PAIRS.
            PERFORM PRINT-DUAL-POWER-SECTION.
            CLOSE SOD-REPORT-FILE.
            IF SOD-REPORT-STATUS NOT = "00"
                MOVE SOD-REPORT-STATUS TO FINAL-STATUS-HOLD.
            DISPLAY "SEGREGATION-OF-DUTIES REPORT FOR THE WEEK TO "
                REPORT-DATE " WRITTEN TO VNDSOD.RPT".
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE WEEK'S LAST DAY, AND
      * OPTIONALLY THE WINDOW, COME
      * FROM THE COMMAND LINE WHEN THE
      * REPORT IS SCHEDULED; WITH NO
      * PARAMETER THE WEEK ENDS TODAY.
      *--------------------------------
       DETERMINE-REPORT-WEEK.
            MOVE SPACES TO REPORT-DATE-PARAMETER.
            ACCEPT REPORT-DATE-PARAMETER FROM COMMAND-LINE.
            IF REPORT-DATE-PARAMETER(1:8) IS NUMERIC
                MOVE REPORT-DATE-PARAMETER(1:8) TO REPORT-DATE
            ELSE
                ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
            IF REPORT-DATE-PARAMETER(10:3) IS NUMERIC AND
                    REPORT-DATE-PARAMETER(10:3) NOT = "000"
                MOVE REPORT-DATE-PARAMETER(10:3) TO WINDOW-DAYS.
            MOVE REPORT-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO REPORT-DAY-NUMBER.
            COMPUTE WEEK-START-DAY-NUMBER = REPORT-DAY-NUMBER - 6.
            COMPUTE EARLIEST-DAY-NUMBER =
                WEEK-START-DAY-NUMBER - WINDOW-DAYS.
            MOVE WEEK-START-DAY-NUMBER TO CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            MOVE CAL-DATE-STAMP TO WEEK-START-DATE.

      *--------------------------------
      * LOAD THE CHANGES FIRST, THEN
      * SET EACH FILE'S MONEY ACTIVITY
      * AGAINST THEM.  A FILE NOT ON
      * THE SYSTEM SIMPLY ADDS NOTHING.
      *--------------------------------
       COLLECT-CONFLICT-PAIRS.
            PERFORM LOAD-VENDOR-CHANGES.
            IF CHANGE-COUNT > 0
                PERFORM MATCH-INVOICES
                PERFORM MATCH-PAYMENTS
                PERFORM MATCH-PENDING-PAYMENTS.

       LOAD-VENDOR-CHANGES.
            MOVE ZEROS TO CHANGE-COUNT.
            MOVE ZEROS TO CHANGE-OVERFLOW.
            OPEN INPUT VENDOR-AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "00"
                MOVE "Y" TO MORE-AUDIT-RECORDS
                PERFORM LOAD-ONE-CHANGE
                   UNTIL NO-MORE-AUDIT-RECORDS
                CLOSE VENDOR-AUDIT-FILE.

      *--------------------------------
      * ADDRESS FIELDS ARE 2 THROUGH 6,
      * THE REMIT-TO (13) AND THE
      * REMIT-TO ADDRESS LINES 35
      * THROUGH 39; BANK DETAILS ARE
      * 16 THROUGH 18.
      *--------------------------------
       LOAD-ONE-CHANGE.
            READ VENDOR-AUDIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-AUDIT-RECORDS.
            IF AUDIT-RECORDS-REMAIN
                ADD 1 TO AUDIT-RECORDS-READ
                IF ((AUDIT-FIELD-NUMBER NOT < 2 AND
                        AUDIT-FIELD-NUMBER NOT > 6) OR
                        AUDIT-FIELD-NUMBER = 13 OR
                        (AUDIT-FIELD-NUMBER NOT < 16 AND
                        AUDIT-FIELD-NUMBER NOT > 18) OR
                        (AUDIT-FIELD-NUMBER NOT < 35 AND
                        AUDIT-FIELD-NUMBER NOT > 39)) AND
                        AUDIT-CHANGE-DATE IS NUMERIC
                    PERFORM TAKE-ONE-CHANGE.

       TAKE-ONE-CHANGE.
            MOVE AUDIT-CHANGE-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            IF CAL-DAY-NUMBER NOT < EARLIEST-DAY-NUMBER AND
                    CAL-DAY-NUMBER NOT > REPORT-DAY-NUMBER
                IF AUDIT-OPERATOR-ID NOT = SPACES
                    MOVE AUDIT-OPERATOR-ID TO ACT-OPERATOR-ID
                    MOVE "CHANGED" TO ACT-TEXT
                    PERFORM ADD-CHANGE-ENTRY
                END-IF
                IF AUDIT-APPROVED-BY NOT = SPACES AND
                        AUDIT-APPROVED-BY NOT = AUDIT-OPERATOR-ID
                    MOVE AUDIT-APPROVED-BY TO ACT-OPERATOR-ID
                    MOVE "APPROVED" TO ACT-TEXT
                    PERFORM ADD-CHANGE-ENTRY.

       ADD-CHANGE-ENTRY.
            IF CHANGE-COUNT < 3000
                ADD 1 TO CHANGE-COUNT
                MOVE AUDIT-VENDOR-NUMBER
                    TO CHT-VENDOR-NUMBER(CHANGE-COUNT)
                MOVE ACT-OPERATOR-ID TO CHT-OPERATOR-ID(CHANGE-COUNT)
                MOVE AUDIT-CHANGE-DATE
                    TO CHT-CHANGE-DATE(CHANGE-COUNT)
                MOVE CAL-DAY-NUMBER TO CHT-DAY-NUMBER(CHANGE-COUNT)
                MOVE AUDIT-FIELD-NUMBER
                    TO CHT-FIELD-NUMBER(CHANGE-COUNT)
                MOVE ACT-TEXT TO CHT-CHANGE-ROLE(CHANGE-COUNT)
            ELSE
                ADD 1 TO CHANGE-OVERFLOW.

      *--------------------------------
      * AN INVOICE CARRIES ONLY ITS OWN
      * DATE, NOT THE DAY IT WAS KEYED,
      * SO THAT IS THE DATE PAIRED.
      *--------------------------------
       MATCH-INVOICES.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "00"
                MOVE "Y" TO MORE-INVOICE-RECORDS
                PERFORM MATCH-ONE-INVOICE
                   UNTIL NO-MORE-INVOICE-RECORDS
                CLOSE OPEN-INVOICE-FILE.

       MATCH-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN
                IF INV-OPERATOR-ID NOT = SPACES AND
                        INV-INVOICE-DATE IS NUMERIC AND
                        INV-INVOICE-DATE NOT = ZEROS
                    MOVE INV-VENDOR-NUMBER TO ACT-VENDOR-NUMBER
                    MOVE INV-OPERATOR-ID TO ACT-OPERATOR-ID
                    MOVE INV-INVOICE-DATE TO ACT-DATE
                    IF INV-IS-CREDIT-MEMO
                        MOVE "CREDIT KEYED" TO ACT-TEXT
                    ELSE
                        MOVE "INVOICE KEYED" TO ACT-TEXT
                    END-IF
                    MOVE INV-INVOICE-NUMBER TO ACT-REFERENCE
                    MOVE INV-GROSS-AMOUNT TO ACT-AMOUNT
                    PERFORM MATCH-ONE-ACTIVITY.

      *--------------------------------
      * CHECKS AND EFTS ONLY -- A VOID
      * OR A WITHHOLDING ENTRY IS NOT
      * MONEY GOING TO THE VENDOR.  THE
      * POSTING OPERATOR AND ANY
      * RELEASING SUPERVISOR ARE BOTH
      * PAIRED.
      *--------------------------------
       MATCH-PAYMENTS.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "00"
                MOVE "Y" TO MORE-PAYMENT-RECORDS
                PERFORM MATCH-ONE-PAYMENT
                   UNTIL NO-MORE-PAYMENT-RECORDS
                CLOSE PAYMENT-FILE.

       MATCH-ONE-PAYMENT.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            IF PAYMENT-RECORDS-REMAIN
                IF PMT-IS-CHECK OR PMT-IS-EFT
                    MOVE PMT-VENDOR-NUMBER TO ACT-VENDOR-NUMBER
                    MOVE PMT-PAYMENT-DATE TO ACT-DATE
                    MOVE PMT-INVOICE-REF TO ACT-REFERENCE
                    MOVE PMT-AMOUNT TO ACT-AMOUNT
                    PERFORM MATCH-PAYMENT-OPERATORS.

       MATCH-PAYMENT-OPERATORS.
            IF PMT-OPERATOR-ID NOT = SPACES
                MOVE PMT-OPERATOR-ID TO ACT-OPERATOR-ID
                MOVE "PAYMENT POSTED" TO ACT-TEXT
                PERFORM MATCH-ONE-ACTIVITY.
            IF PMT-APPROVED-BY NOT = SPACES AND
                    PMT-APPROVED-BY NOT = PMT-OPERATOR-ID
                MOVE PMT-APPROVED-BY TO ACT-OPERATOR-ID
                MOVE "PAYMENT RELEASED" TO ACT-TEXT
                PERFORM MATCH-ONE-ACTIVITY.

       MATCH-PENDING-PAYMENTS.
            OPEN INPUT PENDING-PAYMENT-FILE.
            IF PENDING-PAYMENT-STATUS = "00"
                MOVE "Y" TO MORE-PENDING-RECORDS
                PERFORM MATCH-ONE-PENDING-PAYMENT
                   UNTIL NO-MORE-PENDING-RECORDS
                CLOSE PENDING-PAYMENT-FILE.

       MATCH-ONE-PENDING-PAYMENT.
            READ PENDING-PAYMENT-FILE
                AT END
                MOVE "N" TO MORE-PENDING-RECORDS.
            IF PENDING-RECORDS-REMAIN
                IF PPQ-REQUEST-OPERATOR NOT = SPACES AND
                        PPQ-REQUEST-DATE IS NUMERIC AND
                        PPQ-REQUEST-DATE NOT = ZEROS
                    MOVE PPQ-VENDOR-NUMBER TO ACT-VENDOR-NUMBER
                    MOVE PPQ-REQUEST-OPERATOR TO ACT-OPERATOR-ID
                    MOVE PPQ-REQUEST-DATE TO ACT-DATE
                    MOVE "PAYMENT QUEUED" TO ACT-TEXT
                    MOVE PPQ-INVOICE-REF TO ACT-REFERENCE
                    MOVE PPQ-AMOUNT TO ACT-AMOUNT
                    PERFORM MATCH-ONE-ACTIVITY.

      *--------------------------------
      * SET ONE PIECE OF ACTIVITY
      * AGAINST EVERY CHANGE.  A PAIR
      * COUNTS WHEN IT IS THE SAME
      * VENDOR AND OPERATOR, THE TWO
      * DATES ARE NO MORE THAN THE
      * WINDOW APART (EITHER ORDER --
      * AN INVOICE DATE CAN PREDATE ITS
      * KEYING), AND THE LATER OF THEM
      * FALLS IN THE REPORT WEEK.
      *--------------------------------
       MATCH-ONE-ACTIVITY.
            MOVE ACT-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO ACT-DAY-NUMBER.
            IF ACT-DAY-NUMBER NOT < EARLIEST-DAY-NUMBER AND
                    ACT-DAY-NUMBER NOT > REPORT-DAY-NUMBER
                MOVE 0 TO CHANGE-INDEX
                PERFORM MATCH-ONE-CHANGE
                   UNTIL CHANGE-INDEX = CHANGE-COUNT.

       MATCH-ONE-CHANGE.
            ADD 1 TO CHANGE-INDEX.
            IF CHT-VENDOR-NUMBER(CHANGE-INDEX) = ACT-VENDOR-NUMBER AND
                    CHT-OPERATOR-ID(CHANGE-INDEX) = ACT-OPERATOR-ID
                PERFORM JUDGE-PAIR-TIMING.

       JUDGE-PAIR-TIMING.
            IF CHT-DAY-NUMBER(CHANGE-INDEX) > ACT-DAY-NUMBER
                MOVE CHT-DAY-NUMBER(CHANGE-INDEX) TO LATER-DAY-NUMBER
                COMPUTE GAP-DAYS =
                    CHT-DAY-NUMBER(CHANGE-INDEX) - ACT-DAY-NUMBER
            ELSE
                MOVE ACT-DAY-NUMBER TO LATER-DAY-NUMBER
                COMPUTE GAP-DAYS =
                    ACT-DAY-NUMBER - CHT-DAY-NUMBER(CHANGE-INDEX).
            IF GAP-DAYS NOT > WINDOW-DAYS AND
                    LATER-DAY-NUMBER NOT < WEEK-START-DAY-NUMBER
                PERFORM RELEASE-CONFLICT-PAIR.

       RELEASE-CONFLICT-PAIR.
            MOVE ACT-OPERATOR-ID TO SORT-OPERATOR-ID.
            MOVE ACT-VENDOR-NUMBER TO SORT-VENDOR-NUMBER.
            MOVE CHT-CHANGE-DATE(CHANGE-INDEX) TO SORT-CHANGE-DATE.
            MOVE ACT-DATE TO SORT-ACTIVITY-DATE.
            MOVE CHT-FIELD-NUMBER(CHANGE-INDEX) TO SORT-FIELD-NUMBER.
            MOVE CHT-CHANGE-ROLE(CHANGE-INDEX) TO SORT-CHANGE-ROLE.
            MOVE ACT-TEXT TO SORT-ACTIVITY-TEXT.
            MOVE ACT-REFERENCE TO SORT-REFERENCE.
            MOVE ACT-AMOUNT TO SORT-AMOUNT.
            RELEASE SOD-SORT-RECORD.

      *--------------------------------
      * WALK THE SORTED PAIRS IN
      * OPERATOR, VENDOR ORDER WITH A
      * TOTAL AND SIGN-OFF LINE AT EACH
      * OPERATOR BREAK, THE WAY THE
      * CHANGE-CONTROL SHEET PRINTS.
      *--------------------------------
       PRINT-CONFLICT-PAIRS.
            MOVE SPACES TO CURRENT-OPERATOR-HOLD.
            MOVE ZEROS TO OPERATOR-PAIR-COUNT.
            MOVE ZEROS TO TOTAL-PAIR-COUNT.
            MOVE "N" TO ANY-OPERATOR-PRINTED-YET.
            MOVE "Y" TO MORE-SORTED-RECORDS.
            PERFORM RETURN-AND-PRINT-ONE
               UNTIL NO-MORE-SORTED-RECORDS.
            IF AN-OPERATOR-HAS-PRINTED
                PERFORM PRINT-OPERATOR-TOTAL.
            MOVE BLANK-REPORT-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            IF TOTAL-PAIR-COUNT = 0
                MOVE "NO OPERATOR BOTH CHANGED AND PAID A VENDOR IN "
                    TO SOD-REPORT-LINE
                MOVE "THIS WEEK" TO SOD-REPORT-LINE(47:9)
                WRITE SOD-REPORT-LINE.
            IF CHANGE-OVERFLOW > 0
                MOVE "MORE THAN 3000 CHANGES IN REACH -- THE LATEST "
                    TO SOD-REPORT-LINE
                MOVE "WERE NOT CHECKED" TO SOD-REPORT-LINE(47:16)
                WRITE SOD-REPORT-LINE.
            MOVE TOTAL-PAIR-COUNT TO RPT-TOTAL-COUNT.
            MOVE GRAND-TOTAL-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.

       RETURN-AND-PRINT-ONE.
            RETURN SOD-SORT-FILE
                AT END
                MOVE "N" TO MORE-SORTED-RECORDS.
            IF SORTED-RECORDS-REMAIN
                IF SORT-OPERATOR-ID NOT = CURRENT-OPERATOR-HOLD
                    PERFORM START-NEW-OPERATOR
                END-IF
                PERFORM PRINT-ONE-PAIR
                ADD 1 TO OPERATOR-PAIR-COUNT
                ADD 1 TO TOTAL-PAIR-COUNT.

       START-NEW-OPERATOR.
            IF AN-OPERATOR-HAS-PRINTED
                PERFORM PRINT-OPERATOR-TOTAL.
            MOVE SORT-OPERATOR-ID TO CURRENT-OPERATOR-HOLD.
            MOVE ZEROS TO OPERATOR-PAIR-COUNT.
            MOVE "Y" TO ANY-OPERATOR-PRINTED-YET.
            MOVE BLANK-REPORT-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            MOVE SORT-OPERATOR-ID TO RPT-OPERATOR-ID.
            MOVE OPERATOR-HEADING-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.

       PRINT-ONE-PAIR.
            MOVE SORT-VENDOR-NUMBER TO RPT-VENDOR-NUMBER.
            MOVE SORT-CHANGE-ROLE TO RPT-CHANGE-ROLE.
            IF SORT-FIELD-NUMBER > 0 AND
                    SORT-FIELD-NUMBER NOT > FIELD-NAME-LIMIT
                MOVE FIELD-NAME-TEXT(SORT-FIELD-NUMBER)
                    TO RPT-FIELD-NAME
            ELSE
                MOVE SPACES TO RPT-FIELD-NAME.
            MOVE SORT-CHANGE-DATE TO RPT-CHANGE-DATE.
            MOVE CHANGE-DETAIL-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            MOVE SORT-ACTIVITY-TEXT TO RPT-ACTIVITY-TEXT.
            MOVE SORT-ACTIVITY-DATE TO RPT-ACTIVITY-DATE.
            MOVE SORT-REFERENCE TO RPT-REFERENCE.
            MOVE SORT-AMOUNT TO RPT-AMOUNT.
            MOVE ACTIVITY-DETAIL-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.

       PRINT-OPERATOR-TOTAL.
            MOVE OPERATOR-PAIR-COUNT TO RPT-OPERATOR-COUNT.
            MOVE OPERATOR-TOTAL-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            MOVE SIGN-OFF-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.

      *--------------------------------
      * vndadd01 TAKES ANY SIGNED-ON
      * OPERATOR, WHILE RELEASING A
      * QUEUED PAYMENT (vndprl01) OR
      * POSTING A PAYMENT RUN
      * (vndsel01) NEEDS SUPERVISOR
      * AUTHORITY -- SO EVERY ENABLED
      * SUPERVISOR HOLDS BOTH POWERS.
      * A DISABLED OPERATOR CANNOT
      * SIGN ON AND IS LEFT OFF.
      *--------------------------------
       PRINT-DUAL-POWER-SECTION.
            MOVE BLANK-REPORT-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            MOVE POWER-HEADING-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO SOD-REPORT-LINE.
            WRITE SOD-REPORT-LINE.
            MOVE ZEROS TO DUAL-POWER-COUNT.
            OPEN INPUT OPERATOR-FILE.
            IF OPERATOR-FILE-STATUS NOT = "00"
                MOVE "   NO OPERATOR FILE ON SYSTEM -- SIGN-ON CONTROL "
                    TO SOD-REPORT-LINE
                MOVE "IS NOT SET UP" TO SOD-REPORT-LINE(50:13)
                WRITE SOD-REPORT-LINE
            ELSE
                MOVE "Y" TO MORE-OPERATOR-RECORDS
                PERFORM CHECK-ONE-OPERATOR
                   UNTIL NO-MORE-OPERATOR-RECORDS
                CLOSE OPERATOR-FILE
                MOVE BLANK-REPORT-LINE TO SOD-REPORT-LINE
                WRITE SOD-REPORT-LINE
                MOVE DUAL-POWER-COUNT TO RPT-POWER-COUNT
                MOVE POWER-TOTAL-LINE TO SOD-REPORT-LINE
                WRITE SOD-REPORT-LINE
                MOVE SIGN-OFF-LINE TO SOD-REPORT-LINE
                WRITE SOD-REPORT-LINE.

       CHECK-ONE-OPERATOR.
            READ OPERATOR-FILE
                AT END
                MOVE "N" TO MORE-OPERATOR-RECORDS.
            IF OPERATOR-RECORDS-REMAIN
                IF OPR-IS-ENABLED AND OPR-IS-SUPERVISOR
                    ADD 1 TO DUAL-POWER-COUNT
                    MOVE OPR-OPERATOR-ID TO RPT-POWER-OPERATOR
                    MOVE OPR-OPERATOR-NAME TO RPT-POWER-NAME
                    MOVE OPR-DEPARTMENT TO RPT-POWER-DEPARTMENT
                    MOVE "SUPERVISOR" TO RPT-POWER-LEVEL
                    MOVE POWER-DETAIL-LINE TO SOD-REPORT-LINE
                    WRITE SOD-REPORT-LINE.

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
            MOVE "vndsod01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE AUDIT-RECORDS-READ TO RUN-RECORDS-READ.
            MOVE TOTAL-PAIR-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE DAY-NUMBER CONVERSIONS.
      *--------------------------------
            COPY "vndcaldays01.cbl".
