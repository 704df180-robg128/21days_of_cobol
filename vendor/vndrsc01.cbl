      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Monthly vendor risk score, run at month-end in the
      *          vndnite01 stream.  Every active vendor is scored on
      *          weighted factors drawn from where each already
      *          lives: payment holds placed, IRS TIN mismatches,
      *          certificate-lapse holds, and bank-detail changes
      *          from the audit trail; EFT payments the bank
      *          returned from VNDPMT.DAT; invoices in dispute from
      *          VNDINV.DAT; and a missing certified W-9 from the
      *          vendor master.  Each factor's count is multiplied by
      *          its weight from RISK-WEIGHT-FILE (maintained in
      *          vndrsk01, defaults in fldrsk01) and the vendors with
      *          any score are ranked highest first on VNDRSC.RPT,
      *          with the factors behind each score, so Purchasing
      *          knows whom to review first.  Dated events count over
      *          a look-back of 365 days to the run date; the run
      *          date can be passed on the command line as YYYYMMDD,
      *          optionally followed by the look-back in days.
      *          Each run is journalled to the shared run history
      *          (VNDRUNH.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndrsc01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slvnd01.cbl".
            COPY "slaud01.cbl".
            COPY "slpmt01.cbl".
            COPY "slinv01.cbl".
            COPY "slrsk01.cbl".
            SELECT RSC-REPORT-FILE ASSIGN TO "VNDRSC.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RSC-REPORT-STATUS.
            SELECT RSC-SORT-FILE ASSIGN TO "VNDRSC.SRT".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdvnd01.cbl".
            COPY "fdaud01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdrsk01.cbl".

       FD   RSC-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   RSC-REPORT-LINE           PIC X(80).

       SD   RSC-SORT-FILE.
       01   RSC-SORT-RECORD.
            05 SORT-SCORE             PIC 9(07).
            05 SORT-VENDOR-NUMBER     PIC 9(07).
            05 SORT-VENDOR-NAME       PIC X(30).
            05 SORT-FACTOR-COUNT      PIC 9(03) OCCURS 7 TIMES.

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   AUDIT-FILE-STATUS         PIC XX.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   RISK-WEIGHT-STATUS        PIC XX.
       01   RSC-REPORT-STATUS         PIC XX.
       01   RUN-HISTORY-STATUS        PIC XX.
       77   RUN-START-DATE-HOLD       PIC 9(8).
       77   RUN-START-TIME-HOLD       PIC 9(8).
       77   FINAL-STATUS-HOLD         PIC XX.

       01   REPORT-DATE-PARAMETER     PIC X(30).
       77   REPORT-DATE               PIC 9(8).
       77   LOOK-BACK-DAYS            PIC 9(3) VALUE 365.
       77   REPORT-DAY-NUMBER         PIC 9(7).
       77   EARLIEST-DAY-NUMBER       PIC 9(7).
       77   EARLIEST-DATE             PIC 9(8).

            COPY "fldrsk01.cbl".

      *--------------------------------
      * THE WEIGHT EACH FACTOR CARRIES
      * THIS RUN, IN fldrsk01 ORDER.
      *--------------------------------
       01   FACTOR-WEIGHTS.
            05 FACTOR-WEIGHT          PIC 9(03) OCCURS 7 TIMES.
       77   FACTOR-INDEX              PIC 9.

       01   MORE-VENDOR-RECORDS       PIC X.
            88 VENDOR-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-VENDOR-RECORDS    VALUE "N".
       01   MORE-AUDIT-RECORDS        PIC X.
            88 AUDIT-RECORDS-REMAIN      VALUE "Y".
            88 NO-MORE-AUDIT-RECORDS     VALUE "N".
       01   MORE-PAYMENT-RECORDS      PIC X.
            88 PAYMENT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PAYMENT-RECORDS   VALUE "N".
       01   MORE-INVOICE-RECORDS      PIC X.
            88 INVOICE-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS   VALUE "N".
       01   MORE-SORTED-RECORDS       PIC X.
            88 SORTED-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-SORTED-RECORDS    VALUE "N".
       01   PAYMENT-FILE-OPEN-STATUS  PIC X.
            88 PAYMENT-FILE-IS-OPEN      VALUE "Y".
       01   INVOICE-FILE-OPEN-STATUS  PIC X.
            88 INVOICE-FILE-IS-OPEN      VALUE "Y".
       01   VENDOR-FOUND-STATUS       PIC X.
            88 VENDOR-WAS-FOUND          VALUE "Y".

      *--------------------------------
      * THE AUDIT-TRAIL FACTORS, ONE
      * ENTRY PER VENDOR WITH ANY IN
      * THE LOOK-BACK, COUNTED IN THE
      * SAME SLOTS AS THE WEIGHTS.
      *--------------------------------
       01   AUDIT-COUNT-TABLE.
            05 AUDIT-COUNT-ENTRY OCCURS 3000 TIMES.
               10 ACE-VENDOR-NUMBER   PIC 9(7).
               10 ACE-FACTOR-COUNT    PIC 9(03) OCCURS 7 TIMES.
       77   AUDIT-VENDOR-COUNT        PIC 9(4).
       77   AUDIT-VENDOR-INDEX        PIC 9(4).
       77   AUDIT-MATCH-INDEX         PIC 9(4).
       77   AUDIT-OVERFLOW            PIC 9(5).
       77   AUDIT-FACTOR-HOLD         PIC 9.

      *--------------------------------
      * ONE VENDOR'S COUNTS AND SCORE.
      *--------------------------------
       01   VENDOR-FACTOR-COUNTS.
            05 VENDOR-FACTOR-COUNT    PIC 9(03) OCCURS 7 TIMES.
       77   VENDOR-SCORE              PIC 9(07).
       77   FACTOR-POINTS             PIC 9(07).

       77   VENDORS-SCORED-COUNT      PIC 9(7).
       77   VENDORS-AT-RISK-COUNT     PIC 9(7).
       77   RANK-NUMBER               PIC 9(5).

            COPY "fldcal01.cbl".

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(26) VALUE
                 "VENDOR RISK RANKING AS OF ".
            05 RPT-REPORT-DATE        PIC 9(8).
            05 FILLER                 PIC X(16) VALUE
                 "  LOOKING BACK  ".
            05 RPT-LOOK-BACK          PIC ZZ9.
            05 FILLER                 PIC X(05) VALUE " DAYS".

       01   COLUMN-HEADING-LINE.
            05 FILLER                 PIC X(06) VALUE " RANK ".
            05 FILLER                 PIC X(08) VALUE "VENDOR".
            05 FILLER                 PIC X(31) VALUE "NAME".
            05 FILLER                 PIC X(09) VALUE "    SCORE".

       01   VENDOR-DETAIL-LINE.
            05 RPT-RANK               PIC ZZZZ9.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-NUMBER      PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-VENDOR-NAME        PIC X(30).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-SCORE              PIC Z,ZZZ,ZZ9.

       01   FACTOR-DETAIL-LINE.
            05 FILLER                 PIC X(14) VALUE SPACES.
            05 RPT-FACTOR-DESC        PIC X(30).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-FACTOR-COUNT       PIC ZZ9.
            05 FILLER                 PIC X(03) VALUE " X ".
            05 RPT-FACTOR-WEIGHT      PIC ZZ9.
            05 FILLER                 PIC X(03) VALUE " = ".
            05 RPT-FACTOR-POINTS      PIC Z,ZZZ,ZZ9.

       01   WEIGHT-HEADING-LINE.
            05 FILLER                 PIC X(33) VALUE
                 "WEIGHTS IN USE THIS RUN".

       01   WEIGHT-DETAIL-LINE.
            05 FILLER                 PIC X(03) VALUE SPACES.
            05 RPT-WEIGHT-CODE        PIC X(04).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-WEIGHT-DESC        PIC X(30).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-WEIGHT-VALUE       PIC ZZ9.

       01   SCORED-TOTAL-LINE.
            05 FILLER                 PIC X(19) VALUE
                 "VENDORS SCORED    :".
            05 RPT-SCORED-COUNT       PIC ZZZZZZ9.
            05 FILLER                 PIC X(19) VALUE
                 "   WITH A SCORE  :".
            05 RPT-AT-RISK-COUNT      PIC ZZZZZZ9.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            PERFORM DETERMINE-REPORT-DATE.
            PERFORM LOAD-FACTOR-WEIGHTS.
            OPEN OUTPUT RSC-REPORT-FILE.
            MOVE REPORT-DATE TO RPT-REPORT-DATE.
            MOVE LOOK-BACK-DAYS TO RPT-LOOK-BACK.
            MOVE REPORT-HEADING-LINE TO RSC-REPORT-LINE.
            WRITE RSC-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO RSC-REPORT-LINE.
            WRITE RSC-REPORT-LINE.
            PERFORM PRINT-THE-WEIGHTS.
            MOVE COLUMN-HEADING-LINE TO RSC-REPORT-LINE.
            WRITE RSC-REPORT-LINE.
            SORT RSC-SORT-FILE
                ON DESCENDING KEY SORT-SCORE
                   ASCENDING KEY SORT-VENDOR-NUMBER
                INPUT PROCEDURE IS SCORE-THE-VENDORS
                OUTPUT PROCEDURE IS PRINT-THE-RANKING.
            CLOSE RSC-REPORT-FILE.
            IF RSC-REPORT-STATUS NOT = "00"
                MOVE RSC-REPORT-STATUS TO FINAL-STATUS-HOLD.
            DISPLAY "VENDOR RISK RANKING AS OF " REPORT-DATE
                " WRITTEN TO VNDRSC.RPT".
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE RUN DATE, AND OPTIONALLY
      * THE LOOK-BACK, COME FROM THE
      * COMMAND LINE WHEN THE REPORT
      * IS RERUN; WITH NO PARAMETER
      * IT RUNS AS OF TODAY.
      *--------------------------------
       DETERMINE-REPORT-DATE.
            MOVE SPACES TO REPORT-DATE-PARAMETER.
            ACCEPT REPORT-DATE-PARAMETER FROM COMMAND-LINE.
            IF REPORT-DATE-PARAMETER(1:8) IS NUMERIC
                MOVE REPORT-DATE-PARAMETER(1:8) TO REPORT-DATE
            ELSE
                ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
            IF REPORT-DATE-PARAMETER(10:3) IS NUMERIC AND
                    REPORT-DATE-PARAMETER(10:3) NOT = "000"
                MOVE REPORT-DATE-PARAMETER(10:3) TO LOOK-BACK-DAYS.
            MOVE REPORT-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO REPORT-DAY-NUMBER.
            COMPUTE EARLIEST-DAY-NUMBER =
                REPORT-DAY-NUMBER - LOOK-BACK-DAYS.
            MOVE EARLIEST-DAY-NUMBER TO CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            MOVE CAL-DATE-STAMP TO EARLIEST-DATE.

      *--------------------------------
      * DEFAULTS FIRST, THEN WHATEVER
      * HAS BEEN KEPT ON THE WEIGHT
      * FILE.  NO FILE MEANS THE
      * DEFAULTS STAND.
      *--------------------------------
       LOAD-FACTOR-WEIGHTS.
            MOVE 0 TO FACTOR-INDEX.
            OPEN INPUT RISK-WEIGHT-FILE.
            PERFORM LOAD-ONE-WEIGHT
               UNTIL FACTOR-INDEX = RISK-FACTOR-LIMIT.
            IF RISK-WEIGHT-STATUS NOT = "35"
                CLOSE RISK-WEIGHT-FILE.

       LOAD-ONE-WEIGHT.
            ADD 1 TO FACTOR-INDEX.
            MOVE RFT-DEFAULT-WEIGHT(FACTOR-INDEX)
                TO FACTOR-WEIGHT(FACTOR-INDEX).
            IF RISK-WEIGHT-STATUS NOT = "35"
                MOVE RFT-CODE(FACTOR-INDEX) TO RSK-FACTOR-CODE
                READ RISK-WEIGHT-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RSK-WEIGHT IS NUMERIC
                           MOVE RSK-WEIGHT
                               TO FACTOR-WEIGHT(FACTOR-INDEX)
                       END-IF
                END-READ.

       PRINT-THE-WEIGHTS.
            MOVE WEIGHT-HEADING-LINE TO RSC-REPORT-LINE.
            WRITE RSC-REPORT-LINE.
            MOVE 0 TO FACTOR-INDEX.
            PERFORM PRINT-ONE-WEIGHT
               UNTIL FACTOR-INDEX = RISK-FACTOR-LIMIT.
            MOVE BLANK-REPORT-LINE TO RSC-REPORT-LINE.
            WRITE RSC-REPORT-LINE.

       PRINT-ONE-WEIGHT.
            ADD 1 TO FACTOR-INDEX.
            MOVE RFT-CODE(FACTOR-INDEX) TO RPT-WEIGHT-CODE.
            MOVE RFT-DESCRIPTION(FACTOR-INDEX) TO RPT-WEIGHT-DESC.
            MOVE FACTOR-WEIGHT(FACTOR-INDEX) TO RPT-WEIGHT-VALUE.
            MOVE WEIGHT-DETAIL-LINE TO RSC-REPORT-LINE.
            WRITE RSC-REPORT-LINE.

      *--------------------------------
      * COUNT THE AUDIT-TRAIL FACTORS
      * FIRST, THEN WALK THE ACTIVE
      * VENDORS, ADDING THE PAYMENT,
      * INVOICE, AND W-9 FACTORS FROM
      * EACH VENDOR'S OWN RECORDS.
      *--------------------------------
       SCORE-THE-VENDORS.
            PERFORM COUNT-AUDIT-FACTORS.
            MOVE ZEROS TO VENDORS-SCORED-COUNT.
            MOVE ZEROS TO VENDORS-AT-RISK-COUNT.
            MOVE "N" TO PAYMENT-FILE-OPEN-STATUS.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "00"
                MOVE "Y" TO PAYMENT-FILE-OPEN-STATUS.
            MOVE "N" TO INVOICE-FILE-OPEN-STATUS.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "00"
                MOVE "Y" TO INVOICE-FILE-OPEN-STATUS.
            OPEN INPUT VENDOR-FILE.
            IF VENDOR-FILE-STATUS = "00"
                MOVE "Y" TO MORE-VENDOR-RECORDS
                PERFORM SCORE-ONE-VENDOR
                   UNTIL NO-MORE-VENDOR-RECORDS
                CLOSE VENDOR-FILE.
            IF PAYMENT-FILE-IS-OPEN
                CLOSE PAYMENT-FILE.
            IF INVOICE-FILE-IS-OPEN
                CLOSE OPEN-INVOICE-FILE.

       COUNT-AUDIT-FACTORS.
            MOVE ZEROS TO AUDIT-VENDOR-COUNT.
            MOVE ZEROS TO AUDIT-OVERFLOW.
            OPEN INPUT VENDOR-AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "00"
                MOVE "Y" TO MORE-AUDIT-RECORDS
                PERFORM COUNT-ONE-AUDIT-ENTRY
                   UNTIL NO-MORE-AUDIT-RECORDS
                CLOSE VENDOR-AUDIT-FILE.

      *--------------------------------
      * A HOLD IS THE HOLD-STATUS
      * ENTRY GOING TO "H" (FIELD 19);
      * A CERTIFICATE LAPSE IS THE
      * CERT REASON vndcex01 WRITES
      * (FIELD 20); A TIN MISMATCH IS
      * THE TAX-ID ENTRY vndtin01
      * WRITES (FIELD 10); BANK
      * DETAILS ARE FIELDS 16 TO 18.
      * OPERATOR ENTRIES (VENDOR ZERO)
      * ARE NOT VENDOR RISK.
      *--------------------------------
       COUNT-ONE-AUDIT-ENTRY.
            READ VENDOR-AUDIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-AUDIT-RECORDS.
            IF AUDIT-RECORDS-REMAIN
                PERFORM CLASSIFY-AUDIT-ENTRY
                IF AUDIT-FACTOR-HOLD NOT = ZERO AND
                        AUDIT-VENDOR-NUMBER NOT = ZEROS AND
                        AUDIT-CHANGE-DATE IS NUMERIC AND
                        AUDIT-CHANGE-DATE NOT < EARLIEST-DATE AND
                        AUDIT-CHANGE-DATE NOT > REPORT-DATE
                    PERFORM ADD-AUDIT-FACTOR.

       CLASSIFY-AUDIT-ENTRY.
            MOVE ZERO TO AUDIT-FACTOR-HOLD.
            IF AUDIT-FIELD-NUMBER = 19 AND AUDIT-NEW-VALUE = "H"
                MOVE FACTOR-HOLD TO AUDIT-FACTOR-HOLD
            ELSE IF AUDIT-FIELD-NUMBER = 20 AND
                    AUDIT-NEW-VALUE = "CERT"
                MOVE FACTOR-CERT-LAPSE TO AUDIT-FACTOR-HOLD
            ELSE IF AUDIT-FIELD-NUMBER = 10 AND
                    AUDIT-NEW-VALUE = "** IRS TIN MISMATCH **"
                MOVE FACTOR-TIN-MISMATCH TO AUDIT-FACTOR-HOLD
            ELSE IF AUDIT-FIELD-NUMBER NOT < 16 AND
                    AUDIT-FIELD-NUMBER NOT > 18
                MOVE FACTOR-BANK-CHANGE TO AUDIT-FACTOR-HOLD.

       ADD-AUDIT-FACTOR.
            PERFORM FIND-AUDIT-VENDOR.
            IF NOT VENDOR-WAS-FOUND
                IF AUDIT-VENDOR-COUNT < 3000
                    ADD 1 TO AUDIT-VENDOR-COUNT
                    MOVE AUDIT-VENDOR-COUNT TO AUDIT-MATCH-INDEX
                    MOVE AUDIT-VENDOR-NUMBER
                        TO ACE-VENDOR-NUMBER(AUDIT-MATCH-INDEX)
                    MOVE 0 TO FACTOR-INDEX
                    PERFORM CLEAR-ONE-AUDIT-COUNT
                       UNTIL FACTOR-INDEX = RISK-FACTOR-LIMIT
                    MOVE "Y" TO VENDOR-FOUND-STATUS
                ELSE
                    ADD 1 TO AUDIT-OVERFLOW.
            IF VENDOR-WAS-FOUND AND
                    ACE-FACTOR-COUNT(AUDIT-MATCH-INDEX,
                        AUDIT-FACTOR-HOLD) < 999
                ADD 1 TO ACE-FACTOR-COUNT(AUDIT-MATCH-INDEX,
                    AUDIT-FACTOR-HOLD).

       CLEAR-ONE-AUDIT-COUNT.
            ADD 1 TO FACTOR-INDEX.
            MOVE ZEROS
                TO ACE-FACTOR-COUNT(AUDIT-MATCH-INDEX, FACTOR-INDEX).

       FIND-AUDIT-VENDOR.
            MOVE "N" TO VENDOR-FOUND-STATUS.
            MOVE ZEROS TO AUDIT-MATCH-INDEX.
            MOVE 0 TO AUDIT-VENDOR-INDEX.
            PERFORM MATCH-ONE-AUDIT-VENDOR
               UNTIL AUDIT-VENDOR-INDEX = AUDIT-VENDOR-COUNT OR
                   VENDOR-WAS-FOUND.

       MATCH-ONE-AUDIT-VENDOR.
            ADD 1 TO AUDIT-VENDOR-INDEX.
            IF ACE-VENDOR-NUMBER(AUDIT-VENDOR-INDEX) =
                    AUDIT-VENDOR-NUMBER
                MOVE "Y" TO VENDOR-FOUND-STATUS
                MOVE AUDIT-VENDOR-INDEX TO AUDIT-MATCH-INDEX.

       SCORE-ONE-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-VENDOR-RECORDS.
            IF VENDOR-RECORDS-REMAIN AND VENDOR-IS-ACTIVE
                ADD 1 TO VENDORS-SCORED-COUNT
                PERFORM GATHER-VENDOR-FACTORS
                PERFORM WEIGH-VENDOR-FACTORS
                IF VENDOR-SCORE > 0
                    ADD 1 TO VENDORS-AT-RISK-COUNT
                    PERFORM RELEASE-VENDOR-SCORE.

       GATHER-VENDOR-FACTORS.
            MOVE ZEROS TO VENDOR-FACTOR-COUNTS.
            MOVE VENDOR-NUMBER TO AUDIT-VENDOR-NUMBER.
            PERFORM FIND-AUDIT-VENDOR.
            IF VENDOR-WAS-FOUND
                MOVE 0 TO FACTOR-INDEX
                PERFORM TAKE-ONE-AUDIT-COUNT
                   UNTIL FACTOR-INDEX = RISK-FACTOR-LIMIT.
            IF PAYMENT-FILE-IS-OPEN
                PERFORM COUNT-RETURNED-PAYMENTS.
            IF INVOICE-FILE-IS-OPEN
                PERFORM COUNT-DISPUTED-INVOICES.
            IF NOT VENDOR-W9-CERTIFIED
                MOVE 1 TO VENDOR-FACTOR-COUNT(FACTOR-NO-W9).

       TAKE-ONE-AUDIT-COUNT.
            ADD 1 TO FACTOR-INDEX.
            MOVE ACE-FACTOR-COUNT(AUDIT-MATCH-INDEX, FACTOR-INDEX)
                TO VENDOR-FACTOR-COUNT(FACTOR-INDEX).

       COUNT-RETURNED-PAYMENTS.
            MOVE VENDOR-NUMBER TO PMT-VENDOR-NUMBER.
            MOVE ZEROS TO PMT-PAYMENT-DATE.
            MOVE ZEROS TO PMT-PAYMENT-SEQ.
            MOVE "Y" TO MORE-PAYMENT-RECORDS.
            START PAYMENT-FILE KEY IS NOT LESS THAN PMT-PAYMENT-KEY
                INVALID KEY
                MOVE "N" TO MORE-PAYMENT-RECORDS
            END-START.
            PERFORM COUNT-ONE-PAYMENT
               UNTIL NO-MORE-PAYMENT-RECORDS.

       COUNT-ONE-PAYMENT.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            IF PAYMENT-RECORDS-REMAIN
                IF PMT-VENDOR-NUMBER NOT = VENDOR-NUMBER
                    MOVE "N" TO MORE-PAYMENT-RECORDS
                ELSE
                    IF PMT-WAS-RETURNED AND
                            PMT-PAYMENT-DATE NOT < EARLIEST-DATE AND
                            PMT-PAYMENT-DATE NOT > REPORT-DATE AND
                            VENDOR-FACTOR-COUNT(FACTOR-EFT-RETURN)
                                < 999
                        ADD 1 TO
                            VENDOR-FACTOR-COUNT(FACTOR-EFT-RETURN).

      *--------------------------------
      * A DISPUTE COUNTS WHILE IT IS
      * STILL OPEN, WHATEVER ITS DATE.
      *--------------------------------
       COUNT-DISPUTED-INVOICES.
            MOVE SPACES TO OPEN-INVOICE-RECORD.
            MOVE VENDOR-NUMBER TO INV-VENDOR-NUMBER.
            MOVE "Y" TO MORE-INVOICE-RECORDS.
            START OPEN-INVOICE-FILE KEY IS NOT LESS THAN
                    INV-INVOICE-KEY
                INVALID KEY
                MOVE "N" TO MORE-INVOICE-RECORDS
            END-START.
            PERFORM COUNT-ONE-INVOICE
               UNTIL NO-MORE-INVOICE-RECORDS.

       COUNT-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN
                IF INV-VENDOR-NUMBER NOT = VENDOR-NUMBER
                    MOVE "N" TO MORE-INVOICE-RECORDS
                ELSE
                    IF INV-IS-DISPUTED AND
                            VENDOR-FACTOR-COUNT(FACTOR-DISPUTE) < 999
                        ADD 1 TO VENDOR-FACTOR-COUNT(FACTOR-DISPUTE).

       WEIGH-VENDOR-FACTORS.
            MOVE ZEROS TO VENDOR-SCORE.
            MOVE 0 TO FACTOR-INDEX.
            PERFORM WEIGH-ONE-FACTOR
               UNTIL FACTOR-INDEX = RISK-FACTOR-LIMIT.

       WEIGH-ONE-FACTOR.
            ADD 1 TO FACTOR-INDEX.
            COMPUTE VENDOR-SCORE = VENDOR-SCORE +
                VENDOR-FACTOR-COUNT(FACTOR-INDEX) *
                FACTOR-WEIGHT(FACTOR-INDEX).

       RELEASE-VENDOR-SCORE.
            MOVE VENDOR-SCORE TO SORT-SCORE.
            MOVE VENDOR-NUMBER TO SORT-VENDOR-NUMBER.
            MOVE VENDOR-NAME TO SORT-VENDOR-NAME.
            MOVE 0 TO FACTOR-INDEX.
            PERFORM COPY-ONE-SORT-COUNT
               UNTIL FACTOR-INDEX = RISK-FACTOR-LIMIT.
            RELEASE RSC-SORT-RECORD.

       COPY-ONE-SORT-COUNT.
            ADD 1 TO FACTOR-INDEX.
            MOVE VENDOR-FACTOR-COUNT(FACTOR-INDEX)
                TO SORT-FACTOR-COUNT(FACTOR-INDEX).

      *--------------------------------
      * HIGHEST SCORE FIRST, EACH
      * VENDOR FOLLOWED BY THE FACTORS
      * THAT MADE UP ITS SCORE.
      *--------------------------------
       PRINT-THE-RANKING.
            MOVE ZEROS TO RANK-NUMBER.
            MOVE "Y" TO MORE-SORTED-RECORDS.
            PERFORM RETURN-AND-PRINT-ONE
               UNTIL NO-MORE-SORTED-RECORDS.
            MOVE BLANK-REPORT-LINE TO RSC-REPORT-LINE.
            WRITE RSC-REPORT-LINE.
            IF VENDORS-AT-RISK-COUNT = 0
                MOVE "NO ACTIVE VENDOR HAS A RISK SCORE"
                    TO RSC-REPORT-LINE
                WRITE RSC-REPORT-LINE.
            IF AUDIT-OVERFLOW > 0
                MOVE "MORE THAN 3000 VENDORS IN THE AUDIT TRAIL -- "
                    TO RSC-REPORT-LINE
                MOVE "SOME NOT COUNTED" TO RSC-REPORT-LINE(46:16)
                WRITE RSC-REPORT-LINE.
            MOVE VENDORS-SCORED-COUNT TO RPT-SCORED-COUNT.
            MOVE VENDORS-AT-RISK-COUNT TO RPT-AT-RISK-COUNT.
            MOVE SCORED-TOTAL-LINE TO RSC-REPORT-LINE.
            WRITE RSC-REPORT-LINE.

       RETURN-AND-PRINT-ONE.
            RETURN RSC-SORT-FILE
                AT END
                MOVE "N" TO MORE-SORTED-RECORDS.
            IF SORTED-RECORDS-REMAIN
                PERFORM PRINT-ONE-VENDOR.

       PRINT-ONE-VENDOR.
            ADD 1 TO RANK-NUMBER.
            MOVE BLANK-REPORT-LINE TO RSC-REPORT-LINE.
            WRITE RSC-REPORT-LINE.
            MOVE RANK-NUMBER TO RPT-RANK.
            MOVE SORT-VENDOR-NUMBER TO RPT-VENDOR-NUMBER.
            MOVE SORT-VENDOR-NAME TO RPT-VENDOR-NAME.
            MOVE SORT-SCORE TO RPT-SCORE.
            MOVE VENDOR-DETAIL-LINE TO RSC-REPORT-LINE.
            WRITE RSC-REPORT-LINE.
            MOVE 0 TO FACTOR-INDEX.
            PERFORM PRINT-ONE-FACTOR
               UNTIL FACTOR-INDEX = RISK-FACTOR-LIMIT.

       PRINT-ONE-FACTOR.
            ADD 1 TO FACTOR-INDEX.
            IF SORT-FACTOR-COUNT(FACTOR-INDEX) > 0 AND
                    FACTOR-WEIGHT(FACTOR-INDEX) > 0
                COMPUTE FACTOR-POINTS =
                    SORT-FACTOR-COUNT(FACTOR-INDEX) *
                    FACTOR-WEIGHT(FACTOR-INDEX)
                MOVE RFT-DESCRIPTION(FACTOR-INDEX) TO RPT-FACTOR-DESC
                MOVE SORT-FACTOR-COUNT(FACTOR-INDEX)
                    TO RPT-FACTOR-COUNT
                MOVE FACTOR-WEIGHT(FACTOR-INDEX) TO RPT-FACTOR-WEIGHT
                MOVE FACTOR-POINTS TO RPT-FACTOR-POINTS
                MOVE FACTOR-DETAIL-LINE TO RSC-REPORT-LINE
                WRITE RSC-REPORT-LINE.

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
            MOVE "vndrsc01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE VENDORS-SCORED-COUNT TO RUN-RECORDS-READ.
            MOVE VENDORS-AT-RISK-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE DAY-NUMBER CONVERSIONS.
      *--------------------------------
            COPY "vndcaldays01.cbl".
