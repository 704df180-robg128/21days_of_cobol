      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Quarterly operator recertification report.  Lists
      *          every operator on VNDOPR.DAT with the authority
      *          level, status, department, and last sign-on date,
      *          and what each one did in the quarter: audit-trail
      *          entries made and approved on VNDAUD.DAT, invoices
      *          keyed on VNDINV.DAT, payments posted and released
      *          on VNDPMT.DAT, and payments still queued on
      *          VNDPPAY.DAT.  An operator who did nothing in the
      *          quarter is flagged.  The report closes with a
      *          signature line for each enabled supervisor, who
      *          signs to confirm the access listed is still needed.
      *          Any day in the quarter can be passed on the command
      *          line as YYYYMMDD; with no parameter the report is
      *          for the quarter containing today.  Written to
      *          VNDRCR.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndrcr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slopr01.cbl".
            COPY "slaud01.cbl".
            COPY "slinv01.cbl".
            COPY "slpmt01.cbl".
            COPY "slppq01.cbl".
            SELECT RCR-REPORT-FILE ASSIGN TO "VNDRCR.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RCR-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdopr01.cbl".
            COPY "fdaud01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdppq01.cbl".

       FD   RCR-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   RCR-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01   OPERATOR-FILE-STATUS      PIC XX.
       01   AUDIT-FILE-STATUS         PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   PENDING-PAYMENT-STATUS    PIC XX.
       01   RCR-REPORT-STATUS         PIC XX.

       01   REPORT-DATE-PARAMETER     PIC X(30).
       77   REPORT-DATE               PIC 9(8).
       77   QUARTER-START-DATE        PIC 9(8).
       77   QUARTER-END-DATE          PIC 9(8).
       77   QUARTER-NUMBER            PIC 9.
       77   MONTH-LESS-ONE            PIC 99.

       01   MORE-OPERATOR-RECORDS     PIC X.
            88 OPERATOR-RECORDS-REMAIN   VALUE "Y".
            88 NO-MORE-OPERATOR-RECORDS  VALUE "N".
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
       01   OPERATOR-FOUND-STATUS     PIC X.
            88 OPERATOR-WAS-FOUND        VALUE "Y".

      *--------------------------------
      * EVERY OPERATOR ON FILE WITH
      * THE QUARTER'S COUNTS BESIDE IT.
      * ACTIVITY UNDER AN ID NOT ON
      * THE FILE (A NIGHTLY STEP, SAY)
      * IS NOT COUNTED.
      *--------------------------------
       01   OPERATOR-TABLE.
            05 OPERATOR-ENTRY OCCURS 100 TIMES.
               10 OTE-OPERATOR-ID     PIC X(08).
               10 OTE-OPERATOR-NAME   PIC X(30).
               10 OTE-AUTHORITY       PIC X(01).
               10 OTE-STATUS          PIC X(01).
               10 OTE-DEPARTMENT      PIC X(10).
               10 OTE-LAST-SIGNON     PIC 9(08).
               10 OTE-CHANGE-COUNT    PIC 9(05).
               10 OTE-APPROVAL-COUNT  PIC 9(05).
               10 OTE-INVOICE-COUNT   PIC 9(05).
               10 OTE-POSTED-COUNT    PIC 9(05).
               10 OTE-RELEASED-COUNT  PIC 9(05).
               10 OTE-QUEUED-COUNT    PIC 9(05).
       77   OPERATOR-COUNT            PIC 9(3).
       77   OPERATOR-INDEX            PIC 9(3).
       77   MATCH-INDEX               PIC 9(3).
       77   OPERATOR-ID-ENTRY         PIC X(08).
       77   ACTIVITY-DATE             PIC 9(8).
       77   IDLE-OPERATOR-COUNT       PIC 9(3).
       77   SUPERVISOR-COUNT          PIC 9(3).

            COPY "fldcal01.cbl".

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(35) VALUE
                 "OPERATOR RECERTIFICATION -- QUARTER".
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-QUARTER-START      PIC 9(8).
            05 FILLER                 PIC X(04) VALUE " TO ".
            05 RPT-QUARTER-END        PIC 9(8).

       01   COLUMN-HEADING-LINE.
            05 FILLER                 PIC X(09) VALUE "OPERATOR".
            05 FILLER                 PIC X(31) VALUE "NAME".
            05 FILLER                 PIC X(11) VALUE "AUTHORITY".
            05 FILLER                 PIC X(09) VALUE "STATUS".
            05 FILLER                 PIC X(10) VALUE "DEPARTMENT".

       01   OPERATOR-DETAIL-LINE.
            05 RPT-OPERATOR-ID        PIC X(08).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-OPERATOR-NAME      PIC X(30).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-AUTHORITY          PIC X(10).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-STATUS             PIC X(08).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-DEPARTMENT         PIC X(10).

       01   SIGNON-DETAIL-LINE.
            05 FILLER                 PIC X(17) VALUE
                 "   LAST SIGN-ON: ".
            05 RPT-LAST-SIGNON        PIC X(13).
            05 RPT-IDLE-FLAG          PIC X(30).

       01   AUDIT-ACTIVITY-LINE.
            05 FILLER                 PIC X(19) VALUE
                 "   VENDOR CHANGES: ".
            05 RPT-CHANGE-COUNT       PIC ZZZZ9.
            05 FILLER                 PIC X(13) VALUE "  APPROVALS: ".
            05 RPT-APPROVAL-COUNT     PIC ZZZZ9.
            05 FILLER                 PIC X(18) VALUE
                 "  INVOICES KEYED: ".
            05 RPT-INVOICE-COUNT      PIC ZZZZ9.

       01   PAYMENT-ACTIVITY-LINE.
            05 FILLER                 PIC X(20) VALUE
                 "   PAYMENTS POSTED: ".
            05 RPT-POSTED-COUNT       PIC ZZZZ9.
            05 FILLER                 PIC X(12) VALUE "  RELEASED: ".
            05 RPT-RELEASED-COUNT     PIC ZZZZ9.
            05 FILLER                 PIC X(10) VALUE "  QUEUED: ".
            05 RPT-QUEUED-COUNT       PIC ZZZZ9.

       01   OPERATOR-TOTAL-LINE.
            05 FILLER                 PIC X(19) VALUE
                 "OPERATORS LISTED  :".
            05 RPT-OPERATOR-TOTAL     PIC ZZZZ9.
            05 FILLER                 PIC X(23) VALUE
                 "   WITH NO ACTIVITY  :".
            05 RPT-IDLE-TOTAL         PIC ZZZZ9.

       01   CERTIFY-HEADING-LINE.
            05 FILLER                 PIC X(38) VALUE
                 "CERTIFICATION -- EACH SUPERVISOR SIGNS".
            05 FILLER                 PIC X(38) VALUE
                 " THAT THE ACCESS ABOVE IS STILL NEEDED".

       01   SUPERVISOR-LINE.
            05 FILLER                 PIC X(03) VALUE SPACES.
            05 RPT-SUPERVISOR-ID      PIC X(08).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-SUPERVISOR-NAME    PIC X(30).

       01   SIGN-OFF-LINE             PIC X(80) VALUE
              "   SIGNATURE   : ______________________  DATE : ________
      -       "__".

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM DETERMINE-REPORT-QUARTER.
            PERFORM LOAD-THE-OPERATOR-FILE.
            OPEN OUTPUT RCR-REPORT-FILE.
            MOVE QUARTER-START-DATE TO RPT-QUARTER-START.
            MOVE QUARTER-END-DATE TO RPT-QUARTER-END.
            MOVE REPORT-HEADING-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            IF OPERATOR-COUNT = 0
                MOVE "NO OPERATOR FILE ON SYSTEM -- SIGN-ON CONTROL IS "
                    TO RCR-REPORT-LINE
                MOVE "NOT SET UP" TO RCR-REPORT-LINE(50:10)
                WRITE RCR-REPORT-LINE
            ELSE
                PERFORM COUNT-AUDIT-ACTIVITY
                PERFORM COUNT-INVOICE-ACTIVITY
                PERFORM COUNT-PAYMENT-ACTIVITY
                PERFORM COUNT-PENDING-ACTIVITY
                PERFORM PRINT-THE-OPERATORS
                PERFORM PRINT-THE-CERTIFICATION.
            CLOSE RCR-REPORT-FILE.
            DISPLAY "OPERATOR RECERTIFICATION FOR " QUARTER-START-DATE
                " TO " QUARTER-END-DATE " WRITTEN TO VNDRCR.RPT".

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * ANY DAY IN THE QUARTER MAY
      * COME FROM THE COMMAND LINE, SO
      * THE REPORT CAN BE RUN AFTER
      * THE QUARTER HAS CLOSED.  THE
      * LAST DAY IS THE DAY BEFORE THE
      * NEXT QUARTER STARTS.
      *--------------------------------
       DETERMINE-REPORT-QUARTER.
            MOVE SPACES TO REPORT-DATE-PARAMETER.
            ACCEPT REPORT-DATE-PARAMETER FROM COMMAND-LINE.
            IF REPORT-DATE-PARAMETER(1:8) IS NUMERIC
                MOVE REPORT-DATE-PARAMETER(1:8) TO REPORT-DATE
            ELSE
                ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
            MOVE REPORT-DATE TO CAL-DATE-STAMP.
            COMPUTE MONTH-LESS-ONE = CAL-MONTH - 1.
            DIVIDE 3 INTO MONTH-LESS-ONE GIVING QUARTER-NUMBER.
            COMPUTE CAL-MONTH = QUARTER-NUMBER * 3 + 1.
            MOVE 1 TO CAL-DAY.
            MOVE CAL-DATE-STAMP TO QUARTER-START-DATE.
            IF QUARTER-NUMBER = 3
                ADD 1 TO CAL-YEAR
                MOVE 1 TO CAL-MONTH
            ELSE
                ADD 3 TO CAL-MONTH.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            SUBTRACT 1 FROM CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            MOVE CAL-DATE-STAMP TO QUARTER-END-DATE.

       LOAD-THE-OPERATOR-FILE.
            MOVE ZEROS TO OPERATOR-COUNT.
            OPEN INPUT OPERATOR-FILE.
            IF OPERATOR-FILE-STATUS = "00"
                MOVE "Y" TO MORE-OPERATOR-RECORDS
                PERFORM LOAD-ONE-OPERATOR
                   UNTIL NO-MORE-OPERATOR-RECORDS
                CLOSE OPERATOR-FILE.

       LOAD-ONE-OPERATOR.
            READ OPERATOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-OPERATOR-RECORDS.
            IF OPERATOR-RECORDS-REMAIN
                IF OPERATOR-COUNT < 100
                    ADD 1 TO OPERATOR-COUNT
                    MOVE OPR-OPERATOR-ID
                        TO OTE-OPERATOR-ID(OPERATOR-COUNT)
                    MOVE OPR-OPERATOR-NAME
                        TO OTE-OPERATOR-NAME(OPERATOR-COUNT)
                    MOVE OPR-AUTHORITY-LEVEL
                        TO OTE-AUTHORITY(OPERATOR-COUNT)
                    MOVE OPR-OPERATOR-STATUS
                        TO OTE-STATUS(OPERATOR-COUNT)
                    MOVE OPR-DEPARTMENT
                        TO OTE-DEPARTMENT(OPERATOR-COUNT)
                    IF OPR-LAST-SIGNON-DATE IS NUMERIC
                        MOVE OPR-LAST-SIGNON-DATE
                            TO OTE-LAST-SIGNON(OPERATOR-COUNT)
                    ELSE
                        MOVE ZEROS
                            TO OTE-LAST-SIGNON(OPERATOR-COUNT)
                    END-IF
                    MOVE ZEROS TO OTE-CHANGE-COUNT(OPERATOR-COUNT)
                    MOVE ZEROS TO OTE-APPROVAL-COUNT(OPERATOR-COUNT)
                    MOVE ZEROS TO OTE-INVOICE-COUNT(OPERATOR-COUNT)
                    MOVE ZEROS TO OTE-POSTED-COUNT(OPERATOR-COUNT)
                    MOVE ZEROS TO OTE-RELEASED-COUNT(OPERATOR-COUNT)
                    MOVE ZEROS TO OTE-QUEUED-COUNT(OPERATOR-COUNT).

       FIND-OPERATOR-IN-TABLE.
            MOVE "N" TO OPERATOR-FOUND-STATUS.
            MOVE ZEROS TO MATCH-INDEX.
            MOVE 0 TO OPERATOR-INDEX.
            IF OPERATOR-ID-ENTRY NOT = SPACES AND
                    ACTIVITY-DATE IS NUMERIC AND
                    ACTIVITY-DATE NOT < QUARTER-START-DATE AND
                    ACTIVITY-DATE NOT > QUARTER-END-DATE
                PERFORM MATCH-ONE-TABLE-ENTRY
                   UNTIL OPERATOR-INDEX = OPERATOR-COUNT OR
                       OPERATOR-WAS-FOUND.

       MATCH-ONE-TABLE-ENTRY.
            ADD 1 TO OPERATOR-INDEX.
            IF OTE-OPERATOR-ID(OPERATOR-INDEX) = OPERATOR-ID-ENTRY
                MOVE "Y" TO OPERATOR-FOUND-STATUS
                MOVE OPERATOR-INDEX TO MATCH-INDEX.

      *--------------------------------
      * EVERY AUDIT ENTRY COUNTS --
      * VENDOR CHANGES AND OPERATOR
      * MAINTENANCE ALIKE -- FOR THE
      * OPERATOR WHO MADE IT, AND FOR
      * ANY DIFFERENT OPERATOR WHO
      * APPROVED IT.
      *--------------------------------
       COUNT-AUDIT-ACTIVITY.
            OPEN INPUT VENDOR-AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "00"
                MOVE "Y" TO MORE-AUDIT-RECORDS
                PERFORM COUNT-ONE-AUDIT-ENTRY
                   UNTIL NO-MORE-AUDIT-RECORDS
                CLOSE VENDOR-AUDIT-FILE.

       COUNT-ONE-AUDIT-ENTRY.
            READ VENDOR-AUDIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-AUDIT-RECORDS.
            IF AUDIT-RECORDS-REMAIN
                MOVE AUDIT-CHANGE-DATE TO ACTIVITY-DATE
                MOVE AUDIT-OPERATOR-ID TO OPERATOR-ID-ENTRY
                PERFORM FIND-OPERATOR-IN-TABLE
                IF OPERATOR-WAS-FOUND
                    ADD 1 TO OTE-CHANGE-COUNT(MATCH-INDEX)
                END-IF
                IF AUDIT-APPROVED-BY NOT = AUDIT-OPERATOR-ID
                    MOVE AUDIT-APPROVED-BY TO OPERATOR-ID-ENTRY
                    PERFORM FIND-OPERATOR-IN-TABLE
                    IF OPERATOR-WAS-FOUND
                        ADD 1 TO OTE-APPROVAL-COUNT(MATCH-INDEX).

       COUNT-INVOICE-ACTIVITY.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "00"
                MOVE "Y" TO MORE-INVOICE-RECORDS
                PERFORM COUNT-ONE-INVOICE
                   UNTIL NO-MORE-INVOICE-RECORDS
                CLOSE OPEN-INVOICE-FILE.

       COUNT-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN
                MOVE INV-INVOICE-DATE TO ACTIVITY-DATE
                MOVE INV-OPERATOR-ID TO OPERATOR-ID-ENTRY
                PERFORM FIND-OPERATOR-IN-TABLE
                IF OPERATOR-WAS-FOUND
                    ADD 1 TO OTE-INVOICE-COUNT(MATCH-INDEX).

       COUNT-PAYMENT-ACTIVITY.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "00"
                MOVE "Y" TO MORE-PAYMENT-RECORDS
                PERFORM COUNT-ONE-PAYMENT
                   UNTIL NO-MORE-PAYMENT-RECORDS
                CLOSE PAYMENT-FILE.

       COUNT-ONE-PAYMENT.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            IF PAYMENT-RECORDS-REMAIN
                MOVE PMT-PAYMENT-DATE TO ACTIVITY-DATE
                MOVE PMT-OPERATOR-ID TO OPERATOR-ID-ENTRY
                PERFORM FIND-OPERATOR-IN-TABLE
                IF OPERATOR-WAS-FOUND
                    ADD 1 TO OTE-POSTED-COUNT(MATCH-INDEX)
                END-IF
                IF PMT-APPROVED-BY NOT = PMT-OPERATOR-ID
                    MOVE PMT-APPROVED-BY TO OPERATOR-ID-ENTRY
                    PERFORM FIND-OPERATOR-IN-TABLE
                    IF OPERATOR-WAS-FOUND
                        ADD 1 TO OTE-RELEASED-COUNT(MATCH-INDEX).

       COUNT-PENDING-ACTIVITY.
            OPEN INPUT PENDING-PAYMENT-FILE.
            IF PENDING-PAYMENT-STATUS = "00"
                MOVE "Y" TO MORE-PENDING-RECORDS
                PERFORM COUNT-ONE-PENDING-PAYMENT
                   UNTIL NO-MORE-PENDING-RECORDS
                CLOSE PENDING-PAYMENT-FILE.

       COUNT-ONE-PENDING-PAYMENT.
            READ PENDING-PAYMENT-FILE
                AT END
                MOVE "N" TO MORE-PENDING-RECORDS.
            IF PENDING-RECORDS-REMAIN
                MOVE PPQ-REQUEST-DATE TO ACTIVITY-DATE
                MOVE PPQ-REQUEST-OPERATOR TO OPERATOR-ID-ENTRY
                PERFORM FIND-OPERATOR-IN-TABLE
                IF OPERATOR-WAS-FOUND
                    ADD 1 TO OTE-QUEUED-COUNT(MATCH-INDEX).

       PRINT-THE-OPERATORS.
            MOVE COLUMN-HEADING-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            MOVE ZEROS TO IDLE-OPERATOR-COUNT.
            MOVE 0 TO OPERATOR-INDEX.
            PERFORM PRINT-ONE-OPERATOR
               UNTIL OPERATOR-INDEX = OPERATOR-COUNT.
            MOVE BLANK-REPORT-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            MOVE OPERATOR-COUNT TO RPT-OPERATOR-TOTAL.
            MOVE IDLE-OPERATOR-COUNT TO RPT-IDLE-TOTAL.
            MOVE OPERATOR-TOTAL-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.

       PRINT-ONE-OPERATOR.
            ADD 1 TO OPERATOR-INDEX.
            MOVE BLANK-REPORT-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            MOVE OTE-OPERATOR-ID(OPERATOR-INDEX) TO RPT-OPERATOR-ID.
            MOVE OTE-OPERATOR-NAME(OPERATOR-INDEX)
                TO RPT-OPERATOR-NAME.
            IF OTE-AUTHORITY(OPERATOR-INDEX) = "I"
                MOVE "INQUIRY" TO RPT-AUTHORITY
            ELSE IF OTE-AUTHORITY(OPERATOR-INDEX) = "M"
                MOVE "MAINTAIN" TO RPT-AUTHORITY
            ELSE
                MOVE "SUPERVISOR" TO RPT-AUTHORITY.
            IF OTE-STATUS(OPERATOR-INDEX) = "D"
                MOVE "DISABLED" TO RPT-STATUS
            ELSE
                MOVE "ENABLED" TO RPT-STATUS.
            MOVE OTE-DEPARTMENT(OPERATOR-INDEX) TO RPT-DEPARTMENT.
            MOVE OPERATOR-DETAIL-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            IF OTE-LAST-SIGNON(OPERATOR-INDEX) = ZEROS
                MOVE "NONE RECORDED" TO RPT-LAST-SIGNON
            ELSE
                MOVE OTE-LAST-SIGNON(OPERATOR-INDEX)
                    TO RPT-LAST-SIGNON.
            IF OTE-CHANGE-COUNT(OPERATOR-INDEX) = 0 AND
                    OTE-APPROVAL-COUNT(OPERATOR-INDEX) = 0 AND
                    OTE-INVOICE-COUNT(OPERATOR-INDEX) = 0 AND
                    OTE-POSTED-COUNT(OPERATOR-INDEX) = 0 AND
                    OTE-RELEASED-COUNT(OPERATOR-INDEX) = 0 AND
                    OTE-QUEUED-COUNT(OPERATOR-INDEX) = 0
                ADD 1 TO IDLE-OPERATOR-COUNT
                MOVE "  ** NO ACTIVITY THIS QUARTER" TO RPT-IDLE-FLAG
            ELSE
                MOVE SPACES TO RPT-IDLE-FLAG.
            MOVE SIGNON-DETAIL-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            MOVE OTE-CHANGE-COUNT(OPERATOR-INDEX) TO RPT-CHANGE-COUNT.
            MOVE OTE-APPROVAL-COUNT(OPERATOR-INDEX)
                TO RPT-APPROVAL-COUNT.
            MOVE OTE-INVOICE-COUNT(OPERATOR-INDEX)
                TO RPT-INVOICE-COUNT.
            MOVE AUDIT-ACTIVITY-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            MOVE OTE-POSTED-COUNT(OPERATOR-INDEX) TO RPT-POSTED-COUNT.
            MOVE OTE-RELEASED-COUNT(OPERATOR-INDEX)
                TO RPT-RELEASED-COUNT.
            MOVE OTE-QUEUED-COUNT(OPERATOR-INDEX) TO RPT-QUEUED-COUNT.
            MOVE PAYMENT-ACTIVITY-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.

      *--------------------------------
      * ONE SIGNATURE LINE FOR EACH
      * ENABLED SUPERVISOR -- THE
      * OPERATORS WHO CAN CHANGE WHAT
      * IS LISTED ABOVE.
      *--------------------------------
       PRINT-THE-CERTIFICATION.
            MOVE BLANK-REPORT-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            MOVE CERTIFY-HEADING-LINE TO RCR-REPORT-LINE.
            WRITE RCR-REPORT-LINE.
            MOVE ZEROS TO SUPERVISOR-COUNT.
            MOVE 0 TO OPERATOR-INDEX.
            PERFORM PRINT-ONE-SIGNATURE
               UNTIL OPERATOR-INDEX = OPERATOR-COUNT.
            IF SUPERVISOR-COUNT = 0
                MOVE BLANK-REPORT-LINE TO RCR-REPORT-LINE
                WRITE RCR-REPORT-LINE
                MOVE "   NO ENABLED SUPERVISOR ON FILE"
                    TO RCR-REPORT-LINE
                WRITE RCR-REPORT-LINE.

       PRINT-ONE-SIGNATURE.
            ADD 1 TO OPERATOR-INDEX.
            IF OTE-STATUS(OPERATOR-INDEX) NOT = "D" AND
                    (OTE-AUTHORITY(OPERATOR-INDEX) = "S" OR
                    OTE-AUTHORITY(OPERATOR-INDEX) = SPACE)
                ADD 1 TO SUPERVISOR-COUNT
                MOVE BLANK-REPORT-LINE TO RCR-REPORT-LINE
                WRITE RCR-REPORT-LINE
                MOVE OTE-OPERATOR-ID(OPERATOR-INDEX)
                    TO RPT-SUPERVISOR-ID
                MOVE OTE-OPERATOR-NAME(OPERATOR-INDEX)
                    TO RPT-SUPERVISOR-NAME
                MOVE SUPERVISOR-LINE TO RCR-REPORT-LINE
                WRITE RCR-REPORT-LINE
                MOVE SIGN-OFF-LINE TO RCR-REPORT-LINE
                WRITE RCR-REPORT-LINE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE DAY-NUMBER CONVERSIONS.
      *--------------------------------
            COPY "vndcaldays01.cbl".
