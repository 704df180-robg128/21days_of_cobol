      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Nightly recurring-invoice step, run in the
      *          vndnite01 stream.  Walks the VNDRIN.DAT templates
      *          kept in vndrin01 and, for each active one whose
      *          billing day has come round, writes the period's
      *          OPEN-INVOICE-RECORD -- numbered from the template's
      *          pattern, dated the billing day, and due per the
      *          vendor's terms the way vndinv01 derives it.  The
      *          template remembers the last period billed, so a
      *          period is never billed twice and a night that was
      *          missed (or passed over) is caught up on the next
      *          run.  On a date on the VNDHOL.DAT holiday calendar
      *          nothing is created; the periods wait for the next
      *          business night.  A vendor that is inactive or on
      *          hold is passed over with a line saying why, and its
      *          periods wait until it is released.  Each invoice
      *          goes through the approver table like a keyed one:
      *          one that a band covers is written awaiting approval.
      *          The invoice is written to the company the template
      *          names.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndrig01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slinv01.cbl".
            COPY "sltrm01.cbl".
            COPY "slrin01.cbl".
            COPY "slhol01.cbl".
            COPY "slrun01.cbl".
            COPY "slapv01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdtrm01.cbl".
            COPY "fdrin01.cbl".
            COPY "fdhol01.cbl".
            COPY "fdrun01.cbl".
            COPY "fdapv01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   INVOICE-FILE-STATUS     PIC XX.
       01   TERMS-FILE-STATUS       PIC XX.
       01   RECURRING-FILE-STATUS   PIC XX.
       01   HOLIDAY-FILE-STATUS     PIC XX.
       01   RUN-HISTORY-STATUS      PIC XX.
       01   APPROVER-FILE-STATUS    PIC XX.
       77   RUN-START-DATE-HOLD     PIC 9(8).
       77   RUN-START-TIME-HOLD     PIC 9(8).
       77   TODAY-DATE-STAMP        PIC 9(8).
       77   FINAL-STATUS-HOLD       PIC XX.

       01   MORE-FILE-RECORDS       PIC X.
            88 FILE-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-FILE-RECORDS    VALUE "N".
       01   MORE-TEMPLATE-RECORDS   PIC X.
            88 TEMPLATE-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-TEMPLATE-RECORDS VALUE "N".
       01   HOLIDAY-STATUS          PIC X.
            88 TODAY-IS-A-HOLIDAY      VALUE "Y".
       01   TERMS-FILE-PRESENT      PIC X.
            88 TERMS-FILE-IS-PRESENT   VALUE "Y".
       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".
       01   INVOICE-FOUND-STATUS    PIC X.
            88 INVOICE-WAS-FOUND       VALUE "Y".
       01   PERIOD-DUE-STATUS       PIC X.
            88 PERIOD-IS-DUE           VALUE "Y".
       01   TEMPLATE-CHANGED-STATUS PIC X.
            88 TEMPLATE-WAS-CHANGED    VALUE "Y".

       77   TEMPLATES-READ-COUNT    PIC 9(7).
       77   INVOICES-CREATED-COUNT  PIC 9(7).
       77   DUPLICATES-COUNT        PIC 9(5).
       77   VENDORS-SKIPPED-COUNT   PIC 9(5).
       77   AMOUNT-FIELD            PIC ZZZ,ZZZ,ZZZ.ZZ.

      *--------------------------------
      * THE BILLING PERIOD BEING
      * WORKED (YYYYMM), COUNTED ON
      * FROM THE START DATE'S MONTH BY
      * THE TEMPLATE'S FREQUENCY, AND
      * THE DATE THE PERIOD'S INVOICE
      * CARRIES.
      *--------------------------------
       01   BILLING-PERIOD          PIC 9(6).
       01   BILLING-PERIOD-PARTS REDEFINES BILLING-PERIOD.
            05 BILLING-YEAR         PIC 9(4).
            05 BILLING-MONTH        PIC 9(2).
       01   BILLING-PERIOD-TEXT REDEFINES BILLING-PERIOD
                                    PIC X(6).
       77   BILLING-DATE-HOLD       PIC 9(8).
       77   DUE-DATE-HOLD           PIC 9(8).
       77   PERIOD-STEP-MONTHS      PIC 9(2).
       77   PERIOD-MONTH-COUNT      PIC 9(6).
       77   PERIOD-MONTH-REMAINDER  PIC 9(2).
       77   MONTH-LAST-DAY          PIC 9(2).

      *--------------------------------
      * INVOICE NUMBER BUILT FROM THE
      * TEMPLATE'S PATTERN.
      *--------------------------------
       77   INVOICE-NUMBER-HOLD     PIC X(15).
       77   TOKEN-OFFSET            PIC 9(2).
       77   PATTERN-LENGTH          PIC 9(2).

            COPY "fldcal01.cbl".
            COPY "fldapv01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE RUN-START-DATE-HOLD TO TODAY-DATE-STAMP.
            MOVE ZEROS TO TEMPLATES-READ-COUNT.
            MOVE ZEROS TO INVOICES-CREATED-COUNT.
            MOVE ZEROS TO DUPLICATES-COUNT.
            MOVE ZEROS TO VENDORS-SKIPPED-COUNT.
            MOVE "00" TO FINAL-STATUS-HOLD.
            PERFORM CHECK-THE-HOLIDAY-CALENDAR.
            IF TODAY-IS-A-HOLIDAY
                DISPLAY "RECURRING INVOICES: " TODAY-DATE-STAMP
                    " IS ON THE HOLIDAY CALENDAR -- NOTHING CREATED "
                    "UNTIL THE NEXT BUSINESS NIGHT"
            ELSE
                OPEN I-O RECURRING-INVOICE-FILE
                IF RECURRING-FILE-STATUS NOT = "00"
                    DISPLAY "NO RECURRING INVOICE TEMPLATES ON SYSTEM "
                        "-- NOTHING TO CREATE"
                ELSE
                    PERFORM CREATE-RECURRING-INVOICES
                    CLOSE RECURRING-INVOICE-FILE.
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE SAME HOLIDAY TEST THE
      * vndnite01 DRIVER MAKES.  NO
      * CALENDAR FILE MEANS NO
      * HOLIDAYS.
      *--------------------------------
       CHECK-THE-HOLIDAY-CALENDAR.
            MOVE "N" TO HOLIDAY-STATUS.
            OPEN INPUT HOLIDAY-FILE.
            IF HOLIDAY-FILE-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM CHECK-ONE-HOLIDAY
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE HOLIDAY-FILE.

       CHECK-ONE-HOLIDAY.
            READ HOLIDAY-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                IF HOL-DATE = TODAY-DATE-STAMP
                    MOVE "Y" TO HOLIDAY-STATUS
                    MOVE "N" TO MORE-FILE-RECORDS.

       CREATE-RECURRING-INVOICES.
            OPEN INPUT VENDOR-FILE.
            PERFORM OPEN-INVOICE-FILE-IO.
            MOVE "Y" TO TERMS-FILE-PRESENT.
            OPEN INPUT TERMS-FILE.
            IF TERMS-FILE-STATUS NOT = "00"
                MOVE "N" TO TERMS-FILE-PRESENT.
            PERFORM OPEN-APPROVER-TABLE.
            MOVE "Y" TO MORE-TEMPLATE-RECORDS.
            PERFORM WORK-ONE-TEMPLATE
               UNTIL NO-MORE-TEMPLATE-RECORDS.
            CLOSE VENDOR-FILE.
            CLOSE OPEN-INVOICE-FILE.
            IF TERMS-FILE-IS-PRESENT
                CLOSE TERMS-FILE.
            PERFORM CLOSE-APPROVER-TABLE.
            DISPLAY "RECURRING INVOICES: " TEMPLATES-READ-COUNT
                " TEMPLATE(S), " INVOICES-CREATED-COUNT
                " INVOICE(S) CREATED, " VENDORS-SKIPPED-COUNT
                " SKIPPED, " DUPLICATES-COUNT " ALREADY ON FILE".

      *--------------------------------
      * OPEN THE INVOICE FILE FOR
      * UPDATE.  IF IT HAS NEVER BEEN
      * WRITTEN TO BEFORE, CREATE IT
      * FIRST.
      *--------------------------------
       OPEN-INVOICE-FILE-IO.
            OPEN I-O OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "35"
                OPEN OUTPUT OPEN-INVOICE-FILE
                CLOSE OPEN-INVOICE-FILE
                OPEN I-O OPEN-INVOICE-FILE.

      *--------------------------------
      * ONE TEMPLATE.  A STOPPED
      * TEMPLATE, OR ONE WHOSE NEXT
      * BILLING DAY HAS NOT COME (OR
      * FALLS AFTER ITS END DATE), IS
      * PASSED OVER QUIETLY.
      *--------------------------------
       WORK-ONE-TEMPLATE.
            READ RECURRING-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-TEMPLATE-RECORDS.
            IF TEMPLATE-RECORDS-REMAIN AND RIN-IS-ACTIVE
                ADD 1 TO TEMPLATES-READ-COUNT
                PERFORM FIND-NEXT-BILLING-PERIOD
                IF PERIOD-IS-DUE
                    PERFORM BILL-THIS-TEMPLATE.

      *--------------------------------
      * THE VENDOR MUST BE ON FILE,
      * ACTIVE, AND NOT ON HOLD.  ITS
      * PERIODS ARE LEFT UNBILLED
      * OTHERWISE, SO THEY ARE CAUGHT
      * UP WHEN THE VENDOR IS PUT
      * RIGHT.
      *--------------------------------
       BILL-THIS-TEMPLATE.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE RIN-VENDOR-NUMBER TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                ADD 1 TO VENDORS-SKIPPED-COUNT
                DISPLAY "RECURRING INVOICES: TEMPLATE "
                    RIN-VENDOR-NUMBER "-" RIN-TEMPLATE-SEQ
                    " -- NO MASTER RECORD, SKIPPED"
            ELSE IF VENDOR-IS-INACTIVE
                ADD 1 TO VENDORS-SKIPPED-COUNT
                DISPLAY "RECURRING INVOICES: TEMPLATE "
                    RIN-VENDOR-NUMBER "-" RIN-TEMPLATE-SEQ
                    " -- VENDOR INACTIVE, SKIPPED"
            ELSE IF VENDOR-IS-ON-HOLD
                ADD 1 TO VENDORS-SKIPPED-COUNT
                DISPLAY "RECURRING INVOICES: TEMPLATE "
                    RIN-VENDOR-NUMBER "-" RIN-TEMPLATE-SEQ
                    " -- VENDOR ON HOLD (" VENDOR-HOLD-REASON
                    "), SKIPPED"
            ELSE
                PERFORM WORK-OUT-DUE-TERMS
                MOVE "N" TO TEMPLATE-CHANGED-STATUS
                PERFORM BILL-ONE-PERIOD
                   UNTIL NOT PERIOD-IS-DUE
                IF TEMPLATE-WAS-CHANGED
                    PERFORM REWRITE-THIS-TEMPLATE.

      *--------------------------------
      * THE FIRST PERIOD NOT YET
      * BILLED: STEP FROM THE START
      * MONTH BY THE FREQUENCY UNTIL
      * PAST THE LAST PERIOD BILLED.
      * A BILLING DAY IN THE START
      * MONTH THAT FALLS BEFORE THE
      * START DATE ITSELF IS NOT
      * BILLED.
      *--------------------------------
       FIND-NEXT-BILLING-PERIOD.
            MOVE 1 TO PERIOD-STEP-MONTHS.
            IF RIN-IS-QUARTERLY
                MOVE 3 TO PERIOD-STEP-MONTHS.
            IF RIN-IS-ANNUAL
                MOVE 12 TO PERIOD-STEP-MONTHS.
            MOVE RIN-START-DATE(1:6) TO BILLING-PERIOD.
            PERFORM ADVANCE-BILLING-PERIOD
               UNTIL BILLING-PERIOD > RIN-LAST-PERIOD.
            PERFORM WORK-OUT-BILLING-DATE.
            IF BILLING-DATE-HOLD < RIN-START-DATE
                PERFORM ADVANCE-BILLING-PERIOD
                PERFORM WORK-OUT-BILLING-DATE.
            PERFORM JUDGE-PERIOD-DUE.

       ADVANCE-BILLING-PERIOD.
            COMPUTE PERIOD-MONTH-COUNT =
                BILLING-YEAR * 12 + BILLING-MONTH - 1
                + PERIOD-STEP-MONTHS.
            DIVIDE PERIOD-MONTH-COUNT BY 12 GIVING BILLING-YEAR
                REMAINDER PERIOD-MONTH-REMAINDER.
            COMPUTE BILLING-MONTH = PERIOD-MONTH-REMAINDER + 1.

      *--------------------------------
      * THE BILLING DAY IN THE PERIOD,
      * PULLED BACK TO THE LAST DAY OF
      * A MONTH TOO SHORT FOR IT --
      * THE DAY BEFORE THE FIRST OF
      * THE NEXT MONTH.
      *--------------------------------
       WORK-OUT-BILLING-DATE.
            MOVE BILLING-YEAR TO CAL-YEAR.
            MOVE BILLING-MONTH TO CAL-MONTH.
            MOVE 1 TO CAL-DAY.
            IF CAL-MONTH = 12
                ADD 1 TO CAL-YEAR
                MOVE 1 TO CAL-MONTH
            ELSE
                ADD 1 TO CAL-MONTH.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            SUBTRACT 1 FROM CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            MOVE CAL-DAY TO MONTH-LAST-DAY.
            IF RIN-DAY-OF-MONTH < MONTH-LAST-DAY
                MOVE RIN-DAY-OF-MONTH TO CAL-DAY.
            MOVE CAL-DATE-STAMP TO BILLING-DATE-HOLD.

       JUDGE-PERIOD-DUE.
            MOVE "Y" TO PERIOD-DUE-STATUS.
            IF BILLING-DATE-HOLD > TODAY-DATE-STAMP
                MOVE "N" TO PERIOD-DUE-STATUS.
            IF RIN-END-DATE NOT = ZEROS AND
                    BILLING-DATE-HOLD > RIN-END-DATE
                MOVE "N" TO PERIOD-DUE-STATUS.

      *--------------------------------
      * BILL ONE DUE PERIOD AND MOVE
      * ON TO THE NEXT.  AN INVOICE
      * NUMBER ALREADY ON FILE FOR THE
      * VENDOR MEANS THE PERIOD WAS
      * KEYED BY HAND -- IT COUNTS AS
      * BILLED, AND IS NOT WRITTEN
      * AGAIN.  A WRITE THAT FAILS
      * LEAVES THE PERIOD UNBILLED FOR
      * THE NEXT RUN.
      *--------------------------------
       BILL-ONE-PERIOD.
            PERFORM BUILD-INVOICE-NUMBER.
            MOVE "Y" TO INVOICE-FOUND-STATUS.
            MOVE SPACES TO OPEN-INVOICE-RECORD.
            MOVE RIN-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
            MOVE INVOICE-NUMBER-HOLD TO INV-INVOICE-NUMBER.
            READ OPEN-INVOICE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO INVOICE-FOUND-STATUS.
            IF INVOICE-WAS-FOUND
                ADD 1 TO DUPLICATES-COUNT
                DISPLAY "RECURRING INVOICES: " RIN-VENDOR-NUMBER " "
                    INVOICE-NUMBER-HOLD " ALREADY ON FILE -- NOT "
                    "CREATED AGAIN"
                PERFORM MARK-PERIOD-BILLED
            ELSE
                PERFORM WRITE-INVOICE-RECORD
                IF INVOICE-FILE-STATUS = "00"
                    ADD 1 TO INVOICES-CREATED-COUNT
                    MOVE RIN-AMOUNT TO AMOUNT-FIELD
                    DISPLAY "RECURRING INVOICES: " RIN-VENDOR-NUMBER
                        " " INVOICE-NUMBER-HOLD " DATED "
                        BILLING-DATE-HOLD " FOR " AMOUNT-FIELD
                    PERFORM MARK-PERIOD-BILLED
                ELSE
                    MOVE INVOICE-FILE-STATUS TO FINAL-STATUS-HOLD
                    MOVE "N" TO PERIOD-DUE-STATUS.

       MARK-PERIOD-BILLED.
            MOVE BILLING-PERIOD TO RIN-LAST-PERIOD.
            MOVE "Y" TO TEMPLATE-CHANGED-STATUS.
            PERFORM ADVANCE-BILLING-PERIOD.
            PERFORM WORK-OUT-BILLING-DATE.
            PERFORM JUDGE-PERIOD-DUE.

      *--------------------------------
      * THE PATTERN'S YYYYMM BECOMES
      * THE BILLING PERIOD.  WITH NO
      * YYYYMM IN IT THE PERIOD GOES
      * ON THE END, OVER THE LAST SIX
      * POSITIONS IF THE PATTERN IS
      * TOO LONG TO TAKE IT.
      *--------------------------------
       BUILD-INVOICE-NUMBER.
            MOVE RIN-INVOICE-PATTERN TO INVOICE-NUMBER-HOLD.
            MOVE ZEROS TO TOKEN-OFFSET.
            INSPECT RIN-INVOICE-PATTERN TALLYING TOKEN-OFFSET
                FOR CHARACTERS BEFORE INITIAL "YYYYMM".
            IF TOKEN-OFFSET < 10
                MOVE BILLING-PERIOD-TEXT
                    TO INVOICE-NUMBER-HOLD(TOKEN-OFFSET + 1:6)
            ELSE
                MOVE 15 TO PATTERN-LENGTH
                PERFORM FIND-PATTERN-LENGTH
                   UNTIL PATTERN-LENGTH = 0 OR
                       RIN-INVOICE-PATTERN(PATTERN-LENGTH:1)
                           NOT = SPACE
                IF PATTERN-LENGTH > 9
                    MOVE 9 TO PATTERN-LENGTH
                END-IF
                MOVE BILLING-PERIOD-TEXT
                    TO INVOICE-NUMBER-HOLD(PATTERN-LENGTH + 1:6).

       FIND-PATTERN-LENGTH.
            SUBTRACT 1 FROM PATTERN-LENGTH.

      *--------------------------------
      * DUE PER THE VENDOR'S TERMS
      * CODE, AS vndinv01 DERIVES IT.
      * WITH NO USABLE TERMS THERE IS
      * NOBODY TO ASK, SO THE INVOICE
      * IS DUE THE DAY IT IS DATED.
      *--------------------------------
       WORK-OUT-DUE-TERMS.
            MOVE ZEROS TO TRM-NET-DAYS.
            IF TERMS-FILE-IS-PRESENT AND
                    VENDOR-PAYMENT-TERMS NOT = SPACES
                MOVE VENDOR-PAYMENT-TERMS(1:4) TO TRM-CODE
                READ TERMS-FILE RECORD
                   INVALID KEY
                       MOVE ZEROS TO TRM-NET-DAYS
                   NOT INVALID KEY
                       IF NOT TRM-IS-ACTIVE
                           MOVE ZEROS TO TRM-NET-DAYS.

       WRITE-INVOICE-RECORD.
            MOVE BILLING-DATE-HOLD TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            ADD TRM-NET-DAYS TO CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            MOVE CAL-DATE-STAMP TO DUE-DATE-HOLD.
            MOVE SPACES TO OPEN-INVOICE-RECORD.
            MOVE RIN-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
            MOVE INVOICE-NUMBER-HOLD TO INV-INVOICE-NUMBER.
            MOVE BILLING-DATE-HOLD TO INV-INVOICE-DATE.
            MOVE DUE-DATE-HOLD TO INV-DUE-DATE.
            MOVE RIN-AMOUNT TO INV-GROSS-AMOUNT.
            MOVE "O" TO INV-STATUS.
            MOVE RIN-OPERATOR-ID TO INV-OPERATOR-ID.
            MOVE RIN-COMPANY TO INV-COMPANY.
            MOVE SPACES TO INV-PO-NUMBER.
            MOVE "I" TO INV-RECORD-TYPE.
            MOVE ZEROS TO INV-CREDIT-TAKEN.
            MOVE ZEROS TO INV-PAID-TO-DATE.
            MOVE SPACES TO INV-APPROVAL-OPERATOR.
            MOVE ZEROS TO INV-APPROVAL-DATE.
            MOVE ZEROS TO INV-DISCOUNT-TAKEN.
            MOVE ZEROS TO INV-DISCOUNT-DATE.
            MOVE VENDOR-CATEGORY TO APVRTE-CATEGORY.
            MOVE RIN-AMOUNT TO APVRTE-AMOUNT.
            PERFORM FIND-INVOICE-APPROVER.
            IF APVRTE-APPROVER NOT = SPACES
                MOVE "A" TO INV-STATUS.
            WRITE OPEN-INVOICE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING INVOICE RECORD".

       REWRITE-THIS-TEMPLATE.
            REWRITE RECURRING-INVOICE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING RECURRING INVOICE RECORD".
            IF RECURRING-FILE-STATUS NOT = "00"
                MOVE RECURRING-FILE-STATUS TO FINAL-STATUS-HOLD.

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
            MOVE "vndrig01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE TEMPLATES-READ-COUNT TO RUN-RECORDS-READ.
            MOVE INVOICES-CREATED-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSIONS THE BILLING-DAY AND
      * DUE-DATE ARITHMETIC USES, AND
      * THE SHARED APPROVER ROUTING.
      *--------------------------------
            COPY "vndcaldays01.cbl".
            COPY "vndapvrte01.cbl".
