      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Recurring-invoice template maintenance.  An AP
      *          clerk signs on, picks a vendor, and sees the
      *          templates already on file for it -- the rent, the
      *          lease, the maintenance contract -- then adds a new
      *          one (description, amount, monthly/quarterly/annual
      *          frequency, day of the month, start and end dates,
      *          and the invoice-number pattern) or works an
      *          existing one.  The nightly vndrig01 step creates
      *          the open invoices from what is kept here.  The
      *          frequency and start date of a template are fixed
      *          once it is on file; a bill that changes its cadence
      *          gets a new template and the old one is stopped.  A
      *          template is stopped, never deleted, so the invoices
      *          it made stay explainable.  A new template is keyed for
      *          one company, chosen through the shared company
      *          selection, and a template on file can be moved to
      *          another company the operator may key for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndrin01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slrin01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdrin01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   RECURRING-FILE-STATUS   PIC XX.
       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       01   VENDOR-NUMBER-FIELD     PIC Z(7).
       01   VENDOR-RECORD-FOUND     PIC X.
            88 VENDOR-WAS-FOUND        VALUE "Y".

       01   YES-NO-ANSWER           PIC X.
            88 CONFIRM-WAS-YES         VALUE "Y".

       01   REQUIRED-ENTRY-STATUS   PIC X.
            88 REQUIRED-ENTRY-WAS-OK   VALUE "Y".

       77   ACTION-PICK             PIC X.
       77   TODAY-DATE-STAMP        PIC 9(8).
       77   AMOUNT-FIELD            PIC ZZZ,ZZZ,ZZZ.ZZ.
       77   DAY-FIELD               PIC Z9.
       77   TEMPLATE-SEQ-FIELD      PIC ZZ9.
       77   ENTRY-DATE-TEXT         PIC X(08).
       01   ENTRY-DATE-HOLD         PIC 9(8).
       01   ENTRY-DATE-PARTS REDEFINES ENTRY-DATE-HOLD.
            05 ENTRY-DATE-YEAR      PIC 9(4).
            05 ENTRY-DATE-MONTH     PIC 9(2).
            05 ENTRY-DATE-DAY       PIC 9(2).
       77   PERIOD-ENTRY-TEXT       PIC X(06).
       01   PERIOD-ENTRY-HOLD       PIC 9(6).
       01   PERIOD-ENTRY-PARTS REDEFINES PERIOD-ENTRY-HOLD.
            05 PERIOD-ENTRY-YEAR    PIC 9(4).
            05 PERIOD-ENTRY-MONTH   PIC 9(2).

      *--------------------------------
      * THE NEW TEMPLATE IS KEYED INTO
      * THESE FIELDS AND WRITTEN ONLY
      * WHEN THE CLERK CONFIRMS IT.
      *--------------------------------
       77   DESCRIPTION-ENTRY       PIC X(30).
       77   AMOUNT-HOLD             PIC 9(7)V99.
       77   FREQUENCY-PICK          PIC X.
       77   DAY-OF-MONTH-HOLD       PIC 9(2).
       77   START-DATE-HOLD         PIC 9(8).
       77   END-DATE-HOLD           PIC 9(8).
       77   PATTERN-ENTRY           PIC X(15).
       77   LAST-PERIOD-HOLD        PIC 9(6).

      *--------------------------------
      * THE VENDOR'S TEMPLATES ARE
      * LISTED BEFORE ANYTHING IS
      * ASKED, AND THE HIGHEST
      * SEQUENCE SEEN NUMBERS THE NEXT
      * ONE ADDED.
      *--------------------------------
       01   MORE-TEMPLATE-RECORDS   PIC X.
            88 TEMPLATE-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-TEMPLATE-RECORDS VALUE "N".
       77   TEMPLATES-LISTED        PIC 9(3).
       77   HIGHEST-TEMPLATE-SEQ    PIC 9(3).
       77   TEMPLATE-SEQ-HOLD       PIC 9(3).
       01   TEMPLATE-FOUND-STATUS   PIC X.
            88 TEMPLATE-WAS-FOUND      VALUE "Y".

      *--------------------------------
      * OPERATOR SIGN-ON GOES THROUGH
      * THE SHARED vndsgn01 MODULE,
      * WHICH PROVES THE PASSWORD AND
      * HANDLES THE LOCKOUT.
      *--------------------------------
            COPY "fldsgn01.cbl".

      *--------------------------------
      * THE COMPANY A TEMPLATE BILLS,
      * CHOSEN THROUGH THE SHARED
      * vndcmpsel01 FRAGMENT.
      *--------------------------------
            COPY "fldcmp01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-OPERATOR.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            OPEN INPUT VENDOR-FILE.
            PERFORM OPEN-RECURRING-FILE-IO.
            PERFORM MAINTAIN-TEMPLATES
               UNTIL VENDOR-NUMBER = ZEROS.
            CLOSE VENDOR-FILE.
            CLOSE RECURRING-INVOICE-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * SIGN ON THROUGH THE SHARED
      * MODULE SO EVERY TEMPLATE
      * CARRIES A PROVEN OPERATOR ID.
      * NO SIGN-ON, NO MAINTENANCE.
      *--------------------------------
       SIGN-ON-OPERATOR.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                                  SIGNON-AUTHORITY
                                  SIGNON-STATUS.
            IF SIGNON-WENT-OK
                MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
            ELSE
                DISPLAY "NOT SIGNED ON -- NOTHING CHANGED"
                GOBACK.

      *--------------------------------
      * OPEN THE TEMPLATE FILE FOR
      * UPDATE.  IF IT HAS NEVER BEEN
      * WRITTEN TO BEFORE, CREATE IT
      * FIRST.
      *--------------------------------
       OPEN-RECURRING-FILE-IO.
            OPEN I-O RECURRING-INVOICE-FILE.
            IF RECURRING-FILE-STATUS = "35"
                OPEN OUTPUT RECURRING-INVOICE-FILE
                CLOSE RECURRING-INVOICE-FILE
                OPEN I-O RECURRING-INVOICE-FILE.

      *--------------------------------
      * ONE PASS OF THE LOOP: PICK THE
      * VENDOR, LIST ITS TEMPLATES,
      * AND ADD OR WORK ONE.
      *--------------------------------
       MAINTAIN-TEMPLATES.
            PERFORM GET-EXISTING-VENDOR.
            IF VENDOR-NUMBER NOT = ZEROS
                DISPLAY "RECURRING INVOICES FOR: " VENDOR-NAME
                IF VENDOR-IS-ON-HOLD
                    DISPLAY "** VENDOR IS ON HOLD -- THE NIGHTLY STEP "
                        "CREATES NOTHING FOR IT UNTIL RELEASED **"
                END-IF
                PERFORM LIST-VENDOR-TEMPLATES
                PERFORM PICK-TEMPLATE-ACTION.

      *--------------------------------
      * ASK FOR A VENDOR NUMBER AND
      * READ THE MASTER RECORD.
      * RE-PROMPT UNTIL A VENDOR ON
      * FILE (OR 0 TO STOP) IS
      * ENTERED.
      *--------------------------------
       GET-EXISTING-VENDOR.
            PERFORM ACCEPT-VENDOR-KEY.
            PERFORM RE-ACCEPT-VENDOR-KEY
               UNTIL VENDOR-WAS-FOUND OR
                   VENDOR-NUMBER = ZEROS.

       ACCEPT-VENDOR-KEY.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE ZEROS TO VENDOR-NUMBER.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR NUMBER TO WORK RECURRING INVOICES".
            DISPLAY "FOR (1-9999999)".
            DISPLAY "ENTER 0 TO STOP".
            ACCEPT VENDOR-NUMBER-FIELD.
            MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
            IF VENDOR-NUMBER NOT = ZEROS
                PERFORM READ-VENDOR-RECORD.

       RE-ACCEPT-VENDOR-KEY.
            DISPLAY "RECORD NOT FOUND".
            PERFORM ACCEPT-VENDOR-KEY.

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * ONE LINE PER TEMPLATE ON FILE
      * FOR THE VENDOR, STOPPED ONES
      * INCLUDED.
      *--------------------------------
       LIST-VENDOR-TEMPLATES.
            MOVE ZEROS TO TEMPLATES-LISTED.
            MOVE ZEROS TO HIGHEST-TEMPLATE-SEQ.
            MOVE SPACES TO RECURRING-INVOICE-RECORD.
            MOVE VENDOR-NUMBER TO RIN-VENDOR-NUMBER.
            MOVE ZEROS TO RIN-TEMPLATE-SEQ.
            MOVE "Y" TO MORE-TEMPLATE-RECORDS.
            START RECURRING-INVOICE-FILE
                KEY IS NOT LESS THAN RIN-TEMPLATE-KEY
                INVALID KEY
                MOVE "N" TO MORE-TEMPLATE-RECORDS
            END-START.
            PERFORM LIST-ONE-TEMPLATE
               UNTIL NO-MORE-TEMPLATE-RECORDS.
            IF TEMPLATES-LISTED = 0
                DISPLAY "NO RECURRING INVOICES ON FILE FOR THIS "
                    "VENDOR".

       LIST-ONE-TEMPLATE.
            READ RECURRING-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-TEMPLATE-RECORDS.
            IF TEMPLATE-RECORDS-REMAIN
                IF RIN-VENDOR-NUMBER NOT = VENDOR-NUMBER
                    MOVE "N" TO MORE-TEMPLATE-RECORDS
                ELSE
                    ADD 1 TO TEMPLATES-LISTED
                    MOVE RIN-TEMPLATE-SEQ TO HIGHEST-TEMPLATE-SEQ
                    MOVE RIN-AMOUNT TO AMOUNT-FIELD
                    IF RIN-IS-INACTIVE
                        DISPLAY "  " RIN-TEMPLATE-SEQ " "
                            RIN-DESCRIPTION " " AMOUNT-FIELD
                            " (STOPPED)"
                    ELSE
                        DISPLAY "  " RIN-TEMPLATE-SEQ " "
                            RIN-DESCRIPTION " " AMOUNT-FIELD.

       PICK-TEMPLATE-ACTION.
            DISPLAY "(A)DD A TEMPLATE, (C)HANGE ONE, OR LEAVE IT?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "a"
                MOVE "A" TO ACTION-PICK.
            IF ACTION-PICK = "c"
                MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "A"
                IF VENDOR-IS-INACTIVE
                    DISPLAY "VENDOR " VENDOR-NUMBER " IS INACTIVE "
                        "-- NO RECURRING INVOICE CAN BE SET UP"
                ELSE
                    PERFORM ADD-NEW-TEMPLATE.
            IF ACTION-PICK = "C"
                PERFORM CHANGE-EXISTING-TEMPLATE.

      *--------------------------------
      * KEY IN A NEW TEMPLATE.  THE
      * LAST PERIOD ALREADY BILLED IS
      * ASKED FOR SO A BILL THAT WAS
      * KEYED BY HAND BEFORE THE
      * TEMPLATE EXISTED IS NOT
      * CREATED A SECOND TIME -- ANY
      * PERIOD SINCE THE START DATE
      * AFTER IT THAT IS ALREADY DUE
      * IS CREATED THE NEXT NIGHT.
      *--------------------------------
       ADD-NEW-TEMPLATE.
            IF HIGHEST-TEMPLATE-SEQ = 999
                DISPLAY "THIS VENDOR HAS NO TEMPLATE NUMBERS LEFT"
            ELSE
                PERFORM KEY-IN-NEW-TEMPLATE.

       KEY-IN-NEW-TEMPLATE.
            DISPLAY "ENTER DESCRIPTION (BLANK TO CANCEL)".
            ACCEPT DESCRIPTION-ENTRY.
            IF DESCRIPTION-ENTRY = SPACES
                DISPLAY "NOTHING ADDED"
            ELSE
                PERFORM ENTER-TEMPLATE-COMPANY
                IF CMPSEL-CANCELLED
                    DISPLAY "NO COMPANY CHOSEN -- NOTHING ADDED"
                ELSE
                    PERFORM KEY-IN-TEMPLATE-DETAILS.

       KEY-IN-TEMPLATE-DETAILS.
            PERFORM ENTER-TEMPLATE-AMOUNT
            PERFORM ENTER-FREQUENCY
            PERFORM ENTER-DAY-OF-MONTH
            PERFORM ENTER-START-DATE
            PERFORM ENTER-END-DATE
            PERFORM ENTER-INVOICE-PATTERN
            PERFORM ENTER-LAST-PERIOD
            PERFORM ASK-CONFIRM-TEMPLATE
            IF CONFIRM-WAS-YES
                PERFORM WRITE-NEW-TEMPLATE
            ELSE
                DISPLAY "NOTHING ADDED".

      *--------------------------------
      * PICK THE COMPANY THE BILL IS
      * OWED BY, FROM THE COMPANIES THE
      * OPERATOR MAY KEY FOR.  WITH NO
      * COMPANY TABLE ON FILE THE
      * TEMPLATE GOES TO THE HOME
      * COMPANY WITHOUT ASKING.
      *--------------------------------
       ENTER-TEMPLATE-COMPANY.
            MOVE OPERATOR-ID TO CMPSEL-OPERATOR-ID.
            MOVE "N" TO CMPSEL-ALLOW-ALL.
            PERFORM SELECT-COMPANY.

       ENTER-TEMPLATE-AMOUNT.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-TEMPLATE-AMOUNT
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-TEMPLATE-AMOUNT.
            DISPLAY "ENTER INVOICE AMOUNT (.01 TO 9999999.99)".
            ACCEPT AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO AMOUNT-HOLD.
            IF AMOUNT-HOLD < .01
                DISPLAY "INVALID AMOUNT -- TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

       ENTER-FREQUENCY.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-FREQUENCY
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-FREQUENCY.
            DISPLAY "BILLED (M)ONTHLY, (Q)UARTERLY, OR (A)NNUALLY?".
            ACCEPT FREQUENCY-PICK.
            IF FREQUENCY-PICK = "m"
                MOVE "M" TO FREQUENCY-PICK.
            IF FREQUENCY-PICK = "q"
                MOVE "Q" TO FREQUENCY-PICK.
            IF FREQUENCY-PICK = "a"
                MOVE "A" TO FREQUENCY-PICK.
            IF FREQUENCY-PICK = "M" OR "Q" OR "A"
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                DISPLAY "ENTER M, Q, OR A -- TRY AGAIN".

       ENTER-DAY-OF-MONTH.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-DAY-OF-MONTH
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-DAY-OF-MONTH.
            DISPLAY "ENTER DAY OF THE MONTH THE INVOICE IS DATED "
                "(1-31)".
            ACCEPT DAY-FIELD.
            MOVE DAY-FIELD TO DAY-OF-MONTH-HOLD.
            IF DAY-OF-MONTH-HOLD < 1 OR DAY-OF-MONTH-HOLD > 31
                DISPLAY "INVALID DAY -- TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

       ENTER-START-DATE.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-START-DATE
               UNTIL REQUIRED-ENTRY-WAS-OK.
            MOVE ENTRY-DATE-HOLD TO START-DATE-HOLD.

       TRY-ENTER-START-DATE.
            DISPLAY "ENTER START DATE (YYYYMMDD)".
            PERFORM ACCEPT-ONE-DATE.

      *--------------------------------
      * NO END DATE IS ALLOWED -- THE
      * TEMPLATE RUNS UNTIL IT IS
      * STOPPED.
      *--------------------------------
       ENTER-END-DATE.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-END-DATE
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-END-DATE.
            DISPLAY "ENTER END DATE (YYYYMMDD, BLANK FOR NONE)".
            MOVE ZEROS TO END-DATE-HOLD.
            PERFORM ACCEPT-END-DATE.

       ACCEPT-END-DATE.
            ACCEPT ENTRY-DATE-TEXT.
            IF ENTRY-DATE-TEXT = SPACES
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                PERFORM CHECK-ONE-DATE
                IF REQUIRED-ENTRY-WAS-OK
                    IF ENTRY-DATE-HOLD < START-DATE-HOLD
                        MOVE "N" TO REQUIRED-ENTRY-STATUS
                        DISPLAY "END DATE IS BEFORE THE START DATE "
                            "-- TRY AGAIN"
                    ELSE
                        MOVE ENTRY-DATE-HOLD TO END-DATE-HOLD.

       ACCEPT-ONE-DATE.
            ACCEPT ENTRY-DATE-TEXT.
            PERFORM CHECK-ONE-DATE.

       CHECK-ONE-DATE.
            IF ENTRY-DATE-TEXT IS NUMERIC
                MOVE ENTRY-DATE-TEXT TO ENTRY-DATE-HOLD
                IF ENTRY-DATE-MONTH > 0 AND
                        ENTRY-DATE-MONTH < 13 AND
                        ENTRY-DATE-DAY > 0 AND
                        ENTRY-DATE-DAY < 32
                    MOVE "Y" TO REQUIRED-ENTRY-STATUS
                ELSE
                    DISPLAY "INVALID DATE -- TRY AGAIN"
            ELSE
                DISPLAY "DATE MUST BE 8 DIGITS -- TRY AGAIN".

       ENTER-INVOICE-PATTERN.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-INVOICE-PATTERN
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-INVOICE-PATTERN.
            DISPLAY "ENTER INVOICE NUMBER PATTERN -- YYYYMM IN IT "
                "BECOMES THE".
            DISPLAY "BILLING YEAR AND MONTH (E.G. RENT-YYYYMM)".
            ACCEPT PATTERN-ENTRY.
            IF PATTERN-ENTRY = SPACES
                DISPLAY "A PATTERN IS REQUIRED -- TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

       ENTER-LAST-PERIOD.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-LAST-PERIOD
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-LAST-PERIOD.
            DISPLAY "LAST PERIOD ALREADY BILLED BY HAND (YYYYMM, "
                "BLANK FOR NONE)".
            MOVE ZEROS TO LAST-PERIOD-HOLD.
            ACCEPT PERIOD-ENTRY-TEXT.
            IF PERIOD-ENTRY-TEXT = SPACES
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE IF PERIOD-ENTRY-TEXT IS NUMERIC
                MOVE PERIOD-ENTRY-TEXT TO PERIOD-ENTRY-HOLD
                IF PERIOD-ENTRY-MONTH > 0 AND
                        PERIOD-ENTRY-MONTH < 13
                    MOVE PERIOD-ENTRY-HOLD TO LAST-PERIOD-HOLD
                    MOVE "Y" TO REQUIRED-ENTRY-STATUS
                ELSE
                    DISPLAY "INVALID MONTH -- TRY AGAIN"
            ELSE
                DISPLAY "PERIOD MUST BE 6 DIGITS -- TRY AGAIN".

       ASK-CONFIRM-TEMPLATE.
            DISPLAY " ".
            DISPLAY "VENDOR:   " VENDOR-NUMBER " " VENDOR-NAME.
            DISPLAY "FOR:      " DESCRIPTION-ENTRY.
            DISPLAY "COMPANY:  " CMPSEL-COMPANY.
            MOVE AMOUNT-HOLD TO AMOUNT-FIELD.
            DISPLAY "AMOUNT:   " AMOUNT-FIELD.
            IF FREQUENCY-PICK = "M"
                DISPLAY "BILLED:   MONTHLY ON DAY " DAY-OF-MONTH-HOLD.
            IF FREQUENCY-PICK = "Q"
                DISPLAY "BILLED:   QUARTERLY ON DAY "
                    DAY-OF-MONTH-HOLD.
            IF FREQUENCY-PICK = "A"
                DISPLAY "BILLED:   ANNUALLY ON DAY " DAY-OF-MONTH-HOLD.
            DISPLAY "FROM:     " START-DATE-HOLD.
            IF END-DATE-HOLD = ZEROS
                DISPLAY "UNTIL:    STOPPED"
            ELSE
                DISPLAY "UNTIL:    " END-DATE-HOLD.
            DISPLAY "NUMBER:   " PATTERN-ENTRY.
            IF LAST-PERIOD-HOLD NOT = ZEROS
                DISPLAY "ALREADY BILLED THROUGH " LAST-PERIOD-HOLD.
            IF START-DATE-HOLD < TODAY-DATE-STAMP
                DISPLAY "** PERIODS ALREADY DUE SINCE THE START DATE "
                    "ARE CREATED TONIGHT **".
            DISPLAY "ADD IT? (Y/N)".
            ACCEPT YES-NO-ANSWER.
            IF YES-NO-ANSWER = "y"
                MOVE "Y" TO YES-NO-ANSWER.
            IF YES-NO-ANSWER NOT = "Y"
                MOVE "N" TO YES-NO-ANSWER.

       WRITE-NEW-TEMPLATE.
            MOVE SPACES TO RECURRING-INVOICE-RECORD.
            MOVE VENDOR-NUMBER TO RIN-VENDOR-NUMBER.
            COMPUTE RIN-TEMPLATE-SEQ = HIGHEST-TEMPLATE-SEQ + 1.
            MOVE DESCRIPTION-ENTRY TO RIN-DESCRIPTION.
            MOVE CMPSEL-COMPANY TO RIN-COMPANY.
            MOVE AMOUNT-HOLD TO RIN-AMOUNT.
            MOVE FREQUENCY-PICK TO RIN-FREQUENCY.
            MOVE DAY-OF-MONTH-HOLD TO RIN-DAY-OF-MONTH.
            MOVE START-DATE-HOLD TO RIN-START-DATE.
            MOVE END-DATE-HOLD TO RIN-END-DATE.
            MOVE PATTERN-ENTRY TO RIN-INVOICE-PATTERN.
            MOVE LAST-PERIOD-HOLD TO RIN-LAST-PERIOD.
            MOVE "A" TO RIN-STATUS.
            MOVE OPERATOR-ID TO RIN-OPERATOR-ID.
            MOVE TODAY-DATE-STAMP TO RIN-CHANGED-DATE.
            WRITE RECURRING-INVOICE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING RECURRING INVOICE RECORD".
            IF RECURRING-FILE-STATUS = "00"
                DISPLAY "TEMPLATE " RIN-TEMPLATE-SEQ " ADDED".

      *--------------------------------
      * WORK A TEMPLATE ALREADY ON
      * FILE.  THE AMOUNT, DAY, END
      * DATE, NUMBER PATTERN, AND
      * COMPANY CAN CHANGE, THE LAST
      * PERIOD BILLED
      * CAN BE CORRECTED, AND THE
      * TEMPLATE CAN BE STOPPED OR
      * RESTARTED.
      *--------------------------------
       CHANGE-EXISTING-TEMPLATE.
            DISPLAY "ENTER TEMPLATE NUMBER TO CHANGE".
            ACCEPT TEMPLATE-SEQ-FIELD.
            MOVE TEMPLATE-SEQ-FIELD TO TEMPLATE-SEQ-HOLD.
            MOVE SPACES TO RECURRING-INVOICE-RECORD.
            MOVE VENDOR-NUMBER TO RIN-VENDOR-NUMBER.
            MOVE TEMPLATE-SEQ-HOLD TO RIN-TEMPLATE-SEQ.
            MOVE "Y" TO TEMPLATE-FOUND-STATUS.
            READ RECURRING-INVOICE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO TEMPLATE-FOUND-STATUS.
            IF TEMPLATE-WAS-FOUND
                PERFORM SHOW-THIS-TEMPLATE
                PERFORM PICK-TEMPLATE-CHANGE
            ELSE
                DISPLAY "TEMPLATE NOT ON FILE FOR THIS VENDOR".

       SHOW-THIS-TEMPLATE.
            DISPLAY " ".
            DISPLAY "TEMPLATE " RIN-TEMPLATE-SEQ ": " RIN-DESCRIPTION.
            MOVE RIN-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "  AMOUNT       " AMOUNT-FIELD.
            DISPLAY "  FREQUENCY    " RIN-FREQUENCY " ON DAY "
                RIN-DAY-OF-MONTH.
            DISPLAY "  FROM         " RIN-START-DATE " UNTIL "
                RIN-END-DATE.
            DISPLAY "  NUMBER       " RIN-INVOICE-PATTERN.
            IF RIN-COMPANY = SPACES
                DISPLAY "  COMPANY      01"
            ELSE
                DISPLAY "  COMPANY      " RIN-COMPANY.
            DISPLAY "  BILLED THRU  " RIN-LAST-PERIOD.
            IF RIN-IS-INACTIVE
                DISPLAY "  STATUS: STOPPED"
            ELSE
                DISPLAY "  STATUS: ACTIVE".
            DISPLAY "  LAST CHANGED " RIN-CHANGED-DATE " BY "
                RIN-OPERATOR-ID.

       PICK-TEMPLATE-CHANGE.
            DISPLAY "(A)MOUNT, (D)AY, (E)ND DATE, (N)UMBER PATTERN, "
                "(L)AST PERIOD BILLED,".
            DISPLAY "(C)OMPANY, (S)TOP IT, (R)ESTART IT, OR LEAVE IT?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "a" MOVE "A" TO ACTION-PICK.
            IF ACTION-PICK = "d" MOVE "D" TO ACTION-PICK.
            IF ACTION-PICK = "e" MOVE "E" TO ACTION-PICK.
            IF ACTION-PICK = "n" MOVE "N" TO ACTION-PICK.
            IF ACTION-PICK = "l" MOVE "L" TO ACTION-PICK.
            IF ACTION-PICK = "c" MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "s" MOVE "S" TO ACTION-PICK.
            IF ACTION-PICK = "r" MOVE "R" TO ACTION-PICK.
            IF ACTION-PICK = "A"
                PERFORM ENTER-TEMPLATE-AMOUNT
                MOVE AMOUNT-HOLD TO RIN-AMOUNT
                PERFORM REWRITE-THIS-TEMPLATE.
            IF ACTION-PICK = "D"
                PERFORM ENTER-DAY-OF-MONTH
                MOVE DAY-OF-MONTH-HOLD TO RIN-DAY-OF-MONTH
                PERFORM REWRITE-THIS-TEMPLATE.
            IF ACTION-PICK = "E"
                MOVE RIN-START-DATE TO START-DATE-HOLD
                PERFORM ENTER-END-DATE
                MOVE END-DATE-HOLD TO RIN-END-DATE
                PERFORM REWRITE-THIS-TEMPLATE.
            IF ACTION-PICK = "N"
                PERFORM ENTER-INVOICE-PATTERN
                MOVE PATTERN-ENTRY TO RIN-INVOICE-PATTERN
                PERFORM REWRITE-THIS-TEMPLATE.
            IF ACTION-PICK = "L"
                PERFORM ENTER-LAST-PERIOD
                MOVE LAST-PERIOD-HOLD TO RIN-LAST-PERIOD
                PERFORM REWRITE-THIS-TEMPLATE.
            IF ACTION-PICK = "C"
                PERFORM ENTER-TEMPLATE-COMPANY
                IF CMPSEL-WENT-OK
                    MOVE CMPSEL-COMPANY TO RIN-COMPANY
                    PERFORM REWRITE-THIS-TEMPLATE
                ELSE IF CMPSEL-NOT-IN-USE
                    DISPLAY "NO COMPANY TABLE ON FILE -- COMPANY "
                        "LEFT AS IT IS".
            IF ACTION-PICK = "S"
                MOVE "I" TO RIN-STATUS
                PERFORM REWRITE-THIS-TEMPLATE.
            IF ACTION-PICK = "R"
                IF VENDOR-IS-INACTIVE
                    DISPLAY "VENDOR " VENDOR-NUMBER " IS INACTIVE "
                        "-- TEMPLATE LEFT STOPPED"
                ELSE
                    MOVE "A" TO RIN-STATUS
                    PERFORM REWRITE-THIS-TEMPLATE.

       REWRITE-THIS-TEMPLATE.
            MOVE OPERATOR-ID TO RIN-OPERATOR-ID.
            MOVE TODAY-DATE-STAMP TO RIN-CHANGED-DATE.
            REWRITE RECURRING-INVOICE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING RECURRING INVOICE RECORD".
            IF RECURRING-FILE-STATUS = "00"
                DISPLAY "TEMPLATE UPDATED".

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED COMPANY SELECTION.
      *--------------------------------
            COPY "vndcmpsel01.cbl".
