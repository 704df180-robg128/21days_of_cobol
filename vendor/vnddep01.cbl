      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Backup-withholding deposit entry.  Once Payroll/Tax
      *          has paid a month's backup withholding over to the
      *          IRS, the deposit is recorded here against that
      *          month -- the deposit date, the amount, and the
      *          confirmation number the IRS payment system gave
      *          back -- on WITHHOLDING-DEPOSIT-FILE, for the
      *          company chosen at the start, since each company
      *          files its own return.  The deposits already on file
      *          for the company and month are listed first.  A
      *          deposit keyed in error is removed and entered
      *          again.  vndbwl01 sets the deposits against each
      *          month's withholding and vndwhr01 against the year.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vnddep01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "sldep01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fddep01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".
       WORKING-STORAGE SECTION.
       01   WITHHOLDING-DEPOSIT-STATUS  PIC XX.

       01   OPERATOR-ID             PIC X(08).
            COPY "fldsgn01.cbl".
            COPY "fldcmp01.cbl".

       77   PERIOD-ENTRY            PIC X(06).
       01   PERIOD-HOLD.
            05 PERIOD-HOLD-YEAR     PIC 9(4).
            05 PERIOD-HOLD-MONTH    PIC 9(2).
       77   PERIOD-START-DATE       PIC 9(8).
       77   ACTION-PICK             PIC X.
       77   CONFIRM-ENTRY           PIC X.
       77   SEQUENCE-ENTRY          PIC X(02).
       77   LAST-SEQUENCE           PIC 9(2).
       77   DEPOSIT-COUNT           PIC 9(2).
       77   PERIOD-DEPOSIT-TOTAL    PIC 9(9)V99.
       77   DEPOSIT-AMOUNT-HOLD     PIC 9(9)V99.
       77   DEPOSIT-DATE-ENTRY      PIC X(08).
       01   DEPOSIT-DATE-HOLD.
            05 DEPOSIT-DATE-YEAR    PIC 9(4).
            05 DEPOSIT-DATE-MONTH   PIC 9(2).
            05 DEPOSIT-DATE-DAY     PIC 9(2).
       77   DEPOSIT-REFERENCE-HOLD  PIC X(20).
       77   TODAY-DATE-STAMP        PIC 9(8).
       77   AMOUNT-FIELD            PIC ZZZ,ZZZ,ZZZ.ZZ.

       01   MORE-DEPOSIT-RECORDS    PIC X.
            88 DEPOSIT-RECORDS-REMAIN  VALUE "Y".
            88 NO-MORE-DEPOSIT-RECORDS VALUE "N".
       01   REQUIRED-ENTRY-STATUS   PIC X.
            88 REQUIRED-ENTRY-WAS-OK   VALUE "Y".
       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-OPERATOR.
            PERFORM SELECT-THE-COMPANY.
            PERFORM OPEN-DEPOSIT-FILE.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE "X" TO PERIOD-ENTRY.
            PERFORM MAINTAIN-ONE-PERIOD
               UNTIL PERIOD-ENTRY = SPACES.
            CLOSE WITHHOLDING-DEPOSIT-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * A DEPOSIT CARRIES THE ID OF
      * THE OPERATOR WHO RECORDED IT.
      *--------------------------------
       SIGN-ON-OPERATOR.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                                  SIGNON-AUTHORITY
                                  SIGNON-STATUS.
            IF SIGNON-WENT-OK
                MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
            ELSE
                DISPLAY "DEPOSITS NEED A SIGNED-ON OPERATOR "
                    "-- NOTHING RECORDED"
                GOBACK.

      *--------------------------------
      * EACH COMPANY DEPOSITS FOR ITS
      * OWN RETURN, SO ONE IS PICKED.
      *--------------------------------
       SELECT-THE-COMPANY.
            MOVE OPERATOR-ID TO CMPSEL-OPERATOR-ID.
            MOVE "N" TO CMPSEL-ALLOW-ALL.
            PERFORM SELECT-COMPANY.
            IF CMPSEL-CANCELLED
                DISPLAY "NO COMPANY CHOSEN -- NOTHING RECORDED"
                GOBACK.
            IF CMPSEL-WENT-OK
                DISPLAY "RECORDING DEPOSITS FOR COMPANY "
                    CMPSEL-HEADING-TEXT.

       OPEN-DEPOSIT-FILE.
            OPEN I-O WITHHOLDING-DEPOSIT-FILE.
            IF WITHHOLDING-DEPOSIT-STATUS = "35"
                OPEN OUTPUT WITHHOLDING-DEPOSIT-FILE
                CLOSE WITHHOLDING-DEPOSIT-FILE
                OPEN I-O WITHHOLDING-DEPOSIT-FILE.

       MAINTAIN-ONE-PERIOD.
            DISPLAY " ".
            DISPLAY "ENTER DEPOSIT PERIOD AS YYYYMM (BLANK TO STOP)".
            ACCEPT PERIOD-ENTRY.
            IF PERIOD-ENTRY = SPACES
                CONTINUE
            ELSE IF PERIOD-ENTRY IS NOT NUMERIC
                DISPLAY "PERIOD MUST BE 6 DIGITS"
            ELSE
                MOVE PERIOD-ENTRY TO PERIOD-HOLD
                IF PERIOD-HOLD-MONTH > 0 AND PERIOD-HOLD-MONTH < 13
                    PERFORM WORK-THIS-PERIOD
                ELSE
                    DISPLAY "INVALID MONTH IN PERIOD".

       WORK-THIS-PERIOD.
            PERFORM LIST-PERIOD-DEPOSITS.
            DISPLAY "(A)DD A DEPOSIT, (R)EMOVE ONE, OR BLANK FOR "
                "ANOTHER PERIOD".
            ACCEPT ACTION-PICK.
            INSPECT ACTION-PICK CONVERTING "ar" TO "AR".
            IF ACTION-PICK = "A"
                PERFORM ADD-A-DEPOSIT
            ELSE
                IF ACTION-PICK = "R"
                    PERFORM REMOVE-A-DEPOSIT.

      *--------------------------------
      * THE MONTH'S DEPOSITS, IN THE
      * ORDER THEY WERE RECORDED.  THE
      * LAST SEQUENCE NUMBER USED IN
      * THE MONTH BY ANY COMPANY IS
      * KEPT FOR THE NEXT DEPOSIT.
      *--------------------------------
       LIST-PERIOD-DEPOSITS.
            MOVE ZEROS TO PERIOD-DEPOSIT-TOTAL.
            MOVE ZEROS TO LAST-SEQUENCE.
            MOVE ZEROS TO DEPOSIT-COUNT.
            DISPLAY "DEPOSITS RECORDED FOR " PERIOD-HOLD ":".
            MOVE PERIOD-HOLD TO DEP-PERIOD.
            MOVE ZEROS TO DEP-SEQUENCE.
            MOVE "Y" TO MORE-DEPOSIT-RECORDS.
            START WITHHOLDING-DEPOSIT-FILE
               KEY IS NOT LESS THAN DEP-DEPOSIT-KEY
               INVALID KEY
                   MOVE "N" TO MORE-DEPOSIT-RECORDS.
            PERFORM LIST-ONE-DEPOSIT
               UNTIL NO-MORE-DEPOSIT-RECORDS.
            IF DEPOSIT-COUNT = ZEROS
                DISPLAY "   NONE"
            ELSE
                MOVE PERIOD-DEPOSIT-TOTAL TO AMOUNT-FIELD
                DISPLAY "   TOTAL DEPOSITED       " AMOUNT-FIELD.

       LIST-ONE-DEPOSIT.
            READ WITHHOLDING-DEPOSIT-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-DEPOSIT-RECORDS.
            IF DEPOSIT-RECORDS-REMAIN
                IF DEP-PERIOD NOT = PERIOD-HOLD
                    MOVE "N" TO MORE-DEPOSIT-RECORDS.
            IF DEPOSIT-RECORDS-REMAIN
                MOVE DEP-SEQUENCE TO LAST-SEQUENCE
                MOVE DEP-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY
                IF CMPSEL-RECORD-IS-SELECTED
                    PERFORM LIST-THIS-DEPOSIT.

       LIST-THIS-DEPOSIT.
            ADD 1 TO DEPOSIT-COUNT.
            ADD DEP-AMOUNT TO PERIOD-DEPOSIT-TOTAL.
            MOVE DEP-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "   " DEP-SEQUENCE "  " DEP-DEPOSIT-DATE
                "  " AMOUNT-FIELD "  " DEP-REFERENCE
                "  " DEP-RECORDED-BY.

       ADD-A-DEPOSIT.
            IF LAST-SEQUENCE = 99
                DISPLAY "NO ROOM FOR ANOTHER DEPOSIT IN " PERIOD-HOLD
            ELSE
                PERFORM ENTER-DEPOSIT-AMOUNT
                PERFORM ENTER-DEPOSIT-DATE
                DISPLAY "ENTER THE IRS CONFIRMATION NUMBER"
                ACCEPT DEPOSIT-REFERENCE-HOLD
                MOVE DEPOSIT-AMOUNT-HOLD TO AMOUNT-FIELD
                DISPLAY "DEPOSIT OF " AMOUNT-FIELD " ON "
                    DEPOSIT-DATE-HOLD " FOR " PERIOD-HOLD
                DISPLAY "RECORD THIS DEPOSIT (Y/N)?"
                ACCEPT CONFIRM-ENTRY
                IF CONFIRM-ENTRY = "Y" OR CONFIRM-ENTRY = "y"
                    PERFORM WRITE-DEPOSIT-RECORD
                ELSE
                    DISPLAY "DEPOSIT NOT RECORDED".

       ENTER-DEPOSIT-AMOUNT.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-DEPOSIT-AMOUNT
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-DEPOSIT-AMOUNT.
            DISPLAY "ENTER DEPOSIT AMOUNT (.01 TO 999999999.99)".
            ACCEPT AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO DEPOSIT-AMOUNT-HOLD.
            IF DEPOSIT-AMOUNT-HOLD < .01
                DISPLAY "INVALID AMOUNT -- TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

      *--------------------------------
      * A MONTH'S WITHHOLDING CANNOT
      * BE DEPOSITED BEFORE THE MONTH
      * HAS STARTED.  BLANK IS TODAY.
      *--------------------------------
       ENTER-DEPOSIT-DATE.
            COMPUTE PERIOD-START-DATE = PERIOD-HOLD-YEAR * 10000 +
                PERIOD-HOLD-MONTH * 100 + 1.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-DEPOSIT-DATE
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-DEPOSIT-DATE.
            DISPLAY "ENTER THE DEPOSIT DATE (YYYYMMDD, BLANK FOR "
                "TODAY)".
            ACCEPT DEPOSIT-DATE-ENTRY.
            IF DEPOSIT-DATE-ENTRY = SPACES
                MOVE TODAY-DATE-STAMP TO DEPOSIT-DATE-ENTRY.
            IF DEPOSIT-DATE-ENTRY IS NUMERIC
                MOVE DEPOSIT-DATE-ENTRY TO DEPOSIT-DATE-HOLD
                PERFORM CHECK-DEPOSIT-DATE
            ELSE
                DISPLAY "DATE MUST BE 8 DIGITS -- TRY AGAIN".

       CHECK-DEPOSIT-DATE.
            IF DEPOSIT-DATE-MONTH < 1 OR DEPOSIT-DATE-MONTH > 12 OR
                    DEPOSIT-DATE-DAY < 1 OR DEPOSIT-DATE-DAY > 31
                DISPLAY "INVALID DATE -- TRY AGAIN"
            ELSE IF DEPOSIT-DATE-HOLD < PERIOD-START-DATE
                DISPLAY "DEPOSIT DATE IS BEFORE THE PERIOD -- TRY "
                    "AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

       WRITE-DEPOSIT-RECORD.
            MOVE SPACES TO WITHHOLDING-DEPOSIT-RECORD.
            MOVE PERIOD-HOLD TO DEP-PERIOD.
            COMPUTE DEP-SEQUENCE = LAST-SEQUENCE + 1.
            MOVE DEPOSIT-DATE-HOLD TO DEP-DEPOSIT-DATE.
            MOVE DEPOSIT-AMOUNT-HOLD TO DEP-AMOUNT.
            MOVE DEPOSIT-REFERENCE-HOLD TO DEP-REFERENCE.
            MOVE TODAY-DATE-STAMP TO DEP-RECORDED-DATE.
            MOVE OPERATOR-ID TO DEP-RECORDED-BY.
            MOVE CMPSEL-COMPANY TO DEP-COMPANY.
            WRITE WITHHOLDING-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING DEPOSIT RECORD".
            IF WITHHOLDING-DEPOSIT-STATUS = "00"
                DISPLAY "DEPOSIT RECORDED".

      *--------------------------------
      * A DEPOSIT KEYED IN ERROR COMES
      * OFF BY ITS SEQUENCE NUMBER.
      *--------------------------------
       REMOVE-A-DEPOSIT.
            DISPLAY "ENTER THE SEQUENCE NUMBER TO REMOVE (2 DIGITS)".
            ACCEPT SEQUENCE-ENTRY.
            IF SEQUENCE-ENTRY IS NOT NUMERIC
                DISPLAY "SEQUENCE MUST BE 2 DIGITS -- NOTHING REMOVED"
            ELSE
                PERFORM READ-DEPOSIT-TO-REMOVE
                IF RECORD-WAS-FOUND
                    PERFORM CONFIRM-AND-REMOVE
                ELSE
                    DISPLAY "NO DEPOSIT " SEQUENCE-ENTRY " IN "
                        PERIOD-HOLD.

       READ-DEPOSIT-TO-REMOVE.
            MOVE PERIOD-HOLD TO DEP-PERIOD.
            MOVE SEQUENCE-ENTRY TO DEP-SEQUENCE.
            MOVE "Y" TO RECORD-FOUND.
            READ WITHHOLDING-DEPOSIT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF RECORD-WAS-FOUND
                MOVE DEP-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY
                IF NOT CMPSEL-RECORD-IS-SELECTED
                    MOVE "N" TO RECORD-FOUND.

       CONFIRM-AND-REMOVE.
            MOVE DEP-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "DEPOSIT OF " AMOUNT-FIELD " ON "
                DEP-DEPOSIT-DATE " REF " DEP-REFERENCE.
            DISPLAY "REMOVE THIS DEPOSIT (Y/N)?".
            ACCEPT CONFIRM-ENTRY.
            IF CONFIRM-ENTRY = "Y" OR CONFIRM-ENTRY = "y"
                DELETE WITHHOLDING-DEPOSIT-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERROR REMOVING DEPOSIT RECORD"
                END-DELETE
                IF WITHHOLDING-DEPOSIT-STATUS = "00"
                    DISPLAY "DEPOSIT REMOVED"
                END-IF
            ELSE
                DISPLAY "NOTHING REMOVED".

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE COMPANY SELECTION.
      *--------------------------------
            COPY "vndcmpsel01.cbl".
