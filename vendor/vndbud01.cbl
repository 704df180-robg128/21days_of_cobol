      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Spend-budget maintenance, in the vndglm01 mold.
      *          An operator signs on and enters a vendor category,
      *          a year, and a month: a budget on file for that
      *          month is shown and can be changed or removed, and
      *          if there is none one can be added.  Month 00 takes
      *          an annual figure and spreads it evenly over the
      *          twelve months, December taking the odd cents,
      *          replacing any months already set.  Budgets are in
      *          dollars.  Every budget kept carries who set it and
      *          when.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndbud01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slbud01.cbl".
            COPY "slcat01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdbud01.cbl".
            COPY "fdcat01.cbl".
       WORKING-STORAGE SECTION.
       01   BUDGET-FILE-STATUS      PIC XX.
       01   CATEGORY-FILE-STATUS    PIC XX.
       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       77   CODE-ENTRY              PIC X(4).
       77   YEAR-ENTRY              PIC X(4).
       77   MONTH-ENTRY             PIC X(2).
       77   AMOUNT-ENTRY            PIC ZZZ,ZZZ,ZZZ.ZZ.
       77   AMOUNT-FIELD            PIC ZZZ,ZZZ,ZZ9.99.
       77   AMOUNT-HOLD             PIC 9(9)V99.
       77   MONTH-SHARE-HOLD        PIC 9(9)V99.
       77   YEAR-LEFT-HOLD          PIC 9(9)V99.
       77   BUDGET-YEAR-HOLD        PIC 9(4).
       77   BUDGET-MONTH-HOLD       PIC 9(2).
       77   MONTH-INDEX             PIC 9(2).
       77   TODAY-DATE-STAMP        PIC 9(8).
       77   ACTION-PICK             PIC X.

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".

       01   REQUIRED-ENTRY-STATUS   PIC X.
            88 REQUIRED-ENTRY-WAS-OK   VALUE "Y".

      *--------------------------------
      * OPERATOR SIGN-ON GOES THROUGH
      * THE SHARED vndsgn01 MODULE,
      * WHICH PROVES THE PASSWORD AND
      * HANDLES THE LOCKOUT.
      *--------------------------------
            COPY "fldsgn01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-OPERATOR.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            PERFORM OPEN-BUDGET-FILE.
            MOVE "X" TO CODE-ENTRY.
            PERFORM MAINTAIN-ONE-BUDGET
               UNTIL CODE-ENTRY = SPACES.
            CLOSE BUDGET-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * SIGN ON THROUGH THE SHARED
      * MODULE SO EVERY BUDGET SET
      * CARRIES A PROVEN OPERATOR ID.
      * NO SIGN-ON, NO CHANGES.
      *--------------------------------
       SIGN-ON-OPERATOR.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                                  SIGNON-AUTHORITY
                                  SIGNON-STATUS.
            IF SIGNON-WENT-OK
                MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
            ELSE
                DISPLAY "NOT SIGNED ON -- NO BUDGETS CHANGED"
                GOBACK.

       OPEN-BUDGET-FILE.
            OPEN I-O BUDGET-FILE.
            IF BUDGET-FILE-STATUS = "35"
                OPEN OUTPUT BUDGET-FILE
                CLOSE BUDGET-FILE
                OPEN I-O BUDGET-FILE.

       MAINTAIN-ONE-BUDGET.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR CATEGORY CODE TO BUDGET (BLANK TO "
                "STOP)".
            ACCEPT CODE-ENTRY.
            IF CODE-ENTRY = SPACES
                CONTINUE
            ELSE
                PERFORM WARN-IF-CATEGORY-UNKNOWN
                PERFORM ENTER-BUDGET-YEAR
                PERFORM ENTER-BUDGET-MONTH
                IF BUDGET-MONTH-HOLD = 0
                    PERFORM SPREAD-ANNUAL-BUDGET
                ELSE
                    PERFORM WORK-THIS-BUDGET.

      *--------------------------------
      * A BUDGET FOR A CODE THE
      * CATEGORY TABLE DOES NOT KNOW
      * IS ALMOST ALWAYS A TYPO --
      * WARN, BUT DO NOT REFUSE, AS
      * vndglm01 DOES NOT.
      *--------------------------------
       WARN-IF-CATEGORY-UNKNOWN.
            OPEN INPUT CATEGORY-FILE.
            IF CATEGORY-FILE-STATUS = "00"
                MOVE CODE-ENTRY TO CAT-CODE
                READ CATEGORY-FILE RECORD
                   INVALID KEY
                       DISPLAY "WARNING: " CODE-ENTRY " IS NOT ON "
                           "THE CATEGORY TABLE"
                END-READ
                CLOSE CATEGORY-FILE.

       ENTER-BUDGET-YEAR.
            MOVE ZEROS TO BUDGET-YEAR-HOLD.
            PERFORM TRY-ENTER-BUDGET-YEAR
               UNTIL BUDGET-YEAR-HOLD > 1900.

       TRY-ENTER-BUDGET-YEAR.
            DISPLAY "ENTER BUDGET YEAR (YYYY)".
            ACCEPT YEAR-ENTRY.
            IF YEAR-ENTRY IS NUMERIC
                MOVE YEAR-ENTRY TO BUDGET-YEAR-HOLD
            ELSE
                DISPLAY "YEAR MUST BE 4 DIGITS -- TRY AGAIN".

       ENTER-BUDGET-MONTH.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-BUDGET-MONTH
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-BUDGET-MONTH.
            DISPLAY "ENTER MONTH (01-12), OR 00 TO SPREAD AN ANNUAL "
                "BUDGET OVER THE YEAR".
            ACCEPT MONTH-ENTRY.
            IF MONTH-ENTRY IS NUMERIC
                MOVE MONTH-ENTRY TO BUDGET-MONTH-HOLD
                IF BUDGET-MONTH-HOLD < 13
                    MOVE "Y" TO REQUIRED-ENTRY-STATUS
                ELSE
                    DISPLAY "INVALID MONTH -- TRY AGAIN"
            ELSE
                DISPLAY "MONTH MUST BE 2 DIGITS -- TRY AGAIN".

       WORK-THIS-BUDGET.
            PERFORM READ-THIS-BUDGET.
            IF RECORD-WAS-FOUND
                PERFORM CHANGE-THIS-BUDGET
            ELSE
                PERFORM ADD-THIS-BUDGET.

       READ-THIS-BUDGET.
            MOVE SPACES TO BUDGET-RECORD.
            MOVE CODE-ENTRY TO BUD-CATEGORY.
            MOVE BUDGET-YEAR-HOLD TO BUD-YEAR.
            MOVE BUDGET-MONTH-HOLD TO BUD-MONTH.
            MOVE "Y" TO RECORD-FOUND.
            READ BUDGET-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       ADD-THIS-BUDGET.
            DISPLAY "NO " CODE-ENTRY " BUDGET ON FILE FOR "
                BUDGET-YEAR-HOLD "/" BUDGET-MONTH-HOLD.
            PERFORM ENTER-BUDGET-AMOUNT.
            IF AMOUNT-HOLD = ZEROS
                DISPLAY "NOT ADDED"
            ELSE
                PERFORM BUILD-NEW-BUDGET
                MOVE AMOUNT-HOLD TO BUD-AMOUNT
                WRITE BUDGET-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING BUDGET RECORD"
                END-WRITE
                IF BUDGET-FILE-STATUS = "00"
                    DISPLAY "BUDGET ADDED".

       CHANGE-THIS-BUDGET.
            MOVE BUD-AMOUNT TO AMOUNT-FIELD.
            DISPLAY CODE-ENTRY " " BUD-YEAR "/" BUD-MONTH ": "
                AMOUNT-FIELD " (SET BY " BUD-ENTERED-BY ", "
                BUD-ENTERED-DATE ")".
            DISPLAY "(C)HANGE, (R)EMOVE, OR LEAVE IT?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "c" MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "r" MOVE "R" TO ACTION-PICK.
            IF ACTION-PICK = "C"
                PERFORM ENTER-BUDGET-AMOUNT
                IF AMOUNT-HOLD = ZEROS
                    DISPLAY "NOT CHANGED"
                ELSE
                    MOVE AMOUNT-HOLD TO BUD-AMOUNT
                    PERFORM STAMP-THIS-BUDGET
                    REWRITE BUDGET-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING BUDGET RECORD"
                    END-REWRITE
                    IF BUDGET-FILE-STATUS = "00"
                        DISPLAY "BUDGET UPDATED"
                    END-IF
                END-IF.
            IF ACTION-PICK = "R"
                DELETE BUDGET-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR REMOVING BUDGET RECORD"
                END-DELETE
                IF BUDGET-FILE-STATUS = "00"
                    DISPLAY "BUDGET REMOVED".

      *--------------------------------
      * A ZERO AMOUNT CANCELS; A
      * CATEGORY WITH NOTHING TO SPEND
      * HAS ITS BUDGET REMOVED INSTEAD.
      *--------------------------------
       ENTER-BUDGET-AMOUNT.
            DISPLAY "ENTER BUDGET IN DOLLARS (0 TO CANCEL)".
            ACCEPT AMOUNT-ENTRY.
            MOVE AMOUNT-ENTRY TO AMOUNT-HOLD.

      *--------------------------------
      * ANNUAL FIGURE, TWELVE EVEN
      * SHARES; DECEMBER TAKES WHAT
      * THE ROUNDING LEFT SO THE YEAR
      * ADDS UP EXACTLY.
      *--------------------------------
       SPREAD-ANNUAL-BUDGET.
            DISPLAY "ENTER ANNUAL " CODE-ENTRY " BUDGET FOR "
                BUDGET-YEAR-HOLD " IN DOLLARS (0 TO CANCEL)".
            ACCEPT AMOUNT-ENTRY.
            MOVE AMOUNT-ENTRY TO AMOUNT-HOLD.
            IF AMOUNT-HOLD = ZEROS
                DISPLAY "NOTHING SPREAD"
            ELSE
                COMPUTE MONTH-SHARE-HOLD = AMOUNT-HOLD / 12
                MOVE AMOUNT-HOLD TO YEAR-LEFT-HOLD
                MOVE 0 TO MONTH-INDEX
                PERFORM SET-ONE-SPREAD-MONTH
                   UNTIL MONTH-INDEX = 12
                DISPLAY "ANNUAL BUDGET SPREAD OVER 12 MONTHS".

       SET-ONE-SPREAD-MONTH.
            ADD 1 TO MONTH-INDEX.
            MOVE MONTH-INDEX TO BUDGET-MONTH-HOLD.
            IF MONTH-INDEX = 12
                MOVE YEAR-LEFT-HOLD TO MONTH-SHARE-HOLD.
            SUBTRACT MONTH-SHARE-HOLD FROM YEAR-LEFT-HOLD.
            PERFORM READ-THIS-BUDGET.
            MOVE MONTH-SHARE-HOLD TO BUD-AMOUNT.
            IF RECORD-WAS-FOUND
                PERFORM STAMP-THIS-BUDGET
                REWRITE BUDGET-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING BUDGET FOR MONTH "
                       MONTH-INDEX
                END-REWRITE
            ELSE
                PERFORM BUILD-NEW-BUDGET
                MOVE MONTH-SHARE-HOLD TO BUD-AMOUNT
                WRITE BUDGET-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING BUDGET FOR MONTH "
                       MONTH-INDEX
                END-WRITE.

       BUILD-NEW-BUDGET.
            MOVE SPACES TO BUDGET-RECORD.
            MOVE CODE-ENTRY TO BUD-CATEGORY.
            MOVE BUDGET-YEAR-HOLD TO BUD-YEAR.
            MOVE BUDGET-MONTH-HOLD TO BUD-MONTH.
            MOVE ZEROS TO BUD-LAST-ACTUAL.
            MOVE ZEROS TO BUD-LAST-COMMITTED.
            MOVE ZEROS TO BUD-LAST-RUN-DATE.
            PERFORM STAMP-THIS-BUDGET.

       STAMP-THIS-BUDGET.
            MOVE OPERATOR-ID TO BUD-ENTERED-BY.
            MOVE TODAY-DATE-STAMP TO BUD-ENTERED-DATE.
