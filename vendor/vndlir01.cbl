      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Late-payment interest rate table maintenance, in
      *          the vndapv01 mold.  A supervisor signs on and sees
      *          every published rate with the date it took effect
      *          and who last set it; a rate can be added under a
      *          new effective date, corrected, or removed.  A rate
      *          stays in force until the next effective date, so a
      *          new published rate is added, never keyed over the
      *          old one -- invoices already late across the change
      *          are figured at each rate for its own days.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndlir01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "sllir01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdlir01.cbl".
       WORKING-STORAGE SECTION.
       01   LATE-RATE-FILE-STATUS   PIC XX.
       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       77   ACTION-PICK             PIC X.
       77   DATE-ENTRY              PIC X(8).
       77   EFFECTIVE-DATE-HOLD     PIC 9(8).
       77   RATE-FIELD              PIC ZZ.ZZZ.
       77   RATE-HOLD               PIC 9(2)V999.
       77   RATE-SHOW-FIELD         PIC Z9.999.
       77   RATE-COUNT              PIC 9(3).

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".

       01   REQUIRED-ENTRY-STATUS   PIC X.
            88 REQUIRED-ENTRY-WAS-OK   VALUE "Y".

       01   REQUIRED-SIGNON-STATUS  PIC X.
            88 SIGNON-WAS-OK           VALUE "Y".

       01   MORE-LATE-RATE-RECORDS  PIC X.
            88 LATE-RATE-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-LATE-RATE-RECORDS VALUE "N".

      *--------------------------------
      * OPERATOR SIGN-ON GOES THROUGH
      * THE SHARED vndsgn01 MODULE,
      * WHICH PROVES THE PASSWORD AND
      * HANDLES THE LOCKOUT.
      *--------------------------------
            COPY "fldsgn01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-SUPERVISOR.
            PERFORM OPEN-LATE-RATE-FILE.
            MOVE "X" TO ACTION-PICK.
            PERFORM MAINTAIN-THE-RATES
               UNTIL ACTION-PICK = SPACES.
            CLOSE LATE-INTEREST-RATE-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE RATE DECIDES WHAT IS PAID
      * OUT ON TOP OF AN INVOICE, SO
      * ONLY A SUPERVISOR SETS IT.
      *--------------------------------
       SIGN-ON-SUPERVISOR.
            MOVE "N" TO REQUIRED-SIGNON-STATUS.
            PERFORM TRY-SIGN-ON-SUPERVISOR
               UNTIL SIGNON-WAS-OK.

       TRY-SIGN-ON-SUPERVISOR.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                                  SIGNON-AUTHORITY
                                  SIGNON-STATUS.
            IF SIGNON-WENT-OK
                IF SIGNON-IS-SUPERVISOR
                    MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
                    MOVE "Y" TO REQUIRED-SIGNON-STATUS
                ELSE
                    DISPLAY "THIS FUNCTION NEEDS SUPERVISOR "
                        "AUTHORITY -- TRY AGAIN"
                END-IF
            ELSE
                DISPLAY "NOT SIGNED ON -- NOTHING CHANGED"
                GOBACK.

       OPEN-LATE-RATE-FILE.
            OPEN I-O LATE-INTEREST-RATE-FILE.
            IF LATE-RATE-FILE-STATUS = "35"
                OPEN OUTPUT LATE-INTEREST-RATE-FILE
                CLOSE LATE-INTEREST-RATE-FILE
                OPEN I-O LATE-INTEREST-RATE-FILE.

       MAINTAIN-THE-RATES.
            DISPLAY " ".
            PERFORM LIST-THE-RATES.
            DISPLAY "(A)DD A RATE, (C)HANGE A RATE, (R)EMOVE A "
                "RATE (BLANK TO STOP)".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "a" MOVE "A" TO ACTION-PICK.
            IF ACTION-PICK = "c" MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "r" MOVE "R" TO ACTION-PICK.
            IF ACTION-PICK = "A"
                PERFORM ADD-ONE-RATE.
            IF ACTION-PICK = "C"
                PERFORM CHANGE-ONE-RATE.
            IF ACTION-PICK = "R"
                PERFORM REMOVE-ONE-RATE.

       LIST-THE-RATES.
            MOVE ZEROS TO RATE-COUNT.
            MOVE ZEROS TO LIR-EFFECTIVE-DATE.
            MOVE "Y" TO MORE-LATE-RATE-RECORDS.
            START LATE-INTEREST-RATE-FILE
               KEY IS NOT LESS THAN LIR-EFFECTIVE-DATE
               INVALID KEY
                   MOVE "N" TO MORE-LATE-RATE-RECORDS.
            PERFORM LIST-ONE-RATE
               UNTIL NO-MORE-LATE-RATE-RECORDS.
            IF RATE-COUNT = 0
                DISPLAY "NO RATES ON FILE -- NO LATE-PAYMENT "
                    "INTEREST IS FIGURED"
            ELSE
                DISPLAY "EACH RATE HOLDS UNTIL THE NEXT ONE TAKES "
                    "EFFECT".

       LIST-ONE-RATE.
            READ LATE-INTEREST-RATE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-LATE-RATE-RECORDS.
            IF LATE-RATE-RECORDS-REMAIN
                ADD 1 TO RATE-COUNT
                MOVE LIR-ANNUAL-RATE TO RATE-SHOW-FIELD
                DISPLAY "  FROM " LIR-EFFECTIVE-DATE "  "
                    RATE-SHOW-FIELD " PCT A YEAR  SET BY "
                    LIR-CHANGED-BY " " LIR-CHANGED-DATE.

       ADD-ONE-RATE.
            PERFORM ENTER-EFFECTIVE-DATE.
            PERFORM READ-THIS-RATE.
            IF RECORD-WAS-FOUND
                DISPLAY "A RATE ALREADY TAKES EFFECT THAT DAY -- "
                    "CHANGE IT INSTEAD"
            ELSE
                PERFORM ENTER-ANNUAL-RATE
                MOVE EFFECTIVE-DATE-HOLD TO LIR-EFFECTIVE-DATE
                MOVE RATE-HOLD TO LIR-ANNUAL-RATE
                MOVE OPERATOR-ID TO LIR-CHANGED-BY
                ACCEPT LIR-CHANGED-DATE FROM DATE YYYYMMDD
                WRITE LATE-INTEREST-RATE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING RATE RECORD"
                END-WRITE
                IF LATE-RATE-FILE-STATUS = "00"
                    DISPLAY "RATE ADDED".

       CHANGE-ONE-RATE.
            PERFORM ENTER-EFFECTIVE-DATE.
            PERFORM READ-THIS-RATE.
            IF NO-RECORD-FOUND
                DISPLAY "NO RATE TAKES EFFECT THAT DAY"
            ELSE
                MOVE LIR-ANNUAL-RATE TO RATE-SHOW-FIELD
                DISPLAY "NOW " RATE-SHOW-FIELD " PCT A YEAR"
                PERFORM ENTER-ANNUAL-RATE
                MOVE RATE-HOLD TO LIR-ANNUAL-RATE
                MOVE OPERATOR-ID TO LIR-CHANGED-BY
                ACCEPT LIR-CHANGED-DATE FROM DATE YYYYMMDD
                REWRITE LATE-INTEREST-RATE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING RATE RECORD"
                END-REWRITE
                IF LATE-RATE-FILE-STATUS = "00"
                    DISPLAY "RATE UPDATED".

      *--------------------------------
      * A RATE CAN GO -- ITS DAYS FALL
      * BACK UNDER THE RATE BEFORE IT.
      * INTEREST ALREADY PAID IS ON
      * THE PAYMENT FILE AND DOES NOT
      * CHANGE.
      *--------------------------------
       REMOVE-ONE-RATE.
            PERFORM ENTER-EFFECTIVE-DATE.
            PERFORM READ-THIS-RATE.
            IF NO-RECORD-FOUND
                DISPLAY "NO RATE TAKES EFFECT THAT DAY"
            ELSE
                DELETE LATE-INTEREST-RATE-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR REMOVING RATE RECORD"
                END-DELETE
                IF LATE-RATE-FILE-STATUS = "00"
                    DISPLAY "RATE REMOVED".

       ENTER-EFFECTIVE-DATE.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-EFFECTIVE-DATE
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-EFFECTIVE-DATE.
            DISPLAY "ENTER THE DATE THE RATE TAKES EFFECT "
                "(YYYYMMDD)".
            ACCEPT DATE-ENTRY.
            IF DATE-ENTRY IS NUMERIC
                MOVE DATE-ENTRY TO EFFECTIVE-DATE-HOLD
                IF EFFECTIVE-DATE-HOLD(5:2) > "00" AND
                        EFFECTIVE-DATE-HOLD(5:2) < "13" AND
                        EFFECTIVE-DATE-HOLD(7:2) > "00" AND
                        EFFECTIVE-DATE-HOLD(7:2) < "32"
                    MOVE "Y" TO REQUIRED-ENTRY-STATUS
                ELSE
                    DISPLAY "INVALID DATE -- TRY AGAIN"
                END-IF
            ELSE
                DISPLAY "INVALID DATE -- TRY AGAIN".

      *--------------------------------
      * ZERO IS A FAIR ANSWER -- IT
      * SUSPENDS INTEREST FROM THAT
      * DAY ON.
      *--------------------------------
       ENTER-ANNUAL-RATE.
            DISPLAY "ENTER THE PUBLISHED ANNUAL RATE IN PERCENT "
                "(0 TO 99.999)".
            ACCEPT RATE-FIELD.
            MOVE RATE-FIELD TO RATE-HOLD.

       READ-THIS-RATE.
            MOVE EFFECTIVE-DATE-HOLD TO LIR-EFFECTIVE-DATE.
            MOVE "Y" TO RECORD-FOUND.
            READ LATE-INTEREST-RATE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
