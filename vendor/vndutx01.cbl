      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Use-tax rate maintenance, in the vndrsk01 mold.  A
      *          supervisor enters a state and sees every rate kept
      *          for it -- the state's general rate under a blank
      *          category, and any vendor category that is taxed at
      *          a different rate -- then adds, changes, or removes
      *          one.  A category must be on the category table when
      *          there is one.  Each change records the day and the
      *          operator who made it.  The vnduta01 monthly accrual
      *          looks an invoice up by our state and its vendor's
      *          category, falling back to the state's general rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndutx01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slutx01.cbl".
            COPY "slcat01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdutx01.cbl".
            COPY "fdcat01.cbl".
       WORKING-STORAGE SECTION.
       01   USE-TAX-RATE-STATUS     PIC XX.
       01   CATEGORY-FILE-STATUS    PIC XX.

       01   OPERATOR-ID             PIC X(08).
            COPY "fldsgn01.cbl".

       77   STATE-ENTRY             PIC X(02).
       77   CATEGORY-ENTRY          PIC X(04).
       77   CATEGORY-HOLD           PIC X(04).
       77   RATE-ENTRY              PIC X(05).
       01   RATE-DIGITS-HOLD        PIC 9(05).
       01   RATE-PERCENT-HOLD REDEFINES RATE-DIGITS-HOLD
                                    PIC 9(2)V9(3).
       77   RATE-FIELD              PIC Z9.999.
       77   RATE-COUNT              PIC 9(3).
       77   TODAY-DATE-STAMP        PIC 9(8).

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".
       01   MORE-RATE-RECORDS       PIC X.
            88 RATE-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-RATE-RECORDS    VALUE "N".
       01   CATEGORY-CHECK-STATUS   PIC X.
            88 CATEGORY-IS-ACCEPTED    VALUE "Y".

      *--------------------------------
      * VALID TWO-LETTER STATE CODES
      * (50 STATES PLUS DC), THE SAME
      * LIST vndadd01 CHECKS VENDOR-
      * STATE AGAINST.
      *--------------------------------
       01   VALID-STATE-LIST.
            05 VALID-STATE-LIST-1   PIC X(52) VALUE
                 "ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMOMT".
            05 VALID-STATE-LIST-2   PIC X(50) VALUE
                 "NENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWYDC".
       01   VALID-STATE-TABLE REDEFINES VALID-STATE-LIST.
            05 VALID-STATE-CODE        PIC X(02) OCCURS 51 TIMES.

       77   STATE-TABLE-INDEX       PIC 99 COMP.
       01   STATE-CODE-STATUS       PIC X.
            88 STATE-CODE-WAS-FOUND    VALUE "Y".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-SUPERVISOR.
            PERFORM OPEN-USE-TAX-RATE-FILE.
            MOVE "X" TO STATE-ENTRY.
            PERFORM MAINTAIN-ONE-STATE
               UNTIL STATE-ENTRY = SPACES.
            CLOSE USE-TAX-RATE-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE RATES DECIDE WHAT IS
      * ACCRUED AS OWED TO THE STATE,
      * SO ONLY A SUPERVISOR CHANGES
      * THEM.
      *--------------------------------
       SIGN-ON-SUPERVISOR.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                                  SIGNON-AUTHORITY
                                  SIGNON-STATUS.
            IF SIGNON-WENT-OK AND SIGNON-IS-SUPERVISOR
                MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
            ELSE
                DISPLAY "USE-TAX RATES NEED AN ENABLED SUPERVISOR "
                    "-- NOTHING CHANGED"
                GOBACK.

       OPEN-USE-TAX-RATE-FILE.
            OPEN I-O USE-TAX-RATE-FILE.
            IF USE-TAX-RATE-STATUS = "35"
                OPEN OUTPUT USE-TAX-RATE-FILE
                CLOSE USE-TAX-RATE-FILE
                OPEN I-O USE-TAX-RATE-FILE.

       MAINTAIN-ONE-STATE.
            DISPLAY " ".
            DISPLAY "ENTER STATE CODE (2 LETTERS, BLANK TO STOP)".
            MOVE SPACES TO STATE-ENTRY.
            ACCEPT STATE-ENTRY.
            INSPECT STATE-ENTRY CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF STATE-ENTRY = SPACES
                CONTINUE
            ELSE
                PERFORM CHECK-VALID-STATE-CODE
                IF STATE-CODE-WAS-FOUND
                    PERFORM WORK-THIS-STATE
                ELSE
                    DISPLAY STATE-ENTRY " IS NOT A STATE CODE".

       CHECK-VALID-STATE-CODE.
            MOVE "N" TO STATE-CODE-STATUS.
            MOVE 0 TO STATE-TABLE-INDEX.
            PERFORM SCAN-STATE-TABLE
               UNTIL STATE-CODE-WAS-FOUND OR
                   STATE-TABLE-INDEX = 51.

       SCAN-STATE-TABLE.
            ADD 1 TO STATE-TABLE-INDEX.
            IF STATE-ENTRY = VALID-STATE-CODE(STATE-TABLE-INDEX)
                MOVE "Y" TO STATE-CODE-STATUS.

       WORK-THIS-STATE.
            MOVE "X" TO CATEGORY-ENTRY.
            PERFORM MAINTAIN-ONE-RATE
               UNTIL CATEGORY-ENTRY = SPACES.

       MAINTAIN-ONE-RATE.
            PERFORM LIST-THE-STATE-RATES.
            DISPLAY "ENTER CATEGORY TO CHANGE, * FOR THE STATE'S "
                "GENERAL RATE".
            DISPLAY "(BLANK FOR ANOTHER STATE)".
            MOVE SPACES TO CATEGORY-ENTRY.
            ACCEPT CATEGORY-ENTRY.
            INSPECT CATEGORY-ENTRY CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF CATEGORY-ENTRY = SPACES
                CONTINUE
            ELSE
                PERFORM CHECK-THE-CATEGORY
                IF CATEGORY-IS-ACCEPTED
                    PERFORM CHANGE-THIS-RATE
                ELSE
                    DISPLAY CATEGORY-ENTRY " IS NOT AN ACTIVE "
                        "CATEGORY".

      *--------------------------------
      * EVERY RATE KEPT FOR THE STATE,
      * READ FROM ITS GENERAL RATE (THE
      * BLANK CATEGORY SORTS FIRST).
      *--------------------------------
       LIST-THE-STATE-RATES.
            DISPLAY " ".
            DISPLAY "USE-TAX RATES FOR " STATE-ENTRY.
            DISPLAY "CATG     RATE %  CHANGED   BY".
            MOVE 0 TO RATE-COUNT.
            MOVE STATE-ENTRY TO UTX-STATE.
            MOVE SPACES TO UTX-CATEGORY.
            MOVE "Y" TO MORE-RATE-RECORDS.
            START USE-TAX-RATE-FILE
               KEY IS NOT LESS THAN UTX-RATE-KEY
               INVALID KEY
                   MOVE "N" TO MORE-RATE-RECORDS.
            PERFORM LIST-ONE-RATE
               UNTIL NO-MORE-RATE-RECORDS.
            IF RATE-COUNT = 0
                DISPLAY "(NO RATES KEPT -- NOTHING IS ACCRUED FOR "
                    STATE-ENTRY ")".
            DISPLAY " ".

       LIST-ONE-RATE.
            READ USE-TAX-RATE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-RATE-RECORDS.
            IF RATE-RECORDS-REMAIN AND UTX-STATE NOT = STATE-ENTRY
                MOVE "N" TO MORE-RATE-RECORDS.
            IF RATE-RECORDS-REMAIN
                ADD 1 TO RATE-COUNT
                MOVE UTX-RATE-PERCENT TO RATE-FIELD
                IF UTX-CATEGORY = SPACES
                    DISPLAY "*     " RATE-FIELD "  "
                        UTX-CHANGED-DATE " " UTX-CHANGED-BY
                        " (GENERAL)"
                ELSE
                    DISPLAY UTX-CATEGORY "  " RATE-FIELD "  "
                        UTX-CHANGED-DATE " " UTX-CHANGED-BY.

      *--------------------------------
      * * STANDS FOR THE BLANK CATEGORY
      * OF THE GENERAL RATE.  ANY OTHER
      * CODE MUST BE AN ACTIVE CATEGORY
      * WHEN THE TABLE IS ON THE SYSTEM.
      *--------------------------------
       CHECK-THE-CATEGORY.
            MOVE "Y" TO CATEGORY-CHECK-STATUS.
            IF CATEGORY-ENTRY = "*"
                MOVE SPACES TO CATEGORY-HOLD
            ELSE
                MOVE CATEGORY-ENTRY TO CATEGORY-HOLD
                PERFORM LOOK-UP-THE-CATEGORY.

       LOOK-UP-THE-CATEGORY.
            OPEN INPUT CATEGORY-FILE.
            IF CATEGORY-FILE-STATUS = "00"
                MOVE CATEGORY-HOLD TO CAT-CODE
                READ CATEGORY-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO CATEGORY-CHECK-STATUS
                   NOT INVALID KEY
                       IF NOT CAT-IS-ACTIVE
                           MOVE "N" TO CATEGORY-CHECK-STATUS
                       END-IF
                END-READ
                CLOSE CATEGORY-FILE.

       CHANGE-THIS-RATE.
            PERFORM READ-THIS-RATE.
            IF RECORD-WAS-FOUND
                MOVE UTX-RATE-PERCENT TO RATE-FIELD
                DISPLAY "RATE NOW " RATE-FIELD "%"
            ELSE
                DISPLAY "NO RATE KEPT YET".
            DISPLAY "ENTER NEW RATE AS FIVE DIGITS, PERCENT TO THREE "
                "PLACES".
            DISPLAY "(06250 = 6.250%, R TO REMOVE, BLANK TO LEAVE IT)".
            MOVE SPACES TO RATE-ENTRY.
            ACCEPT RATE-ENTRY.
            IF RATE-ENTRY = "r"
                MOVE "R" TO RATE-ENTRY.
            PERFORM APPLY-RATE-ENTRY.

       APPLY-RATE-ENTRY.
            IF RATE-ENTRY = SPACES
                DISPLAY "NOT CHANGED"
            ELSE IF RATE-ENTRY = "R"
                PERFORM REMOVE-THIS-RATE
            ELSE IF RATE-ENTRY IS NUMERIC
                MOVE RATE-ENTRY TO RATE-DIGITS-HOLD
                PERFORM STORE-THIS-RATE
            ELSE
                DISPLAY "RATE MUST BE FIVE DIGITS -- NOT CHANGED".

       READ-THIS-RATE.
            MOVE STATE-ENTRY TO UTX-STATE.
            MOVE CATEGORY-HOLD TO UTX-CATEGORY.
            MOVE "Y" TO RECORD-FOUND.
            READ USE-TAX-RATE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       STORE-THIS-RATE.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE STATE-ENTRY TO UTX-STATE.
            MOVE CATEGORY-HOLD TO UTX-CATEGORY.
            MOVE RATE-PERCENT-HOLD TO UTX-RATE-PERCENT.
            MOVE TODAY-DATE-STAMP TO UTX-CHANGED-DATE.
            MOVE OPERATOR-ID TO UTX-CHANGED-BY.
            IF RECORD-WAS-FOUND
                REWRITE USE-TAX-RATE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING RATE RECORD"
                END-REWRITE
            ELSE
                WRITE USE-TAX-RATE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING RATE RECORD"
                END-WRITE.
            IF USE-TAX-RATE-STATUS = "00"
                DISPLAY "RATE UPDATED".

       REMOVE-THIS-RATE.
            IF NO-RECORD-FOUND
                DISPLAY "NO RATE TO REMOVE"
            ELSE
                DELETE USE-TAX-RATE-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR REMOVING RATE RECORD"
                END-DELETE
                IF USE-TAX-RATE-STATUS = "00"
                    DISPLAY "RATE REMOVED".
