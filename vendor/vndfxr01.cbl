      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Exchange-rate maintenance, in the vndcur01 mold.
      *          An operator signs on, enters a currency from the
      *          currency table and a rate date, and keys how many
      *          US dollars one unit of the currency bought that
      *          day.  A rate already on file for that day -- keyed
      *          here or fed from the bank by vndfxl01 -- is shown
      *          and can be corrected or removed.  Every rate kept
      *          carries who entered it and when.  US dollars are
      *          always one to one and are not kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndfxr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slfxr01.cbl".
            COPY "slcur01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdfxr01.cbl".
            COPY "fdcur01.cbl".
       WORKING-STORAGE SECTION.
       01   EXCHANGE-RATE-STATUS    PIC XX.
       01   CURRENCY-FILE-STATUS    PIC XX.
       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       77   CODE-ENTRY              PIC X(3).
       77   DATE-ENTRY              PIC X(8).
       77   RATE-ENTRY              PIC ZZZ9.99999999.
       77   RATE-FIELD              PIC ZZZ9.99999999.
       77   RATE-HOLD               PIC 9(4)V9(8).
       77   RATE-DATE-HOLD          PIC 9(8).
       77   TODAY-DATE-STAMP        PIC 9(8).
       77   ACTION-PICK             PIC X.

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".

       01   CODE-CHECK-STATUS       PIC X.
            88 CODE-IS-USABLE          VALUE "Y".

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
            PERFORM OPEN-EXCHANGE-RATE-FILE.
            MOVE "X" TO CODE-ENTRY.
            PERFORM MAINTAIN-ONE-RATE
               UNTIL CODE-ENTRY = SPACES.
            CLOSE EXCHANGE-RATE-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * SIGN ON THROUGH THE SHARED
      * MODULE SO EVERY RATE KEYED
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
                DISPLAY "NOT SIGNED ON -- NO RATES CHANGED"
                GOBACK.

       OPEN-EXCHANGE-RATE-FILE.
            OPEN I-O EXCHANGE-RATE-FILE.
            IF EXCHANGE-RATE-STATUS = "35"
                OPEN OUTPUT EXCHANGE-RATE-FILE
                CLOSE EXCHANGE-RATE-FILE
                OPEN I-O EXCHANGE-RATE-FILE.

       MAINTAIN-ONE-RATE.
            DISPLAY " ".
            DISPLAY "ENTER CURRENCY CODE (3 CHARACTERS, BLANK TO "
                "STOP)".
            ACCEPT CODE-ENTRY.
            IF CODE-ENTRY = SPACES
                CONTINUE
            ELSE
                PERFORM CHECK-CURRENCY-CODE
                IF CODE-IS-USABLE
                    PERFORM ENTER-RATE-DATE
                    PERFORM WORK-THIS-RATE.

      *--------------------------------
      * THE CODE MUST BE ON THE
      * CURRENCY TABLE AND ACTIVE.
      * WITH NO TABLE ON THE SYSTEM
      * ANY CODE IS TAKEN, AS
      * vndchg01 TAKES IT.
      *--------------------------------
       CHECK-CURRENCY-CODE.
            MOVE "Y" TO CODE-CHECK-STATUS.
            IF CODE-ENTRY = "USD"
                DISPLAY "US DOLLARS ARE ALWAYS ONE TO ONE -- NO RATE "
                    "IS KEPT"
                MOVE "N" TO CODE-CHECK-STATUS
            ELSE
                OPEN INPUT CURRENCY-FILE
                IF CURRENCY-FILE-STATUS = "00"
                    MOVE CODE-ENTRY TO CUR-CODE
                    READ CURRENCY-FILE RECORD
                       INVALID KEY
                           DISPLAY "CURRENCY " CODE-ENTRY
                               " IS NOT ON THE TABLE -- SEE vndcur01"
                           MOVE "N" TO CODE-CHECK-STATUS
                       NOT INVALID KEY
                           IF CUR-IS-INACTIVE
                               DISPLAY "CURRENCY " CODE-ENTRY
                                   " IS INACTIVE"
                               MOVE "N" TO CODE-CHECK-STATUS
                           END-IF
                    END-READ
                    CLOSE CURRENCY-FILE.

       ENTER-RATE-DATE.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-RATE-DATE
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-RATE-DATE.
            DISPLAY "ENTER RATE DATE (YYYYMMDD, BLANK FOR TODAY)".
            ACCEPT DATE-ENTRY.
            IF DATE-ENTRY = SPACES
                MOVE TODAY-DATE-STAMP TO RATE-DATE-HOLD
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE IF DATE-ENTRY IS NUMERIC
                MOVE DATE-ENTRY TO RATE-DATE-HOLD
                IF RATE-DATE-HOLD(5:2) > "00" AND
                        RATE-DATE-HOLD(5:2) < "13" AND
                        RATE-DATE-HOLD(7:2) > "00" AND
                        RATE-DATE-HOLD(7:2) < "32"
                    MOVE "Y" TO REQUIRED-ENTRY-STATUS
                ELSE
                    DISPLAY "INVALID DATE -- TRY AGAIN"
                END-IF
            ELSE
                DISPLAY "DATE MUST BE 8 DIGITS -- TRY AGAIN".

       WORK-THIS-RATE.
            MOVE SPACES TO EXCHANGE-RATE-RECORD.
            MOVE CODE-ENTRY TO FXR-CURRENCY.
            MOVE RATE-DATE-HOLD TO FXR-RATE-DATE.
            MOVE "Y" TO RECORD-FOUND.
            READ EXCHANGE-RATE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF RECORD-WAS-FOUND
                PERFORM CHANGE-THIS-RATE
            ELSE
                PERFORM ADD-THIS-RATE.

       ADD-THIS-RATE.
            DISPLAY "NO " CODE-ENTRY " RATE ON FILE FOR "
                RATE-DATE-HOLD.
            PERFORM ENTER-RATE.
            IF RATE-HOLD = ZEROS
                DISPLAY "NOT ADDED"
            ELSE
                MOVE CODE-ENTRY TO FXR-CURRENCY
                MOVE RATE-DATE-HOLD TO FXR-RATE-DATE
                PERFORM STAMP-THIS-RATE
                WRITE EXCHANGE-RATE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING EXCHANGE RATE RECORD"
                END-WRITE
                IF EXCHANGE-RATE-STATUS = "00"
                    DISPLAY "RATE ADDED".

       CHANGE-THIS-RATE.
            MOVE FXR-USD-RATE TO RATE-FIELD.
            IF FXR-FROM-BANK-FEED
                DISPLAY CODE-ENTRY " ON " RATE-DATE-HOLD ": "
                    RATE-FIELD " USD (BANK FEED, "
                    FXR-ENTERED-DATE ")"
            ELSE
                DISPLAY CODE-ENTRY " ON " RATE-DATE-HOLD ": "
                    RATE-FIELD " USD (KEYED BY " FXR-ENTERED-BY
                    ", " FXR-ENTERED-DATE ")".
            DISPLAY "(C)HANGE, (D)ELETE, OR LEAVE IT?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "c" MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "d" MOVE "D" TO ACTION-PICK.
            IF ACTION-PICK = "C"
                PERFORM ENTER-RATE
                IF RATE-HOLD = ZEROS
                    DISPLAY "NOT CHANGED"
                ELSE
                    PERFORM STAMP-THIS-RATE
                    REWRITE EXCHANGE-RATE-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING EXCHANGE RATE RECORD"
                    END-REWRITE
                    IF EXCHANGE-RATE-STATUS = "00"
                        DISPLAY "RATE UPDATED"
                    END-IF
                END-IF.
            IF ACTION-PICK = "D"
                DELETE EXCHANGE-RATE-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING EXCHANGE RATE RECORD"
                END-DELETE
                IF EXCHANGE-RATE-STATUS = "00"
                    DISPLAY "RATE REMOVED -- THE DAY TAKES THE RATE "
                        "BEFORE IT".

      *--------------------------------
      * A ZERO RATE CANCELS; NOTHING
      * IS WORTH NOTHING.
      *--------------------------------
       ENTER-RATE.
            DISPLAY "ENTER USD PER ONE " CODE-ENTRY
                " (0 TO CANCEL)".
            ACCEPT RATE-ENTRY.
            MOVE RATE-ENTRY TO RATE-HOLD.

       STAMP-THIS-RATE.
            MOVE RATE-HOLD TO FXR-USD-RATE.
            MOVE "M" TO FXR-SOURCE.
            MOVE OPERATOR-ID TO FXR-ENTERED-BY.
            MOVE TODAY-DATE-STAMP TO FXR-ENTERED-DATE.
