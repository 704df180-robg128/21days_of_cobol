      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Purchase-order entry, in the vndinv01 mold.  A
      *          buyer signs on, picks a vendor, and keys each
      *          purchase order as it is placed -- PO number, order
      *          date, amount, and the spending category (the
      *          vendor's own category unless another active one is
      *          keyed) -- into PURCHASE-ORDER-FILE with an open
      *          status, so the money is visible as committed before
      *          the vendor ever bills it.  Orders are refused for a
      *          vendor that is inactive, still pending approval, or
      *          on payment hold.  A PO number already on file for
      *          the vendor is shown, not re-added, and can be
      *          closed, cancelled, or re-opened from here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndpoe01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpo01.cbl".
            COPY "slcat01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpo01.cbl".
            COPY "fdcat01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   PO-FILE-STATUS          PIC XX.
       01   CATEGORY-FILE-STATUS    PIC XX.
       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       01   VENDOR-NUMBER-FIELD     PIC Z(7).
       01   VENDOR-RECORD-FOUND     PIC X.
            88 VENDOR-WAS-FOUND        VALUE "Y".

       01   YES-NO-ANSWER           PIC X.
            88 CONFIRM-WAS-YES         VALUE "Y".

       01   REQUIRED-ENTRY-STATUS   PIC X.
            88 REQUIRED-ENTRY-WAS-OK   VALUE "Y".

       77   AMOUNT-FIELD            PIC ZZZ,ZZZ,ZZZ.ZZ.
       77   PO-NUMBER-ENTRY         PIC X(10).
       77   PO-AMOUNT-HOLD          PIC 9(7)V99.
       77   PO-CATEGORY-HOLD        PIC X(04).
       77   CATEGORY-ENTRY          PIC X(04).
       77   ENTRY-DATE-TEXT         PIC X(08).
       01   ENTRY-DATE-HOLD         PIC 9(8).
       01   ENTRY-DATE-PARTS REDEFINES ENTRY-DATE-HOLD.
            05 ENTRY-DATE-YEAR      PIC 9(4).
            05 ENTRY-DATE-MONTH     PIC 9(2).
            05 ENTRY-DATE-DAY       PIC 9(2).
       77   ORDER-DATE-HOLD         PIC 9(8).

       01   PO-FOUND-STATUS         PIC X.
            88 PO-WAS-FOUND            VALUE "Y".

       01   CATEGORY-FOUND-STATUS   PIC X.
            88 CATEGORY-WAS-FOUND      VALUE "Y".

       77   PO-ACTION-PICK          PIC X.

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
            OPEN INPUT VENDOR-FILE.
            PERFORM OPEN-PO-FILE-IO.
            PERFORM ENTER-ORDERS
               UNTIL VENDOR-NUMBER = ZEROS.
            CLOSE VENDOR-FILE.
            CLOSE PURCHASE-ORDER-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * SIGN ON THROUGH THE SHARED
      * MODULE SO EVERY ORDER CARRIES
      * A PROVEN OPERATOR ID.  NO
      * SIGN-ON, NO ENTRY.
      *--------------------------------
       SIGN-ON-OPERATOR.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                                  SIGNON-AUTHORITY
                                  SIGNON-STATUS.
            IF SIGNON-WENT-OK
                MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
            ELSE
                DISPLAY "NOT SIGNED ON -- NOTHING ENTERED"
                GOBACK.

      *--------------------------------
      * OPEN THE PO FILE FOR UPDATE.
      * IF IT HAS NEVER BEEN WRITTEN
      * TO BEFORE, CREATE IT FIRST.
      *--------------------------------
       OPEN-PO-FILE-IO.
            OPEN I-O PURCHASE-ORDER-FILE.
            IF PO-FILE-STATUS = "35"
                OPEN OUTPUT PURCHASE-ORDER-FILE
                CLOSE PURCHASE-ORDER-FILE
                OPEN I-O PURCHASE-ORDER-FILE.

      *--------------------------------
      * ONE PASS OF THE ENTRY LOOP:
      * PICK THE VENDOR, AND IF IT CAN
      * TAKE AN ORDER, KEY IN OR WORK
      * ONE PURCHASE ORDER FOR IT.  A
      * VENDOR NOBODY HAS APPROVED, OR
      * ONE WE HAVE STOPPED PAYING, IS
      * NOT ONE WE COMMIT MONEY TO.
      *--------------------------------
       ENTER-ORDERS.
            PERFORM GET-EXISTING-VENDOR.
            IF VENDOR-NUMBER NOT = ZEROS
                IF VENDOR-IS-INACTIVE
                    DISPLAY "VENDOR " VENDOR-NUMBER " IS INACTIVE "
                        "-- NO ORDERS CAN BE PLACED WITH IT"
                ELSE IF VENDOR-IS-PENDING
                    DISPLAY "VENDOR " VENDOR-NUMBER " IS STILL "
                        "PENDING APPROVAL -- NO ORDERS YET"
                ELSE IF VENDOR-IS-ON-HOLD
                    DISPLAY "VENDOR " VENDOR-NUMBER " IS ON PAYMENT "
                        "HOLD (" VENDOR-HOLD-REASON ") -- NO ORDERS "
                        "CAN BE PLACED WITH IT"
                ELSE
                    DISPLAY "ORDERING FROM: " VENDOR-NAME
                    PERFORM ENTER-ONE-ORDER.

      *--------------------------------
      * ASK FOR A VENDOR NUMBER AND
      * READ THE MASTER RECORD SO THE
      * BUYER SEES WHICH VENDOR THE
      * ORDER GOES TO.  RE-PROMPT
      * UNTIL A VENDOR ON FILE (OR 0
      * TO STOP) IS ENTERED.
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
            DISPLAY "ENTER VENDOR NUMBER TO PLACE AN ORDER".
            DISPLAY "WITH (1-9999999)".
            DISPLAY "ENTER 0 TO STOP ENTRY".
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
      * THE PO NUMBER IS THE REST OF
      * THE KEY.  IF IT IS ALREADY ON
      * FILE FOR THIS VENDOR THE
      * ORIGINAL IS SHOWN AND ITS
      * STATUS CAN BE WORKED INSTEAD.
      *--------------------------------
       ENTER-ONE-ORDER.
            DISPLAY "ENTER PO NUMBER (BLANK TO CANCEL)".
            ACCEPT PO-NUMBER-ENTRY.
            IF PO-NUMBER-ENTRY = SPACES
                DISPLAY "NO ORDER ENTERED"
            ELSE
                PERFORM READ-THIS-ORDER
                IF PO-WAS-FOUND
                    PERFORM SHOW-EXISTING-ORDER
                    PERFORM OFFER-STATUS-CHANGE
                ELSE
                    PERFORM KEY-IN-NEW-ORDER.

       READ-THIS-ORDER.
            MOVE "Y" TO PO-FOUND-STATUS.
            MOVE SPACES TO PURCHASE-ORDER-RECORD.
            MOVE VENDOR-NUMBER TO PO-VENDOR-NUMBER.
            MOVE PO-NUMBER-ENTRY TO PO-NUMBER.
            READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO PO-FOUND-STATUS.

       SHOW-EXISTING-ORDER.
            DISPLAY " ".
            DISPLAY "PO " PO-NUMBER " IS ALREADY ON FILE FOR THIS "
                "VENDOR -- NOT ADDED AGAIN".
            MOVE PO-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "  DATED " PO-ORDER-DATE " FOR " AMOUNT-FIELD
                " CATEGORY " PO-CATEGORY.
            MOVE PO-BILLED-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "  BILLED TO DATE " AMOUNT-FIELD
                "  ORDERED BY " PO-OPERATOR-ID.
            MOVE PO-RECEIVED-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "  RECEIVED TO DATE " AMOUNT-FIELD.
            IF PO-IS-OPEN
                DISPLAY "  STATUS: OPEN".
            IF PO-IS-CLOSED
                DISPLAY "  STATUS: CLOSED".
            IF PO-IS-CANCELLED
                DISPLAY "  STATUS: CANCELLED".

      *--------------------------------
      * AN ORDER ON FILE CAN BE CLOSED
      * (NOTHING MORE TO COME),
      * CANCELLED, OR RE-OPENED.  ONLY
      * AN OPEN ORDER COUNTS AS A
      * COMMITMENT.
      *--------------------------------
       OFFER-STATUS-CHANGE.
            DISPLAY "(C)LOSE IT, CANCEL IT (X), RE-(O)PEN IT, OR "
                "LEAVE IT?".
            ACCEPT PO-ACTION-PICK.
            IF PO-ACTION-PICK = "c"
                MOVE "C" TO PO-ACTION-PICK.
            IF PO-ACTION-PICK = "x"
                MOVE "X" TO PO-ACTION-PICK.
            IF PO-ACTION-PICK = "o"
                MOVE "O" TO PO-ACTION-PICK.
            IF PO-ACTION-PICK = "C" OR "X" OR "O"
                MOVE PO-ACTION-PICK TO PO-STATUS
                PERFORM REWRITE-THIS-ORDER.

       REWRITE-THIS-ORDER.
            REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PURCHASE ORDER RECORD".
            IF PO-FILE-STATUS = "00"
                DISPLAY "ORDER STATUS UPDATED".

       KEY-IN-NEW-ORDER.
            PERFORM ENTER-ORDER-DATE.
            PERFORM ENTER-ORDER-AMOUNT.
            PERFORM ENTER-ORDER-CATEGORY.
            PERFORM ASK-CONFIRM-ORDER.
            IF CONFIRM-WAS-YES
                PERFORM WRITE-ORDER-RECORD
            ELSE
                DISPLAY "ORDER NOT ENTERED".

      *--------------------------------
      * DATES MUST BE REAL YYYYMMDD
      * DATES -- RE-PROMPT ON ANYTHING
      * ELSE.
      *--------------------------------
       ENTER-ORDER-DATE.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-ORDER-DATE
               UNTIL REQUIRED-ENTRY-WAS-OK.
            MOVE ENTRY-DATE-HOLD TO ORDER-DATE-HOLD.

       TRY-ENTER-ORDER-DATE.
            DISPLAY "ENTER ORDER DATE (YYYYMMDD)".
            PERFORM ACCEPT-ONE-DATE.

       ACCEPT-ONE-DATE.
            ACCEPT ENTRY-DATE-TEXT.
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

       ENTER-ORDER-AMOUNT.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-ORDER-AMOUNT
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-ORDER-AMOUNT.
            DISPLAY "ENTER ORDER AMOUNT (.01 TO 9999999.99)".
            ACCEPT AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO PO-AMOUNT-HOLD.
            IF PO-AMOUNT-HOLD < .01
                DISPLAY "INVALID AMOUNT -- TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

      *--------------------------------
      * THE SPENDING CATEGORY DEFAULTS
      * TO THE VENDOR'S OWN.  A KEYED
      * CODE MUST BE ACTIVE ON THE
      * CATEGORY TABLE, THE SAME EDIT
      * vndchg01 PUTS ON THE VENDOR.
      *--------------------------------
       ENTER-ORDER-CATEGORY.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-ORDER-CATEGORY
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-ORDER-CATEGORY.
            DISPLAY "ENTER CATEGORY (BLANK FOR VENDOR'S OWN: "
                VENDOR-CATEGORY ")".
            ACCEPT CATEGORY-ENTRY.
            IF CATEGORY-ENTRY = SPACES
                MOVE VENDOR-CATEGORY TO PO-CATEGORY-HOLD
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                PERFORM LOOK-UP-CATEGORY-CODE
                IF CATEGORY-WAS-FOUND
                    MOVE CATEGORY-ENTRY TO PO-CATEGORY-HOLD
                    MOVE "Y" TO REQUIRED-ENTRY-STATUS
                ELSE
                    DISPLAY "CATEGORY NOT ON TABLE OR INACTIVE -- "
                        "TRY AGAIN".

       LOOK-UP-CATEGORY-CODE.
            MOVE "N" TO CATEGORY-FOUND-STATUS.
            OPEN INPUT CATEGORY-FILE.
            IF CATEGORY-FILE-STATUS = "00"
                MOVE CATEGORY-ENTRY TO CAT-CODE
                READ CATEGORY-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAT-IS-ACTIVE
                           MOVE "Y" TO CATEGORY-FOUND-STATUS
                       END-IF
                END-READ
                CLOSE CATEGORY-FILE.

       ASK-CONFIRM-ORDER.
            DISPLAY " ".
            DISPLAY "VENDOR:   " VENDOR-NUMBER " " VENDOR-NAME.
            DISPLAY "PO:       " PO-NUMBER-ENTRY.
            DISPLAY "DATED:    " ORDER-DATE-HOLD.
            MOVE PO-AMOUNT-HOLD TO AMOUNT-FIELD.
            DISPLAY "AMOUNT:   " AMOUNT-FIELD.
            DISPLAY "CATEGORY: " PO-CATEGORY-HOLD.
            DISPLAY "ENTER THIS ORDER? (Y/N)".
            ACCEPT YES-NO-ANSWER.
            IF YES-NO-ANSWER = "y"
                MOVE "Y" TO YES-NO-ANSWER.
            IF YES-NO-ANSWER NOT = "Y"
                MOVE "N" TO YES-NO-ANSWER.

       WRITE-ORDER-RECORD.
            MOVE SPACES TO PURCHASE-ORDER-RECORD.
            MOVE VENDOR-NUMBER TO PO-VENDOR-NUMBER.
            MOVE PO-NUMBER-ENTRY TO PO-NUMBER.
            MOVE ORDER-DATE-HOLD TO PO-ORDER-DATE.
            MOVE PO-AMOUNT-HOLD TO PO-AMOUNT.
            MOVE PO-CATEGORY-HOLD TO PO-CATEGORY.
            MOVE "O" TO PO-STATUS.
            MOVE OPERATOR-ID TO PO-OPERATOR-ID.
            MOVE ZEROS TO PO-BILLED-AMOUNT.
            MOVE ZEROS TO PO-RECEIVED-AMOUNT.
            WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PURCHASE ORDER RECORD".
            IF PO-FILE-STATUS = "00"
                DISPLAY "ORDER ENTERED".
