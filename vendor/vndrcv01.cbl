      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Receiving entry, in the vndpoe01 mold -- the second
      *          leg of the three-way match.  The receiving clerk
      *          signs on, picks the vendor and an open purchase
      *          order, and keys what arrived against one of its
      *          lines: line number, receipt date, quantity, and the
      *          value received.  Each receipt is added to the
      *          receiving log and carried onto the PO's received-
      *          to-date, which is what vndsel01 matches the billing
      *          against.  A receipt keyed in error is backed out
      *          with a reversal, never by changing the log.  A
      *          supervisor signing on is also offered the match
      *          tolerance, the one-record control vndsel01 reads.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndrcv01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpo01.cbl".
            COPY "slrcv01.cbl".
            COPY "slmtl01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpo01.cbl".
            COPY "fdrcv01.cbl".
            COPY "fdmtl01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   PO-FILE-STATUS          PIC XX.
       01   RECEIVING-FILE-STATUS   PIC XX.
       01   TOLERANCE-FILE-STATUS   PIC XX.
       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       01   VENDOR-NUMBER-FIELD     PIC Z(7).
       01   VENDOR-RECORD-FOUND     PIC X.
            88 VENDOR-WAS-FOUND        VALUE "Y".

       01   YES-NO-ANSWER           PIC X.
            88 CONFIRM-WAS-YES         VALUE "Y".

       01   REQUIRED-ENTRY-STATUS   PIC X.
            88 REQUIRED-ENTRY-WAS-OK   VALUE "Y".

       01   PO-FOUND-STATUS         PIC X.
            88 PO-WAS-FOUND            VALUE "Y".

       77   AMOUNT-FIELD            PIC ZZZ,ZZZ,ZZZ.ZZ.
       77   QUANTITY-FIELD          PIC Z,ZZZ,ZZ9.
       77   LINE-NUMBER-FIELD       PIC ZZ9.
       77   PO-NUMBER-ENTRY         PIC X(10).
       77   RECEIPT-KIND-PICK       PIC X.
            88 RECEIPT-IS-REVERSAL     VALUE "V".
       77   PO-LINE-HOLD            PIC 9(3).
       77   QUANTITY-HOLD           PIC 9(7).
       77   RECEIVED-AMOUNT-HOLD    PIC 9(7)V99.
       77   RECEIPT-DATE-HOLD       PIC 9(8).
       77   ENTRY-DATE-TEXT         PIC X(08).
       01   ENTRY-DATE-HOLD         PIC 9(8).
       01   ENTRY-DATE-PARTS REDEFINES ENTRY-DATE-HOLD.
            05 ENTRY-DATE-YEAR      PIC 9(4).
            05 ENTRY-DATE-MONTH     PIC 9(2).
            05 ENTRY-DATE-DAY       PIC 9(2).
       77   RECEIPTS-ENTERED-COUNT  PIC 9(5).

      *--------------------------------
      * MATCH-TOLERANCE FIELDS, SET
      * THE WAY vndprl01 SETS THE
      * APPROVAL THRESHOLD.
      *--------------------------------
       77   ACTION-PICK             PIC X.
       77   TOLERANCE-ENTRY-FIELD   PIC Z9.9.
       77   TOLERANCE-HOLD          PIC 9(2)V9.
       01   TOLERANCE-FILE-PRESENT  PIC X.
            88 TOLERANCE-IS-SET        VALUE "Y".

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
            IF SIGNON-IS-SUPERVISOR
                PERFORM SHOW-AND-OFFER-TOLERANCE.
            OPEN I-O PURCHASE-ORDER-FILE.
            IF PO-FILE-STATUS NOT = "00"
                DISPLAY "NO PURCHASE ORDERS ON FILE -- NOTHING TO "
                    "RECEIVE AGAINST"
            ELSE
                OPEN INPUT VENDOR-FILE
                PERFORM OPEN-RECEIVING-FILE
                MOVE ZEROS TO RECEIPTS-ENTERED-COUNT
                MOVE 1 TO VENDOR-NUMBER
                PERFORM ENTER-RECEIPTS
                   UNTIL VENDOR-NUMBER = ZEROS
                CLOSE VENDOR-FILE
                CLOSE RECEIVING-FILE
                CLOSE PURCHASE-ORDER-FILE
                DISPLAY RECEIPTS-ENTERED-COUNT " RECEIPT(S) ENTERED".

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * SIGN ON THROUGH THE SHARED
      * MODULE SO EVERY RECEIPT
      * CARRIES A PROVEN OPERATOR ID.
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
      * THE TOLERANCE IS A ONE-RECORD
      * CONTROL FILE.  SHOW WHAT IS IN
      * FORCE AND LET THE SUPERVISOR
      * CHANGE IT; NO FILE MEANS NO
      * TOLERANCE -- AN EXACT MATCH.
      *--------------------------------
       SHOW-AND-OFFER-TOLERANCE.
            PERFORM READ-THE-TOLERANCE.
            IF TOLERANCE-IS-SET
                MOVE TOLERANCE-HOLD TO TOLERANCE-ENTRY-FIELD
                DISPLAY "MATCH TOLERANCE IN FORCE: "
                    TOLERANCE-ENTRY-FIELD " PERCENT"
            ELSE
                DISPLAY "NO MATCH TOLERANCE IS SET -- BILLING MUST "
                    "MATCH EXACTLY".
            DISPLAY "CHANGE IT? (Y/N)".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "y"
                MOVE "Y" TO ACTION-PICK.
            IF ACTION-PICK = "Y"
                DISPLAY "ENTER THE NEW TOLERANCE PERCENT (0.0 TO "
                    "99.9)"
                ACCEPT TOLERANCE-ENTRY-FIELD
                MOVE TOLERANCE-ENTRY-FIELD TO TOLERANCE-HOLD
                PERFORM WRITE-THE-TOLERANCE
                MOVE TOLERANCE-HOLD TO TOLERANCE-ENTRY-FIELD
                DISPLAY "TOLERANCE NOW " TOLERANCE-ENTRY-FIELD
                    " PERCENT".

       READ-THE-TOLERANCE.
            MOVE "N" TO TOLERANCE-FILE-PRESENT.
            MOVE ZEROS TO TOLERANCE-HOLD.
            OPEN INPUT MATCH-TOLERANCE-FILE.
            IF TOLERANCE-FILE-STATUS = "00"
                READ MATCH-TOLERANCE-FILE
                    AT END
                    CONTINUE
                    NOT AT END
                    MOVE MTL-TOLERANCE-PCT TO TOLERANCE-HOLD
                    MOVE "Y" TO TOLERANCE-FILE-PRESENT
                END-READ
                CLOSE MATCH-TOLERANCE-FILE.

       WRITE-THE-TOLERANCE.
            OPEN OUTPUT MATCH-TOLERANCE-FILE.
            MOVE TOLERANCE-HOLD TO MTL-TOLERANCE-PCT.
            WRITE MATCH-TOLERANCE-RECORD.
            CLOSE MATCH-TOLERANCE-FILE.

      *--------------------------------
      * THE RECEIVING LOG IS CREATED
      * ON FIRST USE AND ONLY EVER
      * EXTENDED.
      *--------------------------------
       OPEN-RECEIVING-FILE.
            OPEN EXTEND RECEIVING-FILE.
            IF RECEIVING-FILE-STATUS = "35"
                OPEN OUTPUT RECEIVING-FILE
                CLOSE RECEIVING-FILE
                OPEN EXTEND RECEIVING-FILE.

      *--------------------------------
      * ONE PASS OF THE ENTRY LOOP:
      * PICK THE VENDOR AND ONE OF ITS
      * OPEN ORDERS, THEN KEY ONE
      * RECEIPT AGAINST IT.  GOODS ARE
      * RECEIVED WHATEVER THE VENDOR'S
      * PAYMENT STATUS -- THE HOLD
      * STOPS THE MONEY, NOT THE DOCK.
      *--------------------------------
       ENTER-RECEIPTS.
            PERFORM GET-EXISTING-VENDOR.
            IF VENDOR-NUMBER NOT = ZEROS
                DISPLAY "RECEIVING FROM: " VENDOR-NAME
                PERFORM ENTER-ONE-RECEIPT.

       GET-EXISTING-VENDOR.
            PERFORM ACCEPT-VENDOR-KEY.
            PERFORM RE-ACCEPT-VENDOR-KEY
               UNTIL VENDOR-WAS-FOUND OR
                   VENDOR-NUMBER = ZEROS.

       ACCEPT-VENDOR-KEY.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE ZEROS TO VENDOR-NUMBER.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR NUMBER THE GOODS CAME FROM".
            DISPLAY "(1-9999999)".
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
      * THE ORDER MUST BE ON FILE FOR
      * THIS VENDOR AND STILL OPEN --
      * NOTHING IS RECEIVED AGAINST A
      * CLOSED OR CANCELLED ORDER.
      *--------------------------------
       ENTER-ONE-RECEIPT.
            DISPLAY "ENTER PO NUMBER RECEIVED AGAINST (BLANK TO "
                "CANCEL)".
            ACCEPT PO-NUMBER-ENTRY.
            IF PO-NUMBER-ENTRY = SPACES
                DISPLAY "NO RECEIPT ENTERED"
            ELSE
                PERFORM READ-THIS-ORDER
                IF NOT PO-WAS-FOUND
                    DISPLAY "PO NOT ON FILE FOR THIS VENDOR"
                ELSE IF NOT PO-IS-OPEN
                    DISPLAY "PO " PO-NUMBER " IS CLOSED OR CANCELLED "
                        "-- NOTHING CAN BE RECEIVED AGAINST IT"
                ELSE
                    PERFORM SHOW-ORDER-POSITION
                    PERFORM KEY-IN-NEW-RECEIPT.

       READ-THIS-ORDER.
            MOVE "Y" TO PO-FOUND-STATUS.
            MOVE SPACES TO PURCHASE-ORDER-RECORD.
            MOVE VENDOR-NUMBER TO PO-VENDOR-NUMBER.
            MOVE PO-NUMBER-ENTRY TO PO-NUMBER.
            READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO PO-FOUND-STATUS.

       SHOW-ORDER-POSITION.
            MOVE PO-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "  ORDERED          " AMOUNT-FIELD.
            MOVE PO-RECEIVED-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "  RECEIVED TO DATE " AMOUNT-FIELD.
            MOVE PO-BILLED-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "  BILLED TO DATE   " AMOUNT-FIELD.

       KEY-IN-NEW-RECEIPT.
            PERFORM ENTER-RECEIPT-KIND.
            PERFORM ENTER-PO-LINE.
            PERFORM ENTER-RECEIPT-DATE.
            PERFORM ENTER-QUANTITY.
            PERFORM ENTER-RECEIVED-AMOUNT.
            PERFORM ASK-CONFIRM-RECEIPT.
            IF CONFIRM-WAS-YES
                PERFORM WRITE-RECEIPT-RECORD
            ELSE
                DISPLAY "RECEIPT NOT ENTERED".

       ENTER-RECEIPT-KIND.
            DISPLAY "(R)ECEIPT OR RE(V)ERSAL OF ONE KEYED IN ERROR?".
            ACCEPT RECEIPT-KIND-PICK.
            IF RECEIPT-KIND-PICK = "v"
                MOVE "V" TO RECEIPT-KIND-PICK.
            IF NOT RECEIPT-IS-REVERSAL
                MOVE "R" TO RECEIPT-KIND-PICK.

       ENTER-PO-LINE.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-PO-LINE
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-PO-LINE.
            DISPLAY "ENTER PO LINE NUMBER (1-999)".
            ACCEPT LINE-NUMBER-FIELD.
            MOVE LINE-NUMBER-FIELD TO PO-LINE-HOLD.
            IF PO-LINE-HOLD = ZEROS
                DISPLAY "INVALID LINE NUMBER -- TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

       ENTER-RECEIPT-DATE.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-RECEIPT-DATE
               UNTIL REQUIRED-ENTRY-WAS-OK.
            MOVE ENTRY-DATE-HOLD TO RECEIPT-DATE-HOLD.

       TRY-ENTER-RECEIPT-DATE.
            DISPLAY "ENTER DATE RECEIVED (YYYYMMDD)".
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

      *--------------------------------
      * A SERVICE LINE MAY HAVE NO
      * COUNTABLE QUANTITY, SO ZERO IS
      * ALLOWED; THE VALUE IS WHAT THE
      * MATCH RUNS ON.
      *--------------------------------
       ENTER-QUANTITY.
            DISPLAY "ENTER QUANTITY (0 IF NOT COUNTED)".
            ACCEPT QUANTITY-FIELD.
            MOVE QUANTITY-FIELD TO QUANTITY-HOLD.

      *--------------------------------
      * A REVERSAL CANNOT TAKE MORE
      * OFF THE ORDER THAN HAS BEEN
      * RECEIVED AGAINST IT.
      *--------------------------------
       ENTER-RECEIVED-AMOUNT.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-RECEIVED-AMOUNT
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-RECEIVED-AMOUNT.
            DISPLAY "ENTER VALUE RECEIVED (.01 TO 9999999.99)".
            ACCEPT AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO RECEIVED-AMOUNT-HOLD.
            IF RECEIVED-AMOUNT-HOLD < .01
                DISPLAY "INVALID AMOUNT -- TRY AGAIN"
            ELSE IF RECEIPT-IS-REVERSAL AND
                    RECEIVED-AMOUNT-HOLD > PO-RECEIVED-AMOUNT
                DISPLAY "MORE THAN HAS BEEN RECEIVED ON THIS PO -- "
                    "TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

       ASK-CONFIRM-RECEIPT.
            DISPLAY " ".
            DISPLAY "VENDOR:   " VENDOR-NUMBER " " VENDOR-NAME.
            DISPLAY "PO:       " PO-NUMBER-ENTRY " LINE "
                PO-LINE-HOLD.
            DISPLAY "RECEIVED: " RECEIPT-DATE-HOLD.
            MOVE QUANTITY-HOLD TO QUANTITY-FIELD.
            DISPLAY "QUANTITY: " QUANTITY-FIELD.
            MOVE RECEIVED-AMOUNT-HOLD TO AMOUNT-FIELD.
            DISPLAY "VALUE:    " AMOUNT-FIELD.
            IF RECEIPT-IS-REVERSAL
                DISPLAY "** THIS IS A REVERSAL **".
            DISPLAY "ENTER THIS RECEIPT? (Y/N)".
            ACCEPT YES-NO-ANSWER.
            IF YES-NO-ANSWER = "y"
                MOVE "Y" TO YES-NO-ANSWER.
            IF YES-NO-ANSWER NOT = "Y"
                MOVE "N" TO YES-NO-ANSWER.

      *--------------------------------
      * THE LOG RECORD CARRIES THE
      * SIGN; THE ORDER'S RECEIVED-TO-
      * DATE MOVES WITH IT.
      *--------------------------------
       WRITE-RECEIPT-RECORD.
            MOVE SPACES TO RECEIVING-RECORD.
            MOVE VENDOR-NUMBER TO RCV-VENDOR-NUMBER.
            MOVE PO-NUMBER-ENTRY TO RCV-PO-NUMBER.
            MOVE PO-LINE-HOLD TO RCV-PO-LINE.
            MOVE RECEIPT-DATE-HOLD TO RCV-RECEIPT-DATE.
            MOVE QUANTITY-HOLD TO RCV-QUANTITY.
            MOVE RECEIVED-AMOUNT-HOLD TO RCV-AMOUNT.
            IF RECEIPT-IS-REVERSAL
                COMPUTE RCV-QUANTITY = 0 - QUANTITY-HOLD
                COMPUTE RCV-AMOUNT = 0 - RECEIVED-AMOUNT-HOLD
                SUBTRACT RECEIVED-AMOUNT-HOLD FROM PO-RECEIVED-AMOUNT
            ELSE
                ADD RECEIVED-AMOUNT-HOLD TO PO-RECEIVED-AMOUNT.
            MOVE OPERATOR-ID TO RCV-OPERATOR-ID.
            WRITE RECEIVING-RECORD.
            REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PURCHASE ORDER RECORD".
            IF PO-FILE-STATUS = "00"
                ADD 1 TO RECEIPTS-ENTERED-COUNT
                DISPLAY "RECEIPT ENTERED".
