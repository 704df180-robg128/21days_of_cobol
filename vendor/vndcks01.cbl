      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Check stock maintenance, in the vndlir01 mold.  A
      *          supervisor signs on and sees every bank account's
      *          check stock -- the next number to print, the last
      *          number on hand, and how many sheets are left.  An
      *          account's stock can be added, changed when new
      *          stock arrives (the next number never moves back),
      *          and a sheet can be recorded spoiled.  A spoiled
      *          sheet ahead of the printer goes into the register
      *          so the number is never handed out; a spoiled sheet
      *          that was already written on a payment is reissued
      *          on the next number, the payment is moved to it, and
      *          the replacement check prints to VNDCKS.RPT.  A
      *          voided check is already accounted for and cannot
      *          be spoiled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndcks01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slcks01.cbl".
            COPY "slckr01.cbl".
            COPY "slpmt01.cbl".
            COPY "slvnd01.cbl".
            SELECT CHECK-PRINT-FILE ASSIGN TO "VNDCKS.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CHECK-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdcks01.cbl".
            COPY "fdckr01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdvnd01.cbl".

       FD   CHECK-PRINT-FILE
            LABEL RECORDS ARE STANDARD.

       01   CHECK-PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01   PAYMENT-FILE-STATUS     PIC XX.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   CHECK-PRINT-STATUS      PIC XX.
       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       77   ACTION-PICK             PIC X.
       77   ACCOUNT-ENTRY           PIC X(17).
       77   NAME-ENTRY              PIC X(30).
       77   NUMBER-FIELD            PIC Z(7)9.
       77   NEXT-NUMBER-HOLD        PIC 9(8).
       77   LAST-NUMBER-HOLD        PIC 9(8).
       77   SPOIL-NUMBER-HOLD       PIC 9(8).
       77   LEFT-SHOW-FIELD         PIC Z(7)9.
       77   ACCOUNT-COUNT           PIC 9(3).
       77   TODAY-STAMP             PIC 9(8).

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".

       01   REQUIRED-ENTRY-STATUS   PIC X.
            88 REQUIRED-ENTRY-WAS-OK   VALUE "Y".

       01   REQUIRED-SIGNON-STATUS  PIC X.
            88 SIGNON-WAS-OK           VALUE "Y".

       01   MORE-CHECK-STOCK-RECORDS PIC X.
            88 CHECK-STOCK-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-CHECK-STOCK-RECORDS VALUE "N".

       01   PRINT-FILE-STATUS       PIC X.
            88 PRINT-FILE-IS-OPEN      VALUE "Y".

      *--------------------------------
      * THE PAYMENT A USED SHEET WAS
      * WRITTEN FOR, HELD WHILE THE
      * REPLACEMENT NUMBER IS TAKEN.
      *--------------------------------
       01   REISSUE-PAYMENT-KEY.
            05 REISSUE-VENDOR-NUMBER PIC 9(7).
            05 REISSUE-PAYMENT-DATE  PIC 9(8).
            05 REISSUE-PAYMENT-SEQ   PIC 9(3).
       77   REISSUE-AMOUNT          PIC 9(7)V99.
       77   REISSUE-NUMBER-HOLD     PIC 9(8).

      *--------------------------------
      * OPERATOR SIGN-ON GOES THROUGH
      * THE SHARED vndsgn01 MODULE,
      * WHICH PROVES THE PASSWORD AND
      * HANDLES THE LOCKOUT.
      *--------------------------------
            COPY "fldsgn01.cbl".

      *--------------------------------
      * CHECK-STOCK AND CHECK-PRINT
      * FIELDS FOR THE SHARED vndckn01
      * AND vndckp01 FRAGMENTS.
      *--------------------------------
            COPY "fldckn01.cbl".
            COPY "fldckp01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-SUPERVISOR.
            ACCEPT TODAY-STAMP FROM DATE YYYYMMDD.
            MOVE "N" TO PRINT-FILE-STATUS.
            MOVE ZEROS TO CKP-CHECKS-PRINTED.
            MOVE "X" TO ACTION-PICK.
            PERFORM MAINTAIN-THE-STOCK
               UNTIL ACTION-PICK = SPACES.
            IF PRINT-FILE-IS-OPEN
                CLOSE CHECK-PRINT-FILE
                DISPLAY CKP-CHECKS-PRINTED " REPLACEMENT CHECK(S) "
                    "PRINTED TO VNDCKS.RPT".

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * CHECK STOCK IS NEGOTIABLE
      * PAPER, SO ONLY A SUPERVISOR
      * ACCOUNTS FOR IT.
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

       MAINTAIN-THE-STOCK.
            DISPLAY " ".
            PERFORM LIST-THE-STOCK.
            DISPLAY "(A)DD AN ACCOUNT, (C)HANGE AN ACCOUNT, (S)POIL "
                "A CHECK (BLANK TO STOP)".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "a" MOVE "A" TO ACTION-PICK.
            IF ACTION-PICK = "c" MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "s" MOVE "S" TO ACTION-PICK.
            IF ACTION-PICK = "A"
                PERFORM ADD-ONE-ACCOUNT.
            IF ACTION-PICK = "C"
                PERFORM CHANGE-ONE-ACCOUNT.
            IF ACTION-PICK = "S"
                PERFORM SPOIL-ONE-CHECK.

       LIST-THE-STOCK.
            MOVE ZEROS TO ACCOUNT-COUNT.
            OPEN INPUT CHECK-STOCK-FILE.
            IF CHECK-STOCK-STATUS = "00"
                MOVE LOW-VALUES TO CKS-BANK-ACCOUNT
                MOVE "Y" TO MORE-CHECK-STOCK-RECORDS
                START CHECK-STOCK-FILE
                   KEY IS NOT LESS THAN CKS-BANK-ACCOUNT
                   INVALID KEY
                       MOVE "N" TO MORE-CHECK-STOCK-RECORDS
                END-START
                PERFORM LIST-ONE-ACCOUNT
                   UNTIL NO-MORE-CHECK-STOCK-RECORDS
                CLOSE CHECK-STOCK-FILE.
            IF ACCOUNT-COUNT = 0
                DISPLAY "NO CHECK STOCK ON FILE -- CHECKS POST "
                    "UNNUMBERED".

       LIST-ONE-ACCOUNT.
            READ CHECK-STOCK-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-CHECK-STOCK-RECORDS.
            IF CHECK-STOCK-RECORDS-REMAIN
                ADD 1 TO ACCOUNT-COUNT
                DISPLAY "  " CKS-BANK-ACCOUNT " " CKS-ACCOUNT-NAME
                IF CKS-LAST-CHECK-NUMBER = ZEROS
                    DISPLAY "      NEXT " CKS-NEXT-CHECK-NUMBER
                        "  STOCK NOT COUNTED"
                ELSE IF CKS-NEXT-CHECK-NUMBER > CKS-LAST-CHECK-NUMBER
                    DISPLAY "      NEXT " CKS-NEXT-CHECK-NUMBER
                        "  LAST " CKS-LAST-CHECK-NUMBER
                        "  ** OUT OF STOCK **"
                ELSE
                    COMPUTE LEFT-SHOW-FIELD = CKS-LAST-CHECK-NUMBER -
                        CKS-NEXT-CHECK-NUMBER + 1
                    DISPLAY "      NEXT " CKS-NEXT-CHECK-NUMBER
                        "  LAST " CKS-LAST-CHECK-NUMBER
                        "  LEFT " LEFT-SHOW-FIELD.

      *--------------------------------
      * THE FIRST ACCOUNT ADDED CREATES
      * THE STOCK FILE, AND FROM THEN
      * ON EVERY CHECK IS NUMBERED.
      *--------------------------------
       ADD-ONE-ACCOUNT.
            PERFORM ENTER-BANK-ACCOUNT.
            PERFORM OPEN-CHECK-STOCK-FILE.
            PERFORM READ-THIS-ACCOUNT.
            IF RECORD-WAS-FOUND
                DISPLAY "THAT ACCOUNT ALREADY HAS STOCK -- CHANGE IT "
                    "INSTEAD"
            ELSE
                DISPLAY "ENTER THE ACCOUNT'S NAME"
                ACCEPT NAME-ENTRY
                PERFORM ENTER-FIRST-NUMBER
                PERFORM ENTER-LAST-NUMBER
                MOVE ACCOUNT-ENTRY TO CKS-BANK-ACCOUNT
                MOVE NAME-ENTRY TO CKS-ACCOUNT-NAME
                MOVE NEXT-NUMBER-HOLD TO CKS-NEXT-CHECK-NUMBER
                MOVE LAST-NUMBER-HOLD TO CKS-LAST-CHECK-NUMBER
                MOVE OPERATOR-ID TO CKS-CHANGED-BY
                MOVE TODAY-STAMP TO CKS-CHANGED-DATE
                WRITE CHECK-STOCK-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING CHECK STOCK RECORD"
                END-WRITE
                IF CHECK-STOCK-STATUS = "00"
                    DISPLAY "CHECK STOCK ADDED".
            CLOSE CHECK-STOCK-FILE.

      *--------------------------------
      * NEW STOCK ARRIVING RAISES THE
      * LAST NUMBER.  THE NEXT NUMBER
      * MAY SKIP FORWARD TO A NEW
      * BOX BUT NEVER BACK -- THOSE
      * NUMBERS ARE ALREADY SPENT.
      *--------------------------------
       CHANGE-ONE-ACCOUNT.
            PERFORM ENTER-BANK-ACCOUNT.
            PERFORM OPEN-CHECK-STOCK-FILE.
            PERFORM READ-THIS-ACCOUNT.
            IF NO-RECORD-FOUND
                DISPLAY "NO CHECK STOCK FOR THAT ACCOUNT"
            ELSE
                PERFORM CHANGE-THE-ACCOUNT.
            CLOSE CHECK-STOCK-FILE.

       CHANGE-THE-ACCOUNT.
            DISPLAY "NOW " CKS-ACCOUNT-NAME.
            DISPLAY "ENTER A NEW NAME (BLANK TO KEEP IT)".
            ACCEPT NAME-ENTRY.
            IF NAME-ENTRY NOT = SPACES
                MOVE NAME-ENTRY TO CKS-ACCOUNT-NAME.
            DISPLAY "NEXT NUMBER IS " CKS-NEXT-CHECK-NUMBER.
            DISPLAY "ENTER A NEW NEXT NUMBER (0 TO KEEP IT)".
            ACCEPT NUMBER-FIELD.
            MOVE NUMBER-FIELD TO NEXT-NUMBER-HOLD.
            IF NEXT-NUMBER-HOLD > CKS-NEXT-CHECK-NUMBER
                MOVE NEXT-NUMBER-HOLD TO CKS-NEXT-CHECK-NUMBER
            ELSE IF NEXT-NUMBER-HOLD NOT = ZEROS
                DISPLAY "THE NEXT NUMBER NEVER MOVES BACK -- KEPT".
            MOVE CKS-NEXT-CHECK-NUMBER TO NEXT-NUMBER-HOLD.
            DISPLAY "LAST NUMBER IS " CKS-LAST-CHECK-NUMBER.
            PERFORM ENTER-LAST-NUMBER.
            MOVE LAST-NUMBER-HOLD TO CKS-LAST-CHECK-NUMBER.
            MOVE OPERATOR-ID TO CKS-CHANGED-BY.
            MOVE TODAY-STAMP TO CKS-CHANGED-DATE.
            REWRITE CHECK-STOCK-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHECK STOCK RECORD".
            IF CHECK-STOCK-STATUS = "00"
                DISPLAY "CHECK STOCK UPDATED".

      *--------------------------------
      * EVERY SPOILED SHEET GOES INTO
      * THE REGISTER SO THE MONTH-END
      * COUNT BALANCES.  WHAT ELSE
      * HAPPENS DEPENDS ON WHAT THE
      * REGISTER ALREADY SAYS ABOUT
      * THE NUMBER.
      *--------------------------------
       SPOIL-ONE-CHECK.
            PERFORM ENTER-BANK-ACCOUNT.
            MOVE ACCOUNT-ENTRY TO CKN-BANK-ACCOUNT.
            PERFORM LOOK-UP-CHECK-STOCK.
            IF CKN-STOCK-NOT-IN-USE OR CKN-NO-SUCH-ACCOUNT
                DISPLAY "NO CHECK STOCK FOR THAT ACCOUNT"
            ELSE
                PERFORM HOLD-THE-STOCK-RANGE
                DISPLAY "ENTER THE SPOILED CHECK NUMBER"
                ACCEPT NUMBER-FIELD
                MOVE NUMBER-FIELD TO SPOIL-NUMBER-HOLD
                PERFORM JUDGE-THE-SPOILED-NUMBER.

      *--------------------------------
      * THE LOOK-UP GIVES THE NEXT
      * NUMBER AND HOW MANY ARE LEFT;
      * THE LAST NUMBER FOLLOWS.  AN
      * UNCOUNTED STOCK HAS NO LAST.
      *--------------------------------
       HOLD-THE-STOCK-RANGE.
            MOVE CKN-CHECK-NUMBER TO NEXT-NUMBER-HOLD.
            IF CKN-NUMBERS-LEFT = 99999999
                MOVE ZEROS TO LAST-NUMBER-HOLD
            ELSE
                COMPUTE LAST-NUMBER-HOLD = NEXT-NUMBER-HOLD +
                    CKN-NUMBERS-LEFT - 1.

       JUDGE-THE-SPOILED-NUMBER.
            IF SPOIL-NUMBER-HOLD = ZEROS
                DISPLAY "NOTHING SPOILED"
            ELSE IF LAST-NUMBER-HOLD NOT = ZEROS AND
                    SPOIL-NUMBER-HOLD > LAST-NUMBER-HOLD
                DISPLAY "THAT NUMBER IS NOT IN THE STOCK -- NOTHING "
                    "SPOILED"
            ELSE
                PERFORM OPEN-CHECK-REGISTER
                MOVE ACCOUNT-ENTRY TO CKR-BANK-ACCOUNT
                MOVE SPOIL-NUMBER-HOLD TO CKR-CHECK-NUMBER
                MOVE "Y" TO RECORD-FOUND
                READ CHECK-REGISTER-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND
                END-READ
                IF NO-RECORD-FOUND
                    PERFORM SPOIL-AN-UNUSED-SHEET
                    CLOSE CHECK-REGISTER-FILE
                ELSE IF CKR-IS-USED
                    MOVE CKR-PAYMENT-KEY TO REISSUE-PAYMENT-KEY
                    MOVE CKR-AMOUNT TO REISSUE-AMOUNT
                    CLOSE CHECK-REGISTER-FILE
                    PERFORM REISSUE-A-USED-SHEET
                ELSE IF CKR-IS-VOIDED
                    DISPLAY "THAT CHECK WAS VOIDED -- IT IS ALREADY "
                        "ACCOUNTED FOR"
                    CLOSE CHECK-REGISTER-FILE
                ELSE
                    DISPLAY "THAT CHECK IS ALREADY RECORDED SPOILED"
                    CLOSE CHECK-REGISTER-FILE.

      *--------------------------------
      * A SHEET NO PAYMENT WAS WRITTEN
      * ON.  IF IT IS THE NEXT ONE THE
      * STOCK MOVES PAST IT; ONE
      * FURTHER AHEAD IS STEPPED OVER
      * WHEN THE PRINTER REACHES IT.
      *--------------------------------
       SPOIL-AN-UNUSED-SHEET.
            MOVE ACCOUNT-ENTRY TO CKN-BANK-ACCOUNT.
            MOVE SPOIL-NUMBER-HOLD TO CKN-CHECK-NUMBER.
            MOVE "S" TO CKN-ENTRY-STATUS.
            MOVE ZEROS TO CKN-PAYMENT-KEY.
            MOVE ZEROS TO CKN-AMOUNT.
            MOVE OPERATOR-ID TO CKN-OPERATOR-ID.
            MOVE TODAY-STAMP TO CKN-ACTION-DATE.
            DISPLAY "ENTER A NOTE (JAMMED, MISPRINTED, TORN ...)".
            ACCEPT CKN-NOTE.
            PERFORM WRITE-CHECK-REGISTER-ENTRY.
            IF CHECK-REGISTER-STATUS = "00"
                DISPLAY "CHECK " SPOIL-NUMBER-HOLD " RECORDED SPOILED"
                IF SPOIL-NUMBER-HOLD = NEXT-NUMBER-HOLD
                    PERFORM STEP-STOCK-PAST-SPOIL.

       STEP-STOCK-PAST-SPOIL.
            OPEN I-O CHECK-STOCK-FILE.
            MOVE ACCOUNT-ENTRY TO CKS-BANK-ACCOUNT.
            PERFORM READ-THIS-ACCOUNT.
            IF RECORD-WAS-FOUND AND
                    CKS-NEXT-CHECK-NUMBER = SPOIL-NUMBER-HOLD
                ADD 1 TO CKS-NEXT-CHECK-NUMBER
                REWRITE CHECK-STOCK-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING CHECK STOCK RECORD".
            CLOSE CHECK-STOCK-FILE.

      *--------------------------------
      * A SHEET ALREADY WRITTEN ON A
      * PAYMENT.  THE PAYMENT TAKES
      * THE NEXT NUMBER, THE OLD ONE
      * IS MARKED SPOILED, AND THE
      * REPLACEMENT CHECK PRINTS.
      * WITH NO STOCK LEFT NOTHING
      * CHANGES.
      *--------------------------------
       REISSUE-A-USED-SHEET.
            OPEN I-O PAYMENT-FILE.
            MOVE SPACES TO PAYMENT-RECORD.
            MOVE REISSUE-PAYMENT-KEY TO PMT-PAYMENT-KEY.
            MOVE "Y" TO RECORD-FOUND.
            READ PAYMENT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND OR
                    PMT-CHECK-NUMBER NOT = SPOIL-NUMBER-HOLD
                DISPLAY "THE PAYMENT FOR THAT CHECK IS NOT ON FILE "
                    "-- NOTHING SPOILED"
            ELSE
                DISPLAY "CHECK " SPOIL-NUMBER-HOLD " PAID VENDOR "
                    REISSUE-VENDOR-NUMBER " ON " REISSUE-PAYMENT-DATE
                PERFORM TAKE-REPLACEMENT-NUMBER.
            CLOSE PAYMENT-FILE.

       TAKE-REPLACEMENT-NUMBER.
            MOVE ACCOUNT-ENTRY TO CKN-BANK-ACCOUNT.
            MOVE REISSUE-PAYMENT-KEY TO CKN-PAYMENT-KEY.
            MOVE REISSUE-AMOUNT TO CKN-AMOUNT.
            MOVE OPERATOR-ID TO CKN-OPERATOR-ID.
            MOVE TODAY-STAMP TO CKN-ACTION-DATE.
            MOVE SPACES TO CKN-NOTE.
            STRING "REPLACES SPOILED " DELIMITED BY SIZE
                SPOIL-NUMBER-HOLD DELIMITED BY SIZE
                INTO CKN-NOTE.
            PERFORM TAKE-NEXT-CHECK-NUMBER.
            IF NOT CKN-WENT-OK
                DISPLAY "NO CHECK STOCK LEFT TO REISSUE ON -- "
                    "NOTHING SPOILED"
            ELSE
                MOVE CKN-CHECK-NUMBER TO REISSUE-NUMBER-HOLD
                PERFORM MARK-USED-SHEET-SPOILED
                MOVE REISSUE-NUMBER-HOLD TO PMT-CHECK-NUMBER
                REWRITE PAYMENT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING PAYMENT RECORD"
                END-REWRITE
                DISPLAY "REISSUED ON CHECK " REISSUE-NUMBER-HOLD
                DISPLAY "IF THE RUN ALREADY WENT TO THE BANK, SEND "
                    "POSITIVE PAY AGAIN (vndpos01)"
                PERFORM PRINT-REPLACEMENT-CHECK.

       MARK-USED-SHEET-SPOILED.
            PERFORM OPEN-CHECK-REGISTER.
            MOVE ACCOUNT-ENTRY TO CKR-BANK-ACCOUNT.
            MOVE SPOIL-NUMBER-HOLD TO CKR-CHECK-NUMBER.
            READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
                   DISPLAY "CHECK " SPOIL-NUMBER-HOLD " HAS LEFT THE "
                       "REGISTER"
               NOT INVALID KEY
                   MOVE "S" TO CKR-STATUS
                   MOVE TODAY-STAMP TO CKR-STATUS-DATE
                   MOVE OPERATOR-ID TO CKR-OPERATOR-ID
                   MOVE SPACES TO CKR-NOTE
                   STRING "REISSUED AS CHECK " DELIMITED BY SIZE
                       REISSUE-NUMBER-HOLD DELIMITED BY SIZE
                       INTO CKR-NOTE
                   REWRITE CHECK-REGISTER-RECORD
                      INVALID KEY
                      DISPLAY "ERROR REWRITING CHECK REGISTER"
                   END-REWRITE
            END-READ.
            CLOSE CHECK-REGISTER-FILE.

      *--------------------------------
      * THE REPLACEMENT CARRIES THE
      * ORIGINAL PAYMENT'S DATE AND
      * AMOUNT; ITS STUB SAYS WHICH
      * CHECK IT REPLACES.
      *--------------------------------
       PRINT-REPLACEMENT-CHECK.
            IF NOT PRINT-FILE-IS-OPEN
                OPEN OUTPUT CHECK-PRINT-FILE
                MOVE "Y" TO PRINT-FILE-STATUS.
            MOVE REISSUE-NUMBER-HOLD TO CKP-CHECK-NUMBER.
            MOVE ACCOUNT-ENTRY TO CKP-BANK-ACCOUNT.
            MOVE PMT-PAYMENT-DATE TO CKP-CHECK-DATE.
            MOVE PMT-AMOUNT TO CKP-AMOUNT.
            MOVE PMT-INVOICE-REF TO CKP-STUB-INVOICE.
            MOVE ZEROS TO CKP-STUB-DUE-DATE.
            MOVE ZEROS TO CKP-STUB-BALANCE.
            MOVE ZEROS TO CKP-STUB-DEDUCTED.
            MOVE ZEROS TO CKP-STUB-DISCOUNT.
            MOVE ZEROS TO CKP-STUB-WITHHELD.
            MOVE SPACES TO CKP-STUB-NOTE.
            STRING "THIS CHECK REPLACES SPOILED CHECK "
                DELIMITED BY SIZE
                SPOIL-NUMBER-HOLD DELIMITED BY SIZE
                INTO CKP-STUB-NOTE.
            OPEN INPUT VENDOR-FILE.
            MOVE SPACES TO VENDOR-RECORD.
            MOVE PMT-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO VENDOR-RECORD
                   MOVE PMT-VENDOR-NUMBER TO VENDOR-NUMBER
                   MOVE "VENDOR NOT ON FILE" TO VENDOR-NAME
            END-READ.
            CLOSE VENDOR-FILE.
            PERFORM PRINT-ONE-CHECK.

       ENTER-BANK-ACCOUNT.
            MOVE SPACES TO ACCOUNT-ENTRY.
            PERFORM TRY-ENTER-BANK-ACCOUNT
               UNTIL ACCOUNT-ENTRY NOT = SPACES.

       TRY-ENTER-BANK-ACCOUNT.
            DISPLAY "ENTER THE BANK ACCOUNT NUMBER (UP TO 17 "
                "CHARACTERS)".
            ACCEPT ACCOUNT-ENTRY.
            IF ACCOUNT-ENTRY = SPACES
                DISPLAY "ACCOUNT NUMBER IS REQUIRED -- TRY AGAIN".

       ENTER-FIRST-NUMBER.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-FIRST-NUMBER
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-FIRST-NUMBER.
            DISPLAY "ENTER THE FIRST CHECK NUMBER ON THE STOCK".
            ACCEPT NUMBER-FIELD.
            MOVE NUMBER-FIELD TO NEXT-NUMBER-HOLD.
            IF NEXT-NUMBER-HOLD > ZEROS
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                DISPLAY "A CHECK NUMBER IS REQUIRED -- TRY AGAIN".

      *--------------------------------
      * ZERO LEAVES THE STOCK
      * UNCOUNTED -- NUMBERS ARE
      * HANDED OUT WITHOUT LIMIT.
      *--------------------------------
       ENTER-LAST-NUMBER.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-LAST-NUMBER
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-LAST-NUMBER.
            DISPLAY "ENTER THE LAST CHECK NUMBER ON HAND (0 IF THE "
                "STOCK IS NOT COUNTED)".
            ACCEPT NUMBER-FIELD.
            MOVE NUMBER-FIELD TO LAST-NUMBER-HOLD.
            IF LAST-NUMBER-HOLD = ZEROS OR
                    LAST-NUMBER-HOLD NOT < NEXT-NUMBER-HOLD
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                DISPLAY "THE LAST NUMBER CANNOT BE BEFORE THE NEXT "
                    "ONE -- TRY AGAIN".

       OPEN-CHECK-STOCK-FILE.
            OPEN I-O CHECK-STOCK-FILE.
            IF CHECK-STOCK-STATUS = "35"
                OPEN OUTPUT CHECK-STOCK-FILE
                CLOSE CHECK-STOCK-FILE
                OPEN I-O CHECK-STOCK-FILE.

       READ-THIS-ACCOUNT.
            MOVE ACCOUNT-ENTRY TO CKS-BANK-ACCOUNT.
            MOVE "Y" TO RECORD-FOUND.
            READ CHECK-STOCK-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

      *--------------------------------
      * THE FRAGMENTS BELOW SUPPLY THE
      * SHARED CHECK-STOCK HANDLING
      * AND THE CHECK PRINTING.
      *--------------------------------
            COPY "vndckn01.cbl".
            COPY "vndckp01.cbl".
