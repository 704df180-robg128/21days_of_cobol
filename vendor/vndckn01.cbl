      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared check-stock handling, COPYed into the
      *          PROCEDURE DIVISION of every program that posts or
      *          voids a check, the same way vndsumupd01 is shared.
      *          Taking a number reads the account's stock record,
      *          steps past any number already in the register (a
      *          sheet recorded spoiled ahead of the printer), hands
      *          out the next one, moves the stock on, and writes
      *          the number to the register as used against the
      *          payment.  Voiding marks a used number voided.  Each
      *          call opens and closes the files around itself, and
      *          the register is created on first use.  With no
      *          stock file on the system check stock is not
      *          controlled, and the call says so.  The program
      *          provides the fields from fldckn01 and the
      *          slcks01/fdcks01 and slckr01/fdckr01 file entries.
      * Tectonics: cobc
      ******************************************************************
       LOOK-UP-CHECK-STOCK.
            MOVE "Y" TO CKN-RESULT.
            MOVE ZEROS TO CKN-NUMBERS-LEFT.
            OPEN INPUT CHECK-STOCK-FILE.
            IF CHECK-STOCK-STATUS NOT = "00"
                MOVE "X" TO CKN-RESULT
            ELSE
                MOVE CKN-BANK-ACCOUNT TO CKS-BANK-ACCOUNT
                READ CHECK-STOCK-FILE RECORD
                   INVALID KEY
                       MOVE "A" TO CKN-RESULT
                END-READ
                IF CKN-WENT-OK
                    PERFORM COUNT-CHECK-STOCK-LEFT
                END-IF
                CLOSE CHECK-STOCK-FILE.

       COUNT-CHECK-STOCK-LEFT.
            MOVE CKS-NEXT-CHECK-NUMBER TO CKN-CHECK-NUMBER.
            IF CKS-LAST-CHECK-NUMBER = ZEROS
                MOVE 99999999 TO CKN-NUMBERS-LEFT
            ELSE IF CKS-NEXT-CHECK-NUMBER > CKS-LAST-CHECK-NUMBER
                MOVE ZEROS TO CKN-NUMBERS-LEFT
                MOVE "O" TO CKN-RESULT
            ELSE
                COMPUTE CKN-NUMBERS-LEFT = CKS-LAST-CHECK-NUMBER -
                    CKS-NEXT-CHECK-NUMBER + 1.

       TAKE-NEXT-CHECK-NUMBER.
            MOVE "Y" TO CKN-RESULT.
            MOVE ZEROS TO CKN-CHECK-NUMBER.
            OPEN I-O CHECK-STOCK-FILE.
            IF CHECK-STOCK-STATUS NOT = "00"
                MOVE "X" TO CKN-RESULT
            ELSE
                MOVE CKN-BANK-ACCOUNT TO CKS-BANK-ACCOUNT
                READ CHECK-STOCK-FILE RECORD
                   INVALID KEY
                       MOVE "A" TO CKN-RESULT
                END-READ
                IF CKN-WENT-OK
                    PERFORM OPEN-CHECK-REGISTER
                    PERFORM SKIP-REGISTERED-NUMBERS
                    PERFORM COUNT-CHECK-STOCK-LEFT
                    IF CKN-WENT-OK
                        PERFORM ISSUE-THE-CHECK-NUMBER
                    END-IF
                    CLOSE CHECK-REGISTER-FILE
                END-IF
                CLOSE CHECK-STOCK-FILE.
            IF NOT CKN-WENT-OK
                MOVE ZEROS TO CKN-CHECK-NUMBER.

      *--------------------------------
      * A NUMBER ALREADY IN THE
      * REGISTER HAS LEFT THE STOCK --
      * NEVER HAND IT OUT AGAIN.
      *--------------------------------
       SKIP-REGISTERED-NUMBERS.
            MOVE "N" TO CKN-NUMBER-STATUS.
            PERFORM TEST-NEXT-CHECK-NUMBER
               UNTIL CKN-NUMBER-IS-FREE.

       TEST-NEXT-CHECK-NUMBER.
            MOVE CKS-BANK-ACCOUNT TO CKR-BANK-ACCOUNT.
            MOVE CKS-NEXT-CHECK-NUMBER TO CKR-CHECK-NUMBER.
            READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
                   MOVE "Y" TO CKN-NUMBER-STATUS
               NOT INVALID KEY
                   ADD 1 TO CKS-NEXT-CHECK-NUMBER
            END-READ.

       ISSUE-THE-CHECK-NUMBER.
            MOVE CKS-NEXT-CHECK-NUMBER TO CKN-CHECK-NUMBER.
            ADD 1 TO CKS-NEXT-CHECK-NUMBER.
            REWRITE CHECK-STOCK-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHECK STOCK RECORD".
            MOVE "U" TO CKN-ENTRY-STATUS.
            PERFORM WRITE-CHECK-REGISTER-ENTRY.

      *--------------------------------
      * THE REGISTER MUST BE OPEN I-O.
      * THE CALLER FILLS THE CKN-
      * FIELDS; A SPOILED SHEET HAS NO
      * PAYMENT AND A ZERO AMOUNT.
      *--------------------------------
       WRITE-CHECK-REGISTER-ENTRY.
            MOVE SPACES TO CHECK-REGISTER-RECORD.
            MOVE CKN-BANK-ACCOUNT TO CKR-BANK-ACCOUNT.
            MOVE CKN-CHECK-NUMBER TO CKR-CHECK-NUMBER.
            MOVE CKN-ENTRY-STATUS TO CKR-STATUS.
            MOVE CKN-ACTION-DATE TO CKR-ISSUE-DATE.
            MOVE CKN-ACTION-DATE TO CKR-STATUS-DATE.
            MOVE CKN-PAYMENT-KEY TO CKR-PAYMENT-KEY.
            MOVE CKN-AMOUNT TO CKR-AMOUNT.
            MOVE CKN-OPERATOR-ID TO CKR-OPERATOR-ID.
            MOVE CKN-NOTE TO CKR-NOTE.
            WRITE CHECK-REGISTER-RECORD
               INVALID KEY
               DISPLAY "CHECK " CKR-CHECK-NUMBER " IS ALREADY IN "
                   "THE REGISTER".

       OPEN-CHECK-REGISTER.
            OPEN I-O CHECK-REGISTER-FILE.
            IF CHECK-REGISTER-STATUS = "35"
                OPEN OUTPUT CHECK-REGISTER-FILE
                CLOSE CHECK-REGISTER-FILE
                OPEN I-O CHECK-REGISTER-FILE.

      *--------------------------------
      * ONLY A USED NUMBER CAN BE
      * VOIDED.  ONE NOT IN THE
      * REGISTER WAS NUMBERED BEFORE
      * THE REGISTER EXISTED.
      *--------------------------------
       MARK-CHECK-NUMBER-VOIDED.
            MOVE "Y" TO CKN-RESULT.
            PERFORM OPEN-CHECK-REGISTER.
            MOVE CKN-BANK-ACCOUNT TO CKR-BANK-ACCOUNT.
            MOVE CKN-CHECK-NUMBER TO CKR-CHECK-NUMBER.
            READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO CKN-RESULT
            END-READ.
            IF CKN-WENT-OK AND CKR-IS-USED
                MOVE "V" TO CKR-STATUS
                MOVE CKN-ACTION-DATE TO CKR-STATUS-DATE
                MOVE CKN-OPERATOR-ID TO CKR-OPERATOR-ID
                REWRITE CHECK-REGISTER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING CHECK REGISTER"
                END-REWRITE
            ELSE
                MOVE "N" TO CKN-RESULT.
            CLOSE CHECK-REGISTER-FILE.
