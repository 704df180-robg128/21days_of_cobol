            COPY "slsum01.cbl".
            COPY "slaud01.cbl".
            COPY "slcnt01.cbl".
            COPY "slinv01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdsum01.cbl".
            COPY "fdaud01.cbl".
            COPY "fdcnt01.cbl".
            COPY "fdinv01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   PAYMENT-FILE-STATUS     PIC XX.
       01   YES-NO-ANSWER           PIC X.
            88 CONFIRM-WAS-YES         VALUE "Y".

      *--------------------------------
      * OPEN-INVOICE FIELDS.  WHAT IS
      * STILL OWED THE VENDOR, FROM
      * EACH INVOICE'S BALANCE DUE
      * RATHER THAN ITS GROSS, AND THE
      * CREDIT LEFT ON ITS MEMOS.  NO
      * INVOICE FILE, NO LINE.
      *--------------------------------
       01   INVOICE-FILE-STATUS     PIC XX.
       01   MORE-INVOICE-RECORDS    PIC X.
            88 INVOICE-RECORDS-REMAIN  VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS VALUE "N".
       77   OPEN-INVOICE-COUNT      PIC 9(5).
       77   OPEN-BALANCE-TOTAL      PIC 9(9)V99.
       77   OPEN-CREDIT-TOTAL       PIC 9(9)V99.
            COPY "fldbal01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                    PERFORM OFFER-BANK-REVEAL
                END-IF
                PERFORM DISPLAY-PAYMENT-SUMMARY
                PERFORM DISPLAY-OPEN-BALANCE
                PERFORM DISPLAY-VENDOR-CONTACTS
                PERFORM DISPLAY-RECENT-NOTES
                PERFORM OFFER-TO-ADD-A-NOTE.
                    IF CNT-EMAIL NOT = SPACES
                        DISPLAY "       " CNT-EMAIL.

      *--------------------------------
      * TOTAL THE VENDOR'S OPEN AND
      * DISPUTED INVOICES AT THEIR
      * BALANCE DUE, AND ITS UNUSED
      * CREDITS.
      *--------------------------------
       DISPLAY-OPEN-BALANCE.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS NOT = "00"
                CONTINUE
            ELSE
                MOVE ZEROS TO OPEN-INVOICE-COUNT
                MOVE ZEROS TO OPEN-BALANCE-TOTAL
                MOVE ZEROS TO OPEN-CREDIT-TOTAL
                MOVE SPACES TO OPEN-INVOICE-RECORD
                MOVE VENDOR-NUMBER TO INV-VENDOR-NUMBER
                MOVE "Y" TO MORE-INVOICE-RECORDS
                START OPEN-INVOICE-FILE KEY IS NOT LESS THAN
                        INV-INVOICE-KEY
                    INVALID KEY
                    MOVE "N" TO MORE-INVOICE-RECORDS
                END-START
                PERFORM TOTAL-ONE-OPEN-INVOICE
                   UNTIL NO-MORE-INVOICE-RECORDS
                CLOSE OPEN-INVOICE-FILE
                MOVE OPEN-BALANCE-TOTAL TO PAYMENT-DISPLAY-FIELD
                DISPLAY "OPEN INVOICES: " OPEN-INVOICE-COUNT
                    "  BALANCE DUE: " PAYMENT-DISPLAY-FIELD
                IF OPEN-CREDIT-TOTAL > 0
                    MOVE OPEN-CREDIT-TOTAL TO PAYMENT-DISPLAY-FIELD
                    DISPLAY "UNUSED CREDITS: " PAYMENT-DISPLAY-FIELD
                END-IF
                DISPLAY " ".

       TOTAL-ONE-OPEN-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN
                IF INV-VENDOR-NUMBER NOT = VENDOR-NUMBER
                    MOVE "N" TO MORE-INVOICE-RECORDS
                ELSE
                    IF INV-IS-OPEN OR INV-IS-DISPUTED OR
                            INV-IS-AWAITING-APPROVAL
                        PERFORM COMPUTE-INVOICE-BALANCE
                        IF INV-IS-CREDIT-MEMO
                            ADD INVBAL-DUE TO OPEN-CREDIT-TOTAL
                        ELSE
                            ADD 1 TO OPEN-INVOICE-COUNT
                            ADD INVBAL-DUE TO OPEN-BALANCE-TOTAL.

       OFFER-BANK-REVEAL.
            DISPLAY "REVEAL FULL BANK DETAILS? (Y/N)".
            ACCEPT YES-NO-ANSWER.
      * BANK-DETAIL DISPLAY.
      *--------------------------------
            COPY "vndmask01.cbl".

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * COMPUTE-INVOICE-BALANCE, SHARED
      * WITH EVERY PROGRAM THAT WORKS
      * FROM WHAT IS STILL OWED.
      *--------------------------------
            COPY "vndinvbal01.cbl".
