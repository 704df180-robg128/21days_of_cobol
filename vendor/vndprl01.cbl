      *          operator cannot release a payment they queued
      *          themselves.  The approval threshold itself is shown
      *          and can be changed from here, which is what makes
      *          it configurable.  A released check takes its
      *          number from the stock of the account it was queued
      *          against; with no usable stock it stays pending.
      *          A queued EFT to a vendor whose ACH prenote has not
      *          cleared (see vndach01) also stays pending, as does
      *          a foreign payment with no exchange rate on file for
      *          its date; a released payment is stamped with its
      *          rate and dollar equivalent as vndpay01 stamps them.
      *          A released payment keeps the company it was queued
      *          for, and a supervisor limited to certain companies
      *          can release only their payments -- the rest are
      *          left pending for someone who may.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY "slpth01.cbl".
            COPY "slprd01.cbl".
            COPY "slsum01.cbl".
            COPY "slcks01.cbl".
            COPY "slckr01.cbl".
            COPY "slvnd01.cbl".
            COPY "slprn01.cbl".
            COPY "slfxr01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdpmt01.cbl".
            COPY "fdpth01.cbl".
            COPY "fdprd01.cbl".
            COPY "fdsum01.cbl".
            COPY "fdcks01.cbl".
            COPY "fdckr01.cbl".
            COPY "fdvnd01.cbl".
            COPY "fdprn01.cbl".
            COPY "fdfxr01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".
       WORKING-STORAGE SECTION.
       01   PAYMENT-FILE-STATUS     PIC XX.
       01   PENDING-PAYMENT-STATUS  PIC XX.

            COPY "fldsum01.cbl".

      *--------------------------------
      * CHECK-STOCK FIELDS FOR THE
      * SHARED vndckn01 FRAGMENT.  A
      * CHECK QUEUED BEFORE STOCK WAS
      * CONTROLLED, OR AGAINST AN
      * ACCOUNT NOW OUT OF STOCK, IS
      * GIVEN AN ACCOUNT HERE.
      *--------------------------------
            COPY "fldckn01.cbl".
       77   RELEASE-CHECK-ACCOUNT   PIC X(17).
       01   RELEASE-CHECK-STATUS    PIC X.
            88 RELEASE-CHECK-IS-READY  VALUE "Y".
            88 RELEASE-CHECK-IS-MISSING VALUE "M".

      *--------------------------------
      * A QUEUED EFT GOES ONLY ONCE
      * THE VENDOR'S PRENOTE HAS
      * CLEARED.
      *--------------------------------
       01   VENDOR-FILE-STATUS      PIC XX.
            COPY "fldprn01.cbl".

      *--------------------------------
      * A FOREIGN PAYMENT GOES OUT AT
      * THE RATE IN FORCE ON ITS DATE.
      *--------------------------------
            COPY "fldfxr01.cbl".
       77   RATE-DATE-FIELD         PIC 9999/99/99.

      *--------------------------------
      * THE QUEUE IS WORKED IN ONE
      * TABLE, THE WAY vndapr01 WORKS
               10 QUE-REQUEST-DATE  PIC 9(8).
               10 QUE-REQUEST-OPER  PIC X(08).
               10 QUE-DISPOSITION   PIC X(01).
               10 QUE-PREPAY-FLAG   PIC X(01).
               10 QUE-CHECK-ACCOUNT PIC X(17).
               10 QUE-COMPANY       PIC X(02).
       77   QUEUE-COUNT             PIC 9(3).
       77   QUEUE-INDEX             PIC 9(3).
       77   QUEUE-OVERFLOW          PIC 9(5).
       01   REQUIRED-SIGNON-STATUS  PIC X.
            88 SIGNON-WAS-OK           VALUE "Y".

      *--------------------------------
      * THE COMPANIES THE SUPERVISOR
      * MAY RELEASE FOR, THROUGH THE
      * SHARED vndcmpsel01 FRAGMENT.
      *--------------------------------
            COPY "fldcmp01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-SUPERVISOR.
            MOVE OPERATOR-ID TO CMPSEL-OPERATOR-ID.
            PERFORM LOAD-OPERATOR-COMPANIES.
            PERFORM SHOW-AND-OFFER-THRESHOLD.
            PERFORM LOAD-THE-QUEUE-FILE.
            IF QUEUE-COUNT = 0
                    MOVE PPQ-REQUEST-OPERATOR
                        TO QUE-REQUEST-OPER(QUEUE-COUNT)
                    MOVE "P" TO QUE-DISPOSITION(QUEUE-COUNT)
                    MOVE PPQ-PREPAYMENT-FLAG
                        TO QUE-PREPAY-FLAG(QUEUE-COUNT)
                    MOVE PPQ-CHECK-ACCOUNT
                        TO QUE-CHECK-ACCOUNT(QUEUE-COUNT)
                    MOVE PPQ-COMPANY TO QUE-COMPANY(QUEUE-COUNT)
                ELSE
                    ADD 1 TO QUEUE-OVERFLOW.

      * GET A VERDICT.  THE OPERATOR
      * WHO QUEUED IT CANNOT BE THE
      * ONE WHO RELEASES IT -- THAT IS
      * THE WHOLE POINT.  NOR CAN A
      * SUPERVISOR RELEASE FOR A
      * COMPANY THEY MAY NOT WORK.
      *--------------------------------
       REVIEW-ONE-QUEUED-PAYMENT.
            ADD 1 TO QUEUE-INDEX.
                "  TYPE: " QUE-PAYMENT-TYPE(QUEUE-INDEX).
            DISPLAY "AMOUNT: " AMOUNT-FIELD
                "  INVOICE: " QUE-INVOICE-REF(QUEUE-INDEX).
            IF QUE-PREPAY-FLAG(QUEUE-INDEX) = "P"
                DISPLAY "PREPAYMENT -- A DEPOSIT AHEAD OF THE INVOICE".
            MOVE QUE-COMPANY(QUEUE-INDEX) TO CMPSEL-ENTRY.
            IF CMPSEL-ENTRY = SPACES
                MOVE "01" TO CMPSEL-ENTRY.
            DISPLAY "COMPANY: " CMPSEL-ENTRY.
            PERFORM CHECK-COMPANY-ACCESS.
            IF QUE-REQUEST-OPER(QUEUE-INDEX) = OPERATOR-ID
                DISPLAY "YOU QUEUED THIS PAYMENT -- A DIFFERENT "
                    "SUPERVISOR MUST RELEASE IT -- LEFT PENDING"
            ELSE IF NOT CMPSEL-ACCESS-GRANTED
                DISPLAY "YOU ARE NOT AUTHORIZED FOR COMPANY "
                    CMPSEL-ENTRY " -- LEFT PENDING"
            ELSE
                PERFORM ASK-QUEUE-VERDICT.

      * WAY vndpay01 WOULD HAVE.
      *--------------------------------
       POST-RELEASED-PAYMENT.
            MOVE "Y" TO RELEASE-CHECK-STATUS.
            MOVE SPACES TO RELEASE-CHECK-ACCOUNT.
            MOVE "Y" TO PRNCHK-RESULT.
            IF QUE-PAYMENT-TYPE(QUEUE-INDEX) = "C"
                PERFORM CHOOSE-RELEASE-ACCOUNT.
            IF QUE-PAYMENT-TYPE(QUEUE-INDEX) = "E"
                PERFORM CHECK-RELEASE-PRENOTE.
            MOVE QUE-CURRENCY(QUEUE-INDEX) TO FXRLOK-CURRENCY.
            MOVE QUE-PAYMENT-DATE(QUEUE-INDEX) TO FXRLOK-AS-OF-DATE.
            MOVE QUE-AMOUNT(QUEUE-INDEX) TO FXRLOK-AMOUNT.
            PERFORM LOOK-UP-EXCHANGE-RATE.
            IF PRNCHK-AWAITS-CALLBACK
                DISPLAY "VENDOR'S BANK CHANGE AWAITS A CALLBACK -- "
                    "LEFT PENDING"
            ELSE IF NOT PRNCHK-IS-CLEAR
                DISPLAY "VENDOR'S ACH PRENOTE HAS NOT CLEARED -- "
                    "LEFT PENDING"
            ELSE IF FXRLOK-NO-RATE
                MOVE QUE-PAYMENT-DATE(QUEUE-INDEX) TO RATE-DATE-FIELD
                DISPLAY "NO EXCHANGE RATE FOR " FXRLOK-CURRENCY
                    " ON OR BEFORE " RATE-DATE-FIELD
                    " -- LEFT PENDING"
            ELSE IF RELEASE-CHECK-IS-READY
                PERFORM WRITE-RELEASED-PAYMENT
            ELSE
                DISPLAY "NO CHECK STOCK TO DRAW THE CHECK ON -- "
                    "LEFT PENDING".

      *--------------------------------
      * A VENDOR NO LONGER ON FILE HAS
      * NO BANK DETAILS, SO IT CANNOT
      * MATCH A PRENOTE.
      *--------------------------------
       CHECK-RELEASE-PRENOTE.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE QUE-VENDOR-NUMBER(QUEUE-INDEX) TO VENDOR-NUMBER.
            OPEN INPUT VENDOR-FILE.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE SPACE TO VENDOR-RECORD
                   MOVE QUE-VENDOR-NUMBER(QUEUE-INDEX)
                       TO VENDOR-NUMBER.
            CLOSE VENDOR-FILE.
            MOVE QUE-PAYMENT-DATE(QUEUE-INDEX) TO PRNCHK-AS-OF-DATE.
            PERFORM CHECK-PRENOTE-CLEARANCE.

      *--------------------------------
      * THE QUEUED ACCOUNT IS USED
      * WHEN ITS STOCK STILL HOLDS A
      * SHEET; OTHERWISE THE
      * SUPERVISOR NAMES ONE, OR
      * LEAVES THE PAYMENT PENDING.
      * NO STOCK FILE MEANS THE CHECK
      * POSTS UNNUMBERED AS BEFORE.
      *--------------------------------
       CHOOSE-RELEASE-ACCOUNT.
            MOVE QUE-CHECK-ACCOUNT(QUEUE-INDEX) TO CKN-BANK-ACCOUNT.
            PERFORM LOOK-UP-CHECK-STOCK.
            IF CKN-WENT-OK
                MOVE CKN-BANK-ACCOUNT TO RELEASE-CHECK-ACCOUNT
            ELSE IF NOT CKN-STOCK-NOT-IN-USE
                IF CKN-BANK-ACCOUNT NOT = SPACES
                    DISPLAY "ACCOUNT " CKN-BANK-ACCOUNT " HAS NO "
                        "CHECK STOCK LEFT TO DRAW ON"
                END-IF
                MOVE "N" TO RELEASE-CHECK-STATUS
                PERFORM ENTER-RELEASE-ACCOUNT
                   UNTIL RELEASE-CHECK-IS-READY OR
                       RELEASE-CHECK-IS-MISSING.

       ENTER-RELEASE-ACCOUNT.
            DISPLAY "ENTER THE BANK ACCOUNT THE CHECK IS DRAWN ON".
            DISPLAY "(BLANK TO LEAVE IT PENDING)".
            ACCEPT CKN-BANK-ACCOUNT.
            IF CKN-BANK-ACCOUNT = SPACES
                MOVE "M" TO RELEASE-CHECK-STATUS
            ELSE
                PERFORM LOOK-UP-CHECK-STOCK
                IF CKN-WENT-OK
                    MOVE CKN-BANK-ACCOUNT TO RELEASE-CHECK-ACCOUNT
                    MOVE "Y" TO RELEASE-CHECK-STATUS
                ELSE
                    DISPLAY "NO USABLE CHECK STOCK ON THAT ACCOUNT "
                        "-- SEE vndcks01".

       WRITE-RELEASED-PAYMENT.
            PERFORM FIND-NEXT-PAYMENT-SEQ.
            MOVE SPACES TO PAYMENT-RECORD.
            MOVE QUE-VENDOR-NUMBER(QUEUE-INDEX)
                MOVE "USD" TO PMT-CURRENCY
            ELSE
                MOVE QUE-CURRENCY(QUEUE-INDEX) TO PMT-CURRENCY.
            MOVE QUE-PREPAY-FLAG(QUEUE-INDEX) TO PMT-PREPAYMENT-FLAG.
            MOVE QUE-COMPANY(QUEUE-INDEX) TO PMT-COMPANY.
            MOVE QUE-AMOUNT(QUEUE-INDEX) TO FXRLOK-AMOUNT.
            PERFORM STAMP-RELEASE-RATE.
            MOVE ZEROS TO PMT-CHECK-NUMBER.
            IF RELEASE-CHECK-ACCOUNT NOT = SPACES
                PERFORM NUMBER-RELEASED-CHECK.
            WRITE PAYMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PAYMENT RECORD".
                    TO SUMUPD-VENDOR-NUMBER
                MOVE QUE-PAYMENT-DATE(QUEUE-INDEX)
                    TO SUMUPD-PAYMENT-DATE
                MOVE PMT-USD-AMOUNT TO SUMUPD-AMOUNT
                MOVE QUE-PAYMENT-TYPE(QUEUE-INDEX)
                    TO SUMUPD-PAYMENT-TYPE
                PERFORM UPDATE-VENDOR-SUMMARY
                END-IF
                DISPLAY "PAYMENT RELEASED AND POSTED".

       NUMBER-RELEASED-CHECK.
            MOVE RELEASE-CHECK-ACCOUNT TO CKN-BANK-ACCOUNT.
            MOVE PMT-PAYMENT-KEY TO CKN-PAYMENT-KEY.
            MOVE QUE-AMOUNT(QUEUE-INDEX) TO CKN-AMOUNT.
            MOVE OPERATOR-ID TO CKN-OPERATOR-ID.
            MOVE QUE-PAYMENT-DATE(QUEUE-INDEX) TO CKN-ACTION-DATE.
            MOVE SPACES TO CKN-NOTE.
            PERFORM TAKE-NEXT-CHECK-NUMBER.
            IF CKN-WENT-OK
                MOVE RELEASE-CHECK-ACCOUNT TO PMT-CHECK-ACCOUNT
                MOVE CKN-CHECK-NUMBER TO PMT-CHECK-NUMBER
                DISPLAY "WRITE THIS CHECK ON STOCK NUMBER "
                    CKN-CHECK-NUMBER
            ELSE
                DISPLAY "CHECK STOCK ON " RELEASE-CHECK-ACCOUNT
                    " RAN OUT -- CHECK POSTED UNNUMBERED".

      *--------------------------------
      * THE WITHHELD PIECE THAT RODE
      * THE QUEUE POSTS AS ITS OWN
                MOVE "USD" TO PMT-CURRENCY
            ELSE
                MOVE QUE-CURRENCY(QUEUE-INDEX) TO PMT-CURRENCY.
            MOVE QUE-COMPANY(QUEUE-INDEX) TO PMT-COMPANY.
            MOVE QUE-WITHHELD(QUEUE-INDEX) TO FXRLOK-AMOUNT.
            PERFORM STAMP-RELEASE-RATE.
            MOVE ZEROS TO PMT-CHECK-NUMBER.
            WRITE PAYMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING WITHHOLDING RECORD".
            IF PAYMENT-FILE-STATUS = "00"
                MOVE PMT-USD-AMOUNT TO SUMUPD-AMOUNT
                MOVE "W" TO SUMUPD-PAYMENT-TYPE
                PERFORM UPDATE-VENDOR-SUMMARY.

      *--------------------------------
      * THE RATE LOOKED UP WHEN THE
      * PAYMENT WAS RELEASED TURNS THE
      * AMOUNT IN FXRLOK-AMOUNT INTO
      * DOLLARS.  WITH NO RATE FILE
      * THE RATE IS ZERO AND THE
      * AMOUNT STANDS AS IT IS.
      *--------------------------------
       STAMP-RELEASE-RATE.
            PERFORM CONVERT-TO-USD.
            MOVE FXRLOK-USD-AMOUNT TO PMT-USD-AMOUNT.
            IF FXRLOK-WENT-OK
                MOVE FXRLOK-RATE TO PMT-EXCHANGE-RATE
            ELSE
                MOVE ZEROS TO PMT-EXCHANGE-RATE.

      *--------------------------------
      * THE ONE-RECORD PERIOD CONTROL
      * FILE NAMES THE OPEN YYYYMM.
                    TO PPQ-REQUEST-DATE
                MOVE QUE-REQUEST-OPER(QUEUE-INDEX)
                    TO PPQ-REQUEST-OPERATOR
                MOVE QUE-PREPAY-FLAG(QUEUE-INDEX)
                    TO PPQ-PREPAYMENT-FLAG
                MOVE QUE-CHECK-ACCOUNT(QUEUE-INDEX)
                    TO PPQ-CHECK-ACCOUNT
                MOVE QUE-COMPANY(QUEUE-INDEX) TO PPQ-COMPANY
                WRITE PENDING-PAYMENT-RECORD.

      *--------------------------------
      * TO THE PAYMENT HISTORY.
      *--------------------------------
            COPY "vndsumupd01.cbl".

      *--------------------------------
      * AND THE CHECK-STOCK HANDLING,
      * SHARED WITH EVERY PROGRAM THAT
      * WRITES OR VOIDS A CHECK.
      *--------------------------------
            COPY "vndckn01.cbl".

      *--------------------------------
      * AND THE ACH PRENOTE CHECK.
      *--------------------------------
            COPY "vndprnchk01.cbl".

      *--------------------------------
      * AND THE EXCHANGE-RATE LOOKUP.
      *--------------------------------
            COPY "vndfxrlok01.cbl".

      *--------------------------------
      * AND THE COMPANY ACCESS CHECK.
      *--------------------------------
            COPY "vndcmpsel01.cbl".
