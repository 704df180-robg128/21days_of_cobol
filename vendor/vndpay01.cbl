      *          PAYMENT-FILE, stamped with the operator who posted
      *          it.  vndinq01 reads this history back to answer
      *          "how much have we paid this vendor this year".
      *          A deposit a supplier demands before it ships posts
      *          here as a prepayment: a real check or EFT, marked so
      *          it builds the vendor's unapplied prepayment balance
      *          until vndsel01 applies it to the invoice that
      *          follows.  A prepayment already applied cannot be
      *          voided.  A void of late-payment interest paid by
      *          vndsel01 keeps the interest mark, so the quarterly
      *          interest report nets it out.  A check is written
      *          on controlled stock: the clerk names the bank
      *          account, the check takes that account's next
      *          number (or, when it queues for release, takes it
      *          when vndprl01 releases it), and voiding a numbered
      *          check marks its number voided on the check
      *          register.  An EFT is refused for a vendor whose
      *          bank details are not yet proven by an ACH prenote
      *          (vndach01) or whose prenote has not yet cleared;
      *          until it does the vendor can be paid by check.
      *          A payment in a foreign currency is stamped with the
      *          exchange rate in force on its date and its dollar
      *          equivalent; with rates kept and none on file for
      *          the currency it is not posted until one is keyed in
      *          vndfxr01.  A void backs out at the original's rate.
      *          The clerk picks the company the session posts for,
      *          among those the operator may work; every payment
      *          and queued payment carries it, and only that
      *          company's payments can be voided -- a void carries
      *          its original's company.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY "slsum01.cbl".
            COPY "slppq01.cbl".
            COPY "slpth01.cbl".
            COPY "slpap01.cbl".
            COPY "slcks01.cbl".
            COPY "slckr01.cbl".
            COPY "slprn01.cbl".
            COPY "slfxr01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdsum01.cbl".
            COPY "fdppq01.cbl".
            COPY "fdpth01.cbl".
            COPY "fdpap01.cbl".
            COPY "fdcks01.cbl".
            COPY "fdckr01.cbl".
            COPY "fdprn01.cbl".
            COPY "fdfxr01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   PAYMENT-FILE-STATUS     PIC XX.
      *--------------------------------
       77   POST-MODE-ENTRY         PIC X.
            88 POST-MODE-IS-VOID       VALUE "V".
            88 POST-MODE-IS-PREPAYMENT VALUE "R".
       77   ORIGINAL-DATE-HOLD      PIC 9(8).
       77   ORIGINAL-SEQ-ENTRY      PIC X(3).
       77   ORIGINAL-SEQ-LENGTH     PIC 9.
       01   ALREADY-VOIDED-STATUS   PIC X.
            88 ALREADY-VOIDED          VALUE "Y".

      *--------------------------------
      * PREPAYMENT FIELDS.  THE FLAG
      * RIDES ONTO THE PAYMENT RECORD
      * (AND ONTO A VOID OF ONE).  A
      * PREPAYMENT WITH ANY
      * APPLICATION ON FILE HAS BEEN
      * SPENT AGAINST AN INVOICE AND
      * IS NOT VOIDED HERE.
      *--------------------------------
       01   APPLICATION-FILE-STATUS PIC XX.
       77   PREPAYMENT-FLAG-HOLD    PIC X(01).
       77   INTEREST-FLAG-HOLD      PIC X(01).
       01   PREPAYMENT-USED-STATUS  PIC X.
            88 PREPAYMENT-WAS-APPLIED  VALUE "Y".

      *--------------------------------
      * POSTING-PERIOD CHECK FIELDS.
      * A PAYMENT DATED IN A CLOSED
      *--------------------------------
            COPY "fldsum01.cbl".

      *--------------------------------
      * CHECK-STOCK FIELDS FOR THE
      * SHARED vndckn01 FRAGMENT.  THE
      * ACCOUNT IS ASKED FOR EACH
      * CHECK; A VOID REMEMBERS THE
      * VOIDED CHECK'S ACCOUNT AND
      * NUMBER SO THE REGISTER CAN BE
      * MARKED.  NO STOCK FILE MEANS
      * STOCK IS NOT CONTROLLED YET.
      *--------------------------------
            COPY "fldckn01.cbl".
       77   CHECK-ACCOUNT-HOLD      PIC X(17).
       77   VOID-CHECK-ACCOUNT-HOLD PIC X(17).
       77   VOID-CHECK-NUMBER-HOLD  PIC 9(8).
       01   CHECK-ACCOUNT-STATUS    PIC X.
            88 CHECK-ACCOUNT-IS-READY  VALUE "Y".
            88 CHECK-ACCOUNT-IS-MISSING VALUE "M".

      *--------------------------------
      * AN EFT GOES ONLY TO A VENDOR
      * WHOSE PRENOTE HAS CLEARED.
      *--------------------------------
            COPY "fldprn01.cbl".
       77   CLEAR-DATE-FIELD        PIC 9999/99/99.

      *--------------------------------
      * EXCHANGE-RATE FIELDS FOR THE
      * SHARED vndfxrlok01 FRAGMENT.
      * THE RATE IS LOOKED UP WHEN THE
      * PAYMENT IS CONFIRMED AND HELD
      * FOR THE WITHHELD PIECE TOO; A
      * VOID CARRIES THE ORIGINAL'S.
      *--------------------------------
            COPY "fldfxr01.cbl".
       77   ORIGINAL-RATE-HOLD      PIC 9(4)V9(8).
       77   ORIGINAL-USD-HOLD       PIC 9(9)V99.
            COPY "fldpmtusd01.cbl".
       77   RATE-DATE-FIELD         PIC 9999/99/99.
       77   USD-AMOUNT-FIELD        PIC ZZZ,ZZZ,ZZ9.99.
       77   RATE-FIELD              PIC ZZZ9.99999999.

      *--------------------------------
      * OPERATOR SIGN-ON GOES THROUGH
      * THE SHARED vndsgn01 MODULE,
      *--------------------------------
            COPY "fldsgn01.cbl".

      *--------------------------------
      * THE COMPANY THE SESSION POSTS
      * FOR, THROUGH THE SHARED
      * vndcmpsel01 FRAGMENT.  A VOID
      * KEEPS ITS ORIGINAL'S COMPANY.
      *--------------------------------
            COPY "fldcmp01.cbl".
       77   ORIGINAL-COMPANY-HOLD   PIC X(02).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-OPERATOR.
            PERFORM SELECT-THE-COMPANY.
            OPEN INPUT VENDOR-FILE.
            PERFORM OPEN-PAYMENT-FILE.
            PERFORM POST-PAYMENTS
                DISPLAY "NOT SIGNED ON -- NOTHING POSTED"
                GOBACK.

      *--------------------------------
      * ONE COMPANY PER SESSION, FROM
      * THOSE THE OPERATOR MAY WORK.
      * WITH NO COMPANY TABLE EVERY
      * PAYMENT GOES TO THE HOME
      * COMPANY WITHOUT ASKING.
      *--------------------------------
       SELECT-THE-COMPANY.
            MOVE OPERATOR-ID TO CMPSEL-OPERATOR-ID.
            MOVE "N" TO CMPSEL-ALLOW-ALL.
            PERFORM SELECT-COMPANY.
            IF CMPSEL-CANCELLED
                DISPLAY "NO COMPANY CHOSEN -- NOTHING POSTED"
                GOBACK.
            IF CMPSEL-WENT-OK
                DISPLAY "POSTING PAYMENTS FOR COMPANY "
                    CMPSEL-HEADING-TEXT.

      *--------------------------------
      * OPEN THE PAYMENT FILE FOR
      * UPDATE.  IF IT HAS NEVER BEEN
                        PERFORM POST-A-PAYMENT.

       ASK-POST-OR-VOID.
            DISPLAY "POST A (P)AYMENT, A P(R)EPAYMENT, OR A (V)OID "
                "FOR THIS VENDOR?".
            ACCEPT POST-MODE-ENTRY.
            IF POST-MODE-ENTRY = "v"
                MOVE "V" TO POST-MODE-ENTRY.
            IF POST-MODE-ENTRY = "r"
                MOVE "R" TO POST-MODE-ENTRY.

       POST-A-PAYMENT.
            IF POST-MODE-IS-PREPAYMENT
                MOVE "P" TO PREPAYMENT-FLAG-HOLD
                DISPLAY "POSTING PREPAYMENT FOR: " VENDOR-NAME
            ELSE
                MOVE SPACE TO PREPAYMENT-FLAG-HOLD
                DISPLAY "POSTING PAYMENT FOR: " VENDOR-NAME.
            MOVE SPACE TO INTEREST-FLAG-HOLD.
            PERFORM ENTER-PAYMENT-DATE.
            PERFORM ENTER-PAYMENT-TYPE.
            PERFORM ENTER-PAYMENT-AMOUNT.
            PERFORM ENTER-INVOICE-REF.
            MOVE SPACES TO CHECK-ACCOUNT-HOLD.
            MOVE "Y" TO CHECK-ACCOUNT-STATUS.
            IF PAYMENT-TYPE-ENTRY = "C"
                PERFORM CHOOSE-CHECK-ACCOUNT.
            PERFORM ASK-CONFIRM-PAYMENT.
      *--------------------------------
      * A QUEUED PAYMENT CARRIES ITS

       WRITE-WITHHOLDING-RECORD.
            MOVE "W" TO PAYMENT-TYPE-ENTRY.
            MOVE SPACE TO PREPAYMENT-FLAG-HOLD.
            MOVE SPACE TO INTEREST-FLAG-HOLD.
            MOVE WITHHELD-AMOUNT-HOLD TO PAYMENT-AMOUNT-HOLD.
            PERFORM WRITE-PAYMENT-RECORD.

                MOVE ZEROS TO PPQ-WITHHELD-AMOUNT.
            ACCEPT PPQ-REQUEST-DATE FROM DATE YYYYMMDD.
            MOVE OPERATOR-ID TO PPQ-REQUEST-OPERATOR.
            MOVE PREPAYMENT-FLAG-HOLD TO PPQ-PREPAYMENT-FLAG.
            MOVE CHECK-ACCOUNT-HOLD TO PPQ-CHECK-ACCOUNT.
            MOVE CMPSEL-COMPANY TO PPQ-COMPANY.
            WRITE PENDING-PAYMENT-RECORD.
            CLOSE PENDING-PAYMENT-FILE.
            DISPLAY "AMOUNT IS AT OR ABOVE THE APPROVAL THRESHOLD "
                   MOVE "N" TO ORIGINAL-FOUND-STATUS.

       JUDGE-AND-POST-VOID.
            MOVE PMT-COMPANY TO CMPSEL-RECORD-COMPANY.
            PERFORM TEST-RECORD-COMPANY.
            MOVE CMPSEL-RECORD-COMPANY TO ORIGINAL-COMPANY-HOLD.
            IF PMT-IS-VOID
                DISPLAY "THAT ENTRY IS ITSELF A VOID -- NOTHING "
                    "VOIDED"
            ELSE IF NOT CMPSEL-RECORD-IS-SELECTED
                DISPLAY "THAT PAYMENT BELONGS TO COMPANY "
                    ORIGINAL-COMPANY-HOLD " -- NOTHING VOIDED"
            ELSE
                MOVE PMT-AMOUNT TO PAYMENT-AMOUNT-HOLD
                PERFORM TAKE-PAYMENT-IN-USD
                MOVE PAYMENT-IN-USD TO ORIGINAL-USD-HOLD
                IF PMT-EXCHANGE-RATE IS NUMERIC
                    MOVE PMT-EXCHANGE-RATE TO ORIGINAL-RATE-HOLD
                ELSE
                    MOVE ZEROS TO ORIGINAL-RATE-HOLD
                END-IF
                MOVE PMT-PAYMENT-TYPE TO ORIGINAL-TYPE-HOLD
                MOVE PMT-INVOICE-REF TO INVOICE-REF-ENTRY
                MOVE PMT-PREPAYMENT-FLAG TO PREPAYMENT-FLAG-HOLD
                MOVE PMT-INTEREST-FLAG TO INTEREST-FLAG-HOLD
                MOVE PMT-CHECK-ACCOUNT TO VOID-CHECK-ACCOUNT-HOLD
                IF PMT-IS-CHECK AND PMT-CHECK-NUMBER IS NUMERIC
                    MOVE PMT-CHECK-NUMBER TO VOID-CHECK-NUMBER-HOLD
                ELSE
                    MOVE ZEROS TO VOID-CHECK-NUMBER-HOLD
                END-IF
                PERFORM CHECK-ALREADY-VOIDED
                PERFORM CHECK-PREPAYMENT-APPLIED
                IF ALREADY-VOIDED
                    DISPLAY "THAT PAYMENT ALREADY CARRIES A VOID "
                        "-- NOTHING VOIDED"
                ELSE IF PREPAYMENT-WAS-APPLIED
                    DISPLAY "THAT PREPAYMENT HAS BEEN APPLIED TO AN "
                        "INVOICE -- NOTHING VOIDED"
                ELSE
                    PERFORM CONFIRM-AND-WRITE-VOID.

                        MOVE "Y" TO ALREADY-VOIDED-STATUS
                        MOVE "N" TO MORE-SEQ-RECORDS.

      *--------------------------------
      * ONLY A PREPAYMENT CAN HAVE
      * APPLICATIONS.  NO APPLICATION
      * FILE YET MEANS NOTHING HAS
      * EVER BEEN APPLIED.
      *--------------------------------
       CHECK-PREPAYMENT-APPLIED.
            MOVE "N" TO PREPAYMENT-USED-STATUS.
            IF PREPAYMENT-FLAG-HOLD = "P"
                OPEN INPUT PREPAYMENT-APPLICATION-FILE
                IF APPLICATION-FILE-STATUS = "00"
                    MOVE VENDOR-NUMBER TO PAP-VENDOR-NUMBER
                    MOVE ORIGINAL-DATE-HOLD TO PAP-PREPAY-DATE
                    MOVE ORIGINAL-SEQ-HOLD TO PAP-PREPAY-SEQ
                    MOVE ZEROS TO PAP-APPLY-SEQ
                    START PREPAYMENT-APPLICATION-FILE
                       KEY IS NOT LESS THAN PAP-APPLICATION-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM READ-FIRST-APPLICATION
                    END-START
                    CLOSE PREPAYMENT-APPLICATION-FILE.

       READ-FIRST-APPLICATION.
            READ PREPAYMENT-APPLICATION-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF PAP-VENDOR-NUMBER = VENDOR-NUMBER AND
                           PAP-PREPAY-DATE = ORIGINAL-DATE-HOLD AND
                           PAP-PREPAY-SEQ = ORIGINAL-SEQ-HOLD
                       MOVE "Y" TO PREPAYMENT-USED-STATUS
                   END-IF
            END-READ.

       CONFIRM-AND-WRITE-VOID.
            DISPLAY " ".
            DISPLAY "VOIDING " ORIGINAL-TYPE-HOLD " PAYMENT OF "
            MOVE PAYMENT-AMOUNT-HOLD TO AMOUNT-FIELD.
            DISPLAY "AMOUNT:  " AMOUNT-FIELD.
            DISPLAY "INVOICE: " INVOICE-REF-ENTRY.
            IF VOID-CHECK-NUMBER-HOLD > ZEROS
                DISPLAY "CHECK:   " VOID-CHECK-NUMBER-HOLD
                    " ON ACCOUNT " VOID-CHECK-ACCOUNT-HOLD.
            DISPLAY "ENTER THE VOID DATE (YYYYMMDD)".
            PERFORM ENTER-PAYMENT-DATE.
            DISPLAY "POST THIS VOID? (Y/N)".
            IF CONFIRM-WAS-YES
                MOVE "V" TO PAYMENT-TYPE-ENTRY
                PERFORM WRITE-PAYMENT-RECORD
                IF PAYMENT-FILE-STATUS = "00" AND
                        VOID-CHECK-NUMBER-HOLD > ZEROS
                    PERFORM VOID-THE-CHECK-NUMBER
                END-IF
            ELSE
                DISPLAY "VOID NOT POSTED".

      *--------------------------------
      * THE VOIDED CHECK'S NUMBER IS
      * MARKED ON THE REGISTER SO THE
      * MONTH-END COUNT SHOWS WHERE
      * THAT PIECE OF STOCK WENT.
      *--------------------------------
       VOID-THE-CHECK-NUMBER.
            MOVE VOID-CHECK-ACCOUNT-HOLD TO CKN-BANK-ACCOUNT.
            MOVE VOID-CHECK-NUMBER-HOLD TO CKN-CHECK-NUMBER.
            MOVE PAYMENT-DATE-HOLD TO CKN-ACTION-DATE.
            MOVE OPERATOR-ID TO CKN-OPERATOR-ID.
            PERFORM MARK-CHECK-NUMBER-VOIDED.
            IF CKN-WENT-OK
                DISPLAY "CHECK " VOID-CHECK-NUMBER-HOLD
                    " MARKED VOIDED ON THE CHECK REGISTER"
            ELSE
                DISPLAY "CHECK " VOID-CHECK-NUMBER-HOLD
                    " IS NOT ON THE REGISTER AS USED -- CHECK THE "
                    "REGISTER IN vndckr01".

      *--------------------------------
      * ASK FOR A VENDOR NUMBER AND
      * READ THE MASTER RECORD SO THE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                DISPLAY "INVALID PAYMENT TYPE -- TRY AGAIN".
            IF PAYMENT-TYPE-ENTRY = "E"
                PERFORM CHECK-EFT-PRENOTE.

      *--------------------------------
      * NEW OR CHANGED BANK DETAILS
      * TAKE NO LIVE EFT UNTIL THE
      * PRENOTE HAS GONE AND ITS
      * WAITING PERIOD HAS PASSED.
      *--------------------------------
       CHECK-EFT-PRENOTE.
            MOVE PAYMENT-DATE-HOLD TO PRNCHK-AS-OF-DATE.
            PERFORM CHECK-PRENOTE-CLEARANCE.
            IF PRNCHK-AWAITS-CALLBACK
                DISPLAY "BANK DETAILS CHANGED -- NO EFT UNTIL A "
                    "CALLBACK IS RECORDED IN vndcbk01; PAY BY CHECK"
                MOVE "N" TO REQUIRED-ENTRY-STATUS
            ELSE IF PRNCHK-NOT-SENT
                DISPLAY "BANK DETAILS NOT YET PRENOTED -- NO EFT UNTIL "
                    "THE PRENOTE CLEARS; PAY BY CHECK"
                MOVE "N" TO REQUIRED-ENTRY-STATUS
            ELSE IF PRNCHK-IS-WAITING
                MOVE PRNCHK-CLEAR-DATE TO CLEAR-DATE-FIELD
                DISPLAY "VENDOR IS IN ITS PRENOTE PERIOD UNTIL "
                    CLEAR-DATE-FIELD " -- PAY BY CHECK"
                MOVE "N" TO REQUIRED-ENTRY-STATUS.

       ENTER-PAYMENT-AMOUNT.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

      *--------------------------------
      * A PREPAYMENT HAS NO INVOICE
      * YET -- ITS REFERENCE IS THE PO
      * OR PRO FORMA THE SUPPLIER
      * BILLED THE DEPOSIT AGAINST.
      *--------------------------------
       ENTER-INVOICE-REF.
            IF POST-MODE-IS-PREPAYMENT
                DISPLAY "ENTER THE PO OR PRO FORMA THE DEPOSIT IS FOR"
            ELSE
                DISPLAY "ENTER INVOICE REFERENCE".
            ACCEPT INVOICE-REF-ENTRY.

       ASK-CONFIRM-PAYMENT.
            DISPLAY "VENDOR:  " VENDOR-NUMBER " " VENDOR-NAME.
            DISPLAY "DATE:    " PAYMENT-DATE-HOLD.
            DISPLAY "TYPE:    " PAYMENT-TYPE-ENTRY.
            IF POST-MODE-IS-PREPAYMENT
                DISPLAY "          PREPAYMENT -- HELD AS AN ASSET "
                    "UNTIL APPLIED".
            MOVE PAYMENT-AMOUNT-HOLD TO AMOUNT-FIELD.
            DISPLAY "AMOUNT:  " AMOUNT-FIELD.
            DISPLAY "INVOICE: " INVOICE-REF-ENTRY.
            IF CHECK-ACCOUNT-HOLD NOT = SPACES
                DISPLAY "DRAWN ON ACCOUNT " CHECK-ACCOUNT-HOLD.
            PERFORM LOOK-UP-PAYMENT-RATE.
            IF CHECK-ACCOUNT-IS-MISSING
                DISPLAY "NO CHECK STOCK WAS NAMED FOR THE CHECK"
                MOVE "N" TO YES-NO-ANSWER
            ELSE IF FXRLOK-NO-RATE
                MOVE PAYMENT-DATE-HOLD TO RATE-DATE-FIELD
                DISPLAY "NO EXCHANGE RATE FOR " FXRLOK-CURRENCY
                    " ON OR BEFORE " RATE-DATE-FIELD
                    " -- KEY ONE IN vndfxr01"
                MOVE "N" TO YES-NO-ANSWER
            ELSE
                DISPLAY "POST THIS PAYMENT? (Y/N)"
                ACCEPT YES-NO-ANSWER.
            IF YES-NO-ANSWER = "y"
                MOVE "Y" TO YES-NO-ANSWER.
            IF YES-NO-ANSWER NOT = "Y"
                MOVE "N" TO YES-NO-ANSWER.

      *--------------------------------
      * A FOREIGN PAYMENT IS SHOWN IN
      * DOLLARS AT THE RATE IN FORCE
      * ON ITS DATE -- THE LATEST ONE
      * KEYED OR FED ON OR BEFORE IT.
      *--------------------------------
       LOOK-UP-PAYMENT-RATE.
            MOVE VENDOR-CURRENCY TO FXRLOK-CURRENCY.
            MOVE PAYMENT-DATE-HOLD TO FXRLOK-AS-OF-DATE.
            MOVE PAYMENT-AMOUNT-HOLD TO FXRLOK-AMOUNT.
            PERFORM LOOK-UP-EXCHANGE-RATE.
            IF FXRLOK-WENT-OK AND FXRLOK-RATE NOT = 1
                MOVE FXRLOK-USD-AMOUNT TO USD-AMOUNT-FIELD
                MOVE FXRLOK-RATE-DATE TO RATE-DATE-FIELD
                MOVE FXRLOK-RATE TO RATE-FIELD
                DISPLAY "IN USD:  " USD-AMOUNT-FIELD
                    " AT " RATE-FIELD " OF " RATE-DATE-FIELD.

      *--------------------------------
      * A CHECK COMES OFF A NAMED
      * ACCOUNT'S STOCK.  THE NUMBER
      * ITSELF IS TAKEN ONLY WHEN THE
      * PAYMENT IS WRITTEN, SO A CHECK
      * NOT POSTED USES NO STOCK.
      * BLANK LEAVES THE CHECK
      * UNPOSTED.
      *--------------------------------
       CHOOSE-CHECK-ACCOUNT.
            MOVE SPACES TO CKN-BANK-ACCOUNT.
            PERFORM LOOK-UP-CHECK-STOCK.
            IF NOT CKN-STOCK-NOT-IN-USE
                MOVE "N" TO CHECK-ACCOUNT-STATUS
                PERFORM ENTER-CHECK-ACCOUNT
                   UNTIL CHECK-ACCOUNT-IS-READY OR
                       CHECK-ACCOUNT-IS-MISSING.

       ENTER-CHECK-ACCOUNT.
            DISPLAY "ENTER THE BANK ACCOUNT THE CHECK IS DRAWN ON".
            DISPLAY "(BLANK TO LEAVE THE CHECK UNPOSTED)".
            ACCEPT CKN-BANK-ACCOUNT.
            IF CKN-BANK-ACCOUNT = SPACES
                MOVE "M" TO CHECK-ACCOUNT-STATUS
            ELSE
                PERFORM LOOK-UP-CHECK-STOCK
                IF CKN-NO-SUCH-ACCOUNT
                    DISPLAY "NO CHECK STOCK ON FILE FOR THAT "
                        "ACCOUNT -- SEE vndcks01"
                ELSE IF CKN-STOCK-RAN-OUT
                    DISPLAY "THAT ACCOUNT IS OUT OF CHECK STOCK -- "
                        "LOAD MORE IN vndcks01"
                ELSE
                    MOVE CKN-BANK-ACCOUNT TO CHECK-ACCOUNT-HOLD
                    MOVE "Y" TO CHECK-ACCOUNT-STATUS.

      *--------------------------------
      * THE CLERK IS TOLD WHICH SHEET
      * TO WRITE THE CHECK ON, SO THE
      * STOCK AND THE REGISTER AGREE.
      *--------------------------------
       NUMBER-THIS-CHECK.
            MOVE CHECK-ACCOUNT-HOLD TO CKN-BANK-ACCOUNT.
            MOVE PMT-PAYMENT-KEY TO CKN-PAYMENT-KEY.
            MOVE PAYMENT-AMOUNT-HOLD TO CKN-AMOUNT.
            MOVE OPERATOR-ID TO CKN-OPERATOR-ID.
            MOVE PAYMENT-DATE-HOLD TO CKN-ACTION-DATE.
            MOVE SPACES TO CKN-NOTE.
            PERFORM TAKE-NEXT-CHECK-NUMBER.
            IF CKN-WENT-OK
                MOVE CHECK-ACCOUNT-HOLD TO PMT-CHECK-ACCOUNT
                MOVE CKN-CHECK-NUMBER TO PMT-CHECK-NUMBER
                DISPLAY "WRITE THIS CHECK ON STOCK NUMBER "
                    CKN-CHECK-NUMBER
            ELSE
                DISPLAY "CHECK STOCK ON " CHECK-ACCOUNT-HOLD
                    " RAN OUT -- CHECK POSTED UNNUMBERED".

      *--------------------------------
      * MORE THAN ONE PAYMENT CAN GO TO
      * THE SAME VENDOR ON THE SAME
                MOVE "USD" TO PMT-CURRENCY
            ELSE
                MOVE VENDOR-CURRENCY TO PMT-CURRENCY.
            MOVE PREPAYMENT-FLAG-HOLD TO PMT-PREPAYMENT-FLAG.
            MOVE INTEREST-FLAG-HOLD TO PMT-INTEREST-FLAG.
            IF PAYMENT-TYPE-ENTRY = "V"
                MOVE ORIGINAL-COMPANY-HOLD TO PMT-COMPANY
            ELSE
                MOVE CMPSEL-COMPANY TO PMT-COMPANY.
            PERFORM STAMP-EXCHANGE-RATE.
            MOVE ZEROS TO PMT-CHECK-NUMBER.
            IF PAYMENT-TYPE-ENTRY = "V"
                MOVE VOID-CHECK-ACCOUNT-HOLD TO PMT-CHECK-ACCOUNT
                MOVE VOID-CHECK-NUMBER-HOLD TO PMT-CHECK-NUMBER
            ELSE IF PAYMENT-TYPE-ENTRY = "C" AND
                    CHECK-ACCOUNT-HOLD NOT = SPACES
                PERFORM NUMBER-THIS-CHECK.
            WRITE PAYMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PAYMENT RECORD".
            IF PAYMENT-FILE-STATUS = "00"
                MOVE VENDOR-NUMBER TO SUMUPD-VENDOR-NUMBER
                MOVE PAYMENT-DATE-HOLD TO SUMUPD-PAYMENT-DATE
                MOVE PMT-USD-AMOUNT TO SUMUPD-AMOUNT
                MOVE PAYMENT-TYPE-ENTRY TO SUMUPD-PAYMENT-TYPE
                PERFORM UPDATE-VENDOR-SUMMARY
                IF PAYMENT-TYPE-ENTRY = "V"
                    DISPLAY "VOID POSTED"
                ELSE IF PREPAYMENT-FLAG-HOLD = "P"
                    DISPLAY "PREPAYMENT POSTED"
                ELSE
                    DISPLAY "PAYMENT POSTED".

      *--------------------------------
      * THE RATE LOOKED UP AT CONFIRM
      * TURNS THIS AMOUNT -- THE NET
      * PAYMENT OR THE WITHHELD PIECE
      * -- INTO DOLLARS.  A VOID TAKES
      * THE ORIGINAL'S RATE AND DOLLAR
      * FIGURE, SO IT BACKS OUT WHAT
      * WENT IN.  WITH NO RATE THE
      * RATE IS ZERO AND THE AMOUNT
      * STANDS AS IT IS.
      *--------------------------------
       STAMP-EXCHANGE-RATE.
            IF PAYMENT-TYPE-ENTRY = "V"
                MOVE ORIGINAL-RATE-HOLD TO PMT-EXCHANGE-RATE
                MOVE ORIGINAL-USD-HOLD TO PMT-USD-AMOUNT
            ELSE
                MOVE PAYMENT-AMOUNT-HOLD TO FXRLOK-AMOUNT
                PERFORM CONVERT-TO-USD
                MOVE FXRLOK-USD-AMOUNT TO PMT-USD-AMOUNT
                IF FXRLOK-WENT-OK
                    MOVE FXRLOK-RATE TO PMT-EXCHANGE-RATE
                ELSE
                    MOVE ZEROS TO PMT-EXCHANGE-RATE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * UPDATE-VENDOR-SUMMARY, SHARED
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
      * AND THE EXCHANGE-RATE LOOKUP
      * AND THE DOLLAR VIEW OF A
      * PAYMENT ALREADY ON FILE.
      *--------------------------------
            COPY "vndfxrlok01.cbl".
            COPY "vndpmtusd01.cbl".

      *--------------------------------
      * AND THE COMPANY SELECTION.
      *--------------------------------
            COPY "vndcmpsel01.cbl".
