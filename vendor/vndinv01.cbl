      *          with the original shown, which is how the
      *          double-billing gets caught at the keyboard instead
      *          of at the bank.  An existing invoice can also be
      *          marked disputed (or re-opened) from here.  An
      *          invoice can cite the purchase order it bills
      *          against; the PO must be on file for the vendor and
      *          still open, and the invoice amount is carried onto
      *          the PO's billed-to-date so the open commitment
      *          comes down as the bills arrive.  An invoice that
      *          is not all one kind of spend can be split into GL
      *          distribution lines -- account, cost center, and
      *          amount -- which must add up to the gross amount
      *          before the invoice is accepted.  A vendor credit
      *          memo is keyed here too, with its own number, date,
      *          and amount; the payment selection run nets it off
      *          the vendor's next invoices.  An invoice already on
      *          file shows what has been paid on it and the balance
      *          still due.  An invoice whose vendor category and
      *          amount fall in a band of the approver table is
      *          entered awaiting approval, naming its approver, and
      *          cannot be paid until vndiap01 releases it; re-opening
      *          a rejected invoice sends it back for approval.
      *          When the vendor's category has a budget for the
      *          invoice's month, the clerk is warned if the last
      *          vndbva01 variance run found it already over, or if
      *          this invoice takes it over; the invoice is still
      *          taken.  The clerk picks the company the session
      *          enters for, among those the operator may work, and
      *          every invoice keyed carries it; an invoice on file
      *          for another company can be looked at but not
      *          disputed or re-opened from the session.
      *          Every invoice records whether the vendor billed
      *          sales tax on it, for the vnduta01 use-tax accrual.
      *          Marking an invoice disputed opens a dispute case for
      *          it -- reason code, owner, amount in dispute, and a
      *          follow-up date -- and a disputed invoice is worked
      *          through its case: notes of what the vendor said, a
      *          new follow-up date, a new owner, each logged with
      *          who did it and when.  Resolving the case re-opens
      *          the invoice as billed, adjusts its amount, or raises
      *          a credit memo for the disputed amount; a disputed
      *          invoice the payment run has already paid off in
      *          full is marked paid instead of re-opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY "slvnd01.cbl".
            COPY "slinv01.cbl".
            COPY "sltrm01.cbl".
            COPY "slpo01.cbl".
            COPY "sldst01.cbl".
            COPY "slapv01.cbl".
            COPY "slbud01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
            COPY "sldsp01.cbl".
            COPY "sldsa01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdtrm01.cbl".
            COPY "fdpo01.cbl".
            COPY "fddst01.cbl".
            COPY "fdapv01.cbl".
            COPY "fdbud01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".
            COPY "fddsp01.cbl".
            COPY "fddsa01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   INVOICE-FILE-STATUS     PIC XX.
            88 INVOICE-WAS-FOUND       VALUE "Y".

       77   INVOICE-ACTION-PICK     PIC X.
       77   DOCUMENT-TYPE-PICK      PIC X.
            88 DOCUMENT-IS-CREDIT-MEMO VALUE "C".
       77   SALES-TAX-PICK          PIC X.

      *--------------------------------
      * PURCHASE-ORDER REFERENCE.  THE
      * PO FILE IS OPTIONAL -- UNTIL
      * THE FIRST PO IS ENTERED IN
      * vndpoe01 THERE IS NOTHING TO
      * CITE AND THE PROMPT IS NOT
      * SHOWN.
      *--------------------------------
       01   PO-FILE-STATUS          PIC XX.
       01   PO-FILE-PRESENT         PIC X.
            88 PO-FILE-IS-PRESENT      VALUE "Y".
       01   PO-FOUND-STATUS         PIC X.
            88 PO-WAS-FOUND            VALUE "Y".
       77   PO-NUMBER-ENTRY         PIC X(10).
       77   PO-UNBILLED-HOLD        PIC S9(7)V99.
       77   PO-UNBILLED-FIELD       PIC ZZZ,ZZZ,ZZ9.99-.

      *--------------------------------
      * GL DISTRIBUTION LINES ARE KEYED
      * INTO A TABLE AND WRITTEN ONLY
      * WITH THE INVOICE, AND ONLY WHEN
      * THEY ADD UP TO ITS GROSS.  NO
      * LINES MEANS THE INVOICE POSTS
      * BY ITS VENDOR'S CATEGORY.
      *--------------------------------
       01   DISTRIBUTION-FILE-STATUS PIC XX.
       01   DISTRIBUTION-TABLE.
            05 DISTRIBUTION-ENTRY OCCURS 20 TIMES.
               10 DTB-GL-ACCOUNT     PIC X(08).
               10 DTB-COST-CENTER    PIC X(06).
               10 DTB-AMOUNT         PIC 9(7)V99.
       77   DISTRIBUTION-COUNT      PIC 9(2).
       77   DISTRIBUTION-INDEX      PIC 9(2).
       77   DISTRIBUTION-REMAINING  PIC 9(7)V99.
       77   DISTRIBUTION-AMOUNT-HOLD PIC 9(7)V99.
       77   GL-ACCOUNT-ENTRY        PIC X(08).
       77   COST-CENTER-ENTRY       PIC X(06).
       01   DISTRIBUTION-STATUS     PIC X.
            88 DISTRIBUTION-IS-DONE    VALUE "Y".

      *--------------------------------
      * TERMS LOOKUP AND DUE-DATE
            88 TERMS-WERE-FOUND        VALUE "Y".

            COPY "fldcal01.cbl".
            COPY "fldbal01.cbl".

      *--------------------------------
      * APPROVER ROUTING.  THE TABLE IS
      * OPENED ONLY FOR THE LOOKUP, THE
      * WAY THE TERMS TABLE IS.
      *--------------------------------
       01   APPROVER-FILE-STATUS    PIC XX.
            COPY "fldapv01.cbl".

      *--------------------------------
      * OVER-BUDGET WARNING.  NO
      * BUDGET FILE, NO BUDGET FOR THE
      * MONTH, OR NO VARIANCE RUN YET
      * MEANS NO WARNING.
      *--------------------------------
       01   BUDGET-FILE-STATUS      PIC XX.
       77   BUDGET-SPENT-HOLD       PIC S9(9)V99.

      *--------------------------------
      * OPERATOR SIGN-ON GOES THROUGH
      *--------------------------------
            COPY "fldsgn01.cbl".

      *--------------------------------
      * THE COMPANY THE SESSION KEYS
      * INVOICES FOR, THROUGH THE
      * SHARED vndcmpsel01 FRAGMENT.
      *--------------------------------
            COPY "fldcmp01.cbl".

      *--------------------------------
      * DISPUTE CASES.  MARKING AN
      * INVOICE DISPUTED OPENS ITS
      * CASE, AND A DISPUTED INVOICE
      * IS WORKED THROUGH THE CASE
      * UNTIL A RESOLUTION TAKES IT
      * OUT OF DISPUTE.  EVERY STEP IS
      * LOGGED ON THE ACTION FILE.
      * BOTH FILES ARE CREATED ON
      * FIRST USE.
      *--------------------------------
       01   DISPUTE-FILE-STATUS     PIC XX.
       01   DISPUTE-ACTION-STATUS   PIC XX.
       01   CASE-FOUND-STATUS       PIC X.
            88 CASE-WAS-FOUND          VALUE "Y".
       01   CASE-RESOLVED-STATUS    PIC X.
            88 CASE-WAS-RESOLVED       VALUE "Y".
       01   OWNER-FOUND-STATUS      PIC X.
            88 OWNER-WAS-FOUND         VALUE "Y".
       01   MORE-OWNER-RECORDS      PIC X.
            88 OWNER-RECORDS-REMAIN    VALUE "Y".
       01   SPLIT-FOUND-STATUS      PIC X.
            88 INVOICE-IS-SPLIT        VALUE "Y".
       01   MORE-ACTION-RECORDS     PIC X.
            88 ACTION-RECORDS-REMAIN   VALUE "Y".
            88 NO-MORE-ACTION-RECORDS  VALUE "N".
       77   TODAY-DATE-STAMP        PIC 9(8).
       77   CASE-ACTION-PICK        PIC X.
       77   RESOLUTION-PICK         PIC X.
       77   REASON-CODE-ENTRY       PIC X.
       77   REASON-INDEX            PIC 9.
       77   REASON-NAME-HOLD        PIC X(12).
       77   OWNER-ID-ENTRY          PIC X(08).
       77   DISPUTED-AMOUNT-HOLD    PIC 9(7)V99.
       77   DISPUTED-AMOUNT-LIMIT   PIC 9(7)V99.
       77   ADJUSTED-AMOUNT-HOLD    PIC 9(7)V99.
       77   ADJUSTMENT-HOLD         PIC 9(7)V99.
       77   CREDIT-NUMBER-ENTRY     PIC X(15).
       77   CREDIT-COMPANY-HOLD     PIC X(02).
       77   ACTION-TYPE-HOLD        PIC X.
       77   ACTION-TEXT-ENTRY       PIC X(60).
       77   ACTION-COUNT            PIC 9(5).
       77   ACTIONS-TO-SKIP         PIC 9(5).
       77   ACTIONS-SHOWN-LIMIT     PIC 9(5) VALUE 5.
            COPY "flddsr01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-OPERATOR.
            PERFORM SELECT-THE-COMPANY.
            OPEN INPUT VENDOR-FILE.
            PERFORM OPEN-INVOICE-FILE-IO.
            PERFORM OPEN-PO-FILE-IO.
            PERFORM OPEN-DISPUTE-FILES-IO.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            PERFORM ENTER-INVOICES
               UNTIL VENDOR-NUMBER = ZEROS.
            CLOSE VENDOR-FILE.
            CLOSE OPEN-INVOICE-FILE.
            CLOSE DISPUTE-CASE-FILE.
            CLOSE DISPUTE-ACTION-FILE.
            IF PO-FILE-IS-PRESENT
                CLOSE PURCHASE-ORDER-FILE.

       PROGRAM-DONE.
            GOBACK.
                DISPLAY "NOT SIGNED ON -- NOTHING ENTERED"
                GOBACK.

      *--------------------------------
      * ONE COMPANY PER SESSION, FROM
      * THOSE THE OPERATOR MAY WORK.
      * WITH NO COMPANY TABLE EVERY
      * INVOICE GOES TO THE HOME
      * COMPANY WITHOUT ASKING.
      *--------------------------------
       SELECT-THE-COMPANY.
            MOVE OPERATOR-ID TO CMPSEL-OPERATOR-ID.
            MOVE "N" TO CMPSEL-ALLOW-ALL.
            PERFORM SELECT-COMPANY.
            IF CMPSEL-CANCELLED
                DISPLAY "NO COMPANY CHOSEN -- NOTHING ENTERED"
                GOBACK.
            IF CMPSEL-WENT-OK
                DISPLAY "ENTERING INVOICES FOR COMPANY "
                    CMPSEL-HEADING-TEXT.

      *--------------------------------
      * OPEN THE INVOICE FILE FOR
      * UPDATE.  IF IT HAS NEVER BEEN
                CLOSE OPEN-INVOICE-FILE
                OPEN I-O OPEN-INVOICE-FILE.

      *--------------------------------
      * THE PO FILE IS NOT CREATED
      * HERE -- NO PO FILE SIMPLY MEANS
      * NO PURCHASE ORDERS TO CITE.
      *--------------------------------
       OPEN-PO-FILE-IO.
            MOVE "Y" TO PO-FILE-PRESENT.
            OPEN I-O PURCHASE-ORDER-FILE.
            IF PO-FILE-STATUS NOT = "00"
                MOVE "N" TO PO-FILE-PRESENT.

      *--------------------------------
      * OPEN THE DISPUTE CASE FILE AND
      * ITS ACTION LOG FOR UPDATE,
      * CREATING EITHER ONE THE FIRST
      * TIME IT IS NEEDED.
      *--------------------------------
       OPEN-DISPUTE-FILES-IO.
            OPEN I-O DISPUTE-CASE-FILE.
            IF DISPUTE-FILE-STATUS = "35"
                OPEN OUTPUT DISPUTE-CASE-FILE
                CLOSE DISPUTE-CASE-FILE
                OPEN I-O DISPUTE-CASE-FILE.
            OPEN I-O DISPUTE-ACTION-FILE.
            IF DISPUTE-ACTION-STATUS = "35"
                OPEN OUTPUT DISPUTE-ACTION-FILE
                CLOSE DISPUTE-ACTION-FILE
                OPEN I-O DISPUTE-ACTION-FILE.

      *--------------------------------
      * ONE PASS OF THE ENTRY LOOP:
      * PICK THE VENDOR, AND IF IT IS
                PERFORM READ-THIS-INVOICE
                IF INVOICE-WAS-FOUND
                    PERFORM SHOW-DUPLICATE-INVOICE
                    PERFORM OFFER-CHANGE-FOR-COMPANY
                ELSE
                    PERFORM KEY-IN-NEW-INVOICE.

            MOVE INV-GROSS-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "  DATED " INV-INVOICE-DATE " DUE " INV-DUE-DATE
                " FOR " AMOUNT-FIELD.
            PERFORM COMPUTE-INVOICE-BALANCE.
            IF INV-IS-CREDIT-MEMO
                MOVE INVBAL-SETTLED TO AMOUNT-FIELD
                DISPLAY "  CREDIT MEMO -- TAKEN SO FAR " AMOUNT-FIELD
            ELSE
                MOVE INVBAL-SETTLED TO AMOUNT-FIELD
                DISPLAY "  PAID TO DATE " AMOUNT-FIELD
                MOVE INVBAL-DUE TO AMOUNT-FIELD
                DISPLAY "  BALANCE DUE  " AMOUNT-FIELD.
            IF INV-IS-PAID
                DISPLAY "  STATUS: PAID".
            IF INV-IS-DISPUTED
                DISPLAY "  STATUS: DISPUTED"
                PERFORM SHOW-THE-DISPUTE-CASE.
            IF INV-IS-OPEN
                DISPLAY "  STATUS: OPEN".
            IF INV-IS-AWAITING-APPROVAL
                PERFORM ROUTE-THIS-INVOICE
                DISPLAY "  STATUS: AWAITING APPROVAL BY "
                    APVRTE-APPROVER.
            IF INV-IS-REJECTED
                DISPLAY "  STATUS: REJECTED BY " INV-APPROVAL-OPERATOR
                    " ON " INV-APPROVAL-DATE.
            IF INV-PO-NUMBER NOT = SPACES
                DISPLAY "  BILLED AGAINST PO " INV-PO-NUMBER.

      *--------------------------------
      * ONLY THIS SESSION'S COMPANY'S
      * INVOICES ARE CHANGED HERE.
      *--------------------------------
       OFFER-CHANGE-FOR-COMPANY.
            MOVE INV-COMPANY TO CMPSEL-RECORD-COMPANY.
            PERFORM TEST-RECORD-COMPANY.
            IF CMPSEL-RECORD-IS-SELECTED
                PERFORM OFFER-STATUS-CHANGE
            ELSE
                DISPLAY "  BOOKED TO COMPANY " CMPSEL-RECORD-COMPANY
                    " -- NOT CHANGED FROM THIS SESSION".

      *--------------------------------
      * AN INVOICE ALREADY ON FILE CAN
      * BE MARKED DISPUTED OR RE-OPENED
      * WITHOUT RE-KEYING IT.  PAID IS
      * STAMPED BY THE PAYMENT SIDE,
      * NOT FROM HERE.  AN INVOICE NOT
      * YET APPROVED IS WORKED THROUGH
      * APPROVAL, NOT DISPUTED.  A
      * DISPUTED INVOICE IS WORKED
      * THROUGH ITS CASE, AND RE-
      * OPENING IT RESOLVES THE CASE
      * AS BILLED.
      *--------------------------------
       OFFER-STATUS-CHANGE.
            IF INV-IS-DISPUTED
                DISPLAY "(W)ORK THE DISPUTE CASE, RE-(O)PEN IT, OR "
                    "LEAVE IT?"
            ELSE
                DISPLAY "MARK IT (D)ISPUTED, RE-(O)PEN IT, OR LEAVE "
                    "IT?".
            ACCEPT INVOICE-ACTION-PICK.
            IF INVOICE-ACTION-PICK = "d"
                MOVE "D" TO INVOICE-ACTION-PICK.
            IF INVOICE-ACTION-PICK = "o"
                MOVE "O" TO INVOICE-ACTION-PICK.
            IF INVOICE-ACTION-PICK = "w"
                MOVE "W" TO INVOICE-ACTION-PICK.
            IF INVOICE-ACTION-PICK = "D" OR "W"
                IF INV-IS-AWAITING-APPROVAL OR INV-IS-REJECTED
                    DISPLAY "NOT YET APPROVED -- REJECT IT IN "
                        "vndiap01 INSTEAD"
                ELSE IF INV-IS-DISPUTED
                    PERFORM WORK-THE-DISPUTE-CASE
                ELSE IF INVOICE-ACTION-PICK = "D"
                    PERFORM OPEN-A-DISPUTE-CASE.
            IF INVOICE-ACTION-PICK = "O"
                IF INV-IS-DISPUTED
                    PERFORM RE-OPEN-DISPUTED-INVOICE
                ELSE
                    PERFORM RE-OPEN-THIS-INVOICE.

      *--------------------------------
      * RE-OPENING NEVER GETS ROUND
      * APPROVAL.  AN INVOICE NOBODY
      * HAS RELEASED -- ONE WAITING,
      * ONE REJECTED, OR ONE DISPUTED
      * BEFORE ANY APPROVAL -- GOES
      * BACK TO AWAITING APPROVAL WHEN
      * THE TABLE COVERS IT.  A
      * REJECTED INVOICE GOES BACK ON
      * ITS PO, WHICH THE REJECTION
      * TOOK IT OFF.  A DISPUTED
      * INVOICE THE PAYMENT RUN HAS
      * PAID OFF MEANWHILE HAS NOTHING
      * LEFT TO OPEN AND IS MARKED
      * PAID.
      *--------------------------------
       RE-OPEN-THIS-INVOICE.
            IF INV-IS-REJECTED AND INV-PO-NUMBER NOT = SPACES AND
                    PO-FILE-IS-PRESENT
                MOVE INV-PO-NUMBER TO PO-NUMBER-ENTRY
                MOVE INV-GROSS-AMOUNT TO INVOICE-AMOUNT-HOLD
                PERFORM ADD-INVOICE-TO-PO.
            IF INV-IS-CREDIT-MEMO
                MOVE "O" TO INV-STATUS
            ELSE IF INV-IS-DISPUTED AND
                    INV-PAID-TO-DATE NOT < INV-GROSS-AMOUNT
                MOVE "P" TO INV-STATUS
                DISPLAY "ALREADY PAID IN FULL -- MARKED PAID"
            ELSE IF INV-IS-REJECTED OR INV-IS-AWAITING-APPROVAL OR
                    INV-APPROVAL-OPERATOR = SPACES
                MOVE SPACES TO INV-APPROVAL-OPERATOR
                MOVE ZEROS TO INV-APPROVAL-DATE
                PERFORM ROUTE-THIS-INVOICE
                IF APVRTE-APPROVER = SPACES
                    MOVE "O" TO INV-STATUS
                ELSE
                    MOVE "A" TO INV-STATUS
                    DISPLAY "BACK TO AWAITING APPROVAL BY "
                        APVRTE-APPROVER
                END-IF
            ELSE
                MOVE "O" TO INV-STATUS.
            PERFORM REWRITE-THIS-INVOICE.

      *--------------------------------
      * LOOK UP WHO MUST RELEASE THE
      * INVOICE IN HAND.  SPACES BACK
      * MEANS IT NEEDS NO APPROVAL.
      *--------------------------------
       ROUTE-THIS-INVOICE.
            MOVE VENDOR-CATEGORY TO APVRTE-CATEGORY.
            MOVE INV-GROSS-AMOUNT TO APVRTE-AMOUNT.
            PERFORM OPEN-APPROVER-TABLE.
            PERFORM FIND-INVOICE-APPROVER.
            PERFORM CLOSE-APPROVER-TABLE.

       REWRITE-THIS-INVOICE.
            REWRITE OPEN-INVOICE-RECORD
            IF INVOICE-FILE-STATUS = "00"
                DISPLAY "INVOICE STATUS UPDATED".

      *--------------------------------
      * A CREDIT MEMO TAKES ONLY A DATE
      * AND AN AMOUNT.  IT IS DUE THE
      * DAY IT IS DATED, CITES NO PO,
      * AND IS NOT DISTRIBUTED -- IT
      * COMES OFF THE INVOICES IT IS
      * NETTED AGAINST.
      *--------------------------------
       KEY-IN-NEW-INVOICE.
            PERFORM ENTER-DOCUMENT-TYPE.
            PERFORM ENTER-INVOICE-DATE.
            IF DOCUMENT-IS-CREDIT-MEMO
                MOVE INVOICE-DATE-HOLD TO DUE-DATE-HOLD
                MOVE SPACES TO PO-NUMBER-ENTRY
                MOVE ZEROS TO DISTRIBUTION-COUNT
                MOVE SPACE TO SALES-TAX-PICK
                PERFORM ENTER-INVOICE-AMOUNT
            ELSE
                PERFORM DERIVE-OR-ENTER-DUE-DATE
                PERFORM ENTER-INVOICE-AMOUNT
                PERFORM ENTER-SALES-TAX-FLAG
                PERFORM WARN-IF-OVER-BUDGET
                PERFORM ENTER-PO-NUMBER
                PERFORM ENTER-DISTRIBUTION.
            PERFORM ASK-CONFIRM-INVOICE.
            IF CONFIRM-WAS-YES
                PERFORM WRITE-INVOICE-RECORD
            ELSE
                DISPLAY "NOTHING ENTERED".

       ENTER-DOCUMENT-TYPE.
            DISPLAY "IS THIS AN (I)NVOICE OR A (C)REDIT MEMO?".
            ACCEPT DOCUMENT-TYPE-PICK.
            IF DOCUMENT-TYPE-PICK = "c"
                MOVE "C" TO DOCUMENT-TYPE-PICK.
            IF DOCUMENT-TYPE-PICK NOT = "C"
                MOVE "I" TO DOCUMENT-TYPE-PICK.

      *--------------------------------
      * DATES MUST BE REAL YYYYMMDD

       ACCEPT-ONE-DATE.
            ACCEPT ENTRY-DATE-TEXT.
            PERFORM CHECK-ENTERED-DATE.

       CHECK-ENTERED-DATE.
            IF ENTRY-DATE-TEXT IS NUMERIC
                MOVE ENTRY-DATE-TEXT TO ENTRY-DATE-HOLD
                IF ENTRY-DATE-MONTH > 0 AND
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

      *--------------------------------
      * THE FIGURES ARE AS OF THE LAST
      * vndbva01 RUN FOR THE MONTH --
      * SPEND SINCE THEN IS NOT IN
      * THEM, SO THE DATE IS SHOWN.
      *--------------------------------
       WARN-IF-OVER-BUDGET.
            OPEN INPUT BUDGET-FILE.
            IF BUDGET-FILE-STATUS = "00"
                MOVE VENDOR-CATEGORY TO BUD-CATEGORY
                MOVE INVOICE-DATE-HOLD(1:6) TO BUD-PERIOD
                READ BUDGET-FILE RECORD
                   INVALID KEY
                       MOVE ZEROS TO BUD-LAST-RUN-DATE
                END-READ
                IF BUD-LAST-RUN-DATE NOT = ZEROS
                    PERFORM CHECK-BUDGET-SPENT
                END-IF
                CLOSE BUDGET-FILE.

       CHECK-BUDGET-SPENT.
            COMPUTE BUDGET-SPENT-HOLD =
                BUD-LAST-ACTUAL + BUD-LAST-COMMITTED.
            IF BUDGET-SPENT-HOLD > BUD-AMOUNT
                DISPLAY "** CATEGORY " BUD-CATEGORY " IS ALREADY "
                    "OVER ITS " BUD-PERIOD " BUDGET (AS OF "
                    BUD-LAST-RUN-DATE ") **"
            ELSE
                ADD INVOICE-AMOUNT-HOLD TO BUDGET-SPENT-HOLD
                IF BUDGET-SPENT-HOLD > BUD-AMOUNT
                    DISPLAY "** THIS INVOICE TAKES CATEGORY "
                        BUD-CATEGORY " OVER ITS " BUD-PERIOD
                        " BUDGET **".

      *--------------------------------
      * DID THE VENDOR CHARGE SALES TAX
      * ON THE INVOICE?  ANYTHING BUT
      * YES IS TAKEN AS NO, SO AN
      * UNTAXED BILL IS NEVER MISSED BY
      * THE USE-TAX ACCRUAL.
      *--------------------------------
       ENTER-SALES-TAX-FLAG.
            DISPLAY "DOES THE INVOICE BILL SALES TAX? (Y/N)".
            ACCEPT SALES-TAX-PICK.
            IF SALES-TAX-PICK = "y"
                MOVE "Y" TO SALES-TAX-PICK.
            IF SALES-TAX-PICK NOT = "Y"
                MOVE "N" TO SALES-TAX-PICK.

      *--------------------------------
      * THE PO THE INVOICE BILLS
      * AGAINST, OR BLANK FOR NONE.
      * A PO NUMBER MUST BE ON FILE
      * FOR THIS VENDOR AND STILL
      * OPEN; WHAT IS LEFT UNBILLED ON
      * IT IS SHOWN SO AN OVER-BILL IS
      * SEEN AT THE KEYBOARD.
      *--------------------------------
       ENTER-PO-NUMBER.
            MOVE SPACES TO PO-NUMBER-ENTRY.
            IF PO-FILE-IS-PRESENT
                MOVE "N" TO REQUIRED-ENTRY-STATUS
                PERFORM TRY-ENTER-PO-NUMBER
                   UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-PO-NUMBER.
            DISPLAY "ENTER PO NUMBER BILLED AGAINST (BLANK FOR NONE)".
            ACCEPT PO-NUMBER-ENTRY.
            IF PO-NUMBER-ENTRY = SPACES
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                PERFORM READ-THIS-PO
                IF NOT PO-WAS-FOUND
                    DISPLAY "PO NOT ON FILE FOR THIS VENDOR -- TRY "
                        "AGAIN"
                ELSE
                    IF NOT PO-IS-OPEN
                        DISPLAY "PO " PO-NUMBER " IS CLOSED OR "
                            "CANCELLED -- TRY AGAIN"
                    ELSE
                        MOVE "Y" TO REQUIRED-ENTRY-STATUS
                        COMPUTE PO-UNBILLED-HOLD =
                            PO-AMOUNT - PO-BILLED-AMOUNT
                        MOVE PO-UNBILLED-HOLD TO PO-UNBILLED-FIELD
                        DISPLAY "PO " PO-NUMBER " HAS "
                            PO-UNBILLED-FIELD " NOT YET BILLED"
                        IF INVOICE-AMOUNT-HOLD > PO-UNBILLED-HOLD
                            DISPLAY "** THIS INVOICE BILLS MORE THAN "
                                "IS LEFT ON THE PO **".

       READ-THIS-PO.
            MOVE "Y" TO PO-FOUND-STATUS.
            MOVE SPACES TO PURCHASE-ORDER-RECORD.
            MOVE VENDOR-NUMBER TO PO-VENDOR-NUMBER.
            MOVE PO-NUMBER-ENTRY TO PO-NUMBER.
            READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO PO-FOUND-STATUS.

      *--------------------------------
      * OPTIONAL GL DISTRIBUTION.  THE
      * LINES ARE KEYED UNTIL THEY USE
      * UP THE GROSS EXACTLY; A BLANK
      * ACCOUNT BEFORE THEN DROPS THE
      * LINES KEYED SO FAR AND LEAVES
      * THE INVOICE TO POST BY
      * CATEGORY.
      *--------------------------------
       ENTER-DISTRIBUTION.
            MOVE ZEROS TO DISTRIBUTION-COUNT.
            DISPLAY "SPLIT THIS INVOICE ACROSS GL ACCOUNTS? (Y/N)".
            ACCEPT YES-NO-ANSWER.
            IF YES-NO-ANSWER = "y"
                MOVE "Y" TO YES-NO-ANSWER.
            IF YES-NO-ANSWER = "Y"
                MOVE INVOICE-AMOUNT-HOLD TO DISTRIBUTION-REMAINING
                MOVE "N" TO DISTRIBUTION-STATUS
                PERFORM ENTER-ONE-DISTRIBUTION-LINE
                   UNTIL DISTRIBUTION-IS-DONE.

       ENTER-ONE-DISTRIBUTION-LINE.
            MOVE DISTRIBUTION-REMAINING TO AMOUNT-FIELD.
            DISPLAY "LEFT TO DISTRIBUTE: " AMOUNT-FIELD.
            DISPLAY "ENTER GL ACCOUNT (BLANK TO DROP THE SPLIT)".
            ACCEPT GL-ACCOUNT-ENTRY.
            IF GL-ACCOUNT-ENTRY = SPACES
                MOVE ZEROS TO DISTRIBUTION-COUNT
                MOVE "Y" TO DISTRIBUTION-STATUS
                DISPLAY "SPLIT DROPPED -- INVOICE WILL POST BY "
                    "CATEGORY"
            ELSE
                DISPLAY "ENTER COST CENTER (BLANK FOR NONE)"
                ACCEPT COST-CENTER-ENTRY
                PERFORM ENTER-DISTRIBUTION-AMOUNT
                ADD 1 TO DISTRIBUTION-COUNT
                MOVE GL-ACCOUNT-ENTRY
                    TO DTB-GL-ACCOUNT(DISTRIBUTION-COUNT)
                MOVE COST-CENTER-ENTRY
                    TO DTB-COST-CENTER(DISTRIBUTION-COUNT)
                MOVE DISTRIBUTION-AMOUNT-HOLD
                    TO DTB-AMOUNT(DISTRIBUTION-COUNT)
                SUBTRACT DISTRIBUTION-AMOUNT-HOLD
                    FROM DISTRIBUTION-REMAINING
                IF DISTRIBUTION-REMAINING = ZEROS
                    MOVE "Y" TO DISTRIBUTION-STATUS.

      *--------------------------------
      * A LINE CANNOT TAKE MORE THAN
      * IS LEFT, AND THE LAST LINE THE
      * TABLE HOLDS MUST TAKE ALL OF
      * IT.
      *--------------------------------
       ENTER-DISTRIBUTION-AMOUNT.
            IF DISTRIBUTION-COUNT = 19
                MOVE DISTRIBUTION-REMAINING
                    TO DISTRIBUTION-AMOUNT-HOLD
                DISPLAY "LAST LINE -- IT TAKES THE REST"
            ELSE
                MOVE "N" TO REQUIRED-ENTRY-STATUS
                PERFORM TRY-ENTER-DISTRIBUTION-AMOUNT
                   UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-DISTRIBUTION-AMOUNT.
            DISPLAY "ENTER LINE AMOUNT".
            ACCEPT AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO DISTRIBUTION-AMOUNT-HOLD.
            IF DISTRIBUTION-AMOUNT-HOLD < .01 OR
                    DISTRIBUTION-AMOUNT-HOLD > DISTRIBUTION-REMAINING
                DISPLAY "AMOUNT MUST BE MORE THAN ZERO AND NO MORE "
                    "THAN IS LEFT -- TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

       ASK-CONFIRM-INVOICE.
            DISPLAY " ".
            DISPLAY "VENDOR:  " VENDOR-NUMBER " " VENDOR-NAME.
            IF DOCUMENT-IS-CREDIT-MEMO
                DISPLAY "CREDIT:  " INVOICE-NUMBER-ENTRY
                DISPLAY "DATED:   " INVOICE-DATE-HOLD
            ELSE
                DISPLAY "INVOICE: " INVOICE-NUMBER-ENTRY
                DISPLAY "DATED:   " INVOICE-DATE-HOLD
                DISPLAY "DUE:     " DUE-DATE-HOLD.
            MOVE INVOICE-AMOUNT-HOLD TO AMOUNT-FIELD.
            DISPLAY "AMOUNT:  " AMOUNT-FIELD.
            IF SALES-TAX-PICK = "Y"
                DISPLAY "SALES TAX BILLED".
            IF SALES-TAX-PICK = "N"
                DISPLAY "NO SALES TAX BILLED".
            IF PO-NUMBER-ENTRY NOT = SPACES
                DISPLAY "PO:      " PO-NUMBER-ENTRY.
            IF DISTRIBUTION-COUNT > 0
                DISPLAY "SPLIT ACROSS " DISTRIBUTION-COUNT
                    " GL LINE(S)".
            DISPLAY "ENTER IT? (Y/N)".
            ACCEPT YES-NO-ANSWER.
            IF YES-NO-ANSWER = "y"
                MOVE "Y" TO YES-NO-ANSWER.
            MOVE INVOICE-AMOUNT-HOLD TO INV-GROSS-AMOUNT.
            MOVE "O" TO INV-STATUS.
            MOVE OPERATOR-ID TO INV-OPERATOR-ID.
            MOVE PO-NUMBER-ENTRY TO INV-PO-NUMBER.
            MOVE DOCUMENT-TYPE-PICK TO INV-RECORD-TYPE.
            MOVE ZEROS TO INV-CREDIT-TAKEN.
            MOVE ZEROS TO INV-PAID-TO-DATE.
            MOVE SPACES TO INV-APPROVAL-OPERATOR.
            MOVE ZEROS TO INV-APPROVAL-DATE.
            MOVE ZEROS TO INV-DISCOUNT-TAKEN.
            MOVE ZEROS TO INV-DISCOUNT-DATE.
            MOVE CMPSEL-COMPANY TO INV-COMPANY.
            MOVE SALES-TAX-PICK TO INV-SALES-TAX-FLAG.
            MOVE SPACES TO APVRTE-APPROVER.
            IF NOT DOCUMENT-IS-CREDIT-MEMO
                PERFORM ROUTE-THIS-INVOICE
                IF APVRTE-APPROVER NOT = SPACES
                    MOVE "A" TO INV-STATUS.
            WRITE OPEN-INVOICE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING INVOICE RECORD".
            IF INVOICE-FILE-STATUS = "00" AND DOCUMENT-IS-CREDIT-MEMO
                DISPLAY "CREDIT MEMO ENTERED"
            ELSE IF INVOICE-FILE-STATUS = "00"
                IF APVRTE-APPROVER = SPACES
                    DISPLAY "INVOICE ENTERED"
                ELSE
                    DISPLAY "INVOICE ENTERED -- AWAITING APPROVAL BY "
                        APVRTE-APPROVER
                END-IF
                IF PO-NUMBER-ENTRY NOT = SPACES
                    PERFORM ADD-INVOICE-TO-PO
                END-IF
                IF DISTRIBUTION-COUNT > 0
                    PERFORM WRITE-DISTRIBUTION-LINES.

      *--------------------------------
      * THE DISTRIBUTION FILE IS
      * CREATED ON FIRST USE.
      *--------------------------------
       WRITE-DISTRIBUTION-LINES.
            OPEN I-O INVOICE-DISTRIBUTION-FILE.
            IF DISTRIBUTION-FILE-STATUS = "35"
                OPEN OUTPUT INVOICE-DISTRIBUTION-FILE
                CLOSE INVOICE-DISTRIBUTION-FILE
                OPEN I-O INVOICE-DISTRIBUTION-FILE.
            MOVE 0 TO DISTRIBUTION-INDEX.
            PERFORM WRITE-ONE-DISTRIBUTION-LINE
               UNTIL DISTRIBUTION-INDEX = DISTRIBUTION-COUNT.
            CLOSE INVOICE-DISTRIBUTION-FILE.

       WRITE-ONE-DISTRIBUTION-LINE.
            ADD 1 TO DISTRIBUTION-INDEX.
            MOVE SPACES TO INVOICE-DISTRIBUTION-RECORD.
            MOVE VENDOR-NUMBER TO DST-VENDOR-NUMBER.
            MOVE INVOICE-NUMBER-ENTRY TO DST-INVOICE-NUMBER.
            MOVE DISTRIBUTION-INDEX TO DST-LINE-NUMBER.
            MOVE DTB-GL-ACCOUNT(DISTRIBUTION-INDEX) TO DST-GL-ACCOUNT.
            MOVE DTB-COST-CENTER(DISTRIBUTION-INDEX)
                TO DST-COST-CENTER.
            MOVE DTB-AMOUNT(DISTRIBUTION-INDEX) TO DST-AMOUNT.
            WRITE INVOICE-DISTRIBUTION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING DISTRIBUTION LINE "
                   DISTRIBUTION-INDEX.

      *--------------------------------
      * CARRY THE INVOICE ONTO ITS
      * PO'S BILLED-TO-DATE SO THE
      * COMMITMENTS REPORT SHOWS ONLY
      * WHAT IS STILL TO BE BILLED.
      *--------------------------------
       ADD-INVOICE-TO-PO.
            PERFORM READ-THIS-PO.
            IF PO-WAS-FOUND
                ADD INVOICE-AMOUNT-HOLD TO PO-BILLED-AMOUNT
                REWRITE PURCHASE-ORDER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING PURCHASE ORDER RECORD".

      *--------------------------------
      * WHAT THE CASE SAYS, SHOWN WITH
      * THE INVOICE, AND THE LAST FEW
      * ACTIONS TAKEN ON IT.
      *--------------------------------
       SHOW-THE-DISPUTE-CASE.
            PERFORM READ-THIS-CASE.
            IF CASE-WAS-FOUND AND DSP-CASE-IS-OPEN
                PERFORM FIND-REASON-NAME
                DISPLAY "  DISPUTE: " REASON-NAME-HOLD " OWNED BY "
                    DSP-OWNER-ID " SINCE " DSP-OPEN-DATE
                MOVE DSP-DISPUTED-AMOUNT TO AMOUNT-FIELD
                DISPLAY "  IN DISPUTE " AMOUNT-FIELD " FOLLOW UP ON "
                    DSP-FOLLOW-UP-DATE
                IF DSP-FOLLOW-UP-DATE < TODAY-DATE-STAMP
                    DISPLAY "  ** THE FOLLOW-UP IS OVERDUE **"
                END-IF
                PERFORM SHOW-RECENT-ACTIONS
            ELSE
                DISPLAY "  NO DISPUTE CASE ON FILE".

       READ-THIS-CASE.
            MOVE "Y" TO CASE-FOUND-STATUS.
            MOVE SPACES TO DISPUTE-CASE-RECORD.
            MOVE INV-VENDOR-NUMBER TO DSP-VENDOR-NUMBER.
            MOVE INV-INVOICE-NUMBER TO DSP-INVOICE-NUMBER.
            READ DISPUTE-CASE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO CASE-FOUND-STATUS.

       FIND-REASON-NAME.
            MOVE "OTHER" TO REASON-NAME-HOLD.
            MOVE 1 TO REASON-INDEX.
            PERFORM MATCH-ONE-REASON
               UNTIL REASON-INDEX > DISPUTE-REASON-COUNT.

       MATCH-ONE-REASON.
            IF DSR-REASON-CODE(REASON-INDEX) = DSP-REASON-CODE
                MOVE DSR-REASON-NAME(REASON-INDEX) TO REASON-NAME-HOLD.
            ADD 1 TO REASON-INDEX.

      *--------------------------------
      * THE LAST FEW ACTIONS, OLDEST
      * FIRST, THE WAY vndinq01 SHOWS
      * THE LAST FEW VENDOR NOTES.
      *--------------------------------
       SHOW-RECENT-ACTIONS.
            MOVE ZEROS TO ACTION-COUNT.
            PERFORM START-AT-FIRST-ACTION.
            PERFORM COUNT-ONE-ACTION
               UNTIL NO-MORE-ACTION-RECORDS.
            IF ACTION-COUNT > ACTIONS-SHOWN-LIMIT
                COMPUTE ACTIONS-TO-SKIP =
                    ACTION-COUNT - ACTIONS-SHOWN-LIMIT
            ELSE
                MOVE ZEROS TO ACTIONS-TO-SKIP.
            IF ACTION-COUNT > 0
                DISPLAY "  CASE LOG:"
                PERFORM START-AT-FIRST-ACTION
                PERFORM SHOW-ONE-ACTION
                   UNTIL NO-MORE-ACTION-RECORDS.

       START-AT-FIRST-ACTION.
            MOVE SPACES TO DISPUTE-ACTION-RECORD.
            MOVE DSP-VENDOR-NUMBER TO DSA-VENDOR-NUMBER.
            MOVE DSP-INVOICE-NUMBER TO DSA-INVOICE-NUMBER.
            MOVE ZEROS TO DSA-ACTION-DATE.
            MOVE ZEROS TO DSA-ACTION-TIME.
            MOVE "Y" TO MORE-ACTION-RECORDS.
            START DISPUTE-ACTION-FILE
                KEY IS NOT LESS THAN DSA-ACTION-KEY
                INVALID KEY
                MOVE "N" TO MORE-ACTION-RECORDS
            END-START.

       COUNT-ONE-ACTION.
            PERFORM READ-NEXT-CASE-ACTION.
            IF ACTION-RECORDS-REMAIN
                ADD 1 TO ACTION-COUNT.

       SHOW-ONE-ACTION.
            PERFORM READ-NEXT-CASE-ACTION.
            IF ACTION-RECORDS-REMAIN
                IF ACTIONS-TO-SKIP > 0
                    SUBTRACT 1 FROM ACTIONS-TO-SKIP
                ELSE
                    DISPLAY "    " DSA-ACTION-DATE " "
                        DSA-OPERATOR-ID " " DSA-ACTION-TEXT.

       READ-NEXT-CASE-ACTION.
            READ DISPUTE-ACTION-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-ACTION-RECORDS.
            IF ACTION-RECORDS-REMAIN
                IF DSA-VENDOR-NUMBER NOT = DSP-VENDOR-NUMBER OR
                        DSA-INVOICE-NUMBER NOT = DSP-INVOICE-NUMBER
                    MOVE "N" TO MORE-ACTION-RECORDS.

      *--------------------------------
      * OPEN A CASE AS THE INVOICE IS
      * MARKED DISPUTED.  A BLANK
      * REASON BACKS OUT WITH NOTHING
      * CHANGED.  AN INVOICE DISPUTED
      * BEFORE -- ITS OLD CASE
      * RESOLVED -- RE-OPENS THAT CASE
      * WITH THE NEW DETAILS.
      *--------------------------------
       OPEN-A-DISPUTE-CASE.
            PERFORM ENTER-DISPUTE-REASON.
            IF REASON-CODE-ENTRY = SPACE
                DISPLAY "NOT DISPUTED"
            ELSE
                PERFORM ENTER-CASE-OWNER
                PERFORM ENTER-DISPUTED-AMOUNT
                PERFORM ENTER-FOLLOW-UP-DATE
                DISPLAY "ENTER WHAT IS WRONG WITH THE INVOICE (UP TO "
                    "60 CHARACTERS)"
                ACCEPT ACTION-TEXT-ENTRY
                MOVE "D" TO INV-STATUS
                PERFORM REWRITE-THIS-INVOICE
                IF INVOICE-FILE-STATUS = "00"
                    PERFORM WRITE-THE-CASE.

       WRITE-THE-CASE.
            PERFORM READ-THIS-CASE.
            MOVE INV-COMPANY TO DSP-COMPANY.
            MOVE REASON-CODE-ENTRY TO DSP-REASON-CODE.
            MOVE OWNER-ID-ENTRY TO DSP-OWNER-ID.
            MOVE DISPUTED-AMOUNT-HOLD TO DSP-DISPUTED-AMOUNT.
            MOVE TODAY-DATE-STAMP TO DSP-OPEN-DATE.
            MOVE ENTRY-DATE-HOLD TO DSP-FOLLOW-UP-DATE.
            MOVE "O" TO DSP-CASE-STATUS.
            MOVE SPACE TO DSP-RESOLUTION.
            MOVE ZEROS TO DSP-RESOLVED-DATE.
            MOVE SPACES TO DSP-RESOLVED-BY.
            MOVE SPACES TO DSP-CREDIT-NUMBER.
            IF CASE-WAS-FOUND
                PERFORM REWRITE-THIS-CASE
            ELSE
                WRITE DISPUTE-CASE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING DISPUTE CASE".
            IF DISPUTE-FILE-STATUS = "00"
                DISPLAY "DISPUTE CASE OPENED FOR " DSP-OWNER-ID
                IF ACTION-TEXT-ENTRY = SPACES
                    PERFORM FIND-REASON-NAME
                    STRING "CASE OPENED -- " REASON-NAME-HOLD
                        DELIMITED BY SIZE
                        INTO ACTION-TEXT-ENTRY
                END-IF
                MOVE "O" TO ACTION-TYPE-HOLD
                PERFORM LOG-A-CASE-ACTION.

       REWRITE-THIS-CASE.
            REWRITE DISPUTE-CASE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING DISPUTE CASE".

      *--------------------------------
      * THE REASON IS PICKED FROM THE
      * REASON-CODE TABLE BY ITS
      * LETTER.
      *--------------------------------
       ENTER-DISPUTE-REASON.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-DISPUTE-REASON
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-DISPUTE-REASON.
            DISPLAY "REASON FOR THE DISPUTE (BLANK TO CANCEL):".
            MOVE 1 TO REASON-INDEX.
            PERFORM SHOW-ONE-REASON
               UNTIL REASON-INDEX > DISPUTE-REASON-COUNT.
            ACCEPT REASON-CODE-ENTRY.
            IF REASON-CODE-ENTRY = "p"
                MOVE "P" TO REASON-CODE-ENTRY.
            IF REASON-CODE-ENTRY = "q"
                MOVE "Q" TO REASON-CODE-ENTRY.
            IF REASON-CODE-ENTRY = "n"
                MOVE "N" TO REASON-CODE-ENTRY.
            IF REASON-CODE-ENTRY = "d"
                MOVE "D" TO REASON-CODE-ENTRY.
            MOVE REASON-CODE-ENTRY TO DSP-REASON-CODE.
            PERFORM FIND-REASON-NAME.
            IF REASON-CODE-ENTRY = SPACE OR
                    REASON-NAME-HOLD NOT = "OTHER"
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                DISPLAY "NOT A REASON CODE -- TRY AGAIN".

       SHOW-ONE-REASON.
            DISPLAY "  " DSR-REASON-CODE(REASON-INDEX) " "
                DSR-REASON-NAME(REASON-INDEX).
            ADD 1 TO REASON-INDEX.

      *--------------------------------
      * THE OWNER IS WHOEVER CHASES
      * THE VENDOR -- THIS OPERATOR
      * UNLESS ANOTHER IS NAMED.  A
      * NAMED OWNER MUST BE AN ENABLED
      * OPERATOR WHEN THERE IS AN
      * OPERATOR FILE TO CHECK.
      *--------------------------------
       ENTER-CASE-OWNER.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-CASE-OWNER
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-CASE-OWNER.
            DISPLAY "ENTER CASE OWNER (BLANK FOR " OPERATOR-ID ")".
            ACCEPT OWNER-ID-ENTRY.
            IF OWNER-ID-ENTRY = SPACES
                MOVE OPERATOR-ID TO OWNER-ID-ENTRY.
            PERFORM FIND-OWNER-OPERATOR.
            IF OWNER-WAS-FOUND
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                DISPLAY "NO ENABLED OPERATOR " OWNER-ID-ENTRY
                    " -- TRY AGAIN".

       FIND-OWNER-OPERATOR.
            MOVE "N" TO OWNER-FOUND-STATUS.
            OPEN INPUT OPERATOR-FILE.
            IF OPERATOR-FILE-STATUS NOT = "00"
                MOVE "Y" TO OWNER-FOUND-STATUS
            ELSE
                MOVE "Y" TO MORE-OWNER-RECORDS
                PERFORM MATCH-ONE-OPERATOR
                   UNTIL NOT OWNER-RECORDS-REMAIN
                CLOSE OPERATOR-FILE.

       MATCH-ONE-OPERATOR.
            READ OPERATOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-OWNER-RECORDS.
            IF OWNER-RECORDS-REMAIN AND
                    OPR-OPERATOR-ID = OWNER-ID-ENTRY
                MOVE "N" TO MORE-OWNER-RECORDS
                IF OPR-IS-ENABLED
                    MOVE "Y" TO OWNER-FOUND-STATUS.

      *--------------------------------
      * THE AMOUNT IN DISPUTE DEFAULTS
      * TO WHAT IS STILL DUE, AND CAN
      * BE NO MORE THAN THE GROSS.
      *--------------------------------
       ENTER-DISPUTED-AMOUNT.
            PERFORM COMPUTE-INVOICE-BALANCE.
            MOVE INV-GROSS-AMOUNT TO DISPUTED-AMOUNT-LIMIT.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-DISPUTED-AMOUNT
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-DISPUTED-AMOUNT.
            IF INVBAL-DUE > ZEROS
                MOVE INVBAL-DUE TO AMOUNT-FIELD
            ELSE
                MOVE INV-GROSS-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "ENTER AMOUNT IN DISPUTE (BLANK FOR "
                AMOUNT-FIELD ")".
            MOVE ZEROS TO AMOUNT-FIELD.
            ACCEPT AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO DISPUTED-AMOUNT-HOLD.
            IF DISPUTED-AMOUNT-HOLD = ZEROS AND INVBAL-DUE > ZEROS
                MOVE INVBAL-DUE TO DISPUTED-AMOUNT-HOLD.
            IF DISPUTED-AMOUNT-HOLD = ZEROS
                MOVE INV-GROSS-AMOUNT TO DISPUTED-AMOUNT-HOLD.
            IF DISPUTED-AMOUNT-HOLD > DISPUTED-AMOUNT-LIMIT
                DISPLAY "MORE THAN THE INVOICE -- TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

      *--------------------------------
      * THE NEXT DAY SOMEBODY MUST
      * CHASE THE VENDOR.  BLANK MEANS
      * A WEEK FROM TODAY; A DAY
      * ALREADY GONE IS REFUSED.
      *--------------------------------
       ENTER-FOLLOW-UP-DATE.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-FOLLOW-UP-DATE
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-FOLLOW-UP-DATE.
            DISPLAY "ENTER FOLLOW-UP DATE (YYYYMMDD, BLANK FOR A WEEK "
                "FROM TODAY)".
            ACCEPT ENTRY-DATE-TEXT.
            IF ENTRY-DATE-TEXT = SPACES
                MOVE TODAY-DATE-STAMP TO CAL-DATE-STAMP
                PERFORM CONVERT-DATE-TO-DAY-NUMBER
                ADD 7 TO CAL-DAY-NUMBER
                PERFORM CONVERT-DAY-NUMBER-TO-DATE
                MOVE CAL-DATE-STAMP TO ENTRY-DATE-HOLD
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                PERFORM CHECK-ENTERED-DATE
                IF REQUIRED-ENTRY-WAS-OK AND
                        ENTRY-DATE-HOLD < TODAY-DATE-STAMP
                    MOVE "N" TO REQUIRED-ENTRY-STATUS
                    DISPLAY "THAT DAY HAS GONE -- TRY AGAIN".

      *--------------------------------
      * ONE STEP ON AN OPEN CASE.  AN
      * INVOICE DISPUTED BEFORE CASES
      * WERE KEPT HAS NO CASE YET, SO
      * ONE IS OPENED FOR IT FIRST.
      *--------------------------------
       WORK-THE-DISPUTE-CASE.
            PERFORM READ-THIS-CASE.
            IF NOT CASE-WAS-FOUND OR DSP-CASE-IS-RESOLVED
                DISPLAY "NO OPEN CASE FOR THIS DISPUTE -- OPENING ONE"
                PERFORM OPEN-A-DISPUTE-CASE
            ELSE
                DISPLAY "ADD A (N)OTE, MOVE THE (F)OLLOW-UP, (A)SSIGN "
                    "A NEW OWNER,"
                DISPLAY "(R)ESOLVE THE CASE, OR LEAVE IT?"
                ACCEPT CASE-ACTION-PICK
                PERFORM DO-THE-CASE-ACTION.

       DO-THE-CASE-ACTION.
            IF CASE-ACTION-PICK = "n"
                MOVE "N" TO CASE-ACTION-PICK.
            IF CASE-ACTION-PICK = "f"
                MOVE "F" TO CASE-ACTION-PICK.
            IF CASE-ACTION-PICK = "a"
                MOVE "A" TO CASE-ACTION-PICK.
            IF CASE-ACTION-PICK = "r"
                MOVE "R" TO CASE-ACTION-PICK.
            IF CASE-ACTION-PICK = "N"
                PERFORM ADD-A-CASE-NOTE.
            IF CASE-ACTION-PICK = "F"
                PERFORM MOVE-THE-FOLLOW-UP.
            IF CASE-ACTION-PICK = "A"
                PERFORM HAND-THE-CASE-ON.
            IF CASE-ACTION-PICK = "R"
                PERFORM OFFER-RESOLUTION.

       ADD-A-CASE-NOTE.
            DISPLAY "ENTER NOTE TEXT (UP TO 60 CHARACTERS, "
                "BLANK TO CANCEL)".
            ACCEPT ACTION-TEXT-ENTRY.
            IF ACTION-TEXT-ENTRY = SPACES
                DISPLAY "NO NOTE ADDED"
            ELSE
                MOVE "N" TO ACTION-TYPE-HOLD
                PERFORM LOG-A-CASE-ACTION
                IF DISPUTE-ACTION-STATUS = "00"
                    DISPLAY "NOTE ADDED".

       MOVE-THE-FOLLOW-UP.
            PERFORM ENTER-FOLLOW-UP-DATE.
            MOVE ENTRY-DATE-HOLD TO DSP-FOLLOW-UP-DATE.
            PERFORM REWRITE-THIS-CASE.
            IF DISPUTE-FILE-STATUS = "00"
                MOVE SPACES TO ACTION-TEXT-ENTRY
                STRING "FOLLOW-UP MOVED TO " DSP-FOLLOW-UP-DATE
                    DELIMITED BY SIZE
                    INTO ACTION-TEXT-ENTRY
                MOVE "F" TO ACTION-TYPE-HOLD
                PERFORM LOG-A-CASE-ACTION
                DISPLAY "FOLLOW-UP DATE CHANGED".

       HAND-THE-CASE-ON.
            PERFORM ENTER-CASE-OWNER.
            MOVE SPACES TO ACTION-TEXT-ENTRY.
            STRING "CASE HANDED FROM " DSP-OWNER-ID " TO "
                OWNER-ID-ENTRY
                DELIMITED BY SIZE
                INTO ACTION-TEXT-ENTRY.
            MOVE OWNER-ID-ENTRY TO DSP-OWNER-ID.
            PERFORM REWRITE-THIS-CASE.
            IF DISPUTE-FILE-STATUS = "00"
                MOVE "W" TO ACTION-TYPE-HOLD
                PERFORM LOG-A-CASE-ACTION
                DISPLAY "CASE NOW OWNED BY " DSP-OWNER-ID.

      *--------------------------------
      * A DISPUTED CREDIT MEMO CAN
      * ONLY BE RE-OPENED.  AN INVOICE
      * CAN BE RE-OPENED AS BILLED,
      * HAVE ITS AMOUNT ADJUSTED TO
      * WHAT WAS AGREED, OR STAY AS
      * BILLED WITH A CREDIT MEMO FOR
      * THE DISPUTED AMOUNT THAT THE
      * PAYMENT RUN NETS OFF.
      *--------------------------------
       OFFER-RESOLUTION.
            IF INV-IS-CREDIT-MEMO
                DISPLAY "RESOLVE BY RE-(O)PENING THE CREDIT MEMO, OR "
                    "LEAVE IT?"
            ELSE
                DISPLAY "RESOLVE BY RE-(O)PENING IT AS BILLED, "
                    "(A)DJUSTING ITS AMOUNT,"
                DISPLAY "A (C)REDIT MEMO FOR THE DISPUTED AMOUNT, OR "
                    "LEAVE IT?".
            ACCEPT RESOLUTION-PICK.
            IF RESOLUTION-PICK = "o"
                MOVE "O" TO RESOLUTION-PICK.
            IF RESOLUTION-PICK = "a"
                MOVE "A" TO RESOLUTION-PICK.
            IF RESOLUTION-PICK = "c"
                MOVE "C" TO RESOLUTION-PICK.
            IF INV-IS-CREDIT-MEMO AND RESOLUTION-PICK NOT = "O"
                MOVE SPACE TO RESOLUTION-PICK.
            IF RESOLUTION-PICK = "O" OR "A" OR "C"
                PERFORM RESOLVE-THE-CASE
            ELSE
                DISPLAY "CASE LEFT OPEN".

      *--------------------------------
      * RE-OPEN FROM THE INVOICE
      * PROMPT.  WITH AN OPEN CASE
      * THAT IS RESOLVING IT AS
      * BILLED; WITHOUT ONE IT IS THE
      * PLAIN RE-OPEN.
      *--------------------------------
       RE-OPEN-DISPUTED-INVOICE.
            PERFORM READ-THIS-CASE.
            IF CASE-WAS-FOUND AND DSP-CASE-IS-OPEN
                MOVE "O" TO RESOLUTION-PICK
                PERFORM RESOLVE-THE-CASE
            ELSE
                PERFORM RE-OPEN-THIS-INVOICE.

       RESOLVE-THE-CASE.
            MOVE "N" TO CASE-RESOLVED-STATUS.
            MOVE SPACES TO ACTION-TEXT-ENTRY.
            IF RESOLUTION-PICK = "O"
                PERFORM RE-OPEN-THIS-INVOICE
                MOVE "RESOLVED -- RE-OPENED AS BILLED"
                    TO ACTION-TEXT-ENTRY
                MOVE "Y" TO CASE-RESOLVED-STATUS
            ELSE IF RESOLUTION-PICK = "A"
                PERFORM ADJUST-THE-DISPUTED-INVOICE
            ELSE
                PERFORM CREDIT-THE-DISPUTED-AMOUNT.
            IF CASE-WAS-RESOLVED
                MOVE "R" TO DSP-CASE-STATUS
                MOVE RESOLUTION-PICK TO DSP-RESOLUTION
                MOVE TODAY-DATE-STAMP TO DSP-RESOLVED-DATE
                MOVE OPERATOR-ID TO DSP-RESOLVED-BY
                PERFORM REWRITE-THIS-CASE
                MOVE "R" TO ACTION-TYPE-HOLD
                PERFORM LOG-A-CASE-ACTION
                DISPLAY "DISPUTE CASE RESOLVED".

      *--------------------------------
      * THE AGREED GROSS CAN BE NO
      * LESS THAN WHAT HAS ALREADY
      * BEEN SETTLED ON THE INVOICE.
      * THE REDUCTION COMES OFF ITS PO
      * TOO.  AN INVOICE SPLIT ACROSS
      * GL LINES IS NOT ADJUSTED --
      * ITS LINES WOULD NO LONGER ADD
      * UP TO ITS GROSS -- AND IS
      * SETTLED BY CREDIT MEMO.
      *--------------------------------
       ADJUST-THE-DISPUTED-INVOICE.
            PERFORM CHECK-FOR-DISTRIBUTION.
            IF INVOICE-IS-SPLIT
                DISPLAY "INVOICE IS SPLIT ACROSS GL ACCOUNTS -- "
                    "RESOLVE IT BY CREDIT MEMO"
            ELSE
                PERFORM COMPUTE-INVOICE-BALANCE
                MOVE "N" TO REQUIRED-ENTRY-STATUS
                PERFORM TRY-ENTER-ADJUSTED-AMOUNT
                   UNTIL REQUIRED-ENTRY-WAS-OK
                IF ADJUSTED-AMOUNT-HOLD = ZEROS
                    DISPLAY "NOT ADJUSTED"
                ELSE
                    PERFORM ADJUST-THE-INVOICE-GROSS.

       TRY-ENTER-ADJUSTED-AMOUNT.
            MOVE INV-GROSS-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "BILLED AT " AMOUNT-FIELD.
            DISPLAY "ENTER THE AGREED GROSS AMOUNT (0 TO CANCEL)".
            ACCEPT AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO ADJUSTED-AMOUNT-HOLD.
            IF ADJUSTED-AMOUNT-HOLD = ZEROS
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE IF ADJUSTED-AMOUNT-HOLD NOT < INV-GROSS-AMOUNT
                DISPLAY "MUST BE LESS THAN THE AMOUNT BILLED -- TRY "
                    "AGAIN"
            ELSE IF ADJUSTED-AMOUNT-HOLD < INVBAL-SETTLED
                MOVE INVBAL-SETTLED TO AMOUNT-FIELD
                DISPLAY "LESS THAN THE " AMOUNT-FIELD " ALREADY "
                    "SETTLED -- TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

       ADJUST-THE-INVOICE-GROSS.
            COMPUTE ADJUSTMENT-HOLD =
                INV-GROSS-AMOUNT - ADJUSTED-AMOUNT-HOLD.
            MOVE ADJUSTED-AMOUNT-HOLD TO INV-GROSS-AMOUNT.
            IF INV-PO-NUMBER NOT = SPACES AND PO-FILE-IS-PRESENT
                PERFORM TAKE-ADJUSTMENT-OFF-PO.
            PERFORM RE-OPEN-THIS-INVOICE.
            MOVE ADJUSTED-AMOUNT-HOLD TO AMOUNT-FIELD.
            STRING "RESOLVED -- GROSS ADJUSTED TO " AMOUNT-FIELD
                DELIMITED BY SIZE
                INTO ACTION-TEXT-ENTRY.
            MOVE "Y" TO CASE-RESOLVED-STATUS.

       TAKE-ADJUSTMENT-OFF-PO.
            MOVE INV-PO-NUMBER TO PO-NUMBER-ENTRY.
            PERFORM READ-THIS-PO.
            IF PO-WAS-FOUND
                IF PO-BILLED-AMOUNT > ADJUSTMENT-HOLD
                    SUBTRACT ADJUSTMENT-HOLD FROM PO-BILLED-AMOUNT
                ELSE
                    MOVE ZEROS TO PO-BILLED-AMOUNT
                END-IF
                REWRITE PURCHASE-ORDER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING PURCHASE ORDER RECORD".

       CHECK-FOR-DISTRIBUTION.
            MOVE "N" TO SPLIT-FOUND-STATUS.
            OPEN INPUT INVOICE-DISTRIBUTION-FILE.
            IF DISTRIBUTION-FILE-STATUS = "00"
                MOVE SPACES TO INVOICE-DISTRIBUTION-RECORD
                MOVE INV-VENDOR-NUMBER TO DST-VENDOR-NUMBER
                MOVE INV-INVOICE-NUMBER TO DST-INVOICE-NUMBER
                MOVE 1 TO DST-LINE-NUMBER
                READ INVOICE-DISTRIBUTION-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SPLIT-FOUND-STATUS
                END-READ
                CLOSE INVOICE-DISTRIBUTION-FILE.

      *--------------------------------
      * THE CREDIT MEMO IS FOR THE
      * AMOUNT IN DISPUTE, DATED AND
      * DUE TODAY, BOOKED TO THE
      * INVOICE'S COMPANY.  ITS NUMBER
      * MUST BE FREE FOR THE VENDOR
      * BEFORE ANYTHING IS CHANGED.
      *--------------------------------
       CREDIT-THE-DISPUTED-AMOUNT.
            DISPLAY "ENTER THE CREDIT MEMO NUMBER (BLANK TO CANCEL)".
            ACCEPT CREDIT-NUMBER-ENTRY.
            IF CREDIT-NUMBER-ENTRY = SPACES
                DISPLAY "NO CREDIT MEMO RAISED"
            ELSE
                PERFORM READ-CREDIT-NUMBER
                IF INVOICE-WAS-FOUND
                    DISPLAY CREDIT-NUMBER-ENTRY " IS ALREADY ON FILE "
                        "FOR THIS VENDOR -- NO CREDIT MEMO RAISED"
                    PERFORM READ-THIS-INVOICE
                ELSE
                    PERFORM READ-THIS-INVOICE
                    MOVE INV-COMPANY TO CREDIT-COMPANY-HOLD
                    PERFORM RE-OPEN-THIS-INVOICE
                    PERFORM WRITE-DISPUTE-CREDIT-MEMO.

       READ-CREDIT-NUMBER.
            MOVE "Y" TO INVOICE-FOUND-STATUS.
            MOVE SPACES TO OPEN-INVOICE-RECORD.
            MOVE VENDOR-NUMBER TO INV-VENDOR-NUMBER.
            MOVE CREDIT-NUMBER-ENTRY TO INV-INVOICE-NUMBER.
            READ OPEN-INVOICE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO INVOICE-FOUND-STATUS.

       WRITE-DISPUTE-CREDIT-MEMO.
            MOVE SPACES TO OPEN-INVOICE-RECORD.
            MOVE VENDOR-NUMBER TO INV-VENDOR-NUMBER.
            MOVE CREDIT-NUMBER-ENTRY TO INV-INVOICE-NUMBER.
            MOVE TODAY-DATE-STAMP TO INV-INVOICE-DATE.
            MOVE TODAY-DATE-STAMP TO INV-DUE-DATE.
            MOVE DSP-DISPUTED-AMOUNT TO INV-GROSS-AMOUNT.
            MOVE "O" TO INV-STATUS.
            MOVE OPERATOR-ID TO INV-OPERATOR-ID.
            MOVE "C" TO INV-RECORD-TYPE.
            MOVE ZEROS TO INV-CREDIT-TAKEN.
            MOVE ZEROS TO INV-PAID-TO-DATE.
            MOVE SPACES TO INV-APPROVAL-OPERATOR.
            MOVE ZEROS TO INV-APPROVAL-DATE.
            MOVE ZEROS TO INV-DISCOUNT-TAKEN.
            MOVE ZEROS TO INV-DISCOUNT-DATE.
            MOVE CREDIT-COMPANY-HOLD TO INV-COMPANY.
            MOVE SPACE TO INV-SALES-TAX-FLAG.
            WRITE OPEN-INVOICE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CREDIT MEMO".
            IF INVOICE-FILE-STATUS = "00"
                MOVE DSP-DISPUTED-AMOUNT TO AMOUNT-FIELD
                DISPLAY "CREDIT MEMO " CREDIT-NUMBER-ENTRY
                    " RAISED FOR " AMOUNT-FIELD
                MOVE CREDIT-NUMBER-ENTRY TO DSP-CREDIT-NUMBER
                STRING "RESOLVED -- CREDIT MEMO " CREDIT-NUMBER-ENTRY
                    DELIMITED BY SIZE
                    INTO ACTION-TEXT-ENTRY
                MOVE "Y" TO CASE-RESOLVED-STATUS.

      *--------------------------------
      * ADD ONE ENTRY TO THE CASE'S
      * RUNNING LOG.
      *--------------------------------
       LOG-A-CASE-ACTION.
            MOVE SPACES TO DISPUTE-ACTION-RECORD.
            MOVE DSP-VENDOR-NUMBER TO DSA-VENDOR-NUMBER.
            MOVE DSP-INVOICE-NUMBER TO DSA-INVOICE-NUMBER.
            ACCEPT DSA-ACTION-DATE FROM DATE YYYYMMDD.
            ACCEPT DSA-ACTION-TIME FROM TIME.
            MOVE OPERATOR-ID TO DSA-OPERATOR-ID.
            MOVE ACTION-TYPE-HOLD TO DSA-ACTION-TYPE.
            MOVE ACTION-TEXT-ENTRY TO DSA-ACTION-TEXT.
            WRITE DISPUTE-ACTION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING DISPUTE CASE LOG".

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSIONS THE DUE-DATE AND
      * FOLLOW-UP DATES USE, THE SHARED
      * INVOICE-BALANCE ARITHMETIC, THE
      * SHARED APPROVER ROUTING, AND
      * THE SHARED COMPANY SELECTION.
      *--------------------------------
            COPY "vndcaldays01.cbl".
            COPY "vndinvbal01.cbl".
            COPY "vndapvrte01.cbl".
            COPY "vndcmpsel01.cbl".
