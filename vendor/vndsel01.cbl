      *          PAYMENT-RECORD per selected invoice (check or EFT
      *          per VENDOR-PAYMENT-METHOD, carrying the invoice
      *          number as its reference) and the invoice marked
      *          paid.  An invoice billed against a purchase order
      *          must also pass the three-way match: when what has
      *          been billed against the PO runs over the lesser of
      *          what was ordered and what was received by more
      *          than the match tolerance, the invoice is held back
      *          and listed in its own match-exceptions section.
      *          A vendor's open credit memos are netted off that
      *          vendor's proposed invoices, oldest invoice first,
      *          never taking a payment below zero; each credit
      *          taken prints under its invoice on the register and
      *          whatever is left of a memo stays open for the next
      *          run.  Every invoice is proposed for its balance due,
      *          not its gross, and a supervisor can cut any line to
      *          a part payment -- or bring in a disputed invoice to
      *          pay its undisputed portion -- before the register
      *          prints; a part-paid invoice stays open for the rest.
      *          A disputed invoice is paid only up to its balance
      *          less what its open VNDDSP case disputes, must pass
      *          the three-way match like any due invoice, takes no
      *          discount, and stays disputed even when paid off --
      *          resolving the case in vndinv01 is what settles it.
      *          A deposit paid ahead of the invoice (a prepayment
      *          posted in vndpay01) is applied before any credit:
      *          the vendor's unapplied prepayments come off its
      *          proposed invoices first, print under each invoice,
      *          and on posting are written to the application file
      *          that ties each deposit to the invoice it paid.
      *          Only an approved invoice is proposed: one still
      *          awaiting approval that is due by the cutoff is
      *          listed in its own section with the approver it is
      *          waiting on, so the money stalled there stays in
      *          view without being paid.
      *          Early-payment discounts are not left on the table:
      *          the operator also names the date of the next run,
      *          and an approved invoice not yet due whose terms'
      *          discount window closes before then is proposed now.
      *          Any invoice paid in full inside its window is paid
      *          less the discount, which prints under it on the
      *          register, totals at the foot, and is stamped on the
      *          invoice for the monthly taken-versus-lost report
      *          in vnddsc01.
      *          An invoice paid after its due date owes late-
      *          payment interest at the published rate on the
      *          table vndlir01 keeps, compounded daily by the
      *          shared vndlpi01 fragment on the net payment from
      *          the day after it fell due to today.  The interest
      *          prints under the invoice and posts as a payment
      *          of its own, marked as interest and referenced
      *          "INT" plus the invoice number, for the quarterly
      *          interest report in vndlpr01.
      *          Checks are drawn on the controlled stock vndcks01
      *          keeps: before posting, the supervisor names the
      *          bank account, and the run is refused if that
      *          account's stock cannot cover every check in it.
      *          Each check posts carrying the next number from the
      *          stock, the number goes on the check register as
      *          used, and the checks print with their remittance
      *          stubs to VNDCHK.RPT, ready for the check printer.
      *          An EFT vendor whose bank details have not yet been
      *          proven by an ACH prenote (vndach01), or whose
      *          prenote is still inside its waiting period, is not
      *          paid: its invoices go to the skipped section as in
      *          the prenote period until the prenote clears.
      *          A vendor billing in a foreign currency is paid only
      *          when an exchange rate for the run date is on file
      *          (the latest on or before it); otherwise its
      *          invoices are skipped for want of a rate.  Each
      *          payment is stamped with the rate and its dollar
      *          equivalent, and the vendor summary rolls up the
      *          dollar figure.
      *          The run is for one company or all of them: only
      *          invoices, credits and deposits of the company
      *          chosen are taken, a credit or deposit only ever
      *          nets against an invoice of its own company, each
      *          payment posts carrying its invoice's company, and
      *          the register closes with the totals by company.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY "slpmt01.cbl".
            COPY "slprd01.cbl".
            COPY "slsum01.cbl".
            COPY "slpo01.cbl".
            COPY "slmtl01.cbl".
            COPY "slpap01.cbl".
            COPY "slapv01.cbl".
            COPY "sltrm01.cbl".
            COPY "sllir01.cbl".
            COPY "slcks01.cbl".
            COPY "slckr01.cbl".
            COPY "slprn01.cbl".
            COPY "slfxr01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
            COPY "sldsp01.cbl".
            SELECT SELECT-REPORT-FILE ASSIGN TO "VNDSEL.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS SELECT-REPORT-STATUS.
            SELECT CHECK-PRINT-FILE ASSIGN TO "VNDCHK.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CHECK-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdprd01.cbl".
            COPY "fdsum01.cbl".
            COPY "fdpo01.cbl".
            COPY "fdmtl01.cbl".
            COPY "fdpap01.cbl".
            COPY "fdapv01.cbl".
            COPY "fdtrm01.cbl".
            COPY "fdlir01.cbl".
            COPY "fdcks01.cbl".
            COPY "fdckr01.cbl".
            COPY "fdprn01.cbl".
            COPY "fdfxr01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".
            COPY "fddsp01.cbl".

       FD   SELECT-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   SELECT-REPORT-LINE        PIC X(80).

       FD   CHECK-PRINT-FILE
            LABEL RECORDS ARE STANDARD.

       01   CHECK-PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       77   CUTOFF-DATE               PIC 9(8).
       77   RUN-DATE-STAMP            PIC 9(8).

      *--------------------------------
      * EARLY-PAYMENT DISCOUNTS.  AN
      * INVOICE NOT YET DUE IS PULLED
      * INTO THIS RUN WHEN ITS
      * DISCOUNT WINDOW WOULD CLOSE
      * BEFORE THE NEXT RUN COMES
      * ROUND.  THE WINDOW ITSELF IS
      * WORKED OUT BY THE SHARED
      * vnddscwin01 FRAGMENT.
      *--------------------------------
       01   TERMS-FILE-STATUS         PIC XX.
            COPY "flddsc01.cbl".
            COPY "fldcal01.cbl".
       77   NEXT-RUN-DATE-ENTRY       PIC X(8).
       77   NEXT-RUN-DATE             PIC 9(8).
       77   DISCOUNTS-TAKEN-TOTAL     PIC 9(9)V99.
       77   DISCOUNT-COUNT            PIC 9(5).

      *--------------------------------
      * LATE-PAYMENT INTEREST.  WHAT
      * AN INVOICE PAID LATE OWES IS
      * FIGURED ONCE THE RUN IS
      * NETTED, ON WHAT WILL GO OUT
      * FOR IT, AND POSTED AS ITS OWN
      * PAYMENT BEHIND THE INVOICE'S.
      *--------------------------------
       01   LATE-RATE-FILE-STATUS     PIC XX.
            COPY "fldlpi01.cbl".
       77   INTEREST-OWED-TOTAL       PIC 9(9)V99.
       77   INTEREST-COUNT            PIC 9(5).
       77   INTEREST-POSTED-COUNT     PIC 9(5).
       77   INTEREST-FLAG-HOLD        PIC X(01).
       77   INTEREST-REF-HOLD         PIC X(15).

      *--------------------------------
      * CHECK NUMBERING AND PRINTING.
      * THE RUN'S CHECKS ARE ALL DRAWN
      * ON THE ONE ACCOUNT NAMED AT
      * POSTING TIME.  NO STOCK FILE
      * MEANS STOCK IS NOT CONTROLLED
      * YET, AND THE CHECKS POST AND
      * PRINT UNNUMBERED AS BEFORE.
      *--------------------------------
            COPY "fldckn01.cbl".
            COPY "fldckp01.cbl".
       01   CHECK-PRINT-STATUS        PIC XX.
       77   CHECK-ACCOUNT-HOLD        PIC X(17).

      *--------------------------------
      * AN EFT VENDOR IS PAID ONLY
      * ONCE ITS PRENOTE HAS CLEARED.
      *--------------------------------
            COPY "fldprn01.cbl".

      *--------------------------------
      * A FOREIGN-CURRENCY VENDOR IS
      * PAID ONLY WITH A RATE ON FILE
      * FOR THE RUN DATE.
      *--------------------------------
            COPY "fldfxr01.cbl".
       77   CHECKS-IN-RUN-COUNT       PIC 9(5).
       77   CHECKS-UNNUMBERED-COUNT   PIC 9(5).
       77   FIRST-CHECK-NUMBER        PIC 9(8).
       77   LAST-CHECK-NUMBER         PIC 9(8).
       77   STUB-DAYS-LATE            PIC Z(4)9.
       01   CHECK-STOCK-CHOICE        PIC X.
            88 CHECK-STOCK-IS-READY      VALUE "Y".
            88 CHECK-STOCK-IS-MISSING    VALUE "M".
       01   CHECK-NUMBERING-STATUS    PIC X.
            88 CHECKS-ARE-NUMBERED       VALUE "Y".

       01   MORE-INVOICE-RECORDS      PIC X.
            88 INVOICE-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS   VALUE "N".
               10 PRO-PAY-TYPE        PIC X(01).
               10 PRO-WITHHOLD-FLAG   PIC X(01).
               10 PRO-CURRENCY        PIC X(03).
               10 PRO-CREDIT-TOTAL    PIC 9(7)V99.
               10 PRO-BALANCE-DUE     PIC 9(7)V99.
               10 PRO-PREPAY-TOTAL    PIC 9(7)V99.
               10 PRO-DISCOUNT        PIC 9(7)V99.
               10 PRO-DISCOUNT-PCT    PIC 9(2)V9.
               10 PRO-DISCOUNT-DATE   PIC 9(8).
               10 PRO-INTEREST        PIC 9(7)V99.
               10 PRO-DAYS-LATE       PIC 9(5).
               10 PRO-COMPANY         PIC X(02).
       77   PROPOSAL-COUNT            PIC 9(3).
       77   PROPOSAL-INDEX            PIC 9(3).
       77   PROPOSAL-OVERFLOW         PIC 9(5).
       77   POST-TYPE-HOLD            PIC X(01).
       77   WITHHELD-AMOUNT-HOLD      PIC 9(7)V99.

      *--------------------------------
      * THREE-WAY MATCH FIELDS.  AN
      * INVOICE CITING A PO IS PAYABLE
      * ONLY WHILE THE PO'S BILLED-TO-
      * DATE STAYS WITHIN TOLERANCE OF
      * THE LESSER OF ORDERED AND
      * RECEIVED.  NO TOLERANCE FILE
      * MEANS AN EXACT MATCH.  THE
      * EXCEPTIONS ARE KEPT IN A TABLE
      * AND PRINTED AS ONE SECTION
      * WHEN THE PASS IS DONE.
      *--------------------------------
       01   PO-FILE-STATUS            PIC XX.
       01   TOLERANCE-FILE-STATUS     PIC XX.
       01   PO-FILE-PRESENT           PIC X.
            88 PO-FILE-IS-PRESENT        VALUE "Y".
       01   MATCH-RESULT              PIC X.
            88 MATCH-PASSED              VALUE "Y".
            88 MATCH-FAILED              VALUE "N".
       77   MATCH-TOLERANCE-HOLD      PIC 9(2)V9.
       77   MATCH-LIMIT-AMOUNT        PIC 9(7)V99.
       77   MATCH-ALLOWED-AMOUNT      PIC 9(8)V99.
       77   MATCH-REASON-HOLD         PIC X(20).

       01   MATCH-EXCEPTION-TABLE.
            05 MATCH-EXCEPTION-ENTRY OCCURS 100 TIMES.
               10 MEX-VENDOR-NUMBER   PIC 9(7).
               10 MEX-VENDOR-NAME     PIC X(20).
               10 MEX-INVOICE-NUMBER  PIC X(15).
               10 MEX-PO-NUMBER       PIC X(10).
               10 MEX-REASON          PIC X(20).
       77   MATCH-EXCEPTION-COUNT     PIC 9(3).
       77   MATCH-EXCEPTION-INDEX     PIC 9(3).
       77   MATCH-EXCEPTION-OVERFLOW  PIC 9(5).

      *--------------------------------
      * INVOICES DUE BY THE CUTOFF BUT
      * NOT YET RELEASED BY THEIR
      * APPROVER.  THEY ARE NEVER
      * PROPOSED; THEY ARE KEPT IN A
      * TABLE AND PRINTED AS ONE
      * SECTION, LIKE THE MATCH
      * EXCEPTIONS, WITH THE APPROVER
      * THE TABLE ROUTES THEM TO NOW.
      *--------------------------------
       01   APPROVER-FILE-STATUS      PIC XX.
            COPY "fldapv01.cbl".
       01   UNAPPROVED-TABLE.
            05 UNAPPROVED-ENTRY OCCURS 100 TIMES.
               10 UNA-VENDOR-NUMBER   PIC 9(7).
               10 UNA-VENDOR-NAME     PIC X(20).
               10 UNA-INVOICE-NUMBER  PIC X(15).
               10 UNA-DUE-DATE        PIC 9(8).
               10 UNA-AMOUNT          PIC 9(7)V99.
               10 UNA-APPROVER        PIC X(08).
       77   UNAPPROVED-COUNT          PIC 9(3).
       77   UNAPPROVED-INDEX          PIC 9(3).
       77   UNAPPROVED-OVERFLOW       PIC 9(5).
       77   UNAPPROVED-TOTAL          PIC 9(9)V99.

      *--------------------------------
      * CREDIT-MEMO NETTING.  EVERY
      * OPEN CREDIT MEMO IS PICKED UP
      * IN PASS 1 WITH WHAT IS LEFT OF
      * IT; ONCE THE PROPOSAL IS BUILT
      * EACH PROPOSED INVOICE TAKES
      * ITS VENDOR'S CREDITS UNTIL ITS
      * PAYMENT IS DOWN TO ZERO OR THE
      * CREDITS RUN OUT.  WHAT WAS
      * TAKEN IS KEPT BY PROPOSAL LINE
      * FOR THE REGISTER AND POSTED
      * BACK TO THE MEMOS ONLY WHEN
      * THE INVOICE ITSELF POSTS.
      *--------------------------------
       01   CREDIT-TABLE.
            05 CREDIT-ENTRY OCCURS 100 TIMES.
               10 CRD-VENDOR-NUMBER   PIC 9(7).
               10 CRD-CREDIT-NUMBER   PIC X(15).
               10 CRD-AVAILABLE       PIC 9(7)V99.
               10 CRD-COMPANY         PIC X(02).
       77   CREDIT-COUNT              PIC 9(3).
       77   CREDIT-INDEX              PIC 9(3).
       77   CREDIT-OVERFLOW           PIC 9(5).

       01   CREDIT-TAKEN-TABLE.
            05 CREDIT-TAKEN-ENTRY OCCURS 200 TIMES.
               10 CTK-PROPOSAL-INDEX  PIC 9(3).
               10 CTK-CREDIT-NUMBER   PIC X(15).
               10 CTK-AMOUNT          PIC 9(7)V99.
       77   CREDIT-TAKEN-COUNT        PIC 9(3).
       77   CREDIT-TAKEN-INDEX        PIC 9(3).
       77   CREDIT-TAKE-AMOUNT        PIC 9(7)V99.
       77   CREDITS-TAKEN-TOTAL       PIC 9(9)V99.
       77   SETTLED-BY-CREDIT-COUNT   PIC 9(5).

      *--------------------------------
      * PREPAYMENTS.  ONCE THE PROPOSAL
      * IS BUILT, EVERY DEPOSIT STILL
      * UNAPPLIED FOR A VENDOR IN THE
      * RUN IS LOADED WITH WHAT IS LEFT
      * OF IT -- ITS AMOUNT, LESS ITS
      * APPLICATIONS, NOTHING IF IT
      * WAS VOIDED -- AND TAKEN OFF
      * THE PROPOSED INVOICES BEFORE
      * ANY CREDIT MEMO IS.  WHAT WAS
      * TAKEN IS KEPT BY PROPOSAL LINE
      * AND WRITTEN TO THE APPLICATION
      * FILE ONLY WHEN THE INVOICE
      * ITSELF POSTS.
      *--------------------------------
       01   APPLICATION-FILE-STATUS   PIC XX.
       01   PREPAY-TABLE.
            05 PREPAY-ENTRY OCCURS 100 TIMES.
               10 PPY-VENDOR-NUMBER   PIC 9(7).
               10 PPY-PAYMENT-DATE    PIC 9(8).
               10 PPY-PAYMENT-SEQ     PIC 9(3).
               10 PPY-REFERENCE       PIC X(15).
               10 PPY-AVAILABLE       PIC 9(7)V99.
               10 PPY-COMPANY         PIC X(02).
       77   PREPAY-COUNT              PIC 9(3).
       77   PREPAY-INDEX              PIC 9(3).
       77   PREPAY-SCAN-INDEX         PIC 9(3).
       77   PREPAY-OVERFLOW           PIC 9(5).

       01   PREPAY-TAKEN-TABLE.
            05 PREPAY-TAKEN-ENTRY OCCURS 200 TIMES.
               10 PTK-PROPOSAL-INDEX  PIC 9(3).
               10 PTK-PREPAY-INDEX    PIC 9(3).
               10 PTK-AMOUNT          PIC 9(7)V99.
       77   PREPAY-TAKEN-COUNT        PIC 9(3).
       77   PREPAY-TAKEN-INDEX        PIC 9(3).
       77   PREPAY-TAKE-AMOUNT        PIC 9(7)V99.
       77   PREPAYMENTS-APPLIED-TOTAL PIC 9(9)V99.
       77   NEXT-APPLY-SEQ            PIC 9(3).
       77   VENDOR-IN-RUN-INDEX       PIC 9(3).

       01   MORE-PAYMENT-RECORDS      PIC X.
            88 PAYMENT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PAYMENT-RECORDS   VALUE "N".

       01   MORE-APPLICATION-RECORDS  PIC X.
            88 APPLICATION-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-APPLICATION-RECORDS VALUE "N".

      *--------------------------------
      * PART PAYMENTS.  THE SUPERVISOR
      * NAMES AN INVOICE BY VENDOR AND
      * NUMBER AND KEYS WHAT TO PAY ON
      * IT NOW.  THE INVOICE'S BALANCE
      * COMES FROM THE SHARED
      * vndinvbal01 FRAGMENT.
      *--------------------------------
            COPY "fldbal01.cbl".
       01   PART-PAY-STATUS           PIC X.
            88 PART-PAY-IS-DONE          VALUE "Y".
       77   PART-PAY-INDEX            PIC 9(3).
       77   PART-PAY-AMOUNT           PIC 9(7)V99.
       77   PART-VENDOR-FIELD         PIC Z(7).
       77   PART-VENDOR-NUMBER        PIC 9(7).
       77   PART-INVOICE-ENTRY        PIC X(15).
       77   PART-AMOUNT-FIELD         PIC ZZZ,ZZZ,ZZZ.ZZ.
       77   SETTLE-AMOUNT-HOLD        PIC 9(7)V99.
       77   PART-PAID-COUNT           PIC 9(5).
       01   DISPUTE-FILE-STATUS       PIC XX.
       01   DISPUTE-CASE-FOUND        PIC X.
            88 DISPUTE-CASE-WAS-FOUND    VALUE "Y".
       77   UNDISPUTED-AMOUNT         PIC 9(7)V99.

       77   NEXT-PAYMENT-SEQ          PIC 9(3).
       01   MORE-SEQ-RECORDS          PIC X.
            88 SEQ-RECORDS-REMAIN        VALUE "Y".
                 "PAYMENT SELECTION PROPOSAL -- ".
            05 RPT-HEADING-CUTOFF     PIC 9(8).

       01   DISCOUNT-HEADING-LINE.
            05 FILLER                 PIC X(45) VALUE
                 "PLUS DISCOUNT WINDOWS CLOSING BEFORE NEXT RUN".
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-HEADING-NEXT-RUN   PIC 9(8).

       01   PROPOSAL-DETAIL-LINE.
            05 RPT-VENDOR-NUMBER      PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-SKIP-REASON        PIC X(20).

       01   MATCH-EXCEPTION-LINE.
            05 RPT-MEX-NUMBER         PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-MEX-NAME           PIC X(14).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-MEX-INVOICE        PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-MEX-PO             PIC X(10).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-MEX-REASON         PIC X(20).

       01   UNAPPROVED-LINE.
            05 RPT-UNA-NUMBER         PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UNA-NAME           PIC X(14).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UNA-INVOICE        PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UNA-DUE-DATE       PIC 9(8).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UNA-AMOUNT         PIC Z,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UNA-APPROVER       PIC X(08).

       01   UNAPPROVED-TOTAL-LINE.
            05 FILLER                 PIC X(46) VALUE
                 "    TOTAL AWAITING APPROVAL".
            05 RPT-UNA-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.

       01   CREDIT-TAKEN-LINE.
            05 FILLER                 PIC X(18) VALUE
                 "    LESS CREDIT   ".
            05 RPT-CTK-CREDIT         PIC X(15).
            05 FILLER                 PIC X(28) VALUE SPACES.
            05 RPT-CTK-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       01   DISCOUNT-TAKEN-LINE.
            05 FILLER                 PIC X(18) VALUE
                 "    LESS DISCOUNT ".
            05 RPT-DSC-PCT            PIC Z9.9.
            05 FILLER                 PIC X(13) VALUE
                 " PCT TAKEN BY".
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-DSC-DEADLINE       PIC 9(8).
            05 FILLER                 PIC X(17) VALUE SPACES.
            05 RPT-DSC-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       01   PREPAY-TAKEN-LINE.
            05 FILLER                 PIC X(20) VALUE
                 "    LESS PREPAYMENT ".
            05 RPT-PTK-DATE           PIC 9(8).
            05 FILLER                 PIC X(01) VALUE "-".
            05 RPT-PTK-SEQ            PIC 9(3).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-PTK-REFERENCE      PIC X(15).
            05 FILLER                 PIC X(13) VALUE SPACES.
            05 RPT-PTK-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       01   LATE-INTEREST-LINE.
            05 FILLER                 PIC X(18) VALUE
                 "    PLUS INTEREST ".
            05 RPT-LPI-DAYS           PIC ZZZZ9.
            05 FILLER                 PIC X(15) VALUE
                 " DAYS LATE REF ".
            05 RPT-LPI-REFERENCE      PIC X(15).
            05 FILLER                 PIC X(08) VALUE SPACES.
            05 RPT-LPI-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01   PART-PAYMENT-LINE.
            05 FILLER                 PIC X(36) VALUE
                 "    PART PAYMENT -- BALANCE LEFT".
            05 FILLER                 PIC X(25) VALUE SPACES.
            05 RPT-PART-LEFT          PIC ZZZ,ZZZ,ZZ9.99.

       01   NET-PAYMENT-LINE.
            05 FILLER                 PIC X(18) VALUE
                 "    NET PAYMENT   ".
            05 FILLER                 PIC X(43) VALUE SPACES.
            05 RPT-NET-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01   RUN-TOTAL-LINE.
            05 RPT-TOTAL-LABEL        PIC X(16).
            05 RPT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
      *--------------------------------
            COPY "fldsgn01.cbl".

      *--------------------------------
      * THE COMPANY THE RUN PAYS FOR,
      * OR ALL OF THEM, THROUGH THE
      * SHARED vndcmpsel01 FRAGMENT.
      *--------------------------------
            COPY "fldcmp01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-OPERATOR.
            PERFORM SELECT-THE-COMPANY.
            PERFORM ENTER-CUTOFF-DATE.
            IF CUTOFF-DATE = ZEROS
                DISPLAY "SELECTION CANCELLED"
            ELSE
                PERFORM ENTER-NEXT-RUN-DATE
                PERFORM RUN-THE-SELECTION.

       PROGRAM-DONE.
                DISPLAY "NOT SIGNED ON -- NOTHING RUN"
                GOBACK.

      *--------------------------------
      * ONE COMPANY OR ALL, FROM THOSE
      * THE OPERATOR MAY WORK.  NO
      * COMPANY TABLE MEANS ONE
      * COMPANY AND NOTHING IS ASKED.
      *--------------------------------
       SELECT-THE-COMPANY.
            MOVE OPERATOR-ID TO CMPSEL-OPERATOR-ID.
            MOVE "Y" TO CMPSEL-ALLOW-ALL.
            PERFORM SELECT-COMPANY.
            IF CMPSEL-CANCELLED
                DISPLAY "NO COMPANY CHOSEN -- NOTHING RUN"
                GOBACK.

       ENTER-CUTOFF-DATE.
            MOVE ZEROS TO CUTOFF-DATE.
            DISPLAY "ENTER CUTOFF DATE (YYYYMMDD) -- OPEN INVOICES".
            IF CUTOFF-DATE-ENTRY IS NUMERIC
                MOVE CUTOFF-DATE-ENTRY TO CUTOFF-DATE.

      *--------------------------------
      * THE NEXT RUN'S DATE BOUNDS THE
      * DISCOUNT LOOK-AHEAD.  LEFT
      * BLANK IT IS TAKEN AS A WEEK
      * FROM TODAY, THE USUAL CYCLE.
      *--------------------------------
       ENTER-NEXT-RUN-DATE.
            ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE RUN-DATE-STAMP TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            ADD 7 TO CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            MOVE CAL-DATE-STAMP TO NEXT-RUN-DATE.
            DISPLAY "ENTER DATE OF THE NEXT PAYMENT RUN (YYYYMMDD)".
            DISPLAY "INVOICES WHOSE DISCOUNT RUNS OUT BEFORE IT ARE "
                "PAID NOW".
            DISPLAY "(BLANK FOR " NEXT-RUN-DATE ")".
            ACCEPT NEXT-RUN-DATE-ENTRY.
            IF NEXT-RUN-DATE-ENTRY IS NUMERIC
                IF NEXT-RUN-DATE-ENTRY > RUN-DATE-STAMP
                    MOVE NEXT-RUN-DATE-ENTRY TO NEXT-RUN-DATE
                ELSE
                    DISPLAY "NOT AFTER TODAY -- USING " NEXT-RUN-DATE.

       RUN-THE-SELECTION.
            PERFORM BUILD-THE-PROPOSAL.
            IF PROPOSAL-OVERFLOW = 0 AND SIGNON-IS-SUPERVISOR
                PERFORM OFFER-PART-PAYMENTS.
            PERFORM TOTAL-THE-PROPOSAL.
            IF PROPOSAL-COUNT = 0
                DISPLAY "NO OPEN INVOICES ARE DUE BY " CUTOFF-DATE
            ELSE IF PROPOSAL-OVERFLOW > 0
                IF CONFIRM-WAS-YES
                    PERFORM CHECK-POSTING-PERIOD
                    IF PERIOD-IS-OPEN
                        PERFORM CHOOSE-CHECK-STOCK
                        IF CHECK-STOCK-IS-READY
                            PERFORM POST-THE-PROPOSAL
                            PERFORM SHOW-POSTING-RESULTS
                        ELSE
                            DISPLAY "NO CHECK STOCK TO DRAW THE RUN'S "
                                "CHECKS ON -- NOTHING POSTED"
                        END-IF
                    ELSE
                        DISPLAY "TODAY FALLS IN A CLOSED POSTING "
                            "PERIOD -- NOTHING POSTED"
                    DISPLAY "NOTHING POSTED -- THE REGISTER IS IN "
                        "VNDSEL.RPT FOR REVIEW".

       SHOW-POSTING-RESULTS.
            DISPLAY POSTED-COUNT " PAYMENT(S) POSTED AND INVOICES "
                "MARKED PAID".
            IF SETTLED-BY-CREDIT-COUNT > 0
                DISPLAY SETTLED-BY-CREDIT-COUNT
                    " INVOICE(S) SETTLED WHOLLY BY CREDITS OR "
                    "PREPAYMENTS".
            IF INTEREST-POSTED-COUNT > 0
                DISPLAY INTEREST-POSTED-COUNT
                    " LATE-INTEREST PAYMENT(S) POSTED".
            IF CKP-CHECKS-PRINTED > 0
                DISPLAY CKP-CHECKS-PRINTED " CHECK(S) PRINTED TO "
                    "VNDCHK.RPT".
            IF CHECKS-ARE-NUMBERED AND FIRST-CHECK-NUMBER > 0
                DISPLAY "CHECK NUMBERS " FIRST-CHECK-NUMBER " THRU "
                    LAST-CHECK-NUMBER " ON ACCOUNT "
                    CHECK-ACCOUNT-HOLD.
            IF CHECKS-UNNUMBERED-COUNT > 0
                DISPLAY CHECKS-UNNUMBERED-COUNT " CHECK(S) POSTED "
                    "UNNUMBERED -- THE STOCK RAN OUT PART-WAY, "
                    "LOAD MORE IN vndcks01".

      *--------------------------------
      * PASS 1 -- WALK THE OPEN
      * INVOICES AND COLLECT WHAT IS
            MOVE ZEROS TO CHECK-RUN-TOTAL.
            MOVE ZEROS TO EFT-RUN-TOTAL.
            MOVE ZEROS TO CURRENCY-RUN-COUNT.
            MOVE ZEROS TO MATCH-EXCEPTION-COUNT.
            MOVE ZEROS TO MATCH-EXCEPTION-OVERFLOW.
            MOVE ZEROS TO UNAPPROVED-COUNT.
            MOVE ZEROS TO UNAPPROVED-OVERFLOW.
            MOVE ZEROS TO UNAPPROVED-TOTAL.
            MOVE ZEROS TO CREDIT-COUNT.
            MOVE ZEROS TO CREDIT-OVERFLOW.
            MOVE ZEROS TO CREDIT-TAKEN-COUNT.
            MOVE ZEROS TO CREDITS-TAKEN-TOTAL.
            MOVE ZEROS TO PREPAY-COUNT.
            MOVE ZEROS TO PREPAY-OVERFLOW.
            MOVE ZEROS TO PREPAY-TAKEN-COUNT.
            MOVE ZEROS TO PREPAYMENTS-APPLIED-TOTAL.
            MOVE ZEROS TO DISCOUNTS-TAKEN-TOTAL.
            MOVE ZEROS TO DISCOUNT-COUNT.
            PERFORM READ-THE-MATCH-TOLERANCE.
            OPEN OUTPUT SELECT-REPORT-FILE.
            MOVE CUTOFF-DATE TO RPT-HEADING-CUTOFF.
            MOVE REPORT-HEADING-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            MOVE NEXT-RUN-DATE TO RPT-HEADING-NEXT-RUN.
            MOVE DISCOUNT-HEADING-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            MOVE COMPANY-HEADING-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            OPEN INPUT VENDOR-FILE.
            MOVE "Y" TO PO-FILE-PRESENT.
            OPEN INPUT PURCHASE-ORDER-FILE.
            IF PO-FILE-STATUS NOT = "00"
                MOVE "N" TO PO-FILE-PRESENT.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "35"
                DISPLAY "NO OPEN-INVOICE FILE ON SYSTEM -- ENTER "
                    "INVOICES WITH vndinv01 FIRST"
            ELSE
                PERFORM OPEN-APPROVER-TABLE
                PERFORM OPEN-DISCOUNT-TERMS
                MOVE "Y" TO MORE-INVOICE-RECORDS
                PERFORM JUDGE-ONE-INVOICE
                   UNTIL NO-MORE-INVOICE-RECORDS
                PERFORM CLOSE-DISCOUNT-TERMS
                PERFORM CLOSE-APPROVER-TABLE
                CLOSE OPEN-INVOICE-FILE.
            CLOSE VENDOR-FILE.
            IF PO-FILE-IS-PRESENT
                CLOSE PURCHASE-ORDER-FILE.
            IF MATCH-EXCEPTION-COUNT > 0
                PERFORM PRINT-MATCH-EXCEPTIONS.
            IF UNAPPROVED-COUNT > 0
                PERFORM PRINT-UNAPPROVED-INVOICES.
            IF PROPOSAL-COUNT > 0 AND PROPOSAL-OVERFLOW = 0
                PERFORM LOAD-UNAPPLIED-PREPAYMENTS.
            IF PREPAY-COUNT > 0
                PERFORM APPLY-PREPAYMENTS-TO-PROPOSALS.
            IF CREDIT-COUNT > 0
                PERFORM NET-CREDITS-AGAINST-PROPOSALS.

      *--------------------------------
      * THE ONE-RECORD TOLERANCE FILE
      * IS SET FROM vndrcv01.  NO FILE
      * MEANS NO TOLERANCE.
      *--------------------------------
       READ-THE-MATCH-TOLERANCE.
            MOVE ZEROS TO MATCH-TOLERANCE-HOLD.
            OPEN INPUT MATCH-TOLERANCE-FILE.
            IF TOLERANCE-FILE-STATUS = "00"
                READ MATCH-TOLERANCE-FILE
                    AT END
                    CONTINUE
                    NOT AT END
                    MOVE MTL-TOLERANCE-PCT TO MATCH-TOLERANCE-HOLD
                END-READ
                CLOSE MATCH-TOLERANCE-FILE.

      *--------------------------------
      * ANOTHER COMPANY'S INVOICE IS
      * PASSED BY WITHOUT A LINE.
      *--------------------------------
       JUDGE-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            MOVE "N" TO CMPSEL-RECORD-SELECTED.
            IF INVOICE-RECORDS-REMAIN
                MOVE INV-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY.
            IF NOT CMPSEL-RECORD-IS-SELECTED
                CONTINUE
            ELSE IF INV-IS-AWAITING-APPROVAL
                IF INV-DUE-DATE NOT > CUTOFF-DATE
                    PERFORM SAVE-UNAPPROVED-INVOICE
                END-IF
            ELSE IF INV-IS-OPEN
                PERFORM COMPUTE-INVOICE-BALANCE
                IF INVBAL-DUE = ZEROS
                    CONTINUE
                ELSE IF INV-IS-CREDIT-MEMO
                    PERFORM SAVE-OPEN-CREDIT
                ELSE IF INV-DUE-DATE NOT > CUTOFF-DATE
                    PERFORM JUDGE-DUE-INVOICE
                ELSE
                    PERFORM JUDGE-DISCOUNT-INVOICE.

      *--------------------------------
      * AN INVOICE NOT DUE BY THE
      * CUTOFF IS STILL PAID NOW WHEN
      * WAITING FOR THE NEXT RUN WOULD
      * LOSE ITS DISCOUNT.  FROM HERE
      * IT IS JUDGED LIKE ANY DUE ONE.
      *--------------------------------
       JUDGE-DISCOUNT-INVOICE.
            IF INVBAL-SETTLED = ZEROS
                PERFORM READ-INVOICE-VENDOR
                IF RECORD-WAS-FOUND
                    PERFORM SET-INVOICE-DISCOUNT
                    IF DSCWIN-AMOUNT > ZEROS AND
                            DSCWIN-DEADLINE < NEXT-RUN-DATE
                        PERFORM JUDGE-DUE-INVOICE.

      *--------------------------------
      * THE DISCOUNT IS TAKEN ONLY ON
      * AN INVOICE PAID IN FULL IN ONE
      * GO, AND ONLY WHILE ITS WINDOW
      * IS STILL OPEN TODAY.  THE
      * VENDOR RECORD MUST BE READ.
      *--------------------------------
       SET-INVOICE-DISCOUNT.
            MOVE VENDOR-PAYMENT-TERMS(1:4) TO DSCWIN-TERMS-CODE.
            PERFORM FIND-DISCOUNT-WINDOW.
            IF INVBAL-SETTLED NOT = ZEROS OR
                    DSCWIN-DEADLINE < RUN-DATE-STAMP
                MOVE ZEROS TO DSCWIN-AMOUNT.

       JUDGE-DUE-INVOICE.
            PERFORM READ-INVOICE-VENDOR.
            PERFORM CHECK-VENDOR-PRENOTE.
            PERFORM CHECK-VENDOR-EXCHANGE-RATE.
            IF NO-RECORD-FOUND
                PERFORM WRITE-SKIPPED-LINE-NO-VENDOR
            ELSE IF VENDOR-IS-ON-HOLD
                MOVE "ON PAYMENT HOLD" TO RPT-SKIP-REASON
                PERFORM WRITE-SKIPPED-LINE
            ELSE IF VENDOR-IS-INACTIVE
                MOVE "VENDOR INACTIVE" TO RPT-SKIP-REASON
                PERFORM WRITE-SKIPPED-LINE
            ELSE IF VENDOR-IS-PENDING
                MOVE "AWAITING APPROVAL" TO RPT-SKIP-REASON
                PERFORM WRITE-SKIPPED-LINE
            ELSE IF PRNCHK-AWAITS-CALLBACK
                MOVE "AWAITING CALLBACK" TO RPT-SKIP-REASON
                PERFORM WRITE-SKIPPED-LINE
            ELSE IF NOT PRNCHK-IS-CLEAR
                MOVE "PRENOTE PERIOD" TO RPT-SKIP-REASON
                PERFORM WRITE-SKIPPED-LINE
            ELSE IF FXRLOK-NO-RATE
                MOVE "NO EXCHANGE RATE" TO RPT-SKIP-REASON
                PERFORM WRITE-SKIPPED-LINE
            ELSE
                PERFORM CHECK-THREE-WAY-MATCH
                IF MATCH-FAILED
                    PERFORM SAVE-MATCH-EXCEPTION
                ELSE
                    PERFORM SAVE-PROPOSAL-ENTRY.

       CHECK-VENDOR-PRENOTE.
            MOVE "Y" TO PRNCHK-RESULT.
            IF RECORD-WAS-FOUND AND VENDOR-PAYS-BY-EFT
                MOVE RUN-DATE-STAMP TO PRNCHK-AS-OF-DATE
                PERFORM CHECK-PRENOTE-CLEARANCE.

       CHECK-VENDOR-EXCHANGE-RATE.
            MOVE "Y" TO FXRLOK-RESULT.
            IF RECORD-WAS-FOUND
                MOVE VENDOR-CURRENCY TO FXRLOK-CURRENCY
                MOVE RUN-DATE-STAMP TO FXRLOK-AS-OF-DATE
                MOVE ZEROS TO FXRLOK-AMOUNT
                PERFORM LOOK-UP-EXCHANGE-RATE.

      *--------------------------------
      * A CREDIT MEMO IS USABLE FROM
      * THE DAY IT IS KEYED, WHATEVER
      * THE CUTOFF.  ONE THAT IS FULLY
      * TAKEN IS ALREADY MARKED PAID
      * AND NEVER GETS HERE.
      *--------------------------------
       SAVE-OPEN-CREDIT.
            IF CREDIT-COUNT < 100
                ADD 1 TO CREDIT-COUNT
                MOVE INV-VENDOR-NUMBER
                    TO CRD-VENDOR-NUMBER(CREDIT-COUNT)
                MOVE INV-INVOICE-NUMBER
                    TO CRD-CREDIT-NUMBER(CREDIT-COUNT)
                MOVE INVBAL-DUE TO CRD-AVAILABLE(CREDIT-COUNT)
                MOVE CMPSEL-RECORD-COMPANY
                    TO CRD-COMPANY(CREDIT-COUNT)
            ELSE
                ADD 1 TO CREDIT-OVERFLOW.

       READ-INVOICE-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE INV-VENDOR-NUMBER TO VENDOR-NUMBER.
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

      *--------------------------------
      * THE THREE-WAY MATCH.  AN
      * INVOICE THAT CITES NO PO HAS
      * NOTHING TO MATCH AND PASSES.
      * OTHERWISE THE PO MUST BE ON
      * FILE, SOMETHING MUST HAVE BEEN
      * RECEIVED, AND EVERYTHING
      * BILLED AGAINST THE PO MUST SIT
      * WITHIN TOLERANCE OF THE LESSER
      * OF ORDERED AND RECEIVED.
      *--------------------------------
       CHECK-THREE-WAY-MATCH.
            MOVE "Y" TO MATCH-RESULT.
            IF INV-PO-NUMBER NOT = SPACES
                PERFORM READ-INVOICE-PO
                IF NO-RECORD-FOUND
                    MOVE "N" TO MATCH-RESULT
                    MOVE "PO NOT ON FILE" TO MATCH-REASON-HOLD
                ELSE IF PO-RECEIVED-AMOUNT = ZEROS
                    MOVE "N" TO MATCH-RESULT
                    MOVE "NOTHING RECEIVED" TO MATCH-REASON-HOLD
                ELSE
                    PERFORM MATCH-BILLED-TO-RECEIVED.

       READ-INVOICE-PO.
            MOVE "N" TO RECORD-FOUND.
            IF PO-FILE-IS-PRESENT
                MOVE SPACES TO PURCHASE-ORDER-RECORD
                MOVE INV-VENDOR-NUMBER TO PO-VENDOR-NUMBER
                MOVE INV-PO-NUMBER TO PO-NUMBER
                MOVE "Y" TO RECORD-FOUND
                READ PURCHASE-ORDER-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND
                END-READ.

       MATCH-BILLED-TO-RECEIVED.
            IF PO-RECEIVED-AMOUNT < PO-AMOUNT
                MOVE PO-RECEIVED-AMOUNT TO MATCH-LIMIT-AMOUNT
                MOVE "BILLED OVER RECEIVED" TO MATCH-REASON-HOLD
            ELSE
                MOVE PO-AMOUNT TO MATCH-LIMIT-AMOUNT
                MOVE "BILLED OVER ORDERED" TO MATCH-REASON-HOLD.
            COMPUTE MATCH-ALLOWED-AMOUNT ROUNDED =
                MATCH-LIMIT-AMOUNT +
                MATCH-LIMIT-AMOUNT * MATCH-TOLERANCE-HOLD / 100.
            IF PO-BILLED-AMOUNT > MATCH-ALLOWED-AMOUNT
                MOVE "N" TO MATCH-RESULT.

       SAVE-MATCH-EXCEPTION.
            IF MATCH-EXCEPTION-COUNT < 100
                ADD 1 TO MATCH-EXCEPTION-COUNT
                MOVE INV-VENDOR-NUMBER
                    TO MEX-VENDOR-NUMBER(MATCH-EXCEPTION-COUNT)
                MOVE VENDOR-NAME
                    TO MEX-VENDOR-NAME(MATCH-EXCEPTION-COUNT)
                MOVE INV-INVOICE-NUMBER
                    TO MEX-INVOICE-NUMBER(MATCH-EXCEPTION-COUNT)
                MOVE INV-PO-NUMBER
                    TO MEX-PO-NUMBER(MATCH-EXCEPTION-COUNT)
                MOVE MATCH-REASON-HOLD
                    TO MEX-REASON(MATCH-EXCEPTION-COUNT)
            ELSE
                ADD 1 TO MATCH-EXCEPTION-OVERFLOW.

       PRINT-MATCH-EXCEPTIONS.
            MOVE BLANK-REPORT-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            MOVE "MATCH EXCEPTIONS -- HELD UNTIL PO, RECEIPTS, AND INVOI
      -         "CE AGREE" TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            MOVE 0 TO MATCH-EXCEPTION-INDEX.
            PERFORM PRINT-ONE-MATCH-EXCEPTION
               UNTIL MATCH-EXCEPTION-INDEX = MATCH-EXCEPTION-COUNT.
            IF MATCH-EXCEPTION-OVERFLOW > 0
                MOVE "** MORE THAN 100 MATCH EXCEPTIONS -- SECTION IS IN
      -             "COMPLETE **" TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.

       PRINT-ONE-MATCH-EXCEPTION.
            ADD 1 TO MATCH-EXCEPTION-INDEX.
            MOVE MEX-VENDOR-NUMBER(MATCH-EXCEPTION-INDEX)
                TO RPT-MEX-NUMBER.
            MOVE MEX-VENDOR-NAME(MATCH-EXCEPTION-INDEX)
                TO RPT-MEX-NAME.
            MOVE MEX-INVOICE-NUMBER(MATCH-EXCEPTION-INDEX)
                TO RPT-MEX-INVOICE.
            MOVE MEX-PO-NUMBER(MATCH-EXCEPTION-INDEX) TO RPT-MEX-PO.
            MOVE MEX-REASON(MATCH-EXCEPTION-INDEX) TO RPT-MEX-REASON.
            MOVE MATCH-EXCEPTION-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.

      *--------------------------------
      * A DUE INVOICE STILL WAITING ON
      * ITS APPROVER.  IT IS LISTED AT
      * ITS GROSS -- NOTHING CAN HAVE
      * BEEN PAID ON IT YET.
      *--------------------------------
       SAVE-UNAPPROVED-INVOICE.
            PERFORM READ-INVOICE-VENDOR.
            MOVE VENDOR-CATEGORY TO APVRTE-CATEGORY.
            MOVE INV-GROSS-AMOUNT TO APVRTE-AMOUNT.
            PERFORM FIND-INVOICE-APPROVER.
            ADD INV-GROSS-AMOUNT TO UNAPPROVED-TOTAL.
            IF UNAPPROVED-COUNT < 100
                ADD 1 TO UNAPPROVED-COUNT
                MOVE INV-VENDOR-NUMBER
                    TO UNA-VENDOR-NUMBER(UNAPPROVED-COUNT)
                MOVE VENDOR-NAME
                    TO UNA-VENDOR-NAME(UNAPPROVED-COUNT)
                MOVE INV-INVOICE-NUMBER
                    TO UNA-INVOICE-NUMBER(UNAPPROVED-COUNT)
                MOVE INV-DUE-DATE TO UNA-DUE-DATE(UNAPPROVED-COUNT)
                MOVE INV-GROSS-AMOUNT TO UNA-AMOUNT(UNAPPROVED-COUNT)
                MOVE APVRTE-APPROVER
                    TO UNA-APPROVER(UNAPPROVED-COUNT)
            ELSE
                ADD 1 TO UNAPPROVED-OVERFLOW.

       PRINT-UNAPPROVED-INVOICES.
            MOVE BLANK-REPORT-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            MOVE "AWAITING APPROVAL -- DUE BUT NOT RELEASED, NOT PROPOSE
      -         "D" TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            MOVE 0 TO UNAPPROVED-INDEX.
            PERFORM PRINT-ONE-UNAPPROVED-INVOICE
               UNTIL UNAPPROVED-INDEX = UNAPPROVED-COUNT.
            IF UNAPPROVED-OVERFLOW > 0
                MOVE "** MORE THAN 100 INVOICES AWAITING APPROVAL -- SEC
      -             "TION IS INCOMPLETE **" TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            MOVE UNAPPROVED-TOTAL TO RPT-UNA-TOTAL.
            MOVE UNAPPROVED-TOTAL-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.

       PRINT-ONE-UNAPPROVED-INVOICE.
            ADD 1 TO UNAPPROVED-INDEX.
            MOVE UNA-VENDOR-NUMBER(UNAPPROVED-INDEX)
                TO RPT-UNA-NUMBER.
            MOVE UNA-VENDOR-NAME(UNAPPROVED-INDEX) TO RPT-UNA-NAME.
            MOVE UNA-INVOICE-NUMBER(UNAPPROVED-INDEX)
                TO RPT-UNA-INVOICE.
            MOVE UNA-DUE-DATE(UNAPPROVED-INDEX) TO RPT-UNA-DUE-DATE.
            MOVE UNA-AMOUNT(UNAPPROVED-INDEX) TO RPT-UNA-AMOUNT.
            MOVE UNA-APPROVER(UNAPPROVED-INDEX) TO RPT-UNA-APPROVER.
            MOVE UNAPPROVED-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.

       WRITE-SKIPPED-LINE-NO-VENDOR.
            MOVE "VENDOR NOT ON FILE" TO RPT-SKIP-REASON.
            MOVE SPACES TO VENDOR-NAME.
                MOVE INV-INVOICE-NUMBER
                    TO PRO-INVOICE-NUMBER(PROPOSAL-COUNT)
                MOVE INV-DUE-DATE TO PRO-DUE-DATE(PROPOSAL-COUNT)
                MOVE CMPSEL-RECORD-COMPANY
                    TO PRO-COMPANY(PROPOSAL-COUNT)
                PERFORM SET-INVOICE-DISCOUNT
                MOVE DSCWIN-AMOUNT TO PRO-DISCOUNT(PROPOSAL-COUNT)
                MOVE DSCWIN-PCT TO PRO-DISCOUNT-PCT(PROPOSAL-COUNT)
                MOVE DSCWIN-DEADLINE
                    TO PRO-DISCOUNT-DATE(PROPOSAL-COUNT)
                COMPUTE PRO-AMOUNT(PROPOSAL-COUNT) =
                    INVBAL-DUE - DSCWIN-AMOUNT
                MOVE INVBAL-DUE TO PRO-BALANCE-DUE(PROPOSAL-COUNT)
                MOVE ZEROS TO PRO-CREDIT-TOTAL(PROPOSAL-COUNT)
                MOVE ZEROS TO PRO-PREPAY-TOTAL(PROPOSAL-COUNT)
                MOVE VENDOR-WITHHOLD-FLAG
                    TO PRO-WITHHOLD-FLAG(PROPOSAL-COUNT)
                IF VENDOR-CURRENCY = SPACES
                END-IF
                IF VENDOR-PAYS-BY-EFT
                    MOVE "E" TO PRO-PAY-TYPE(PROPOSAL-COUNT)
                ELSE
                    MOVE "C" TO PRO-PAY-TYPE(PROPOSAL-COUNT)
                END-IF
            ELSE
                ADD 1 TO PROPOSAL-OVERFLOW.

      *--------------------------------
      * THE SUPERVISOR'S PART PAYMENTS,
      * TAKEN AFTER THE CREDITS ARE
      * NETTED AND BEFORE THE RUN IS
      * TOTALED.  A DISPUTED INVOICE
      * NAMED HERE JOINS THE RUN FOR
      * THE UNDISPUTED PORTION KEYED,
      * PROVIDED ITS VENDOR COULD BE
      * PAID AT ALL.
      *--------------------------------
       OFFER-PART-PAYMENTS.
            MOVE ZEROS TO PART-PAID-COUNT.
            DISPLAY "PAY PART OF ANY INVOICE IN THIS RUN? (Y/N)".
            ACCEPT YES-NO-ANSWER.
            IF YES-NO-ANSWER = "y"
                MOVE "Y" TO YES-NO-ANSWER.
            IF CONFIRM-WAS-YES
                OPEN INPUT VENDOR-FILE
                OPEN INPUT OPEN-INVOICE-FILE
                MOVE "Y" TO PO-FILE-PRESENT
                OPEN INPUT PURCHASE-ORDER-FILE
                IF PO-FILE-STATUS NOT = "00"
                    MOVE "N" TO PO-FILE-PRESENT
                END-IF
                PERFORM OPEN-DISCOUNT-TERMS
                MOVE "N" TO PART-PAY-STATUS
                PERFORM ENTER-ONE-PART-PAYMENT
                   UNTIL PART-PAY-IS-DONE
                PERFORM CLOSE-DISCOUNT-TERMS
                IF PO-FILE-IS-PRESENT
                    CLOSE PURCHASE-ORDER-FILE
                END-IF
                CLOSE OPEN-INVOICE-FILE
                CLOSE VENDOR-FILE
                DISPLAY PART-PAID-COUNT " LINE(S) SET TO PART "
                    "PAYMENT".

       ENTER-ONE-PART-PAYMENT.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR NUMBER (0 WHEN DONE)".
            ACCEPT PART-VENDOR-FIELD.
            MOVE PART-VENDOR-FIELD TO PART-VENDOR-NUMBER.
            IF PART-VENDOR-NUMBER = ZEROS
                MOVE "Y" TO PART-PAY-STATUS
            ELSE
                DISPLAY "ENTER INVOICE NUMBER"
                ACCEPT PART-INVOICE-ENTRY
                PERFORM FIND-PART-PAY-LINE
                IF PART-PAY-INDEX = 0
                    PERFORM BRING-IN-DISPUTED-INVOICE
                ELSE
                    PERFORM ENTER-PART-PAY-AMOUNT.

       FIND-PART-PAY-LINE.
            MOVE 0 TO PART-PAY-INDEX.
            MOVE 0 TO PROPOSAL-INDEX.
            PERFORM SCAN-FOR-PART-PAY-LINE
               UNTIL PROPOSAL-INDEX = PROPOSAL-COUNT OR
                   PART-PAY-INDEX > 0.

       SCAN-FOR-PART-PAY-LINE.
            ADD 1 TO PROPOSAL-INDEX.
            IF PRO-VENDOR-NUMBER(PROPOSAL-INDEX) = PART-VENDOR-NUMBER
                    AND PRO-INVOICE-NUMBER(PROPOSAL-INDEX)
                        = PART-INVOICE-ENTRY
                MOVE PROPOSAL-INDEX TO PART-PAY-INDEX.

       BRING-IN-DISPUTED-INVOICE.
            MOVE SPACES TO OPEN-INVOICE-RECORD.
            MOVE PART-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
            MOVE PART-INVOICE-ENTRY TO INV-INVOICE-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ OPEN-INVOICE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF RECORD-WAS-FOUND
                MOVE INV-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY.
            IF NO-RECORD-FOUND
                DISPLAY "NO SUCH INVOICE FOR THAT VENDOR"
            ELSE IF NOT CMPSEL-RECORD-IS-SELECTED
                DISPLAY "THAT INVOICE IS BOOKED TO COMPANY "
                    CMPSEL-RECORD-COMPANY " -- NOT IN THIS RUN"
            ELSE IF INV-IS-CREDIT-MEMO OR NOT INV-IS-DISPUTED
                DISPLAY "THAT IS NOT A LINE IN THIS RUN, NOR A "
                    "DISPUTED INVOICE"
            ELSE
                PERFORM COMPUTE-INVOICE-BALANCE
                PERFORM READ-INVOICE-VENDOR
                PERFORM CHECK-VENDOR-PRENOTE
                PERFORM CHECK-VENDOR-EXCHANGE-RATE
                IF NO-RECORD-FOUND OR VENDOR-IS-ON-HOLD OR
                        VENDOR-IS-INACTIVE OR VENDOR-IS-PENDING
                    DISPLAY "VENDOR CANNOT BE PAID IN THIS RUN"
                ELSE IF PRNCHK-AWAITS-CALLBACK
                    DISPLAY "VENDOR'S BANK CHANGE AWAITS A CALLBACK"
                ELSE IF NOT PRNCHK-IS-CLEAR
                    DISPLAY "VENDOR IS IN ITS ACH PRENOTE PERIOD"
                ELSE IF FXRLOK-NO-RATE
                    DISPLAY "NO EXCHANGE RATE FOR " FXRLOK-CURRENCY
                        " ON FILE -- KEY ONE IN vndfxr01"
                ELSE IF INVBAL-DUE = ZEROS
                    DISPLAY "NOTHING IS LEFT OWING ON IT"
                ELSE IF PROPOSAL-COUNT = 200
                    DISPLAY "THE RUN IS FULL -- CANNOT ADD IT"
                ELSE
                    PERFORM ADD-UNDISPUTED-PORTION.

      *--------------------------------
      * ONLY WHAT THE OPEN CASE DOES
      * NOT DISPUTE CAN BE PAID.  THE
      * INVOICE MUST PASS THE THREE-
      * WAY MATCH LIKE ANY DUE ONE, AND
      * TAKES NO DISCOUNT -- THAT NEEDS
      * PAYMENT IN FULL.  A BLANK OR
      * ZERO AMOUNT, OR ONE OVER THE
      * UNDISPUTED PORTION, LEAVES IT
      * OUT OF THE RUN.
      *--------------------------------
       ADD-UNDISPUTED-PORTION.
            PERFORM FIND-UNDISPUTED-AMOUNT.
            PERFORM CHECK-THREE-WAY-MATCH.
            IF NOT DISPUTE-CASE-WAS-FOUND
                DISPLAY "NO OPEN DISPUTE CASE ON FILE FOR IT -- "
                    "OPEN ONE IN vndinv01"
            ELSE IF UNDISPUTED-AMOUNT = ZEROS
                DISPLAY "THE WHOLE BALANCE IS IN DISPUTE"
            ELSE IF MATCH-FAILED
                DISPLAY "IT FAILS THE THREE-WAY MATCH -- "
                    MATCH-REASON-HOLD
            ELSE
                MOVE UNDISPUTED-AMOUNT TO PART-AMOUNT-FIELD
                DISPLAY "UNDISPUTED:       " PART-AMOUNT-FIELD
                DISPLAY "ENTER AMOUNT TO PAY NOW (BLANK TO LEAVE IT "
                    "OUT)"
                ACCEPT PART-AMOUNT-FIELD
                MOVE PART-AMOUNT-FIELD TO PART-PAY-AMOUNT
                IF PART-PAY-AMOUNT = ZEROS
                    DISPLAY "NOT ADDED TO THE RUN"
                ELSE IF PART-PAY-AMOUNT > UNDISPUTED-AMOUNT
                    DISPLAY "MORE THAN THE UNDISPUTED PORTION -- "
                        "NOT ADDED TO THE RUN"
                ELSE
                    PERFORM SAVE-PROPOSAL-ENTRY
                    MOVE PART-PAY-AMOUNT TO PRO-AMOUNT(PROPOSAL-COUNT)
                    MOVE ZEROS TO PRO-DISCOUNT(PROPOSAL-COUNT)
                    MOVE ZEROS TO PRO-DISCOUNT-PCT(PROPOSAL-COUNT)
                    MOVE ZEROS TO PRO-DISCOUNT-DATE(PROPOSAL-COUNT)
                    ADD 1 TO PART-PAID-COUNT
                    DISPLAY "DISPUTED INVOICE ADDED TO THE RUN FOR "
                        "THE AMOUNT KEYED".

      *--------------------------------
      * NO CASE FILE, NO CASE FOR THE
      * INVOICE, OR A CASE ALREADY
      * RESOLVED ALL MEAN NOTHING IS
      * KNOWN TO BE UNDISPUTED.
      *--------------------------------
       FIND-UNDISPUTED-AMOUNT.
            MOVE "N" TO DISPUTE-CASE-FOUND.
            MOVE ZEROS TO UNDISPUTED-AMOUNT.
            OPEN INPUT DISPUTE-CASE-FILE.
            IF DISPUTE-FILE-STATUS = "00"
                MOVE INV-VENDOR-NUMBER TO DSP-VENDOR-NUMBER
                MOVE INV-INVOICE-NUMBER TO DSP-INVOICE-NUMBER
                READ DISPUTE-CASE-FILE RECORD
                   INVALID KEY
                       MOVE SPACES TO DSP-CASE-STATUS
                END-READ
                IF DSP-CASE-IS-OPEN
                    MOVE "Y" TO DISPUTE-CASE-FOUND
                    IF DSP-DISPUTED-AMOUNT < INVBAL-DUE
                        COMPUTE UNDISPUTED-AMOUNT =
                            INVBAL-DUE - DSP-DISPUTED-AMOUNT
                    END-IF
                END-IF
                CLOSE DISPUTE-CASE-FILE.

       ENTER-PART-PAY-AMOUNT.
            MOVE PRO-BALANCE-DUE(PART-PAY-INDEX) TO PART-AMOUNT-FIELD.
            DISPLAY "BALANCE DUE:      " PART-AMOUNT-FIELD.
            MOVE PRO-AMOUNT(PART-PAY-INDEX) TO PART-AMOUNT-FIELD.
            DISPLAY "PROPOSED PAYMENT: " PART-AMOUNT-FIELD.
            IF PRO-AMOUNT(PART-PAY-INDEX) = ZEROS
                DISPLAY "CREDITS OR PREPAYMENTS ALREADY COVER IT -- "
                    "NOTHING TO CUT"
            ELSE
                DISPLAY "ENTER AMOUNT TO PAY NOW (BLANK TO LEAVE IT)"
                ACCEPT PART-AMOUNT-FIELD
                MOVE PART-AMOUNT-FIELD TO PART-PAY-AMOUNT
                IF PART-PAY-AMOUNT = ZEROS
                    CONTINUE
                ELSE IF PART-PAY-AMOUNT > PRO-AMOUNT(PART-PAY-INDEX)
                    DISPLAY "MORE THAN THE PROPOSED PAYMENT -- "
                        "LEFT AS IT WAS"
                ELSE
                    MOVE PART-PAY-AMOUNT TO PRO-AMOUNT(PART-PAY-INDEX)
                    ADD 1 TO PART-PAID-COUNT
                    IF PRO-DISCOUNT(PART-PAY-INDEX) > ZEROS
                        MOVE ZEROS TO PRO-DISCOUNT(PART-PAY-INDEX)
                        DISPLAY "EARLY-PAYMENT DISCOUNT DROPPED -- "
                            "IT NEEDS PAYMENT IN FULL".

      *--------------------------------
      * LOAD THE PREPAYMENTS OF THE
      * VENDORS IN THIS RUN.  A VOID
      * ALWAYS FOLLOWS ITS ORIGINAL IN
      * KEY ORDER, SO THE ORIGINAL IS
      * ALREADY IN THE TABLE TO BE
      * ZEROED.  NO PAYMENT FILE, NO
      * PREPAYMENTS; NO APPLICATION
      * FILE, NOTHING APPLIED YET.
      *--------------------------------
       LOAD-UNAPPLIED-PREPAYMENTS.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "00"
                MOVE "Y" TO MORE-PAYMENT-RECORDS
                PERFORM LOAD-ONE-PREPAYMENT
                   UNTIL NO-MORE-PAYMENT-RECORDS
                CLOSE PAYMENT-FILE.
            IF PREPAY-COUNT > 0
                OPEN INPUT PREPAYMENT-APPLICATION-FILE
                IF APPLICATION-FILE-STATUS = "00"
                    MOVE "Y" TO MORE-APPLICATION-RECORDS
                    PERFORM DEDUCT-ONE-APPLICATION
                       UNTIL NO-MORE-APPLICATION-RECORDS
                    CLOSE PREPAYMENT-APPLICATION-FILE.

       LOAD-ONE-PREPAYMENT.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            IF PAYMENT-RECORDS-REMAIN AND PMT-IS-PREPAYMENT
                MOVE PMT-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY
                IF PMT-IS-VOID
                    PERFORM ZERO-VOIDED-PREPAYMENT
                ELSE IF CMPSEL-RECORD-IS-SELECTED
                    PERFORM FIND-VENDOR-IN-RUN
                    IF VENDOR-IN-RUN-INDEX > 0
                        PERFORM SAVE-PREPAYMENT-ENTRY.

       FIND-VENDOR-IN-RUN.
            MOVE 0 TO VENDOR-IN-RUN-INDEX.
            MOVE 0 TO PROPOSAL-INDEX.
            PERFORM SCAN-FOR-VENDOR-IN-RUN
               UNTIL PROPOSAL-INDEX = PROPOSAL-COUNT OR
                   VENDOR-IN-RUN-INDEX > 0.

       SCAN-FOR-VENDOR-IN-RUN.
            ADD 1 TO PROPOSAL-INDEX.
            IF PRO-VENDOR-NUMBER(PROPOSAL-INDEX) = PMT-VENDOR-NUMBER
                MOVE PROPOSAL-INDEX TO VENDOR-IN-RUN-INDEX.

       SAVE-PREPAYMENT-ENTRY.
            IF PREPAY-COUNT < 100
                ADD 1 TO PREPAY-COUNT
                MOVE PMT-VENDOR-NUMBER
                    TO PPY-VENDOR-NUMBER(PREPAY-COUNT)
                MOVE PMT-PAYMENT-DATE
                    TO PPY-PAYMENT-DATE(PREPAY-COUNT)
                MOVE PMT-PAYMENT-SEQ TO PPY-PAYMENT-SEQ(PREPAY-COUNT)
                MOVE PMT-INVOICE-REF TO PPY-REFERENCE(PREPAY-COUNT)
                MOVE PMT-AMOUNT TO PPY-AVAILABLE(PREPAY-COUNT)
                MOVE CMPSEL-RECORD-COMPANY
                    TO PPY-COMPANY(PREPAY-COUNT)
            ELSE
                ADD 1 TO PREPAY-OVERFLOW.

       ZERO-VOIDED-PREPAYMENT.
            MOVE 0 TO PREPAY-INDEX.
            MOVE 0 TO PREPAY-SCAN-INDEX.
            PERFORM SCAN-FOR-VOIDED-PREPAYMENT
               UNTIL PREPAY-SCAN-INDEX = PREPAY-COUNT OR
                   PREPAY-INDEX > 0.
            IF PREPAY-INDEX > 0
                MOVE ZEROS TO PPY-AVAILABLE(PREPAY-INDEX).

       SCAN-FOR-VOIDED-PREPAYMENT.
            ADD 1 TO PREPAY-SCAN-INDEX.
            IF PPY-VENDOR-NUMBER(PREPAY-SCAN-INDEX) =
                    PMT-ORIG-VENDOR-NUMBER AND
                    PPY-PAYMENT-DATE(PREPAY-SCAN-INDEX) =
                        PMT-ORIG-PAYMENT-DATE AND
                    PPY-PAYMENT-SEQ(PREPAY-SCAN-INDEX) =
                        PMT-ORIG-PAYMENT-SEQ
                MOVE PREPAY-SCAN-INDEX TO PREPAY-INDEX.

       DEDUCT-ONE-APPLICATION.
            READ PREPAYMENT-APPLICATION-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-APPLICATION-RECORDS.
            IF APPLICATION-RECORDS-REMAIN
                MOVE 0 TO PREPAY-INDEX
                MOVE 0 TO PREPAY-SCAN-INDEX
                PERFORM SCAN-FOR-APPLIED-PREPAYMENT
                   UNTIL PREPAY-SCAN-INDEX = PREPAY-COUNT OR
                       PREPAY-INDEX > 0
                IF PREPAY-INDEX > 0
                    IF PAP-AMOUNT < PPY-AVAILABLE(PREPAY-INDEX)
                        SUBTRACT PAP-AMOUNT
                            FROM PPY-AVAILABLE(PREPAY-INDEX)
                    ELSE
                        MOVE ZEROS TO PPY-AVAILABLE(PREPAY-INDEX).

       SCAN-FOR-APPLIED-PREPAYMENT.
            ADD 1 TO PREPAY-SCAN-INDEX.
            IF PPY-VENDOR-NUMBER(PREPAY-SCAN-INDEX) =
                    PAP-VENDOR-NUMBER AND
                    PPY-PAYMENT-DATE(PREPAY-SCAN-INDEX) =
                        PAP-PREPAY-DATE AND
                    PPY-PAYMENT-SEQ(PREPAY-SCAN-INDEX) =
                        PAP-PREPAY-SEQ
                MOVE PREPAY-SCAN-INDEX TO PREPAY-INDEX.

      *--------------------------------
      * TAKE EACH PROPOSED INVOICE, IN
      * PROPOSAL ORDER, DOWN BY WHAT
      * IS LEFT OF ITS VENDOR'S
      * DEPOSITS, OLDEST DEPOSIT
      * FIRST.
      *--------------------------------
       APPLY-PREPAYMENTS-TO-PROPOSALS.
            MOVE 0 TO PROPOSAL-INDEX.
            PERFORM APPLY-TO-ONE-PROPOSAL
               UNTIL PROPOSAL-INDEX = PROPOSAL-COUNT.

       APPLY-TO-ONE-PROPOSAL.
            ADD 1 TO PROPOSAL-INDEX.
            MOVE 0 TO PREPAY-INDEX.
            PERFORM TAKE-ONE-PREPAYMENT
               UNTIL PREPAY-INDEX = PREPAY-COUNT OR
                   PRO-AMOUNT(PROPOSAL-INDEX) = ZEROS.

       TAKE-ONE-PREPAYMENT.
            ADD 1 TO PREPAY-INDEX.
            IF PPY-VENDOR-NUMBER(PREPAY-INDEX) =
                    PRO-VENDOR-NUMBER(PROPOSAL-INDEX) AND
                    PPY-COMPANY(PREPAY-INDEX) =
                        PRO-COMPANY(PROPOSAL-INDEX) AND
                    PPY-AVAILABLE(PREPAY-INDEX) > ZEROS
                IF PREPAY-TAKEN-COUNT < 200
                    IF PPY-AVAILABLE(PREPAY-INDEX) <
                            PRO-AMOUNT(PROPOSAL-INDEX)
                        MOVE PPY-AVAILABLE(PREPAY-INDEX)
                            TO PREPAY-TAKE-AMOUNT
                    ELSE
                        MOVE PRO-AMOUNT(PROPOSAL-INDEX)
                            TO PREPAY-TAKE-AMOUNT
                    END-IF
                    SUBTRACT PREPAY-TAKE-AMOUNT
                        FROM PPY-AVAILABLE(PREPAY-INDEX)
                    SUBTRACT PREPAY-TAKE-AMOUNT
                        FROM PRO-AMOUNT(PROPOSAL-INDEX)
                    ADD PREPAY-TAKE-AMOUNT
                        TO PRO-PREPAY-TOTAL(PROPOSAL-INDEX)
                    ADD PREPAY-TAKE-AMOUNT TO PREPAYMENTS-APPLIED-TOTAL
                    ADD 1 TO PREPAY-TAKEN-COUNT
                    MOVE PROPOSAL-INDEX
                        TO PTK-PROPOSAL-INDEX(PREPAY-TAKEN-COUNT)
                    MOVE PREPAY-INDEX
                        TO PTK-PREPAY-INDEX(PREPAY-TAKEN-COUNT)
                    MOVE PREPAY-TAKE-AMOUNT
                        TO PTK-AMOUNT(PREPAY-TAKEN-COUNT)
                ELSE
                    ADD 1 TO PREPAY-OVERFLOW.

      *--------------------------------
      * NET EACH PROPOSED INVOICE, IN
      * PROPOSAL ORDER, AGAINST WHAT
      * IS LEFT OF ITS VENDOR'S
      * CREDITS.
      *--------------------------------
       NET-CREDITS-AGAINST-PROPOSALS.
            MOVE 0 TO PROPOSAL-INDEX.
            PERFORM NET-ONE-PROPOSAL
               UNTIL PROPOSAL-INDEX = PROPOSAL-COUNT.

       NET-ONE-PROPOSAL.
            ADD 1 TO PROPOSAL-INDEX.
            MOVE 0 TO CREDIT-INDEX.
            PERFORM TAKE-ONE-CREDIT
               UNTIL CREDIT-INDEX = CREDIT-COUNT OR
                   PRO-AMOUNT(PROPOSAL-INDEX) = ZEROS.

       TAKE-ONE-CREDIT.
            ADD 1 TO CREDIT-INDEX.
            IF CRD-VENDOR-NUMBER(CREDIT-INDEX) =
                    PRO-VENDOR-NUMBER(PROPOSAL-INDEX) AND
                    CRD-COMPANY(CREDIT-INDEX) =
                        PRO-COMPANY(PROPOSAL-INDEX) AND
                    CRD-AVAILABLE(CREDIT-INDEX) > ZEROS
                IF CREDIT-TAKEN-COUNT < 200
                    IF CRD-AVAILABLE(CREDIT-INDEX) <
                            PRO-AMOUNT(PROPOSAL-INDEX)
                        MOVE CRD-AVAILABLE(CREDIT-INDEX)
                            TO CREDIT-TAKE-AMOUNT
                    ELSE
                        MOVE PRO-AMOUNT(PROPOSAL-INDEX)
                            TO CREDIT-TAKE-AMOUNT
                    END-IF
                    SUBTRACT CREDIT-TAKE-AMOUNT
                        FROM CRD-AVAILABLE(CREDIT-INDEX)
                    SUBTRACT CREDIT-TAKE-AMOUNT
                        FROM PRO-AMOUNT(PROPOSAL-INDEX)
                    ADD CREDIT-TAKE-AMOUNT
                        TO PRO-CREDIT-TOTAL(PROPOSAL-INDEX)
                    ADD CREDIT-TAKE-AMOUNT TO CREDITS-TAKEN-TOTAL
                    ADD 1 TO CREDIT-TAKEN-COUNT
                    MOVE PROPOSAL-INDEX
                        TO CTK-PROPOSAL-INDEX(CREDIT-TAKEN-COUNT)
                    MOVE CRD-CREDIT-NUMBER(CREDIT-INDEX)
                        TO CTK-CREDIT-NUMBER(CREDIT-TAKEN-COUNT)
                    MOVE CREDIT-TAKE-AMOUNT
                        TO CTK-AMOUNT(CREDIT-TAKEN-COUNT)
                ELSE
                    ADD 1 TO CREDIT-OVERFLOW.

      *--------------------------------
      * THE RUN TOTALS ARE TAKEN ONCE
      * THE PROPOSAL IS NETTED, SO
      * THEY SHOW WHAT WILL ACTUALLY
      * GO OUT.
      *--------------------------------
       TOTAL-THE-PROPOSAL.
            MOVE ZEROS TO INTEREST-OWED-TOTAL.
            MOVE ZEROS TO INTEREST-COUNT.
            MOVE ZEROS TO COMPANY-TOTAL-COUNT.
            MOVE ZEROS TO COMPANY-TOTAL-OVERFLOW.
            PERFORM LOAD-LATE-INTEREST-RATES.
            MOVE 0 TO PROPOSAL-INDEX.
            PERFORM TOTAL-ONE-PROPOSAL
               UNTIL PROPOSAL-INDEX = PROPOSAL-COUNT.

       TOTAL-ONE-PROPOSAL.
            ADD 1 TO PROPOSAL-INDEX.
            PERFORM FIGURE-LATE-INTEREST.
            IF PRO-PAY-TYPE(PROPOSAL-INDEX) = "E"
                ADD PRO-AMOUNT(PROPOSAL-INDEX)
                    PRO-INTEREST(PROPOSAL-INDEX) TO EFT-RUN-TOTAL
            ELSE
                ADD PRO-AMOUNT(PROPOSAL-INDEX)
                    PRO-INTEREST(PROPOSAL-INDEX) TO CHECK-RUN-TOTAL.
            IF PRO-DISCOUNT(PROPOSAL-INDEX) > ZEROS
                ADD PRO-DISCOUNT(PROPOSAL-INDEX)
                    TO DISCOUNTS-TAKEN-TOTAL
                ADD 1 TO DISCOUNT-COUNT.
            PERFORM ROLL-INTO-CURRENCY-RUN.
            MOVE PRO-COMPANY(PROPOSAL-INDEX) TO CMPSEL-RECORD-COMPANY.
            COMPUTE CMPSEL-TOTAL-AMOUNT = PRO-AMOUNT(PROPOSAL-INDEX) +
                PRO-INTEREST(PROPOSAL-INDEX).
            PERFORM ADD-TO-COMPANY-TOTAL.

      *--------------------------------
      * INTEREST RUNS ON THE NET
      * PAYMENT ONLY -- WHAT A CREDIT
      * OR DEPOSIT COVERED WAS NOT
      * MONEY THE VENDOR WAITED FOR.
      * A RUN DATED ON OR BEFORE THE
      * DUE DATE OWES NOTHING.
      *--------------------------------
       FIGURE-LATE-INTEREST.
            MOVE PRO-AMOUNT(PROPOSAL-INDEX) TO LPI-PRINCIPAL.
            MOVE PRO-DUE-DATE(PROPOSAL-INDEX) TO LPI-DUE-DATE.
            MOVE RUN-DATE-STAMP TO LPI-PAID-DATE.
            PERFORM COMPUTE-LATE-INTEREST.
            MOVE LPI-INTEREST TO PRO-INTEREST(PROPOSAL-INDEX).
            MOVE LPI-DAYS-LATE TO PRO-DAYS-LATE(PROPOSAL-INDEX).
            IF LPI-INTEREST > ZEROS
                ADD LPI-INTEREST TO INTEREST-OWED-TOTAL
                ADD 1 TO INTEREST-COUNT.

      *--------------------------------
      * EVERY PROPOSED INVOICE ALSO
      * ROLLS INTO ITS VENDOR'S
                IF CURRENCY-RUN-COUNT < 20
                    ADD 1 TO CURRENCY-RUN-COUNT
                    MOVE CURRENCY-RUN-COUNT TO CURRENCY-RUN-INDEX
                    MOVE PRO-CURRENCY(PROPOSAL-INDEX)
                        TO CRT-CURRENCY-CODE(CURRENCY-RUN-INDEX)
                    MOVE ZEROS
                        TO CRT-CHECK-AMOUNT(CURRENCY-RUN-INDEX)
                    MOVE ZEROS
                        TO CRT-EFT-AMOUNT(CURRENCY-RUN-INDEX).
            IF CURRENCY-RUN-INDEX > 0
                IF PRO-PAY-TYPE(PROPOSAL-INDEX) = "E"
                    ADD PRO-AMOUNT(PROPOSAL-INDEX)
                        PRO-INTEREST(PROPOSAL-INDEX) TO
                        CRT-EFT-AMOUNT(CURRENCY-RUN-INDEX)
                ELSE
                    ADD PRO-AMOUNT(PROPOSAL-INDEX)
                        PRO-INTEREST(PROPOSAL-INDEX) TO
                        CRT-CHECK-AMOUNT(CURRENCY-RUN-INDEX).

       SCAN-CURRENCY-RUN-TABLE.
            ADD 1 TO CURRENCY-SCAN-INDEX.
            IF CRT-CURRENCY-CODE(CURRENCY-SCAN-INDEX)
                    = PRO-CURRENCY(PROPOSAL-INDEX)
                MOVE CURRENCY-SCAN-INDEX TO CURRENCY-RUN-INDEX.

       PRINT-PROPOSAL-REGISTER.
            MOVE EFT-RUN-TOTAL TO RPT-TOTAL-AMOUNT.
            MOVE RUN-TOTAL-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            IF CREDITS-TAKEN-TOTAL > 0
                MOVE "CREDITS TAKEN : " TO RPT-TOTAL-LABEL
                MOVE CREDITS-TAKEN-TOTAL TO RPT-TOTAL-AMOUNT
                MOVE RUN-TOTAL-LINE TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            IF DISCOUNTS-TAKEN-TOTAL > 0
                MOVE "DISCOUNTS     : " TO RPT-TOTAL-LABEL
                MOVE DISCOUNTS-TAKEN-TOTAL TO RPT-TOTAL-AMOUNT
                MOVE RUN-TOTAL-LINE TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            IF INTEREST-OWED-TOTAL > 0
                MOVE "LATE INTEREST : " TO RPT-TOTAL-LABEL
                MOVE INTEREST-OWED-TOTAL TO RPT-TOTAL-AMOUNT
                MOVE RUN-TOTAL-LINE TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            IF PREPAYMENTS-APPLIED-TOTAL > 0
                MOVE "PREPAYMENTS   : " TO RPT-TOTAL-LABEL
                MOVE PREPAYMENTS-APPLIED-TOTAL TO RPT-TOTAL-AMOUNT
                MOVE RUN-TOTAL-LINE TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            IF PREPAY-OVERFLOW > 0
                MOVE "** PREPAYMENT TABLES FULL -- SOME DEPOSITS WERE NO
      -             "T APPLIED THIS RUN **" TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            IF CREDIT-OVERFLOW > 0
                MOVE "** CREDIT TABLES FULL -- SOME OPEN CREDITS WERE NO
      -             "T TAKEN THIS RUN **" TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            MOVE "TOTALS BY CURRENCY" TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            MOVE 0 TO CURRENCY-RUN-INDEX.
            PERFORM PRINT-ONE-CURRENCY-RUN
               UNTIL CURRENCY-RUN-INDEX = CURRENCY-RUN-COUNT.
            MOVE "TOTALS BY COMPANY" TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            MOVE 0 TO COMPANY-TOTAL-INDEX.
            PERFORM PRINT-ONE-COMPANY-TOTAL
               UNTIL COMPANY-TOTAL-INDEX = COMPANY-TOTAL-COUNT.
            CLOSE SELECT-REPORT-FILE.
            DISPLAY " ".
            DISPLAY PROPOSAL-COUNT " INVOICE(S) PROPOSED, "
                SKIPPED-COUNT " SKIPPED, "
                MATCH-EXCEPTION-COUNT " HELD AS MATCH EXCEPTIONS".
            IF UNAPPROVED-COUNT > 0
                DISPLAY UNAPPROVED-COUNT " DUE INVOICE(S) STILL "
                    "AWAITING APPROVAL -- NOT PROPOSED".
            IF DISCOUNT-COUNT > 0
                DISPLAY DISCOUNT-COUNT " INVOICE(S) PAID LESS AN "
                    "EARLY-PAYMENT DISCOUNT".
            IF INTEREST-COUNT > 0
                DISPLAY INTEREST-COUNT " INVOICE(S) PAID LATE -- "
                    "LATE-PAYMENT INTEREST ADDED".
            DISPLAY "PROPOSAL REGISTER WRITTEN TO VNDSEL.RPT".

       PRINT-ONE-PROPOSAL-LINE.
                TO RPT-INVOICE-NUMBER.
            MOVE PRO-DUE-DATE(PROPOSAL-INDEX) TO RPT-DUE-DATE.
            MOVE PRO-PAY-TYPE(PROPOSAL-INDEX) TO RPT-PAY-TYPE.
            COMPUTE RPT-AMOUNT = PRO-AMOUNT(PROPOSAL-INDEX) +
                PRO-CREDIT-TOTAL(PROPOSAL-INDEX) +
                PRO-PREPAY-TOTAL(PROPOSAL-INDEX) +
                PRO-DISCOUNT(PROPOSAL-INDEX).
            MOVE PROPOSAL-DETAIL-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.
            COMPUTE SETTLE-AMOUNT-HOLD = PRO-AMOUNT(PROPOSAL-INDEX) +
                PRO-CREDIT-TOTAL(PROPOSAL-INDEX) +
                PRO-PREPAY-TOTAL(PROPOSAL-INDEX) +
                PRO-DISCOUNT(PROPOSAL-INDEX).
            IF SETTLE-AMOUNT-HOLD < PRO-BALANCE-DUE(PROPOSAL-INDEX)
                COMPUTE RPT-PART-LEFT =
                    PRO-BALANCE-DUE(PROPOSAL-INDEX) - SETTLE-AMOUNT-HOLD
                MOVE PART-PAYMENT-LINE TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            IF PRO-DISCOUNT(PROPOSAL-INDEX) > 0
                MOVE PRO-DISCOUNT-PCT(PROPOSAL-INDEX) TO RPT-DSC-PCT
                MOVE PRO-DISCOUNT-DATE(PROPOSAL-INDEX)
                    TO RPT-DSC-DEADLINE
                COMPUTE RPT-DSC-AMOUNT =
                    0 - PRO-DISCOUNT(PROPOSAL-INDEX)
                MOVE DISCOUNT-TAKEN-LINE TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            IF PRO-PREPAY-TOTAL(PROPOSAL-INDEX) > 0
                MOVE 0 TO PREPAY-TAKEN-INDEX
                PERFORM PRINT-ONE-PREPAY-TAKEN
                   UNTIL PREPAY-TAKEN-INDEX = PREPAY-TAKEN-COUNT.
            IF PRO-CREDIT-TOTAL(PROPOSAL-INDEX) > 0
                MOVE 0 TO CREDIT-TAKEN-INDEX
                PERFORM PRINT-ONE-CREDIT-TAKEN
                   UNTIL CREDIT-TAKEN-INDEX = CREDIT-TAKEN-COUNT.
            IF PRO-CREDIT-TOTAL(PROPOSAL-INDEX) > 0 OR
                    PRO-PREPAY-TOTAL(PROPOSAL-INDEX) > 0 OR
                    PRO-DISCOUNT(PROPOSAL-INDEX) > 0
                MOVE PRO-AMOUNT(PROPOSAL-INDEX) TO RPT-NET-AMOUNT
                MOVE NET-PAYMENT-LINE TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.
            IF PRO-INTEREST(PROPOSAL-INDEX) > 0
                PERFORM BUILD-INTEREST-REFERENCE
                MOVE PRO-DAYS-LATE(PROPOSAL-INDEX) TO RPT-LPI-DAYS
                MOVE INTEREST-REF-HOLD TO RPT-LPI-REFERENCE
                MOVE PRO-INTEREST(PROPOSAL-INDEX) TO RPT-LPI-AMOUNT
                MOVE LATE-INTEREST-LINE TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.

       PRINT-ONE-CREDIT-TAKEN.
            ADD 1 TO CREDIT-TAKEN-INDEX.
            IF CTK-PROPOSAL-INDEX(CREDIT-TAKEN-INDEX) = PROPOSAL-INDEX
                MOVE CTK-CREDIT-NUMBER(CREDIT-TAKEN-INDEX)
                    TO RPT-CTK-CREDIT
                COMPUTE RPT-CTK-AMOUNT =
                    0 - CTK-AMOUNT(CREDIT-TAKEN-INDEX)
                MOVE CREDIT-TAKEN-LINE TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.

       PRINT-ONE-PREPAY-TAKEN.
            ADD 1 TO PREPAY-TAKEN-INDEX.
            IF PTK-PROPOSAL-INDEX(PREPAY-TAKEN-INDEX) = PROPOSAL-INDEX
                MOVE PTK-PREPAY-INDEX(PREPAY-TAKEN-INDEX)
                    TO PREPAY-INDEX
                MOVE PPY-PAYMENT-DATE(PREPAY-INDEX) TO RPT-PTK-DATE
                MOVE PPY-PAYMENT-SEQ(PREPAY-INDEX) TO RPT-PTK-SEQ
                MOVE PPY-REFERENCE(PREPAY-INDEX) TO RPT-PTK-REFERENCE
                COMPUTE RPT-PTK-AMOUNT =
                    0 - PTK-AMOUNT(PREPAY-TAKEN-INDEX)
                MOVE PREPAY-TAKEN-LINE TO SELECT-REPORT-LINE
                WRITE SELECT-REPORT-LINE.

       PRINT-ONE-CURRENCY-RUN.
            ADD 1 TO CURRENCY-RUN-INDEX.
            MOVE CURRENCY-TOTAL-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.

       PRINT-ONE-COMPANY-TOTAL.
            ADD 1 TO COMPANY-TOTAL-INDEX.
            PERFORM FORMAT-COMPANY-TOTAL-LINE.
            MOVE COMPANY-TOTAL-LINE TO SELECT-REPORT-LINE.
            WRITE SELECT-REPORT-LINE.

      *--------------------------------
      * THE SUPERVISOR READS THE
      * REGISTER BEFORE ANYTHING
                END-READ
                CLOSE POSTING-PERIOD-FILE.

      *--------------------------------
      * EVERY CHECK IN THE RUN --
      * INTEREST CHECKS INCLUDED --
      * COMES OFF ONE ACCOUNT'S STOCK,
      * SO THE SUPERVISOR NAMES IT
      * HERE, AND A STOCK TOO SHORT
      * FOR THE WHOLE RUN STOPS IT
      * BEFORE ANYTHING POSTS.  A RUN
      * OF NOTHING BUT EFTS, OR A
      * SYSTEM WITH NO STOCK FILE,
      * NEEDS NO ACCOUNT.
      *--------------------------------
       CHOOSE-CHECK-STOCK.
            MOVE "Y" TO CHECK-STOCK-CHOICE.
            MOVE "N" TO CHECK-NUMBERING-STATUS.
            MOVE SPACES TO CHECK-ACCOUNT-HOLD.
            MOVE ZEROS TO CHECKS-IN-RUN-COUNT.
            MOVE 0 TO PROPOSAL-INDEX.
            PERFORM COUNT-ONE-RUN-CHECK
               UNTIL PROPOSAL-INDEX = PROPOSAL-COUNT.
            IF CHECKS-IN-RUN-COUNT > 0
                MOVE SPACES TO CKN-BANK-ACCOUNT
                PERFORM LOOK-UP-CHECK-STOCK
                IF NOT CKN-STOCK-NOT-IN-USE
                    MOVE "N" TO CHECK-STOCK-CHOICE
                    MOVE "Y" TO CHECK-NUMBERING-STATUS
                    DISPLAY "THIS RUN WRITES " CHECKS-IN-RUN-COUNT
                        " CHECK(S)"
                    PERFORM ENTER-CHECK-ACCOUNT
                       UNTIL CHECK-STOCK-IS-READY OR
                           CHECK-STOCK-IS-MISSING.

       COUNT-ONE-RUN-CHECK.
            ADD 1 TO PROPOSAL-INDEX.
            IF PRO-PAY-TYPE(PROPOSAL-INDEX) NOT = "E"
                IF PRO-AMOUNT(PROPOSAL-INDEX) > ZEROS
                    ADD 1 TO CHECKS-IN-RUN-COUNT
                END-IF
                IF PRO-INTEREST(PROPOSAL-INDEX) > ZEROS
                    ADD 1 TO CHECKS-IN-RUN-COUNT.

       ENTER-CHECK-ACCOUNT.
            DISPLAY "ENTER THE BANK ACCOUNT THE CHECKS ARE DRAWN ON".
            DISPLAY "(BLANK TO CANCEL THE POSTING)".
            ACCEPT CKN-BANK-ACCOUNT.
            IF CKN-BANK-ACCOUNT = SPACES
                MOVE "M" TO CHECK-STOCK-CHOICE
            ELSE
                PERFORM LOOK-UP-CHECK-STOCK
                IF CKN-NO-SUCH-ACCOUNT
                    DISPLAY "NO CHECK STOCK ON FILE FOR THAT ACCOUNT "
                        "-- SEE vndcks01"
                ELSE IF CKN-STOCK-RAN-OUT
                    DISPLAY "THAT ACCOUNT IS OUT OF CHECK STOCK -- "
                        "LOAD MORE IN vndcks01"
                ELSE IF CKN-NUMBERS-LEFT < CHECKS-IN-RUN-COUNT
                    DISPLAY "ONLY " CKN-NUMBERS-LEFT " CHECK(S) LEFT "
                        "ON THAT ACCOUNT'S STOCK -- LOAD MORE IN "
                        "vndcks01"
                ELSE
                    MOVE CKN-BANK-ACCOUNT TO CHECK-ACCOUNT-HOLD
                    MOVE "Y" TO CHECK-STOCK-CHOICE
                    DISPLAY "CHECKS WILL BE NUMBERED FROM "
                        CKN-CHECK-NUMBER.

       POST-THE-PROPOSAL.
            ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE ZEROS TO CKP-CHECKS-PRINTED.
            MOVE ZEROS TO CHECKS-UNNUMBERED-COUNT.
            MOVE ZEROS TO FIRST-CHECK-NUMBER.
            MOVE ZEROS TO LAST-CHECK-NUMBER.
            IF CHECKS-IN-RUN-COUNT > 0
                OPEN OUTPUT CHECK-PRINT-FILE
                OPEN INPUT VENDOR-FILE.
            MOVE ZEROS TO POSTED-COUNT.
            MOVE ZEROS TO SETTLED-BY-CREDIT-COUNT.
            MOVE ZEROS TO INTEREST-POSTED-COUNT.
            MOVE SPACE TO INTEREST-FLAG-HOLD.
            PERFORM OPEN-PAYMENT-FILE.
            OPEN I-O OPEN-INVOICE-FILE.
            IF PREPAY-TAKEN-COUNT > 0
                PERFORM OPEN-APPLICATION-FILE.
            MOVE 0 TO PROPOSAL-INDEX.
            PERFORM POST-ONE-PROPOSAL
               UNTIL PROPOSAL-INDEX = PROPOSAL-COUNT.
            CLOSE PAYMENT-FILE.
            CLOSE OPEN-INVOICE-FILE.
            IF PREPAY-TAKEN-COUNT > 0
                CLOSE PREPAYMENT-APPLICATION-FILE.
            IF CHECKS-IN-RUN-COUNT > 0
                CLOSE CHECK-PRINT-FILE
                CLOSE VENDOR-FILE.

       OPEN-PAYMENT-FILE.
            OPEN I-O PAYMENT-FILE.
                CLOSE PAYMENT-FILE
                OPEN I-O PAYMENT-FILE.

       OPEN-APPLICATION-FILE.
            OPEN I-O PREPAYMENT-APPLICATION-FILE.
            IF APPLICATION-FILE-STATUS = "35"
                OPEN OUTPUT PREPAYMENT-APPLICATION-FILE
                CLOSE PREPAYMENT-APPLICATION-FILE
                OPEN I-O PREPAYMENT-APPLICATION-FILE.

      *--------------------------------
      * AN INVOICE THE CREDITS AND
      * PREPAYMENTS COVER IN FULL PUTS
      * NO MONEY OUT -- IT IS MARKED
      * PAID WITH NO PAYMENT RECORD
      * BEHIND IT.
      *--------------------------------
       POST-ONE-PROPOSAL.
            ADD 1 TO PROPOSAL-INDEX.
            IF PRO-AMOUNT(PROPOSAL-INDEX) = ZEROS
                ADD 1 TO SETTLED-BY-CREDIT-COUNT
                PERFORM MARK-INVOICE-PAID
                PERFORM TAKE-PROPOSAL-CREDITS
                IF PRO-PREPAY-TOTAL(PROPOSAL-INDEX) > 0
                    PERFORM RECORD-PROPOSAL-PREPAYMENTS
                END-IF
            ELSE
                PERFORM POST-ONE-PAYMENT.

       POST-ONE-PAYMENT.
            MOVE PRO-AMOUNT(PROPOSAL-INDEX) TO POST-AMOUNT-HOLD.
            MOVE PRO-PAY-TYPE(PROPOSAL-INDEX) TO POST-TYPE-HOLD.
            MOVE ZEROS TO WITHHELD-AMOUNT-HOLD.
            IF PAYMENT-FILE-STATUS = "00"
                ADD 1 TO POSTED-COUNT
                PERFORM MARK-INVOICE-PAID
                IF PRO-CREDIT-TOTAL(PROPOSAL-INDEX) > 0
                    PERFORM TAKE-PROPOSAL-CREDITS
                END-IF
                IF PRO-PREPAY-TOTAL(PROPOSAL-INDEX) > 0
                    PERFORM RECORD-PROPOSAL-PREPAYMENTS
                END-IF
                IF WITHHELD-AMOUNT-HOLD > 0
                    MOVE "W" TO POST-TYPE-HOLD
                    MOVE WITHHELD-AMOUNT-HOLD TO POST-AMOUNT-HOLD
                    PERFORM WRITE-ONE-POSTED-PAYMENT
                END-IF
                IF PRO-INTEREST(PROPOSAL-INDEX) > 0
                    PERFORM POST-LATE-INTEREST.

      *--------------------------------
      * THE INTEREST GOES OUT THE SAME
      * WAY AS THE INVOICE'S MONEY, AS
      * A PAYMENT OF ITS OWN, AND
      * SETTLES NOTHING ON THE
      * INVOICE.
      *--------------------------------
       POST-LATE-INTEREST.
            MOVE PRO-PAY-TYPE(PROPOSAL-INDEX) TO POST-TYPE-HOLD.
            MOVE PRO-INTEREST(PROPOSAL-INDEX) TO POST-AMOUNT-HOLD.
            MOVE "I" TO INTEREST-FLAG-HOLD.
            PERFORM WRITE-ONE-POSTED-PAYMENT.
            IF PAYMENT-FILE-STATUS = "00"
                ADD 1 TO INTEREST-POSTED-COUNT.
            MOVE SPACE TO INTEREST-FLAG-HOLD.

      *--------------------------------
      * EACH PAYMENT GOES OUT AT THE
      * RATE IN FORCE ON THE RUN DATE.
      * WITH NO RATE FILE THE RATE IS
      * ZERO AND THE AMOUNT STANDS AS
      * IT IS.
      *--------------------------------
       STAMP-EXCHANGE-RATE.
            MOVE PRO-CURRENCY(PROPOSAL-INDEX) TO FXRLOK-CURRENCY.
            MOVE RUN-DATE-STAMP TO FXRLOK-AS-OF-DATE.
            MOVE POST-AMOUNT-HOLD TO FXRLOK-AMOUNT.
            PERFORM LOOK-UP-EXCHANGE-RATE.
            MOVE FXRLOK-USD-AMOUNT TO PMT-USD-AMOUNT.
            IF FXRLOK-WENT-OK
                MOVE FXRLOK-RATE TO PMT-EXCHANGE-RATE
            ELSE
                MOVE ZEROS TO PMT-EXCHANGE-RATE.

      *--------------------------------
      * THE INTEREST PAYMENT'S OWN
      * REFERENCE.  A LONG INVOICE
      * NUMBER LOSES ITS TAIL.
      *--------------------------------
       BUILD-INTEREST-REFERENCE.
            MOVE SPACES TO INTEREST-REF-HOLD.
            STRING "INT" DELIMITED BY SIZE
                PRO-INVOICE-NUMBER(PROPOSAL-INDEX) DELIMITED BY SIZE
                INTO INTEREST-REF-HOLD.

       WRITE-ONE-POSTED-PAYMENT.
            PERFORM FIND-NEXT-PAYMENT-SEQ.
            MOVE NEXT-PAYMENT-SEQ TO PMT-PAYMENT-SEQ.
            MOVE POST-TYPE-HOLD TO PMT-PAYMENT-TYPE.
            MOVE POST-AMOUNT-HOLD TO PMT-AMOUNT.
            IF INTEREST-FLAG-HOLD = "I"
                PERFORM BUILD-INTEREST-REFERENCE
                MOVE INTEREST-REF-HOLD TO PMT-INVOICE-REF
            ELSE
                MOVE PRO-INVOICE-NUMBER(PROPOSAL-INDEX)
                    TO PMT-INVOICE-REF.
            MOVE OPERATOR-ID TO PMT-OPERATOR-ID.
            MOVE PRO-COMPANY(PROPOSAL-INDEX) TO PMT-COMPANY.
            MOVE ZEROS TO PMT-ORIGINAL-KEY.
            MOVE PRO-CURRENCY(PROPOSAL-INDEX) TO PMT-CURRENCY.
            MOVE INTEREST-FLAG-HOLD TO PMT-INTEREST-FLAG.
            PERFORM STAMP-EXCHANGE-RATE.
            MOVE ZEROS TO PMT-CHECK-NUMBER.
            IF POST-TYPE-HOLD = "C" AND CHECKS-ARE-NUMBERED
                PERFORM NUMBER-THIS-CHECK.
            WRITE PAYMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PAYMENT RECORD".
                MOVE PRO-VENDOR-NUMBER(PROPOSAL-INDEX)
                    TO SUMUPD-VENDOR-NUMBER
                MOVE RUN-DATE-STAMP TO SUMUPD-PAYMENT-DATE
                MOVE PMT-USD-AMOUNT TO SUMUPD-AMOUNT
                MOVE POST-TYPE-HOLD TO SUMUPD-PAYMENT-TYPE
                PERFORM UPDATE-VENDOR-SUMMARY
                IF POST-TYPE-HOLD = "C"
                    PERFORM PRINT-THIS-CHECK.

      *--------------------------------
      * THE NUMBER IS TAKEN BEFORE THE
      * PAYMENT IS WRITTEN SO THE
      * RECORD CARRIES IT.  A STOCK
      * THAT RUNS DRY PART-WAY (A
      * SHEET SPOILED AHEAD OF THE
      * PRINTER SINCE THE RUN WAS
      * COUNTED) LEAVES THE REST
      * UNNUMBERED, AND SAYS SO.
      *--------------------------------
       NUMBER-THIS-CHECK.
            MOVE CHECK-ACCOUNT-HOLD TO CKN-BANK-ACCOUNT.
            MOVE PMT-PAYMENT-KEY TO CKN-PAYMENT-KEY.
            MOVE POST-AMOUNT-HOLD TO CKN-AMOUNT.
            MOVE OPERATOR-ID TO CKN-OPERATOR-ID.
            MOVE RUN-DATE-STAMP TO CKN-ACTION-DATE.
            MOVE SPACES TO CKN-NOTE.
            PERFORM TAKE-NEXT-CHECK-NUMBER.
            IF CKN-WENT-OK
                MOVE CHECK-ACCOUNT-HOLD TO PMT-CHECK-ACCOUNT
                MOVE CKN-CHECK-NUMBER TO PMT-CHECK-NUMBER
                IF FIRST-CHECK-NUMBER = ZEROS
                    MOVE CKN-CHECK-NUMBER TO FIRST-CHECK-NUMBER
                END-IF
                MOVE CKN-CHECK-NUMBER TO LAST-CHECK-NUMBER
            ELSE
                ADD 1 TO CHECKS-UNNUMBERED-COUNT.

      *--------------------------------
      * THE STUB SHOWS WHAT THE CHECK
      * PAYS.  AN INTEREST CHECK'S
      * STUB NAMES THE INVOICE IT WAS
      * LATE ON AND HOW LATE.
      *--------------------------------
       PRINT-THIS-CHECK.
            MOVE PMT-CHECK-NUMBER TO CKP-CHECK-NUMBER.
            MOVE PMT-CHECK-ACCOUNT TO CKP-BANK-ACCOUNT.
            MOVE RUN-DATE-STAMP TO CKP-CHECK-DATE.
            MOVE POST-AMOUNT-HOLD TO CKP-AMOUNT.
            MOVE PRO-INVOICE-NUMBER(PROPOSAL-INDEX)
                TO CKP-STUB-INVOICE.
            MOVE PRO-DUE-DATE(PROPOSAL-INDEX) TO CKP-STUB-DUE-DATE.
            MOVE SPACES TO CKP-STUB-NOTE.
            IF INTEREST-FLAG-HOLD = "I"
                MOVE ZEROS TO CKP-STUB-BALANCE
                MOVE ZEROS TO CKP-STUB-DEDUCTED
                MOVE ZEROS TO CKP-STUB-DISCOUNT
                MOVE ZEROS TO CKP-STUB-WITHHELD
                MOVE PRO-DAYS-LATE(PROPOSAL-INDEX)
                    TO STUB-DAYS-LATE
                STRING "LATE-PAYMENT INTEREST -- INVOICE PAID "
                    DELIMITED BY SIZE
                    STUB-DAYS-LATE DELIMITED BY SIZE
                    " DAY(S) PAST DUE" DELIMITED BY SIZE
                    INTO CKP-STUB-NOTE
            ELSE
                MOVE PRO-BALANCE-DUE(PROPOSAL-INDEX)
                    TO CKP-STUB-BALANCE
                COMPUTE CKP-STUB-DEDUCTED =
                    PRO-CREDIT-TOTAL(PROPOSAL-INDEX) +
                    PRO-PREPAY-TOTAL(PROPOSAL-INDEX)
                MOVE PRO-DISCOUNT(PROPOSAL-INDEX) TO CKP-STUB-DISCOUNT
                MOVE WITHHELD-AMOUNT-HOLD TO CKP-STUB-WITHHELD
                IF WITHHELD-AMOUNT-HOLD > ZEROS
                    MOVE "BACKUP WITHHOLDING IS PAID TO THE IRS FOR YOU"
                        TO CKP-STUB-NOTE.
            MOVE SPACES TO VENDOR-RECORD.
            MOVE PRO-VENDOR-NUMBER(PROPOSAL-INDEX) TO VENDOR-NUMBER.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO VENDOR-RECORD
                   MOVE PRO-VENDOR-NUMBER(PROPOSAL-INDEX)
                       TO VENDOR-NUMBER
                   MOVE PRO-VENDOR-NAME(PROPOSAL-INDEX)
                       TO VENDOR-NAME
            END-READ.
            PERFORM PRINT-ONE-CHECK.

      *--------------------------------
      * WHAT THE LINE SETTLES -- THE
      * PAYMENT PLUS ANY PREPAYMENTS,
      * CREDITS, AND DISCOUNT TAKEN
      * -- GOES ON THE INVOICE'S PAID-
      * TO-DATE.  ONLY WHEN THAT
      * REACHES THE GROSS IS THE
      * INVOICE MARKED PAID; A PART
      * PAYMENT LEAVES IT AS IT WAS.
      * A DISPUTED INVOICE STAYS
      * DISPUTED WHILE ITS CASE IS
      * OPEN, HOWEVER MUCH IS PAID.
      *--------------------------------
       MARK-INVOICE-PAID.
            COMPUTE SETTLE-AMOUNT-HOLD = PRO-AMOUNT(PROPOSAL-INDEX) +
                PRO-CREDIT-TOTAL(PROPOSAL-INDEX) +
                PRO-PREPAY-TOTAL(PROPOSAL-INDEX) +
                PRO-DISCOUNT(PROPOSAL-INDEX).
            MOVE SPACES TO OPEN-INVOICE-RECORD.
            MOVE PRO-VENDOR-NUMBER(PROPOSAL-INDEX)
                TO INV-VENDOR-NUMBER.
                   DISPLAY "INVOICE " INV-INVOICE-NUMBER
                       " VANISHED DURING POSTING -- CHECK IT"
               NOT INVALID KEY
                   PERFORM COMPUTE-INVOICE-BALANCE
                   COMPUTE INV-PAID-TO-DATE =
                       INVBAL-SETTLED + SETTLE-AMOUNT-HOLD
                   IF INV-PAID-TO-DATE NOT < INV-GROSS-AMOUNT
                           AND NOT INV-IS-DISPUTED
                       MOVE "P" TO INV-STATUS
                   END-IF
                   IF PRO-DISCOUNT(PROPOSAL-INDEX) > ZEROS
                       MOVE PRO-DISCOUNT(PROPOSAL-INDEX)
                           TO INV-DISCOUNT-TAKEN
                       MOVE RUN-DATE-STAMP TO INV-DISCOUNT-DATE
                   END-IF
                   REWRITE OPEN-INVOICE-RECORD
                      INVALID KEY
                      DISPLAY "ERROR REWRITING INVOICE RECORD"
                   END-REWRITE
            END-READ.

      *--------------------------------
      * CARRY EACH CREDIT THIS INVOICE
      * TOOK ONTO ITS MEMO.  A MEMO
      * USED UP IS MARKED PAID; ONE
      * WITH CREDIT LEFT STAYS OPEN.
      *--------------------------------
       TAKE-PROPOSAL-CREDITS.
            MOVE 0 TO CREDIT-TAKEN-INDEX.
            PERFORM TAKE-ONE-POSTED-CREDIT
               UNTIL CREDIT-TAKEN-INDEX = CREDIT-TAKEN-COUNT.

       TAKE-ONE-POSTED-CREDIT.
            ADD 1 TO CREDIT-TAKEN-INDEX.
            IF CTK-PROPOSAL-INDEX(CREDIT-TAKEN-INDEX) = PROPOSAL-INDEX
                MOVE SPACES TO OPEN-INVOICE-RECORD
                MOVE PRO-VENDOR-NUMBER(PROPOSAL-INDEX)
                    TO INV-VENDOR-NUMBER
                MOVE CTK-CREDIT-NUMBER(CREDIT-TAKEN-INDEX)
                    TO INV-INVOICE-NUMBER
                READ OPEN-INVOICE-FILE RECORD
                   INVALID KEY
                       DISPLAY "CREDIT " INV-INVOICE-NUMBER
                           " VANISHED DURING POSTING -- CHECK IT"
                   NOT INVALID KEY
                       ADD CTK-AMOUNT(CREDIT-TAKEN-INDEX)
                           TO INV-CREDIT-TAKEN
                       IF INV-CREDIT-TAKEN NOT < INV-GROSS-AMOUNT
                           MOVE "P" TO INV-STATUS
                       END-IF
                       REWRITE OPEN-INVOICE-RECORD
                          INVALID KEY
                          DISPLAY "ERROR REWRITING CREDIT MEMO"
                       END-REWRITE
                END-READ.

      *--------------------------------
      * WRITE ONE APPLICATION RECORD
      * FOR EACH DEPOSIT THIS INVOICE
      * TOOK, UNDER THE DEPOSIT'S OWN
      * KEY AND THE NEXT FREE
      * APPLICATION SEQUENCE.
      *--------------------------------
       RECORD-PROPOSAL-PREPAYMENTS.
            MOVE 0 TO PREPAY-TAKEN-INDEX.
            PERFORM RECORD-ONE-PREPAYMENT
               UNTIL PREPAY-TAKEN-INDEX = PREPAY-TAKEN-COUNT.

       RECORD-ONE-PREPAYMENT.
            ADD 1 TO PREPAY-TAKEN-INDEX.
            IF PTK-PROPOSAL-INDEX(PREPAY-TAKEN-INDEX) = PROPOSAL-INDEX
                MOVE PTK-PREPAY-INDEX(PREPAY-TAKEN-INDEX)
                    TO PREPAY-INDEX
                PERFORM FIND-NEXT-APPLY-SEQ
                MOVE SPACES TO PREPAYMENT-APPLICATION-RECORD
                MOVE PPY-VENDOR-NUMBER(PREPAY-INDEX)
                    TO PAP-VENDOR-NUMBER
                MOVE PPY-PAYMENT-DATE(PREPAY-INDEX) TO PAP-PREPAY-DATE
                MOVE PPY-PAYMENT-SEQ(PREPAY-INDEX) TO PAP-PREPAY-SEQ
                MOVE NEXT-APPLY-SEQ TO PAP-APPLY-SEQ
                MOVE PRO-INVOICE-NUMBER(PROPOSAL-INDEX)
                    TO PAP-INVOICE-NUMBER
                MOVE RUN-DATE-STAMP TO PAP-APPLIED-DATE
                MOVE PTK-AMOUNT(PREPAY-TAKEN-INDEX) TO PAP-AMOUNT
                MOVE PRO-CURRENCY(PROPOSAL-INDEX) TO PAP-CURRENCY
                MOVE OPERATOR-ID TO PAP-OPERATOR-ID
                MOVE PRO-COMPANY(PROPOSAL-INDEX) TO PAP-COMPANY
                WRITE PREPAYMENT-APPLICATION-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING PREPAYMENT APPLICATION"
                END-WRITE.

       FIND-NEXT-APPLY-SEQ.
            MOVE 1 TO NEXT-APPLY-SEQ.
            MOVE PPY-VENDOR-NUMBER(PREPAY-INDEX) TO PAP-VENDOR-NUMBER.
            MOVE PPY-PAYMENT-DATE(PREPAY-INDEX) TO PAP-PREPAY-DATE.
            MOVE PPY-PAYMENT-SEQ(PREPAY-INDEX) TO PAP-PREPAY-SEQ.
            MOVE ZEROS TO PAP-APPLY-SEQ.
            MOVE "Y" TO MORE-APPLICATION-RECORDS.
            START PREPAYMENT-APPLICATION-FILE
                KEY IS NOT LESS THAN PAP-APPLICATION-KEY
                INVALID KEY
                MOVE "N" TO MORE-APPLICATION-RECORDS
            END-START.
            PERFORM SCAN-PRIOR-APPLICATIONS
               UNTIL NO-MORE-APPLICATION-RECORDS.

       SCAN-PRIOR-APPLICATIONS.
            READ PREPAYMENT-APPLICATION-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-APPLICATION-RECORDS.
            IF APPLICATION-RECORDS-REMAIN
                IF PAP-VENDOR-NUMBER = PPY-VENDOR-NUMBER(PREPAY-INDEX)
                        AND PAP-PREPAY-DATE =
                            PPY-PAYMENT-DATE(PREPAY-INDEX)
                        AND PAP-PREPAY-SEQ =
                            PPY-PAYMENT-SEQ(PREPAY-INDEX)
                    COMPUTE NEXT-APPLY-SEQ = PAP-APPLY-SEQ + 1
                ELSE
                    MOVE "N" TO MORE-APPLICATION-RECORDS.

       FIND-NEXT-PAYMENT-SEQ.
            MOVE 1 TO NEXT-PAYMENT-SEQ.
            MOVE PRO-VENDOR-NUMBER(PROPOSAL-INDEX)
      * TO THE PAYMENT HISTORY.
      *--------------------------------
            COPY "vndsumupd01.cbl".

      *--------------------------------
      * AND COMPUTE-INVOICE-BALANCE,
      * SHARED WITH EVERY PROGRAM THAT
      * WORKS FROM WHAT IS STILL OWED.
      *--------------------------------
            COPY "vndinvbal01.cbl".

      *--------------------------------
      * AND THE APPROVER ROUTING THAT
      * NAMES WHO AN UNRELEASED INVOICE
      * IS WAITING ON.
      *--------------------------------
            COPY "vndapvrte01.cbl".

      *--------------------------------
      * AND THE EARLY-PAYMENT DISCOUNT
      * WINDOW, WITH THE CALENDAR
      * ARITHMETIC IT COUNTS DAYS BY.
      *--------------------------------
            COPY "vnddscwin01.cbl".
            COPY "vndcaldays01.cbl".

      *--------------------------------
      * AND THE LATE-PAYMENT INTEREST
      * ARITHMETIC.
      *--------------------------------
            COPY "vndlpi01.cbl".

      *--------------------------------
      * AND THE CHECK-STOCK HANDLING
      * AND CHECK PRINTING SHARED WITH
      * EVERY PROGRAM THAT WRITES A
      * CHECK.
      *--------------------------------
            COPY "vndckn01.cbl".
            COPY "vndckp01.cbl".

      *--------------------------------
      * AND THE ACH PRENOTE CHECK.
      *--------------------------------
            COPY "vndprnchk01.cbl".

      *--------------------------------
      * AND THE EXCHANGE-RATE LOOKUP.
      *--------------------------------
            COPY "vndfxrlok01.cbl".

      *--------------------------------
      * AND THE COMPANY SELECTION.
      *--------------------------------
            COPY "vndcmpsel01.cbl".
