      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Monthly use-tax accrual, in the vndcls01 accrual
      *          mold.  A supervisor signs on and enters the month;
      *          every invoice dated in it from a domestic vendor
      *          based outside our state, on which the vendor billed
      *          no sales tax, owes use tax to our state instead.
      *          The vendor's state is the one on its remit-to
      *          address in VNDADR.DAT when it has one, else
      *          VENDOR-STATE; our state is the company's, kept in
      *          vndcmp01, with one entered at run time for a
      *          company that has none set.  The tax is the gross
      *          times the rate vndutx01 keeps for our state and the
      *          vendor's category, or for our state in general.
      *          Each invoice is listed on the proof in VNDUTA.RPT
      *          with its tax, or with why it was not accrued, and
      *          the tax is journaled to VNDGLU.DAT in the vndgle01
      *          layout: the expense account the vendor's category
      *          maps to in vndglm01 is debited, and the entered
      *          use-tax payable account credited, by company.
      *          A category with no mapping is listed and kept off
      *          the journal.  Use tax is owed, not an estimate, so
      *          nothing reverses.  The run is for one company or
      *          all of them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vnduta01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slinv01.cbl".
            COPY "sladr01.cbl".
            COPY "slutx01.cbl".
            COPY "slglm01.cbl".
            COPY "slcmp01.cbl".
            COPY "slopr01.cbl".
            SELECT USE-TAX-JOURNAL-FILE ASSIGN TO "VNDGLU.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS USE-TAX-JOURNAL-STATUS.
            SELECT USE-TAX-REPORT-FILE ASSIGN TO "VNDUTA.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS USE-TAX-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdadr01.cbl".
            COPY "fdutx01.cbl".
            COPY "fdglm01.cbl".
            COPY "fdcmp01.cbl".
            COPY "fdopr01.cbl".

      *--------------------------------
      * THE vndgle01 JOURNAL LAYOUT.
      *--------------------------------
       FD   USE-TAX-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.

       01   USE-TAX-JOURNAL-RECORD.
            05 UTJ-GL-ACCOUNT             PIC X(08).
            05 UTJ-DEBIT-CREDIT           PIC X(01).
            05 UTJ-AMOUNT                 PIC 9(9)V99.
            05 UTJ-CURRENCY               PIC X(03).
            05 UTJ-PERIOD                 PIC 9(6).
            05 UTJ-SOURCE-SYSTEM          PIC X(10).
            05 UTJ-COST-CENTER            PIC X(06).
            05 UTJ-COMPANY                PIC X(02).

       01   USE-TAX-JOURNAL-HEADER.
            05 UTH-RECORD-TYPE            PIC X(01).
            05 UTH-RUN-DATE               PIC 9(8).
            05 UTH-SOURCE-SYSTEM          PIC X(10).

       01   USE-TAX-JOURNAL-TRAILER.
            05 UTT-RECORD-TYPE            PIC X(01).
            05 UTT-RECORD-COUNT           PIC 9(7).
            05 UTT-HASH-TOTAL             PIC 9(10).

       FD   USE-TAX-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   USE-TAX-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.
       01   ADDRESS-FILE-STATUS       PIC XX.
       01   USE-TAX-RATE-STATUS       PIC XX.
       01   GL-MAP-STATUS             PIC XX.
       01   USE-TAX-JOURNAL-STATUS    PIC XX.
       01   USE-TAX-REPORT-STATUS     PIC XX.
       01   OPERATOR-ID               PIC X(08) VALUE "UNKNOWN".

       01   ADDRESS-FILE-PRESENT      PIC X.
            88 ADDRESS-FILE-IS-PRESENT   VALUE "Y".
       01   RATE-FILE-PRESENT         PIC X.
            88 RATE-FILE-IS-PRESENT      VALUE "Y".

       77   PERIOD-ENTRY              PIC X(6).
       01   PERIOD-HOLD               PIC 9(6).
       01   PERIOD-PARTS REDEFINES PERIOD-HOLD.
            05 PERIOD-YEAR            PIC 9(4).
            05 PERIOD-MONTH           PIC 9(2).
       01   PERIOD-STATUS             PIC X.
            88 PERIOD-WAS-ENTERED        VALUE "Y".

       77   PAYABLE-ACCOUNT-ENTRY     PIC X(8).
       77   DEFAULT-STATE-ENTRY       PIC X(2).

       01   MORE-INVOICE-RECORDS      PIC X.
            88 INVOICE-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS   VALUE "N".
       01   MORE-COMPANY-RECORDS      PIC X.
            88 COMPANY-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-COMPANY-RECORDS   VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".
       01   MAPPING-FOUND             PIC X.
            88 MAPPING-WAS-FOUND         VALUE "Y".
       01   RATE-FOUND                PIC X.
            88 RATE-WAS-FOUND            VALUE "Y".

      *--------------------------------
      * EACH COMPANY'S HOME STATE, READ
      * ONCE FROM THE COMPANY TABLE.  A
      * COMPANY NOT HERE, OR HERE WITH
      * NO STATE, TAKES THE STATE
      * ENTERED AT THE START OF THE RUN.
      *--------------------------------
       01   COMPANY-STATE-TABLE.
            05 COMPANY-STATE-ENTRY OCCURS 20 TIMES.
               10 CST-COMPANY         PIC X(02).
               10 CST-STATE           PIC X(02).
       77   COMPANY-STATE-COUNT       PIC 9(2).
       77   COMPANY-STATE-INDEX       PIC 9(2).
       77   COMPANY-STATE-MISSING     PIC 9(2).
       77   COMPANY-CODE-HOLD         PIC X(02).
       77   HOME-STATE-HOLD           PIC X(02).
       77   VENDOR-STATE-HOLD         PIC X(02).

       77   INVOICE-TAX-AMOUNT        PIC 9(7)V99.
       77   RATE-PERCENT-HOLD         PIC 9(2)V9(3).
       77   NOTE-TEXT-HOLD            PIC X(60).

      *--------------------------------
      * THE TAX OWED BY COMPANY AND
      * CATEGORY, AS vndcls01 TOTALS
      * ITS ACCRUAL.  USE TAX IS OWED
      * IN DOLLARS, AND ONLY DOMESTIC
      * VENDORS ARE TAXED, SO THERE IS
      * NO CURRENCY BREAK.
      *--------------------------------
       01   USE-TAX-TOTAL-TABLE.
            05 USE-TAX-TOTAL-ENTRY OCCURS 100 TIMES.
               10 UST-CATEGORY-CODE   PIC X(04).
               10 UST-COMPANY         PIC X(02).
               10 UST-TAX-AMOUNT      PIC 9(9)V99.
       77   USE-TAX-TOTAL-COUNT       PIC 9(3).
       77   USE-TAX-TOTAL-INDEX       PIC 9(3).
       77   USE-TAX-SCAN-INDEX        PIC 9(3).
       77   USE-TAX-OVERFLOW          PIC 9(5).

      *--------------------------------
      * ONE USE-TAX PAYABLE CREDIT PER
      * COMPANY JOURNALED.
      *--------------------------------
       01   TAX-PAYABLE-TABLE.
            05 TAX-PAYABLE-ENTRY OCCURS 20 TIMES.
               10 TPT-COMPANY         PIC X(02).
               10 TPT-TAX-AMOUNT      PIC 9(9)V99.
       77   TAX-PAYABLE-COUNT         PIC 9(2).
       77   TAX-PAYABLE-INDEX         PIC 9(2).
       77   PAYABLE-SCAN-INDEX        PIC 9(2).

       77   ACCRUED-INVOICE-COUNT     PIC 9(7).
       77   ACCRUED-TAX-TOTAL         PIC 9(9)V99.
       77   IN-STATE-COUNT            PIC 9(7).
       77   TAX-BILLED-COUNT          PIC 9(7).
       77   NOT-MARKED-COUNT          PIC 9(7).
       77   FOREIGN-VENDOR-COUNT      PIC 9(7).
       77   NO-STATE-COUNT            PIC 9(7).
       77   NO-RATE-COUNT             PIC 9(7).
       77   EXEMPT-COUNT              PIC 9(7).
       77   UNMAPPED-CATEGORY-COUNT   PIC 9(5).
       77   JOURNAL-ACCOUNT-HOLD      PIC X(8).
       77   JOURNAL-SIDE-HOLD         PIC X(1).
       77   JOURNAL-AMOUNT-HOLD       PIC 9(9)V99.
       77   JOURNAL-LINE-COUNT        PIC 9(7).
       77   JOURNAL-HASH-TOTAL        PIC 9(10).
       77   JOURNAL-AMOUNT-CENTS      PIC 9(11).

       01   USE-TAX-HEADING-LINE.
            05 FILLER                 PIC X(31) VALUE
                 "USE-TAX ACCRUAL PROOF -- PERIOD".
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-HEADING-PERIOD     PIC 9(6).

       01   USE-TAX-COLUMN-LINE.
            05 FILLER                 PIC X(42) VALUE
                 "VENDOR  INVOICE         INV DATE   CATG ST".
            05 FILLER                 PIC X(34) VALUE
                 "        GROSS RATE %        TAX CO".

       01   USE-TAX-DETAIL-LINE.
            05 RPT-UTA-VENDOR         PIC 9(7).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UTA-INVOICE        PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UTA-DATE           PIC 9999/99/99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UTA-CATEGORY       PIC X(04).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UTA-STATE          PIC X(02).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UTA-GROSS          PIC Z,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UTA-RATE           PIC Z9.999.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UTA-TAX            PIC ZZZ,ZZ9.99.
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UTA-COMPANY        PIC X(02).

       01   USE-TAX-NOTE-LINE.
            05 FILLER                 PIC X(08) VALUE "    ** ".
            05 RPT-UTA-NOTE           PIC X(60).

       01   USE-TAX-CATEGORY-LINE.
            05 FILLER                 PIC X(11) VALUE "CATEGORY : ".
            05 RPT-UTC-CATEGORY       PIC X(04).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UTC-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(10) VALUE "  COMPANY ".
            05 RPT-UTC-COMPANY        PIC X(02).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-UTC-ACCOUNT        PIC X(30).

       01   USE-TAX-PAYABLE-LINE.
            05 FILLER                 PIC X(21) VALUE
                 "USE TAX PAYABLE   :  ".
            05 RPT-UTP-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(10) VALUE "  COMPANY ".
            05 RPT-UTP-COMPANY        PIC X(02).
            05 FILLER                 PIC X(09) VALUE "  CREDIT ".
            05 RPT-UTP-ACCOUNT        PIC X(08).

       01   USE-TAX-COUNT-LINE.
            05 RPT-UTN-LABEL          PIC X(36).
            05 RPT-UTN-COUNT          PIC ZZZZZZ9.

       01   USE-TAX-SIGN-LINE.
            05 FILLER                 PIC X(14) VALUE "PREPARED BY : ".
            05 RPT-UTA-PREPARED-BY    PIC X(08).
            05 FILLER                 PIC X(06) VALUE "  ON  ".
            05 RPT-UTA-PREPARED-DATE  PIC 9(8).

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

      *--------------------------------
      * SUPERVISOR SIGN-ON FIELDS, THE
      * SAME WAY vndcls01 SIGNS A
      * SUPERVISOR ON.
      *--------------------------------
            COPY "fldsgn01.cbl".
       01   REQUIRED-SIGNON-STATUS  PIC X.
            88 SIGNON-WAS-OK           VALUE "Y".

      *--------------------------------
      * THE COMPANY ACCRUED, OR ALL OF
      * THEM, THROUGH THE SHARED
      * vndcmpsel01 FRAGMENT.
      *--------------------------------
            COPY "fldcmp01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-SUPERVISOR.
            PERFORM SELECT-THE-COMPANY.
            PERFORM ENTER-THE-PERIOD.
            PERFORM LOAD-COMPANY-STATES.
            PERFORM ENTER-DEFAULT-STATE.
            PERFORM ENTER-PAYABLE-ACCOUNT.
            PERFORM ACCRUE-THE-USE-TAX.

       PROGRAM-DONE.
            GOBACK.

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
                DISPLAY "NOT SIGNED ON -- NOTHING RUN"
                GOBACK.

      *--------------------------------
      * ONE COMPANY OR ALL, FROM THOSE
      * THE SUPERVISOR MAY WORK.
      *--------------------------------
       SELECT-THE-COMPANY.
            MOVE OPERATOR-ID TO CMPSEL-OPERATOR-ID.
            MOVE "Y" TO CMPSEL-ALLOW-ALL.
            PERFORM SELECT-COMPANY.
            IF CMPSEL-CANCELLED
                DISPLAY "NO COMPANY CHOSEN -- NOTHING RUN"
                GOBACK.

       ENTER-THE-PERIOD.
            MOVE "N" TO PERIOD-STATUS.
            PERFORM TRY-ENTER-THE-PERIOD
               UNTIL PERIOD-WAS-ENTERED.

       TRY-ENTER-THE-PERIOD.
            DISPLAY "ENTER THE MONTH TO ACCRUE (YYYYMM, BLANK TO "
                "CANCEL)".
            MOVE SPACES TO PERIOD-ENTRY.
            ACCEPT PERIOD-ENTRY.
            IF PERIOD-ENTRY = SPACES
                DISPLAY "NOTHING RUN"
                GOBACK.
            IF PERIOD-ENTRY IS NUMERIC
                MOVE PERIOD-ENTRY TO PERIOD-HOLD
                IF PERIOD-MONTH > 0 AND PERIOD-MONTH < 13
                    MOVE "Y" TO PERIOD-STATUS
                ELSE
                    DISPLAY "INVALID MONTH -- TRY AGAIN"
            ELSE
                DISPLAY "PERIOD MUST BE 6 DIGITS -- TRY AGAIN".

      *--------------------------------
      * NO COMPANY TABLE ON THE SYSTEM
      * LEAVES THE TABLE EMPTY, AND
      * EVERY INVOICE TAKES THE STATE
      * ENTERED BELOW.
      *--------------------------------
       LOAD-COMPANY-STATES.
            MOVE ZEROS TO COMPANY-STATE-COUNT.
            MOVE ZEROS TO COMPANY-STATE-MISSING.
            OPEN INPUT COMPANY-FILE.
            IF COMPANY-FILE-STATUS = "00"
                MOVE "Y" TO MORE-COMPANY-RECORDS
                PERFORM LOAD-ONE-COMPANY-STATE
                   UNTIL NO-MORE-COMPANY-RECORDS
                CLOSE COMPANY-FILE.

       LOAD-ONE-COMPANY-STATE.
            READ COMPANY-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-COMPANY-RECORDS.
            IF COMPANY-RECORDS-REMAIN AND COMPANY-STATE-COUNT < 20
                ADD 1 TO COMPANY-STATE-COUNT
                MOVE CMP-CODE TO CST-COMPANY(COMPANY-STATE-COUNT)
                MOVE CMP-STATE TO CST-STATE(COMPANY-STATE-COUNT)
                IF CMP-STATE = SPACES
                    ADD 1 TO COMPANY-STATE-MISSING.

      *--------------------------------
      * ASKED ONLY WHEN SOME COMPANY
      * HAS NO STATE KEPT, OR THERE IS
      * NO COMPANY TABLE AT ALL.
      *--------------------------------
       ENTER-DEFAULT-STATE.
            MOVE SPACES TO DEFAULT-STATE-ENTRY.
            IF COMPANY-STATE-COUNT = 0 OR COMPANY-STATE-MISSING > 0
                DISPLAY "ENTER OUR STATE FOR ANY COMPANY WITH NONE "
                    "SET IN vndcmp01"
                DISPLAY "(2 LETTERS, BLANK TO CANCEL)"
                ACCEPT DEFAULT-STATE-ENTRY
                INSPECT DEFAULT-STATE-ENTRY CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                IF DEFAULT-STATE-ENTRY = SPACES
                    DISPLAY "NO HOME STATE -- NOTHING RUN"
                    GOBACK.

      *--------------------------------
      * A BLANK ACCOUNT CANCELS THE
      * RUN -- THERE IS NOTHING TO
      * JOURNAL THE TAX AGAINST.
      *--------------------------------
       ENTER-PAYABLE-ACCOUNT.
            DISPLAY "ENTER THE USE-TAX PAYABLE GL ACCOUNT TO CREDIT".
            DISPLAY "(BLANK TO CANCEL)".
            MOVE SPACES TO PAYABLE-ACCOUNT-ENTRY.
            ACCEPT PAYABLE-ACCOUNT-ENTRY.
            IF PAYABLE-ACCOUNT-ENTRY = SPACES
                DISPLAY "NO USE-TAX JOURNAL WRITTEN FOR " PERIOD-HOLD
                GOBACK.

       ACCRUE-THE-USE-TAX.
            OPEN OUTPUT USE-TAX-REPORT-FILE.
            PERFORM PRINT-USE-TAX-HEADING.
            PERFORM TOTAL-THE-USE-TAX.
            PERFORM WRITE-THE-USE-TAX-JOURNAL.
            PERFORM PRINT-USE-TAX-SUMMARY.
            CLOSE USE-TAX-REPORT-FILE.
            DISPLAY "USE-TAX JOURNAL WRITTEN TO VNDGLU.DAT ("
                JOURNAL-LINE-COUNT " LINE(S)) -- PROOF IN "
                "VNDUTA.RPT".

       PRINT-USE-TAX-HEADING.
            MOVE PERIOD-HOLD TO RPT-HEADING-PERIOD.
            MOVE USE-TAX-HEADING-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.
            MOVE COMPANY-HEADING-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.
            MOVE USE-TAX-COLUMN-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.

      *--------------------------------
      * PASS 1 -- EVERY INVOICE DATED
      * IN THE MONTH THAT BILLED NO
      * SALES TAX IS TESTED, AND THE
      * OUT-OF-STATE ONES LISTED WITH
      * THEIR TAX.  CREDIT MEMOS AND
      * REJECTED INVOICES BUY NOTHING.
      * THE ADDRESS AND RATE FILES ARE
      * OPTIONAL.
      *--------------------------------
       TOTAL-THE-USE-TAX.
            MOVE ZEROS TO USE-TAX-TOTAL-COUNT.
            MOVE ZEROS TO USE-TAX-OVERFLOW.
            MOVE ZEROS TO ACCRUED-INVOICE-COUNT.
            MOVE ZEROS TO ACCRUED-TAX-TOTAL.
            MOVE ZEROS TO IN-STATE-COUNT.
            MOVE ZEROS TO TAX-BILLED-COUNT.
            MOVE ZEROS TO NOT-MARKED-COUNT.
            MOVE ZEROS TO FOREIGN-VENDOR-COUNT.
            MOVE ZEROS TO NO-STATE-COUNT.
            MOVE ZEROS TO NO-RATE-COUNT.
            MOVE ZEROS TO EXEMPT-COUNT.
            MOVE "N" TO ADDRESS-FILE-PRESENT.
            OPEN INPUT VENDOR-ADDRESS-FILE.
            IF ADDRESS-FILE-STATUS = "00"
                MOVE "Y" TO ADDRESS-FILE-PRESENT.
            MOVE "N" TO RATE-FILE-PRESENT.
            OPEN INPUT USE-TAX-RATE-FILE.
            IF USE-TAX-RATE-STATUS = "00"
                MOVE "Y" TO RATE-FILE-PRESENT
            ELSE
                DISPLAY "NO USE-TAX RATE TABLE ON SYSTEM -- SET "
                    "RATES IN vndutx01".
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "35"
                DISPLAY "NO OPEN-INVOICE FILE ON SYSTEM -- NOTHING "
                    "TO ACCRUE"
            ELSE
                MOVE "Y" TO MORE-INVOICE-RECORDS
                PERFORM TEST-ONE-INVOICE
                   UNTIL NO-MORE-INVOICE-RECORDS
                CLOSE OPEN-INVOICE-FILE.
            CLOSE VENDOR-FILE.
            IF RATE-FILE-IS-PRESENT
                CLOSE USE-TAX-RATE-FILE.
            IF ADDRESS-FILE-IS-PRESENT
                CLOSE VENDOR-ADDRESS-FILE.

       TEST-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            MOVE "N" TO CMPSEL-RECORD-SELECTED.
            IF INVOICE-RECORDS-REMAIN AND
                    INV-INVOICE-DATE(1:6) = PERIOD-HOLD AND
                    INV-IS-INVOICE AND
                    NOT INV-IS-REJECTED
                MOVE INV-COMPANY TO CMPSEL-RECORD-COMPANY
                PERFORM TEST-RECORD-COMPANY.
            IF CMPSEL-RECORD-IS-SELECTED
                IF INV-SALES-TAX-BILLED
                    ADD 1 TO TAX-BILLED-COUNT
                ELSE
                    PERFORM TEST-INVOICE-VENDOR.

      *--------------------------------
      * A FOREIGN VENDOR'S STATE IS NOT
      * ONE OF OURS, SO IT IS COUNTED
      * AND LEFT OUT.  AN IN-STATE
      * VENDOR SHOULD HAVE BILLED SALES
      * TAX, WHICH IS NOT THIS RUN'S
      * BUSINESS; IT IS ONLY COUNTED.
      *--------------------------------
       TEST-INVOICE-VENDOR.
            PERFORM READ-INVOICE-VENDOR.
            MOVE CMPSEL-RECORD-COMPANY TO COMPANY-CODE-HOLD.
            PERFORM FIND-HOME-STATE.
            IF NOT VENDOR-IS-DOMESTIC
                ADD 1 TO FOREIGN-VENDOR-COUNT
            ELSE
                PERFORM FIND-VENDOR-STATE
                IF VENDOR-STATE-HOLD = HOME-STATE-HOLD
                    ADD 1 TO IN-STATE-COUNT
                ELSE
                    PERFORM ACCRUE-THIS-INVOICE.

      *--------------------------------
      * A VENDOR GONE FROM THE MASTER
      * IS TAKEN AS DOMESTIC WITH NO
      * STATE, SO IT IS LISTED FOR
      * SOMEBODY TO LOOK AT.
      *--------------------------------
       READ-INVOICE-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE INV-VENDOR-NUMBER TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE SPACES TO VENDOR-STATE
                MOVE SPACES TO VENDOR-CATEGORY
                MOVE SPACES TO VENDOR-COUNTRY.

       FIND-HOME-STATE.
            MOVE DEFAULT-STATE-ENTRY TO HOME-STATE-HOLD.
            MOVE 0 TO COMPANY-STATE-INDEX.
            PERFORM MATCH-ONE-COMPANY-STATE
               UNTIL COMPANY-STATE-INDEX = COMPANY-STATE-COUNT.

       MATCH-ONE-COMPANY-STATE.
            ADD 1 TO COMPANY-STATE-INDEX.
            IF CST-COMPANY(COMPANY-STATE-INDEX) = COMPANY-CODE-HOLD
                    AND CST-STATE(COMPANY-STATE-INDEX) NOT = SPACES
                MOVE CST-STATE(COMPANY-STATE-INDEX)
                    TO HOME-STATE-HOLD.

      *--------------------------------
      * THE REMIT-TO ADDRESS, WHEN THE
      * VENDOR HAS ONE ON FILE WITH A
      * STATE, IS WHERE IT IS BASED FOR
      * THIS PURPOSE.
      *--------------------------------
       FIND-VENDOR-STATE.
            MOVE VENDOR-STATE(1:2) TO VENDOR-STATE-HOLD.
            IF ADDRESS-FILE-IS-PRESENT
                MOVE INV-VENDOR-NUMBER TO ADR-VENDOR-NUMBER
                MOVE "R" TO ADR-ADDRESS-TYPE
                READ VENDOR-ADDRESS-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADR-STATE NOT = SPACES
                           MOVE ADR-STATE(1:2) TO VENDOR-STATE-HOLD
                       END-IF
                END-READ.

      *--------------------------------
      * THE INVOICE IS LISTED WHETHER
      * IT IS ACCRUED OR NOT; A NOTE
      * LINE UNDER IT SAYS WHY NOT, OR
      * THAT NOBODY MARKED THE SALES
      * TAX ON IT.
      *--------------------------------
       ACCRUE-THIS-INVOICE.
            MOVE ZEROS TO INVOICE-TAX-AMOUNT.
            MOVE ZEROS TO RATE-PERCENT-HOLD.
            MOVE SPACES TO NOTE-TEXT-HOLD.
            IF VENDOR-STATE-HOLD = SPACES
                ADD 1 TO NO-STATE-COUNT
                MOVE "NO STATE ON FILE FOR THE VENDOR -- NOT ACCRUED"
                    TO NOTE-TEXT-HOLD
            ELSE
                PERFORM LOOK-UP-USE-TAX-RATE
                PERFORM FIGURE-INVOICE-TAX.
            PERFORM PRINT-INVOICE-LINE.
            IF INVOICE-TAX-AMOUNT > ZEROS
                ADD 1 TO ACCRUED-INVOICE-COUNT
                ADD INVOICE-TAX-AMOUNT TO ACCRUED-TAX-TOTAL
                PERFORM FIND-USE-TAX-ENTRY
                IF USE-TAX-TOTAL-INDEX > 0
                    ADD INVOICE-TAX-AMOUNT
                        TO UST-TAX-AMOUNT(USE-TAX-TOTAL-INDEX).

       FIGURE-INVOICE-TAX.
            IF NOT RATE-WAS-FOUND
                ADD 1 TO NO-RATE-COUNT
                MOVE SPACES TO NOTE-TEXT-HOLD
                STRING "NO USE-TAX RATE FOR " HOME-STATE-HOLD
                    " -- NOT ACCRUED" DELIMITED BY SIZE
                    INTO NOTE-TEXT-HOLD
            ELSE IF RATE-PERCENT-HOLD = ZEROS
                ADD 1 TO EXEMPT-COUNT
                MOVE "CATEGORY EXEMPT AT A ZERO RATE"
                    TO NOTE-TEXT-HOLD
            ELSE
                COMPUTE INVOICE-TAX-AMOUNT ROUNDED =
                    INV-GROSS-AMOUNT * RATE-PERCENT-HOLD / 100
                IF INV-SALES-TAX-FLAG = SPACE
                    ADD 1 TO NOT-MARKED-COUNT
                    MOVE "(NOT MARKED) -- SALES TAX TAKEN AS NOT BILLED"
                        TO NOTE-TEXT-HOLD.

      *--------------------------------
      * OUR STATE'S RATE FOR THE
      * VENDOR'S CATEGORY, ELSE ITS
      * GENERAL RATE.
      *--------------------------------
       LOOK-UP-USE-TAX-RATE.
            MOVE "N" TO RATE-FOUND.
            IF RATE-FILE-IS-PRESENT
                MOVE HOME-STATE-HOLD TO UTX-STATE
                MOVE VENDOR-CATEGORY TO UTX-CATEGORY
                PERFORM READ-USE-TAX-RATE
                IF NOT RATE-WAS-FOUND
                    MOVE HOME-STATE-HOLD TO UTX-STATE
                    MOVE SPACES TO UTX-CATEGORY
                    PERFORM READ-USE-TAX-RATE.

       READ-USE-TAX-RATE.
            READ USE-TAX-RATE-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UTX-RATE-PERCENT IS NUMERIC
                       MOVE "Y" TO RATE-FOUND
                       MOVE UTX-RATE-PERCENT TO RATE-PERCENT-HOLD
                   END-IF
            END-READ.

       PRINT-INVOICE-LINE.
            MOVE INV-VENDOR-NUMBER TO RPT-UTA-VENDOR.
            MOVE INV-INVOICE-NUMBER TO RPT-UTA-INVOICE.
            MOVE INV-INVOICE-DATE TO RPT-UTA-DATE.
            MOVE VENDOR-CATEGORY TO RPT-UTA-CATEGORY.
            MOVE VENDOR-STATE-HOLD TO RPT-UTA-STATE.
            MOVE INV-GROSS-AMOUNT TO RPT-UTA-GROSS.
            MOVE RATE-PERCENT-HOLD TO RPT-UTA-RATE.
            MOVE INVOICE-TAX-AMOUNT TO RPT-UTA-TAX.
            MOVE COMPANY-CODE-HOLD TO RPT-UTA-COMPANY.
            MOVE USE-TAX-DETAIL-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.
            IF NOTE-TEXT-HOLD NOT = SPACES
                MOVE NOTE-TEXT-HOLD TO RPT-UTA-NOTE
                MOVE USE-TAX-NOTE-LINE TO USE-TAX-REPORT-LINE
                WRITE USE-TAX-REPORT-LINE.

       FIND-USE-TAX-ENTRY.
            MOVE 0 TO USE-TAX-TOTAL-INDEX.
            MOVE 0 TO USE-TAX-SCAN-INDEX.
            PERFORM SCAN-USE-TAX-TABLE
               UNTIL USE-TAX-SCAN-INDEX = USE-TAX-TOTAL-COUNT OR
                   USE-TAX-TOTAL-INDEX > 0.
            IF USE-TAX-TOTAL-INDEX = 0
                IF USE-TAX-TOTAL-COUNT < 100
                    ADD 1 TO USE-TAX-TOTAL-COUNT
                    MOVE USE-TAX-TOTAL-COUNT TO USE-TAX-TOTAL-INDEX
                    MOVE VENDOR-CATEGORY TO
                        UST-CATEGORY-CODE(USE-TAX-TOTAL-INDEX)
                    MOVE COMPANY-CODE-HOLD TO
                        UST-COMPANY(USE-TAX-TOTAL-INDEX)
                    MOVE ZEROS TO UST-TAX-AMOUNT(USE-TAX-TOTAL-INDEX)
                ELSE
                    ADD 1 TO USE-TAX-OVERFLOW.

       SCAN-USE-TAX-TABLE.
            ADD 1 TO USE-TAX-SCAN-INDEX.
            IF UST-CATEGORY-CODE(USE-TAX-SCAN-INDEX)
                    = VENDOR-CATEGORY AND
                    UST-COMPANY(USE-TAX-SCAN-INDEX)
                        = COMPANY-CODE-HOLD
                MOVE USE-TAX-SCAN-INDEX TO USE-TAX-TOTAL-INDEX.

      *--------------------------------
      * PASS 2 -- WRITE THE JOURNAL.
      * EACH MAPPED CATEGORY DEBITS
      * ITS EXPENSE ACCOUNT AND FEEDS
      * ITS COMPANY'S USE-TAX PAYABLE
      * CREDIT; AN UNMAPPED ONE IS
      * LISTED ON THE PROOF AND KEPT
      * OFF THE JOURNAL, AS vndcls01
      * KEEPS IT.
      *--------------------------------
       WRITE-THE-USE-TAX-JOURNAL.
            OPEN OUTPUT USE-TAX-JOURNAL-FILE.
            MOVE ZEROS TO JOURNAL-LINE-COUNT.
            MOVE ZEROS TO JOURNAL-HASH-TOTAL.
            MOVE ZEROS TO TAX-PAYABLE-COUNT.
            MOVE ZEROS TO UNMAPPED-CATEGORY-COUNT.
            MOVE SPACES TO USE-TAX-JOURNAL-HEADER.
            MOVE "H" TO UTH-RECORD-TYPE.
            ACCEPT UTH-RUN-DATE FROM DATE YYYYMMDD.
            MOVE "VENDOR" TO UTH-SOURCE-SYSTEM.
            WRITE USE-TAX-JOURNAL-HEADER.
            MOVE BLANK-REPORT-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.
            MOVE 0 TO USE-TAX-TOTAL-INDEX.
            PERFORM JOURNAL-ONE-CATEGORY
               UNTIL USE-TAX-TOTAL-INDEX = USE-TAX-TOTAL-COUNT.
            MOVE 0 TO TAX-PAYABLE-INDEX.
            PERFORM JOURNAL-ONE-PAYABLE
               UNTIL TAX-PAYABLE-INDEX = TAX-PAYABLE-COUNT.
            MOVE SPACES TO USE-TAX-JOURNAL-TRAILER.
            MOVE "T" TO UTT-RECORD-TYPE.
            MOVE JOURNAL-LINE-COUNT TO UTT-RECORD-COUNT.
            MOVE JOURNAL-HASH-TOTAL TO UTT-HASH-TOTAL.
            WRITE USE-TAX-JOURNAL-TRAILER.
            CLOSE USE-TAX-JOURNAL-FILE.

       JOURNAL-ONE-CATEGORY.
            ADD 1 TO USE-TAX-TOTAL-INDEX.
            IF UST-TAX-AMOUNT(USE-TAX-TOTAL-INDEX) > ZEROS
                PERFORM LOOK-UP-EXPENSE-MAPPING
                MOVE UST-CATEGORY-CODE(USE-TAX-TOTAL-INDEX)
                    TO RPT-UTC-CATEGORY
                MOVE UST-TAX-AMOUNT(USE-TAX-TOTAL-INDEX)
                    TO RPT-UTC-AMOUNT
                MOVE UST-COMPANY(USE-TAX-TOTAL-INDEX)
                    TO RPT-UTC-COMPANY
                IF MAPPING-WAS-FOUND
                    MOVE SPACES TO RPT-UTC-ACCOUNT
                    STRING "DEBIT " GLM-GL-ACCOUNT
                        DELIMITED BY SIZE
                        INTO RPT-UTC-ACCOUNT
                    MOVE GLM-GL-ACCOUNT TO JOURNAL-ACCOUNT-HOLD
                    MOVE "D" TO JOURNAL-SIDE-HOLD
                    MOVE UST-TAX-AMOUNT(USE-TAX-TOTAL-INDEX)
                        TO JOURNAL-AMOUNT-HOLD
                    MOVE UST-COMPANY(USE-TAX-TOTAL-INDEX)
                        TO COMPANY-CODE-HOLD
                    PERFORM WRITE-JOURNAL-LINE
                    PERFORM ROLL-INTO-PAYABLE-TABLE
                ELSE
                    ADD 1 TO UNMAPPED-CATEGORY-COUNT
                    MOVE "UNMAPPED -- NOT JOURNALED"
                        TO RPT-UTC-ACCOUNT
                END-IF
                MOVE USE-TAX-CATEGORY-LINE TO USE-TAX-REPORT-LINE
                WRITE USE-TAX-REPORT-LINE.

       LOOK-UP-EXPENSE-MAPPING.
            MOVE "N" TO MAPPING-FOUND.
            OPEN INPUT GL-MAP-FILE.
            IF GL-MAP-STATUS = "00"
                MOVE UST-CATEGORY-CODE(USE-TAX-TOTAL-INDEX)
                    TO GLM-CATEGORY
                READ GL-MAP-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO MAPPING-FOUND
                END-READ
                CLOSE GL-MAP-FILE.

       ROLL-INTO-PAYABLE-TABLE.
            MOVE 0 TO TAX-PAYABLE-INDEX.
            MOVE 0 TO PAYABLE-SCAN-INDEX.
            PERFORM SCAN-PAYABLE-TABLE
               UNTIL PAYABLE-SCAN-INDEX = TAX-PAYABLE-COUNT OR
                   TAX-PAYABLE-INDEX > 0.
            IF TAX-PAYABLE-INDEX = 0
                IF TAX-PAYABLE-COUNT < 20
                    ADD 1 TO TAX-PAYABLE-COUNT
                    MOVE TAX-PAYABLE-COUNT TO TAX-PAYABLE-INDEX
                    MOVE COMPANY-CODE-HOLD
                        TO TPT-COMPANY(TAX-PAYABLE-INDEX)
                    MOVE ZEROS TO TPT-TAX-AMOUNT(TAX-PAYABLE-INDEX)
                ELSE
                    DISPLAY "MORE THAN 20 COMPANIES TO ACCRUE -- "
                        "JOURNAL WILL NOT BALANCE, DO NOT POST IT".
            IF TAX-PAYABLE-INDEX > 0
                ADD JOURNAL-AMOUNT-HOLD
                    TO TPT-TAX-AMOUNT(TAX-PAYABLE-INDEX).

       SCAN-PAYABLE-TABLE.
            ADD 1 TO PAYABLE-SCAN-INDEX.
            IF TPT-COMPANY(PAYABLE-SCAN-INDEX) = COMPANY-CODE-HOLD
                MOVE PAYABLE-SCAN-INDEX TO TAX-PAYABLE-INDEX.

       JOURNAL-ONE-PAYABLE.
            ADD 1 TO TAX-PAYABLE-INDEX.
            MOVE PAYABLE-ACCOUNT-ENTRY TO JOURNAL-ACCOUNT-HOLD.
            MOVE "C" TO JOURNAL-SIDE-HOLD.
            MOVE TPT-TAX-AMOUNT(TAX-PAYABLE-INDEX)
                TO JOURNAL-AMOUNT-HOLD.
            MOVE TPT-COMPANY(TAX-PAYABLE-INDEX) TO COMPANY-CODE-HOLD.
            PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-LINE.
            MOVE SPACES TO USE-TAX-JOURNAL-RECORD.
            MOVE JOURNAL-ACCOUNT-HOLD TO UTJ-GL-ACCOUNT.
            MOVE JOURNAL-SIDE-HOLD TO UTJ-DEBIT-CREDIT.
            MOVE JOURNAL-AMOUNT-HOLD TO UTJ-AMOUNT.
            MOVE "USD" TO UTJ-CURRENCY.
            MOVE PERIOD-HOLD TO UTJ-PERIOD.
            MOVE "VENDOR" TO UTJ-SOURCE-SYSTEM.
            MOVE COMPANY-CODE-HOLD TO UTJ-COMPANY.
            WRITE USE-TAX-JOURNAL-RECORD.
            ADD 1 TO JOURNAL-LINE-COUNT.
            COMPUTE JOURNAL-AMOUNT-CENTS =
                JOURNAL-AMOUNT-HOLD * 100.
            ADD JOURNAL-AMOUNT-CENTS TO JOURNAL-HASH-TOTAL
                ON SIZE ERROR
                CONTINUE
            END-ADD.

      *--------------------------------
      * THE FOOT OF THE PROOF -- THE
      * CREDIT TO USE TAX PAYABLE BY
      * COMPANY, THE COUNTS, AND THE
      * LINES FINANCE SIGNS.
      *--------------------------------
       PRINT-USE-TAX-SUMMARY.
            MOVE BLANK-REPORT-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.
            MOVE 0 TO TAX-PAYABLE-INDEX.
            PERFORM PRINT-ONE-PAYABLE
               UNTIL TAX-PAYABLE-INDEX = TAX-PAYABLE-COUNT.
            MOVE BLANK-REPORT-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.
            MOVE "INVOICES ACCRUED                  :"
                TO RPT-UTN-LABEL.
            MOVE ACCRUED-INVOICE-COUNT TO RPT-UTN-COUNT.
            PERFORM PRINT-ONE-COUNT.
            MOVE "  OF THEM NOT MARKED FOR SALES TAX:"
                TO RPT-UTN-LABEL.
            MOVE NOT-MARKED-COUNT TO RPT-UTN-COUNT.
            PERFORM PRINT-ONE-COUNT.
            MOVE "SALES TAX BILLED -- NOT ACCRUED   :"
                TO RPT-UTN-LABEL.
            MOVE TAX-BILLED-COUNT TO RPT-UTN-COUNT.
            PERFORM PRINT-ONE-COUNT.
            MOVE "IN-STATE VENDOR -- NOT ACCRUED    :"
                TO RPT-UTN-LABEL.
            MOVE IN-STATE-COUNT TO RPT-UTN-COUNT.
            PERFORM PRINT-ONE-COUNT.
            MOVE "FOREIGN VENDOR -- NOT ACCRUED     :"
                TO RPT-UTN-LABEL.
            MOVE FOREIGN-VENDOR-COUNT TO RPT-UTN-COUNT.
            PERFORM PRINT-ONE-COUNT.
            MOVE "EXEMPT AT A ZERO RATE             :"
                TO RPT-UTN-LABEL.
            MOVE EXEMPT-COUNT TO RPT-UTN-COUNT.
            PERFORM PRINT-ONE-COUNT.
            MOVE "NO VENDOR STATE -- NOT ACCRUED    :"
                TO RPT-UTN-LABEL.
            MOVE NO-STATE-COUNT TO RPT-UTN-COUNT.
            PERFORM PRINT-ONE-COUNT.
            MOVE "NO RATE -- NOT ACCRUED            :"
                TO RPT-UTN-LABEL.
            MOVE NO-RATE-COUNT TO RPT-UTN-COUNT.
            PERFORM PRINT-ONE-COUNT.
            MOVE "JOURNAL LINES WRITTEN             :"
                TO RPT-UTN-LABEL.
            MOVE JOURNAL-LINE-COUNT TO RPT-UTN-COUNT.
            PERFORM PRINT-ONE-COUNT.
            MOVE "UNMAPPED CATEGORIES               :"
                TO RPT-UTN-LABEL.
            MOVE UNMAPPED-CATEGORY-COUNT TO RPT-UTN-COUNT.
            PERFORM PRINT-ONE-COUNT.
            IF USE-TAX-OVERFLOW > 0
                MOVE "** MORE THAN 100 CATEGORIES -- " TO
                    USE-TAX-REPORT-LINE
                MOVE "JOURNAL IS INCOMPLETE **" TO
                    USE-TAX-REPORT-LINE(32:24)
                WRITE USE-TAX-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.
            MOVE OPERATOR-ID TO RPT-UTA-PREPARED-BY.
            ACCEPT RPT-UTA-PREPARED-DATE FROM DATE YYYYMMDD.
            MOVE USE-TAX-SIGN-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.
            MOVE "REVIEWED BY : ______________  DATE : __________"
                TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.

       PRINT-ONE-COUNT.
            MOVE USE-TAX-COUNT-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.

       PRINT-ONE-PAYABLE.
            ADD 1 TO TAX-PAYABLE-INDEX.
            MOVE TPT-TAX-AMOUNT(TAX-PAYABLE-INDEX) TO RPT-UTP-AMOUNT.
            MOVE TPT-COMPANY(TAX-PAYABLE-INDEX) TO RPT-UTP-COMPANY.
            MOVE PAYABLE-ACCOUNT-ENTRY TO RPT-UTP-ACCOUNT.
            MOVE USE-TAX-PAYABLE-LINE TO USE-TAX-REPORT-LINE.
            WRITE USE-TAX-REPORT-LINE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED COMPANY SELECTION.
      *--------------------------------
            COPY "vndcmpsel01.cbl".
