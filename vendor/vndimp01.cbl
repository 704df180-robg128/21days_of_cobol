      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Batch load of supplier electronic invoice files.
      *          The interchange file (VNDIMP.DAT) carries header and
      *          trailer control records; the trailer count and hash
      *          (of the gross amounts in cents) are balanced in a
      *          pre-pass the way vndupd01 balances VNDTRN.DAT, and a
      *          file that does not balance is refused whole.  Each
      *          invoice then gets the edits vndinv01 makes at the
      *          keyboard -- vendor on file and active, invoice
      *          number not already on file for the vendor, real
      *          dates and amount, an open PO if one is cited, and
      *          the due date derived from the vendor's terms code
      *          (the supplier's own due date is used only when the
      *          vendor has no usable terms).  Good invoices are
      *          written open, and a PO cited is billed the way
      *          vndinv01 bills it.  Bad ones are parked on
      *          VNDISUS.DAT with a reason code for a clerk to fix
      *          and release in vndisu01.  An invoice already on file
      *          with the same date and amount is counted as already
      *          loaded rather than rejected, so a rerun of the same
      *          file is harmless.  An invoice the approver table
      *          covers is written awaiting approval, exactly as if
      *          it had been keyed in vndinv01.  The company each
      *          invoice bills must be on the company table and
      *          active (a blank one is the home company, 01, and
      *          with no table only 01 is known); an unknown or
      *          inactive company sends the invoice to suspense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndimp01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slinv01.cbl".
            COPY "sltrm01.cbl".
            COPY "slpo01.cbl".
            COPY "slimp01.cbl".
            COPY "slisu01.cbl".
            COPY "slrun01.cbl".
            COPY "slapv01.cbl".
            COPY "slcmp01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdtrm01.cbl".
            COPY "fdpo01.cbl".
            COPY "fdimp01.cbl".
            COPY "fdisu01.cbl".
            COPY "fdrun01.cbl".
            COPY "fdapv01.cbl".
            COPY "fdcmp01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   INVOICE-FILE-STATUS     PIC XX.
       01   TERMS-FILE-STATUS       PIC XX.
       01   PO-FILE-STATUS          PIC XX.
       01   IMPORT-FILE-STATUS      PIC XX.
       01   INVOICE-SUSPENSE-STATUS PIC XX.
       01   RUN-HISTORY-STATUS      PIC XX.
       01   APPROVER-FILE-STATUS    PIC XX.
       01   COMPANY-FILE-STATUS     PIC XX.
       77   RUN-START-DATE-HOLD     PIC 9(8).
       77   RUN-START-TIME-HOLD     PIC 9(8).
       77   RUN-FINAL-STATUS-HOLD   PIC XX.

       77   STEP-OPERATOR-ID        PIC X(08) VALUE "INVIMPRT".
       77   SOURCE-SYSTEM-HOLD      PIC X(10).

       01   MORE-IMPORT-RECORDS     PIC X.
            88 IMPORT-RECORDS-REMAIN   VALUE "Y".
            88 NO-MORE-IMPORT-RECORDS  VALUE "N".

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".

       01   TERMS-FILE-PRESENT      PIC X.
            88 TERMS-FILE-IS-PRESENT   VALUE "Y".
       01   TERMS-FOUND-STATUS      PIC X.
            88 TERMS-WERE-FOUND        VALUE "Y".
       01   PO-FILE-PRESENT         PIC X.
            88 PO-FILE-IS-PRESENT      VALUE "Y".
       01   COMPANY-FILE-PRESENT    PIC X.
            88 COMPANY-FILE-IS-PRESENT VALUE "Y".

      *--------------------------------
      * TRAILER-BALANCE FIELDS, THE
      * SAME CONTROL vndupd01 PUTS ON
      * THE TRANSACTION FILE.  THE
      * HASH IS OF THE GROSS AMOUNTS
      * IN CENTS.
      *--------------------------------
       01   BALANCE-CHECK-STATUS    PIC X.
            88 FILE-IS-IN-BALANCE      VALUE "Y".
       01   TRAILER-SEEN-STATUS     PIC X.
            88 TRAILER-WAS-SEEN        VALUE "Y".
       77   PREPASS-DATA-COUNT      PIC 9(7).
       77   PREPASS-HASH-TOTAL      PIC 9(12).
       77   TRAILER-COUNT-HOLD      PIC 9(7).
       77   TRAILER-HASH-HOLD       PIC 9(12).
       77   AMOUNT-HASH-WORK        PIC 9(9).

      *--------------------------------
      * THE EDITS.  A REASON CODE OF
      * SPACES MEANS THE INVOICE IS
      * GOOD; "AL" MEANS IT IS ALREADY
      * ON FILE AS SENT AND IS SKIPPED
      * WITHOUT A REJECT.  EVERY OTHER
      * CODE GOES TO SUSPENSE.
      *--------------------------------
       77   REJECT-REASON-CODE      PIC X(02).
       77   DOCUMENT-TYPE-HOLD      PIC X(01).
            88 DOCUMENT-IS-CREDIT-MEMO VALUE "C".
       77   DUE-DATE-HOLD           PIC 9(8).
       77   COMPANY-CODE-HOLD       PIC X(02).
       01   DATE-CHECK-HOLD         PIC 9(8).
       01   DATE-CHECK-PARTS REDEFINES DATE-CHECK-HOLD.
            05 DATE-CHECK-YEAR      PIC 9(4).
            05 DATE-CHECK-MONTH     PIC 9(2).
            05 DATE-CHECK-DAY       PIC 9(2).
       01   DATE-CHECK-STATUS       PIC X.
            88 DATE-WAS-VALID          VALUE "Y".

       77   LOADED-COUNT            PIC 9(7).
       77   REJECTED-COUNT          PIC 9(7).
       77   ALREADY-LOADED-COUNT    PIC 9(7).
       77   AWAITING-APPROVAL-COUNT PIC 9(7).
       77   LOADED-AMOUNT-TOTAL     PIC 9(11)V99.
       77   AMOUNT-FIELD            PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.

            COPY "fldcal01.cbl".
            COPY "fldapv01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE ZEROS TO LOADED-COUNT.
            MOVE ZEROS TO REJECTED-COUNT.
            MOVE ZEROS TO ALREADY-LOADED-COUNT.
            MOVE ZEROS TO LOADED-AMOUNT-TOTAL.
            MOVE SPACES TO SOURCE-SYSTEM-HOLD.
            PERFORM BALANCE-THE-IMPORT-FILE.
            IF NOT FILE-IS-IN-BALANCE
                DISPLAY "INVOICE FILE REFUSED -- NOTHING LOADED"
                MOVE "99" TO RUN-FINAL-STATUS-HOLD
            ELSE
                PERFORM APPLY-THE-IMPORT-FILE
                MOVE INVOICE-FILE-STATUS TO RUN-FINAL-STATUS-HOLD
                DISPLAY "INVOICE IMPORT FROM " SOURCE-SYSTEM-HOLD
                    " COMPLETE"
                DISPLAY "INVOICES LOADED   : " LOADED-COUNT
                MOVE LOADED-AMOUNT-TOTAL TO AMOUNT-FIELD
                DISPLAY "AMOUNT LOADED     : " AMOUNT-FIELD
                DISPLAY "AWAITING APPROVAL : " AWAITING-APPROVAL-COUNT
                DISPLAY "ALREADY ON FILE   : " ALREADY-LOADED-COUNT
                DISPLAY "REJECTED          : " REJECTED-COUNT
                IF REJECTED-COUNT > 0
                    DISPLAY "REJECTED INVOICES ARE ON VNDISUS.DAT "
                        "-- WORK THEM WITH vndisu01".
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * JOURNAL THIS RUN TO THE SHARED
      * RUN-HISTORY FILE, CREATING IT
      * THE FIRST TIME.  A REFUSED
      * FILE IS JOURNALLED WITH STATUS
      * 99, AS vndupd01 DOES.
      *--------------------------------
       WRITE-RUN-HISTORY.
            OPEN EXTEND RUN-HISTORY-FILE.
            IF RUN-HISTORY-STATUS = "35"
                OPEN OUTPUT RUN-HISTORY-FILE
                CLOSE RUN-HISTORY-FILE
                OPEN EXTEND RUN-HISTORY-FILE.
            MOVE "vndimp01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            COMPUTE RUN-RECORDS-READ =
                LOADED-COUNT + REJECTED-COUNT + ALREADY-LOADED-COUNT.
            MOVE LOADED-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE RUN-FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

      *--------------------------------
      * PRE-PASS -- READ THE WHOLE
      * FILE AND BALANCE THE DATA
      * COUNT AND AMOUNT HASH AGAINST
      * THE TRAILER BEFORE ANYTHING IS
      * LOADED.
      *--------------------------------
       BALANCE-THE-IMPORT-FILE.
            MOVE "N" TO BALANCE-CHECK-STATUS.
            MOVE "N" TO TRAILER-SEEN-STATUS.
            MOVE ZEROS TO PREPASS-DATA-COUNT.
            MOVE ZEROS TO PREPASS-HASH-TOTAL.
            MOVE ZEROS TO TRAILER-COUNT-HOLD.
            MOVE ZEROS TO TRAILER-HASH-HOLD.
            OPEN INPUT INVOICE-IMPORT-FILE.
            IF IMPORT-FILE-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN VNDIMP.DAT"
            ELSE
                MOVE "Y" TO MORE-IMPORT-RECORDS
                PERFORM BALANCE-ONE-IMPORT-RECORD
                   UNTIL NO-MORE-IMPORT-RECORDS
                CLOSE INVOICE-IMPORT-FILE
                PERFORM JUDGE-THE-BALANCE.

       BALANCE-ONE-IMPORT-RECORD.
            READ INVOICE-IMPORT-FILE
                AT END
                MOVE "N" TO MORE-IMPORT-RECORDS.
            IF IMPORT-RECORDS-REMAIN
                IF INVOICE-IMPORT-RECORD(1:1) = "H"
                    MOVE IMH-SOURCE-SYSTEM TO SOURCE-SYSTEM-HOLD
                ELSE
                    IF INVOICE-IMPORT-RECORD(1:1) = "T"
                        MOVE "Y" TO TRAILER-SEEN-STATUS
                        MOVE IMT-RECORD-COUNT TO TRAILER-COUNT-HOLD
                        MOVE IMT-HASH-TOTAL TO TRAILER-HASH-HOLD
                    ELSE
                        ADD 1 TO PREPASS-DATA-COUNT
                        IF IMP-GROSS-AMOUNT IS NUMERIC
                            COMPUTE AMOUNT-HASH-WORK =
                                IMP-GROSS-AMOUNT * 100
                            ADD AMOUNT-HASH-WORK
                                TO PREPASS-HASH-TOTAL.

       JUDGE-THE-BALANCE.
            IF NOT TRAILER-WAS-SEEN
                DISPLAY "NO TRAILER RECORD ON THE INVOICE FILE"
            ELSE
                IF TRAILER-COUNT-HOLD NOT = PREPASS-DATA-COUNT
                    DISPLAY "TRAILER COUNT " TRAILER-COUNT-HOLD
                        " DOES NOT MATCH " PREPASS-DATA-COUNT
                        " RECORD(S) READ"
                ELSE
                    IF TRAILER-HASH-HOLD NOT = PREPASS-HASH-TOTAL
                        DISPLAY "TRAILER HASH " TRAILER-HASH-HOLD
                            " DOES NOT MATCH COMPUTED "
                            PREPASS-HASH-TOTAL
                    ELSE
                        MOVE "Y" TO BALANCE-CHECK-STATUS.

      *--------------------------------
      * THE LOAD PASS.  THE INVOICE
      * AND SUSPENSE FILES ARE CREATED
      * ON FIRST USE; THE TERMS AND PO
      * FILES ARE OPTIONAL, AS THEY
      * ARE IN vndinv01, AND SO IS THE
      * COMPANY TABLE.
      *--------------------------------
       APPLY-THE-IMPORT-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN I-O OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "35"
                OPEN OUTPUT OPEN-INVOICE-FILE
                CLOSE OPEN-INVOICE-FILE
                OPEN I-O OPEN-INVOICE-FILE.
            MOVE "Y" TO TERMS-FILE-PRESENT.
            OPEN INPUT TERMS-FILE.
            IF TERMS-FILE-STATUS NOT = "00"
                MOVE "N" TO TERMS-FILE-PRESENT.
            MOVE "Y" TO PO-FILE-PRESENT.
            OPEN I-O PURCHASE-ORDER-FILE.
            IF PO-FILE-STATUS NOT = "00"
                MOVE "N" TO PO-FILE-PRESENT.
            MOVE "Y" TO COMPANY-FILE-PRESENT.
            OPEN INPUT COMPANY-FILE.
            IF COMPANY-FILE-STATUS NOT = "00"
                MOVE "N" TO COMPANY-FILE-PRESENT.
            PERFORM OPEN-SUSPENSE-FILE.
            PERFORM OPEN-APPROVER-TABLE.
            OPEN INPUT INVOICE-IMPORT-FILE.
            MOVE "Y" TO MORE-IMPORT-RECORDS.
            PERFORM LOAD-ONE-IMPORT-RECORD
               UNTIL NO-MORE-IMPORT-RECORDS.
            CLOSE INVOICE-IMPORT-FILE.
            CLOSE INVOICE-SUSPENSE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE OPEN-INVOICE-FILE.
            IF TERMS-FILE-IS-PRESENT
                CLOSE TERMS-FILE.
            IF PO-FILE-IS-PRESENT
                CLOSE PURCHASE-ORDER-FILE.
            IF COMPANY-FILE-IS-PRESENT
                CLOSE COMPANY-FILE.
            PERFORM CLOSE-APPROVER-TABLE.

       OPEN-SUSPENSE-FILE.
            OPEN EXTEND INVOICE-SUSPENSE-FILE.
            IF INVOICE-SUSPENSE-STATUS = "35"
                OPEN OUTPUT INVOICE-SUSPENSE-FILE
                CLOSE INVOICE-SUSPENSE-FILE
                OPEN EXTEND INVOICE-SUSPENSE-FILE.

       LOAD-ONE-IMPORT-RECORD.
            READ INVOICE-IMPORT-FILE
                AT END
                MOVE "N" TO MORE-IMPORT-RECORDS.
            IF IMPORT-RECORDS-REMAIN
                IF INVOICE-IMPORT-RECORD(1:1) NOT = "H" AND
                        INVOICE-IMPORT-RECORD(1:1) NOT = "T"
                    PERFORM LOAD-THIS-INVOICE.

       LOAD-THIS-INVOICE.
            PERFORM EDIT-THE-IMPORT-RECORD.
            IF REJECT-REASON-CODE = SPACES
                PERFORM WRITE-INVOICE-RECORD.
            IF REJECT-REASON-CODE = "AL"
                ADD 1 TO ALREADY-LOADED-COUNT
            ELSE IF REJECT-REASON-CODE NOT = SPACES
                PERFORM WRITE-SUSPENSE-RECORD.

      *--------------------------------
      * THE vndinv01 EDITS, IN THE
      * ORDER A CLERK MEETS THEM.  THE
      * FIRST ONE THAT FAILS SETS THE
      * REASON CODE.
      *--------------------------------
       EDIT-THE-IMPORT-RECORD.
            MOVE SPACES TO REJECT-REASON-CODE.
            MOVE IMP-DOCUMENT-TYPE TO DOCUMENT-TYPE-HOLD.
            IF DOCUMENT-TYPE-HOLD = SPACE
                MOVE "I" TO DOCUMENT-TYPE-HOLD.
            MOVE "N" TO RECORD-FOUND.
            IF IMP-VENDOR-NUMBER IS NUMERIC
                MOVE SPACE TO VENDOR-RECORD
                MOVE IMP-VENDOR-NUMBER TO VENDOR-NUMBER
                MOVE "Y" TO RECORD-FOUND
                READ VENDOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND.
            MOVE IMP-INVOICE-DATE TO DATE-CHECK-HOLD.
            PERFORM CHECK-ONE-DATE.
            IF NO-RECORD-FOUND
                MOVE "VN" TO REJECT-REASON-CODE
            ELSE IF VENDOR-IS-INACTIVE
                MOVE "VI" TO REJECT-REASON-CODE
            ELSE IF IMP-INVOICE-NUMBER = SPACES
                MOVE "RQ" TO REJECT-REASON-CODE
            ELSE IF DOCUMENT-TYPE-HOLD NOT = "I" AND
                    DOCUMENT-TYPE-HOLD NOT = "C"
                MOVE "TY" TO REJECT-REASON-CODE
            ELSE IF NOT DATE-WAS-VALID
                MOVE "DT" TO REJECT-REASON-CODE
            ELSE IF IMP-GROSS-AMOUNT IS NOT NUMERIC
                MOVE "AM" TO REJECT-REASON-CODE
            ELSE IF IMP-GROSS-AMOUNT < .01
                MOVE "AM" TO REJECT-REASON-CODE
            ELSE
                PERFORM CHECK-FOR-DUPLICATE.
            IF REJECT-REASON-CODE = SPACES
                PERFORM CHECK-BILLED-COMPANY.
            IF REJECT-REASON-CODE = SPACES
                PERFORM CHECK-CITED-PO.
            IF REJECT-REASON-CODE = SPACES
                PERFORM DERIVE-THE-DUE-DATE.

      *--------------------------------
      * THE COMPANY BILLED MUST BE ON
      * THE COMPANY TABLE AND ACTIVE.
      * BLANK IS THE HOME COMPANY, 01,
      * AND WITH NO TABLE ON THE
      * SYSTEM 01 IS THE ONLY COMPANY
      * THERE IS.
      *--------------------------------
       CHECK-BILLED-COMPANY.
            MOVE IMP-COMPANY TO COMPANY-CODE-HOLD.
            IF COMPANY-CODE-HOLD = SPACES
                MOVE "01" TO COMPANY-CODE-HOLD.
            IF NOT COMPANY-FILE-IS-PRESENT
                IF COMPANY-CODE-HOLD NOT = "01"
                    MOVE "CN" TO REJECT-REASON-CODE
                END-IF
            ELSE
                MOVE COMPANY-CODE-HOLD TO CMP-CODE
                READ COMPANY-FILE RECORD
                   INVALID KEY
                       MOVE "CN" TO REJECT-REASON-CODE
                   NOT INVALID KEY
                       IF CMP-IS-INACTIVE
                           MOVE "CI" TO REJECT-REASON-CODE.

       CHECK-ONE-DATE.
            MOVE "N" TO DATE-CHECK-STATUS.
            IF DATE-CHECK-HOLD IS NUMERIC
                IF DATE-CHECK-MONTH > 0 AND
                        DATE-CHECK-MONTH < 13 AND
                        DATE-CHECK-DAY > 0 AND
                        DATE-CHECK-DAY < 32
                    MOVE "Y" TO DATE-CHECK-STATUS.

      *--------------------------------
      * THE DOUBLE-BILLING CONTROL.
      * THE SAME NUMBER WITH THE SAME
      * DATE AND AMOUNT IS THIS FILE
      * (OR AN EARLIER COPY OF IT)
      * ALREADY LOADED; ANYTHING ELSE
      * UNDER A NUMBER ON FILE IS A
      * DUPLICATE FOR A CLERK TO LOOK
      * AT.
      *--------------------------------
       CHECK-FOR-DUPLICATE.
            MOVE SPACES TO OPEN-INVOICE-RECORD.
            MOVE IMP-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
            MOVE IMP-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
            READ OPEN-INVOICE-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INV-INVOICE-DATE = IMP-INVOICE-DATE AND
                           INV-GROSS-AMOUNT = IMP-GROSS-AMOUNT
                       MOVE "AL" TO REJECT-REASON-CODE
                   ELSE
                       MOVE "DU" TO REJECT-REASON-CODE.

      *--------------------------------
      * A PO CITED ON AN INVOICE MUST
      * BE ON FILE FOR THE VENDOR AND
      * STILL OPEN.  A CREDIT MEMO
      * CITES NO PO.
      *--------------------------------
       CHECK-CITED-PO.
            IF DOCUMENT-IS-CREDIT-MEMO
                MOVE SPACES TO IMP-PO-NUMBER.
            IF IMP-PO-NUMBER NOT = SPACES
                PERFORM READ-THIS-PO
                IF NO-RECORD-FOUND
                    MOVE "PO" TO REJECT-REASON-CODE
                ELSE IF NOT PO-IS-OPEN
                    MOVE "PC" TO REJECT-REASON-CODE.

       READ-THIS-PO.
            MOVE "N" TO RECORD-FOUND.
            IF PO-FILE-IS-PRESENT
                MOVE SPACES TO PURCHASE-ORDER-RECORD
                MOVE IMP-VENDOR-NUMBER TO PO-VENDOR-NUMBER
                MOVE IMP-PO-NUMBER TO PO-NUMBER
                MOVE "Y" TO RECORD-FOUND
                READ PURCHASE-ORDER-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND.

      *--------------------------------
      * A CREDIT MEMO IS DUE THE DAY
      * IT IS DATED.  AN INVOICE IS
      * DUE PER THE VENDOR'S ACTIVE
      * TERMS CODE, AS vndinv01
      * DERIVES IT; ONLY WITH NO
      * USABLE TERMS IS THE SUPPLIER'S
      * OWN DUE DATE TAKEN, AND WITH
      * NEITHER THE INVOICE GOES TO
      * SUSPENSE.
      *--------------------------------
       DERIVE-THE-DUE-DATE.
            IF DOCUMENT-IS-CREDIT-MEMO
                MOVE IMP-INVOICE-DATE TO DUE-DATE-HOLD
            ELSE
                PERFORM LOOK-UP-VENDOR-TERMS
                IF TERMS-WERE-FOUND
                    MOVE IMP-INVOICE-DATE TO CAL-DATE-STAMP
                    PERFORM CONVERT-DATE-TO-DAY-NUMBER
                    ADD TRM-NET-DAYS TO CAL-DAY-NUMBER
                    PERFORM CONVERT-DAY-NUMBER-TO-DATE
                    MOVE CAL-DATE-STAMP TO DUE-DATE-HOLD
                ELSE
                    MOVE IMP-DUE-DATE TO DATE-CHECK-HOLD
                    PERFORM CHECK-ONE-DATE
                    IF DATE-WAS-VALID
                        MOVE IMP-DUE-DATE TO DUE-DATE-HOLD
                    ELSE
                        MOVE "DD" TO REJECT-REASON-CODE.

       LOOK-UP-VENDOR-TERMS.
            MOVE "N" TO TERMS-FOUND-STATUS.
            IF TERMS-FILE-IS-PRESENT AND
                    VENDOR-PAYMENT-TERMS NOT = SPACES
                MOVE VENDOR-PAYMENT-TERMS(1:4) TO TRM-CODE
                READ TERMS-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRM-IS-ACTIVE
                           MOVE "Y" TO TERMS-FOUND-STATUS.

       WRITE-INVOICE-RECORD.
            MOVE SPACES TO OPEN-INVOICE-RECORD.
            MOVE IMP-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
            MOVE IMP-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
            MOVE IMP-INVOICE-DATE TO INV-INVOICE-DATE.
            MOVE DUE-DATE-HOLD TO INV-DUE-DATE.
            MOVE IMP-GROSS-AMOUNT TO INV-GROSS-AMOUNT.
            MOVE "O" TO INV-STATUS.
            MOVE STEP-OPERATOR-ID TO INV-OPERATOR-ID.
            MOVE IMP-PO-NUMBER TO INV-PO-NUMBER.
            MOVE COMPANY-CODE-HOLD TO INV-COMPANY.
            MOVE DOCUMENT-TYPE-HOLD TO INV-RECORD-TYPE.
            MOVE ZEROS TO INV-CREDIT-TAKEN.
            MOVE ZEROS TO INV-PAID-TO-DATE.
            MOVE SPACES TO INV-APPROVAL-OPERATOR.
            MOVE ZEROS TO INV-APPROVAL-DATE.
            MOVE ZEROS TO INV-DISCOUNT-TAKEN.
            MOVE ZEROS TO INV-DISCOUNT-DATE.
            IF INV-IS-INVOICE
                MOVE VENDOR-CATEGORY TO APVRTE-CATEGORY
                MOVE IMP-GROSS-AMOUNT TO APVRTE-AMOUNT
                PERFORM FIND-INVOICE-APPROVER
                IF APVRTE-APPROVER NOT = SPACES
                    MOVE "A" TO INV-STATUS.
            WRITE OPEN-INVOICE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING INVOICE " IMP-VENDOR-NUMBER
                   " " IMP-INVOICE-NUMBER.
            IF INVOICE-FILE-STATUS = "00"
                ADD 1 TO LOADED-COUNT
                IF INV-IS-AWAITING-APPROVAL
                    ADD 1 TO AWAITING-APPROVAL-COUNT
                END-IF
                ADD IMP-GROSS-AMOUNT TO LOADED-AMOUNT-TOTAL
                IF IMP-PO-NUMBER NOT = SPACES
                    PERFORM ADD-INVOICE-TO-PO
                END-IF
            ELSE
                MOVE "WR" TO REJECT-REASON-CODE.

      *--------------------------------
      * CARRY THE INVOICE ONTO ITS
      * PO'S BILLED-TO-DATE, AS
      * vndinv01 DOES.
      *--------------------------------
       ADD-INVOICE-TO-PO.
            PERFORM READ-THIS-PO.
            IF RECORD-WAS-FOUND
                ADD IMP-GROSS-AMOUNT TO PO-BILLED-AMOUNT
                REWRITE PURCHASE-ORDER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING PURCHASE ORDER RECORD".

      *--------------------------------
      * EVERY REJECT LANDS ON THE
      * SUSPENSE FILE AS IT CAME IN,
      * WITH THE SUPPLIER THAT SENT IT
      * AND THE REASON IT BOUNCED, FOR
      * vndisu01 TO WORK.
      *--------------------------------
       WRITE-SUSPENSE-RECORD.
            ADD 1 TO REJECTED-COUNT.
            MOVE SPACES TO INVOICE-SUSPENSE-RECORD.
            MOVE IMP-VENDOR-NUMBER TO ISU-VENDOR-NUMBER.
            MOVE IMP-INVOICE-NUMBER TO ISU-INVOICE-NUMBER.
            MOVE IMP-DOCUMENT-TYPE TO ISU-DOCUMENT-TYPE.
            MOVE IMP-INVOICE-DATE TO ISU-INVOICE-DATE.
            MOVE IMP-DUE-DATE TO ISU-DUE-DATE.
            MOVE IMP-GROSS-AMOUNT TO ISU-GROSS-AMOUNT.
            MOVE IMP-PO-NUMBER TO ISU-PO-NUMBER.
            MOVE IMP-COMPANY TO ISU-COMPANY.
            MOVE SOURCE-SYSTEM-HOLD TO ISU-SOURCE-SYSTEM.
            MOVE REJECT-REASON-CODE TO ISU-REASON-CODE.
            ACCEPT ISU-REJECT-DATE FROM DATE YYYYMMDD.
            WRITE INVOICE-SUSPENSE-RECORD.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSIONS THE DUE-DATE
      * DERIVATION USES, AND THE SHARED
      * APPROVER ROUTING.
      *--------------------------------
            COPY "vndcaldays01.cbl".
            COPY "vndapvrte01.cbl".
