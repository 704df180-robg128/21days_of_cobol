      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Invoice approval, in the vndapr01 mold.  The
      *          approver signs on and is shown, one at a time,
      *          each invoice awaiting approval that the approver
      *          table routes to them -- looked up afresh from the
      *          vendor's category and the invoice amount, so a
      *          band given a new approver moves its waiting
      *          invoices with it.  Each is released (it turns open
      *          and vndsel01 can pay it), rejected (it stays on
      *          file as rejected and comes back off its PO's
      *          billed-to-date), or left waiting.  The operator who
      *          keyed an invoice cannot approve it; when that
      *          operator is also the named approver, or no band
      *          covers the invoice any more, a supervisor works it
      *          instead.  The invoice carries who released or
      *          rejected it and when.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndiap01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slinv01.cbl".
            COPY "slpo01.cbl".
            COPY "slapv01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdpo01.cbl".
            COPY "fdapv01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   INVOICE-FILE-STATUS     PIC XX.
       01   PO-FILE-STATUS          PIC XX.
       01   APPROVER-FILE-STATUS    PIC XX.

       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".

       01   PO-FILE-PRESENT         PIC X.
            88 PO-FILE-IS-PRESENT      VALUE "Y".

       01   MORE-INVOICE-RECORDS    PIC X.
            88 INVOICE-RECORDS-REMAIN  VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS VALUE "N".

      *--------------------------------
      * WHETHER THE SIGNED-ON OPERATOR
      * MAY WORK THE INVOICE IN HAND.
      *--------------------------------
       01   APPROVAL-RIGHT          PIC X.
            88 OPERATOR-MAY-APPROVE    VALUE "Y".
            88 OPERATOR-KEYED-IT       VALUE "K".
            88 NOT-THIS-OPERATORS      VALUE "N".

       77   ACTION-PICK             PIC X.
       77   AMOUNT-FIELD            PIC ZZZ,ZZZ,ZZ9.99.
       77   WAITING-COUNT           PIC 9(5).
       77   SHOWN-COUNT             PIC 9(5).
       77   APPROVED-COUNT          PIC 9(5).
       77   REJECTED-COUNT          PIC 9(5).
       77   OTHERS-COUNT            PIC 9(5).
       77   TODAY-DATE              PIC 9(8).

            COPY "fldapv01.cbl".

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
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            MOVE ZEROS TO WAITING-COUNT.
            MOVE ZEROS TO SHOWN-COUNT.
            MOVE ZEROS TO APPROVED-COUNT.
            MOVE ZEROS TO REJECTED-COUNT.
            MOVE ZEROS TO OTHERS-COUNT.
            OPEN I-O OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS NOT = "00"
                DISPLAY "NO INVOICES ARE WAITING FOR APPROVAL"
            ELSE
                OPEN INPUT VENDOR-FILE
                MOVE "Y" TO PO-FILE-PRESENT
                OPEN I-O PURCHASE-ORDER-FILE
                IF PO-FILE-STATUS NOT = "00"
                    MOVE "N" TO PO-FILE-PRESENT
                END-IF
                PERFORM OPEN-APPROVER-TABLE
                MOVE "Y" TO MORE-INVOICE-RECORDS
                PERFORM LOOK-AT-ONE-INVOICE
                   UNTIL NO-MORE-INVOICE-RECORDS
                PERFORM CLOSE-APPROVER-TABLE
                IF PO-FILE-IS-PRESENT
                    CLOSE PURCHASE-ORDER-FILE
                END-IF
                CLOSE VENDOR-FILE
                CLOSE OPEN-INVOICE-FILE
                PERFORM SHOW-APPROVAL-COUNTS.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * SIGN ON THROUGH THE SHARED
      * MODULE.  NO SIGN-ON, NO
      * APPROVALS.
      *--------------------------------
       SIGN-ON-OPERATOR.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                                  SIGNON-AUTHORITY
                                  SIGNON-STATUS.
            IF SIGNON-WENT-OK
                MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
            ELSE
                DISPLAY "NOT SIGNED ON -- NOTHING REVIEWED"
                GOBACK.

       LOOK-AT-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN AND INV-IS-AWAITING-APPROVAL
                ADD 1 TO WAITING-COUNT
                PERFORM READ-INVOICE-VENDOR
                PERFORM JUDGE-APPROVAL-RIGHT
                IF OPERATOR-MAY-APPROVE
                    PERFORM REVIEW-ONE-INVOICE
                ELSE IF OPERATOR-KEYED-IT
                    ADD 1 TO SHOWN-COUNT
                    PERFORM SHOW-WAITING-INVOICE
                    DISPLAY "YOU KEYED THIS INVOICE -- A DIFFERENT "
                        "OPERATOR MUST APPROVE IT -- LEFT WAITING"
                ELSE
                    ADD 1 TO OTHERS-COUNT.

       READ-INVOICE-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE INV-VENDOR-NUMBER TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

      *--------------------------------
      * THE NAMED APPROVER WORKS THE
      * INVOICE UNLESS THEY KEYED IT.
      * WHEN THE KEYER IS THE NAMED
      * APPROVER, OR NO BAND COVERS
      * THE INVOICE NOW, ANY OTHER
      * SUPERVISOR MAY WORK IT SO IT
      * CANNOT STICK.
      *--------------------------------
       JUDGE-APPROVAL-RIGHT.
            MOVE VENDOR-CATEGORY TO APVRTE-CATEGORY.
            MOVE INV-GROSS-AMOUNT TO APVRTE-AMOUNT.
            PERFORM FIND-INVOICE-APPROVER.
            MOVE "N" TO APPROVAL-RIGHT.
            IF INV-OPERATOR-ID = OPERATOR-ID
                IF APVRTE-APPROVER = OPERATOR-ID
                    MOVE "K" TO APPROVAL-RIGHT
                END-IF
            ELSE IF APVRTE-APPROVER = OPERATOR-ID
                MOVE "Y" TO APPROVAL-RIGHT
            ELSE IF SIGNON-IS-SUPERVISOR AND
                    (APVRTE-APPROVER = SPACES OR
                     APVRTE-APPROVER = INV-OPERATOR-ID)
                MOVE "Y" TO APPROVAL-RIGHT.

       SHOW-WAITING-INVOICE.
            DISPLAY " ".
            DISPLAY "INVOICE " INV-INVOICE-NUMBER " (KEYED BY "
                INV-OPERATOR-ID ")".
            DISPLAY "VENDOR:  " INV-VENDOR-NUMBER " " VENDOR-NAME.
            DISPLAY "DATED:   " INV-INVOICE-DATE "  DUE "
                INV-DUE-DATE.
            MOVE INV-GROSS-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "AMOUNT:  " AMOUNT-FIELD "  CATEGORY "
                VENDOR-CATEGORY.
            IF INV-PO-NUMBER NOT = SPACES
                DISPLAY "PO:      " INV-PO-NUMBER.

       REVIEW-ONE-INVOICE.
            ADD 1 TO SHOWN-COUNT.
            PERFORM SHOW-WAITING-INVOICE.
            IF APVRTE-APPROVER NOT = OPERATOR-ID
                DISPLAY "(NAMED APPROVER " APVRTE-APPROVER
                    " CANNOT TAKE IT -- WORKING IT AS SUPERVISOR)".
            DISPLAY "(A)PPROVE, (R)EJECT, OR LEAVE IT WAITING?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "a" MOVE "A" TO ACTION-PICK.
            IF ACTION-PICK = "r" MOVE "R" TO ACTION-PICK.
            IF ACTION-PICK = "A"
                MOVE "O" TO INV-STATUS
                PERFORM STAMP-AND-REWRITE-INVOICE
                IF INVOICE-FILE-STATUS = "00"
                    ADD 1 TO APPROVED-COUNT
                    DISPLAY "INVOICE APPROVED -- IT CAN NOW BE PAID".
            IF ACTION-PICK = "R"
                MOVE "R" TO INV-STATUS
                PERFORM STAMP-AND-REWRITE-INVOICE
                IF INVOICE-FILE-STATUS = "00"
                    ADD 1 TO REJECTED-COUNT
                    PERFORM TAKE-INVOICE-OFF-PO
                    DISPLAY "INVOICE REJECTED".

       STAMP-AND-REWRITE-INVOICE.
            MOVE OPERATOR-ID TO INV-APPROVAL-OPERATOR.
            MOVE TODAY-DATE TO INV-APPROVAL-DATE.
            REWRITE OPEN-INVOICE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING INVOICE RECORD".

      *--------------------------------
      * A REJECTED INVOICE IS NOT OWED,
      * SO IT COMES BACK OFF THE PO IT
      * WAS BILLED AGAINST AND THE
      * COMMITMENT IS OPEN AGAIN.
      *--------------------------------
       TAKE-INVOICE-OFF-PO.
            IF INV-PO-NUMBER NOT = SPACES AND PO-FILE-IS-PRESENT
                MOVE SPACES TO PURCHASE-ORDER-RECORD
                MOVE INV-VENDOR-NUMBER TO PO-VENDOR-NUMBER
                MOVE INV-PO-NUMBER TO PO-NUMBER
                READ PURCHASE-ORDER-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PO-BILLED-AMOUNT > INV-GROSS-AMOUNT
                           SUBTRACT INV-GROSS-AMOUNT
                               FROM PO-BILLED-AMOUNT
                       ELSE
                           MOVE ZEROS TO PO-BILLED-AMOUNT
                       END-IF
                       REWRITE PURCHASE-ORDER-RECORD
                          INVALID KEY
                          DISPLAY "ERROR REWRITING PURCHASE ORDER "
                              "RECORD"
                       END-REWRITE
                END-READ.

       SHOW-APPROVAL-COUNTS.
            DISPLAY " ".
            IF WAITING-COUNT = 0
                DISPLAY "NO INVOICES ARE WAITING FOR APPROVAL"
            ELSE
                IF SHOWN-COUNT = 0
                    DISPLAY "NONE OF THE WAITING INVOICES ARE "
                        "ROUTED TO YOU"
                END-IF
                DISPLAY APPROVED-COUNT " APPROVED, "
                    REJECTED-COUNT " REJECTED, "
                    OTHERS-COUNT " WAITING FOR OTHER APPROVERS".

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED APPROVER ROUTING.
      *--------------------------------
            COPY "vndapvrte01.cbl".
