      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Invoice suspense correction, in the vndsus01 mold.
      *          Walks the imported invoices vndimp01 parked on
      *          VNDISUS.DAT, shows each one with its reason spelled
      *          out, and lets a clerk fix and release it, release
      *          it as-is, delete it, or keep it in suspense.
      *          Released invoices are written to VNDIMP.DAT -- with
      *          the header and trailer control records vndimp01
      *          insists on -- ready for the next import run; kept
      *          entries stay on the suspense file.  The company the
      *          supplier billed is shown and can be re-keyed like
      *          any other piece.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndisu01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slisu01.cbl".
            COPY "slimp01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdisu01.cbl".
            COPY "fdimp01.cbl".
       WORKING-STORAGE SECTION.
       01   INVOICE-SUSPENSE-STATUS PIC XX.
       01   IMPORT-FILE-STATUS      PIC XX.

       01   MORE-SUSPENSE-RECORDS   PIC X.
            88 SUSPENSE-RECORDS-REMAIN  VALUE "Y".
            88 NO-MORE-SUSPENSE-RECORDS VALUE "N".

       77   ACTION-PICK             PIC X.
       77   VENDOR-NUMBER-ENTRY     PIC X(7).
       77   INVOICE-NUMBER-ENTRY    PIC X(15).
       77   DATE-ENTRY              PIC X(8).
       77   PO-NUMBER-ENTRY         PIC X(10).
       77   COMPANY-ENTRY           PIC X(02).
       77   AMOUNT-HOLD             PIC 9(7)V99.
       77   AMOUNT-FIELD            PIC ZZZ,ZZZ,ZZZ.ZZ.
       77   REASON-TEXT             PIC X(30).

      *--------------------------------
      * THE WHOLE SUSPENSE FILE IS
      * SMALL ENOUGH TO WORK IN ONE
      * TABLE: EACH ENTRY IS MARKED
      * (R)ELEASED, (D)ELETED, OR LEFT
      * IN SUSPENSE, AND THE FILES ARE
      * REWRITTEN AT THE END FROM THE
      * MARKS.
      *--------------------------------
       01   SUSPENSE-TABLE.
            05 SUSPENSE-ENTRY OCCURS 500 TIMES.
               10 STE-VENDOR-NUMBER  PIC 9(7).
               10 STE-INVOICE-NUMBER PIC X(15).
               10 STE-DOCUMENT-TYPE  PIC X(01).
               10 STE-INVOICE-DATE   PIC 9(8).
               10 STE-DUE-DATE       PIC 9(8).
               10 STE-GROSS-AMOUNT   PIC 9(7)V99.
               10 STE-PO-NUMBER      PIC X(10).
               10 STE-COMPANY        PIC X(02).
               10 STE-SOURCE-SYSTEM  PIC X(10).
               10 STE-REASON-CODE    PIC X(02).
               10 STE-REJECT-DATE    PIC 9(8).
               10 STE-DISPOSITION    PIC X(01).
       77   SUSPENSE-COUNT          PIC 9(3).
       77   SUSPENSE-INDEX          PIC 9(3).
       77   SUSPENSE-OVERFLOW       PIC 9(5).
       77   RELEASED-COUNT          PIC 9(3).
       77   DELETED-COUNT           PIC 9(3).
       77   KEPT-COUNT              PIC 9(3).
       77   RELEASE-HASH-TOTAL      PIC 9(12).
       77   AMOUNT-HASH-WORK        PIC 9(9).
       77   RUN-DATE-STAMP          PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM LOAD-THE-SUSPENSE-FILE.
            IF SUSPENSE-COUNT = 0
                DISPLAY "NO INVOICE SUSPENSE ENTRIES TO WORK"
            ELSE IF SUSPENSE-OVERFLOW > 0
                DISPLAY "NOTHING CHANGED -- WORK THE FILE DOWN FIRST"
            ELSE
                DISPLAY "NOTE: RELEASED ENTRIES REPLACE VNDIMP.DAT"
                DISPLAY "-- LOAD ANY INVOICE FILE ALREADY "
                    "STAGED THERE (RUN vndimp01) FIRST"
                MOVE 0 TO SUSPENSE-INDEX
                PERFORM WORK-ONE-SUSPENSE-ENTRY
                   UNTIL SUSPENSE-INDEX = SUSPENSE-COUNT
                PERFORM WRITE-RELEASED-INVOICES
                PERFORM REWRITE-THE-SUSPENSE-FILE
                DISPLAY " "
                DISPLAY RELEASED-COUNT " RELEASED TO VNDIMP.DAT, "
                    DELETED-COUNT " DELETED, "
                    KEPT-COUNT " LEFT IN SUSPENSE".

       PROGRAM-DONE.
            STOP RUN.

       LOAD-THE-SUSPENSE-FILE.
            MOVE ZEROS TO SUSPENSE-COUNT.
            MOVE ZEROS TO SUSPENSE-OVERFLOW.
            OPEN INPUT INVOICE-SUSPENSE-FILE.
            IF INVOICE-SUSPENSE-STATUS = "35"
                CONTINUE
            ELSE
                MOVE "Y" TO MORE-SUSPENSE-RECORDS
                PERFORM LOAD-ONE-SUSPENSE-RECORD
                   UNTIL NO-MORE-SUSPENSE-RECORDS
                CLOSE INVOICE-SUSPENSE-FILE.
      *--------------------------------
      * MORE THAN 500 ENTRIES CANNOT
      * ALL BE WORKED IN ONE PASS, AND
      * REWRITING THE FILE WOULD DROP
      * THE OVERFLOW -- SO THE RUN IS
      * REFUSED RATHER THAN LOSING
      * ANYTHING.
      *--------------------------------
            IF SUSPENSE-OVERFLOW > 0
                DISPLAY "INVOICE SUSPENSE FILE HOLDS MORE THAN 500 "
                    "ENTRIES -- TOO MANY TO WORK IN ONE PASS".

       LOAD-ONE-SUSPENSE-RECORD.
            READ INVOICE-SUSPENSE-FILE
                AT END
                MOVE "N" TO MORE-SUSPENSE-RECORDS.
            IF SUSPENSE-RECORDS-REMAIN
                IF SUSPENSE-COUNT < 500
                    ADD 1 TO SUSPENSE-COUNT
                    MOVE ISU-VENDOR-NUMBER
                        TO STE-VENDOR-NUMBER(SUSPENSE-COUNT)
                    MOVE ISU-INVOICE-NUMBER
                        TO STE-INVOICE-NUMBER(SUSPENSE-COUNT)
                    MOVE ISU-DOCUMENT-TYPE
                        TO STE-DOCUMENT-TYPE(SUSPENSE-COUNT)
                    MOVE ISU-INVOICE-DATE
                        TO STE-INVOICE-DATE(SUSPENSE-COUNT)
                    MOVE ISU-DUE-DATE
                        TO STE-DUE-DATE(SUSPENSE-COUNT)
                    MOVE ISU-GROSS-AMOUNT
                        TO STE-GROSS-AMOUNT(SUSPENSE-COUNT)
                    MOVE ISU-PO-NUMBER
                        TO STE-PO-NUMBER(SUSPENSE-COUNT)
                    MOVE ISU-COMPANY
                        TO STE-COMPANY(SUSPENSE-COUNT)
                    MOVE ISU-SOURCE-SYSTEM
                        TO STE-SOURCE-SYSTEM(SUSPENSE-COUNT)
                    MOVE ISU-REASON-CODE
                        TO STE-REASON-CODE(SUSPENSE-COUNT)
                    MOVE ISU-REJECT-DATE
                        TO STE-REJECT-DATE(SUSPENSE-COUNT)
                    MOVE "K" TO STE-DISPOSITION(SUSPENSE-COUNT)
                ELSE
                    ADD 1 TO SUSPENSE-OVERFLOW.

       WORK-ONE-SUSPENSE-ENTRY.
            ADD 1 TO SUSPENSE-INDEX.
            PERFORM DISPLAY-THIS-ENTRY.
            PERFORM ASK-ENTRY-ACTION.
            IF ACTION-PICK = "F"
                PERFORM FIX-THIS-ENTRY
                MOVE "R" TO STE-DISPOSITION(SUSPENSE-INDEX).
            IF ACTION-PICK = "R"
                MOVE "R" TO STE-DISPOSITION(SUSPENSE-INDEX).
            IF ACTION-PICK = "D"
                MOVE "D" TO STE-DISPOSITION(SUSPENSE-INDEX).

       DISPLAY-THIS-ENTRY.
            PERFORM DECODE-REASON-TEXT.
            DISPLAY " ".
            DISPLAY "SUSPENSE ENTRY " SUSPENSE-INDEX " OF "
                SUSPENSE-COUNT " (REJECTED "
                STE-REJECT-DATE(SUSPENSE-INDEX) " FROM "
                STE-SOURCE-SYSTEM(SUSPENSE-INDEX) ")".
            DISPLAY "VENDOR NUMBER: "
                STE-VENDOR-NUMBER(SUSPENSE-INDEX).
            IF STE-DOCUMENT-TYPE(SUSPENSE-INDEX) = "C"
                DISPLAY "CREDIT MEMO:   "
                    STE-INVOICE-NUMBER(SUSPENSE-INDEX)
            ELSE
                DISPLAY "INVOICE:       "
                    STE-INVOICE-NUMBER(SUSPENSE-INDEX).
            DISPLAY "DATED:         "
                STE-INVOICE-DATE(SUSPENSE-INDEX)
                " DUE " STE-DUE-DATE(SUSPENSE-INDEX).
            MOVE STE-GROSS-AMOUNT(SUSPENSE-INDEX) TO AMOUNT-FIELD.
            DISPLAY "AMOUNT:        " AMOUNT-FIELD.
            DISPLAY "PO:            "
                STE-PO-NUMBER(SUSPENSE-INDEX).
            IF STE-COMPANY(SUSPENSE-INDEX) = SPACES
                DISPLAY "COMPANY:       01"
            ELSE
                DISPLAY "COMPANY:       "
                    STE-COMPANY(SUSPENSE-INDEX).
            DISPLAY "REASON:        " REASON-TEXT.

       DECODE-REASON-TEXT.
            MOVE SPACES TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "VN"
                MOVE "VENDOR NOT FOUND" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "VI"
                MOVE "VENDOR IS INACTIVE" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "CN"
                MOVE "COMPANY NOT ON THE TABLE" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "CI"
                MOVE "COMPANY IS INACTIVE" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "DU"
                MOVE "INVOICE NUMBER ALREADY ON FILE" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "RQ"
                MOVE "INVOICE NUMBER BLANK" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "TY"
                MOVE "TYPE MUST BE I OR C" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "DT"
                MOVE "INVALID INVOICE DATE" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "DD"
                MOVE "NO TERMS AND NO VALID DUE DATE" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "AM"
                MOVE "INVALID AMOUNT" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "PO"
                MOVE "PO NOT ON FILE FOR VENDOR" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "PC"
                MOVE "PO CLOSED OR CANCELLED" TO REASON-TEXT.
            IF STE-REASON-CODE(SUSPENSE-INDEX) = "WR"
                MOVE "WRITE FAILED" TO REASON-TEXT.
            IF REASON-TEXT = SPACES
                MOVE STE-REASON-CODE(SUSPENSE-INDEX) TO REASON-TEXT.

       ASK-ENTRY-ACTION.
            DISPLAY "(F)IX AND RELEASE, (R)ELEASE AS-IS, "
                "(D)ELETE, (K)EEP IN SUSPENSE?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "f" MOVE "F" TO ACTION-PICK.
            IF ACTION-PICK = "r" MOVE "R" TO ACTION-PICK.
            IF ACTION-PICK = "d" MOVE "D" TO ACTION-PICK.
            IF ACTION-PICK NOT = "F" AND ACTION-PICK NOT = "R" AND
                    ACTION-PICK NOT = "D"
                MOVE "K" TO ACTION-PICK.

      *--------------------------------
      * FIX LETS THE CLERK RE-KEY ANY
      * PIECE.  A BLANK ENTRY KEEPS
      * WHAT IS THERE -- EXCEPT THE
      * PO, WHERE A SINGLE "=" KEEPS
      * THE OLD NUMBER AND A BLANK
      * MEANS NO PO.  THE EDITS
      * THEMSELVES ARE MADE AGAIN BY
      * vndimp01 WHEN THE ENTRY COMES
      * BACK THROUGH.
      *--------------------------------
       FIX-THIS-ENTRY.
            DISPLAY "VENDOR NUMBER (BLANK TO KEEP "
                STE-VENDOR-NUMBER(SUSPENSE-INDEX) ")?".
            ACCEPT VENDOR-NUMBER-ENTRY.
            IF VENDOR-NUMBER-ENTRY NOT = SPACES
                IF VENDOR-NUMBER-ENTRY IS NUMERIC
                    MOVE VENDOR-NUMBER-ENTRY
                        TO STE-VENDOR-NUMBER(SUSPENSE-INDEX)
                ELSE
                    DISPLAY "NOT 7 DIGITS -- KEPT AS-IS".
            DISPLAY "INVOICE NUMBER (BLANK TO KEEP)?".
            ACCEPT INVOICE-NUMBER-ENTRY.
            IF INVOICE-NUMBER-ENTRY NOT = SPACES
                MOVE INVOICE-NUMBER-ENTRY
                    TO STE-INVOICE-NUMBER(SUSPENSE-INDEX).
            DISPLAY "INVOICE DATE YYYYMMDD (BLANK TO KEEP)?".
            ACCEPT DATE-ENTRY.
            IF DATE-ENTRY NOT = SPACES
                IF DATE-ENTRY IS NUMERIC
                    MOVE DATE-ENTRY
                        TO STE-INVOICE-DATE(SUSPENSE-INDEX)
                ELSE
                    DISPLAY "NOT 8 DIGITS -- KEPT AS-IS".
            DISPLAY "DUE DATE YYYYMMDD (BLANK TO KEEP)?".
            ACCEPT DATE-ENTRY.
            IF DATE-ENTRY NOT = SPACES
                IF DATE-ENTRY IS NUMERIC
                    MOVE DATE-ENTRY
                        TO STE-DUE-DATE(SUSPENSE-INDEX)
                ELSE
                    DISPLAY "NOT 8 DIGITS -- KEPT AS-IS".
            DISPLAY "AMOUNT (BLANK OR 0 TO KEEP)?".
            ACCEPT AMOUNT-FIELD.
            MOVE AMOUNT-FIELD TO AMOUNT-HOLD.
            IF AMOUNT-HOLD > 0
                MOVE AMOUNT-HOLD TO STE-GROSS-AMOUNT(SUSPENSE-INDEX).
            DISPLAY "PO NUMBER (= TO KEEP, BLANK FOR NONE)?".
            ACCEPT PO-NUMBER-ENTRY.
            IF PO-NUMBER-ENTRY = "="
                CONTINUE
            ELSE
                MOVE PO-NUMBER-ENTRY
                    TO STE-PO-NUMBER(SUSPENSE-INDEX).
            DISPLAY "COMPANY CODE (BLANK TO KEEP)?".
            ACCEPT COMPANY-ENTRY.
            IF COMPANY-ENTRY NOT = SPACES
                MOVE COMPANY-ENTRY TO STE-COMPANY(SUSPENSE-INDEX).

      *--------------------------------
      * RELEASED ENTRIES BECOME A
      * FRESH VNDIMP.DAT, WITH THE
      * HEADER AND TRAILER CONTROL
      * RECORDS vndimp01 BALANCES
      * BEFORE IT LOADS ANYTHING.
      *--------------------------------
       WRITE-RELEASED-INVOICES.
            MOVE ZEROS TO RELEASED-COUNT.
            MOVE ZEROS TO RELEASE-HASH-TOTAL.
            MOVE 0 TO SUSPENSE-INDEX.
            PERFORM COUNT-ONE-RELEASE
               UNTIL SUSPENSE-INDEX = SUSPENSE-COUNT.
            IF RELEASED-COUNT = 0
                CONTINUE
            ELSE
                OPEN OUTPUT INVOICE-IMPORT-FILE
                ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD
                MOVE SPACES TO INVOICE-IMPORT-HEADER-RECORD
                MOVE "H" TO IMH-RECORD-TYPE
                MOVE RUN-DATE-STAMP TO IMH-RUN-DATE
                MOVE "SUSPENSE" TO IMH-SOURCE-SYSTEM
                WRITE INVOICE-IMPORT-HEADER-RECORD
                MOVE 0 TO SUSPENSE-INDEX
                PERFORM WRITE-ONE-RELEASE
                   UNTIL SUSPENSE-INDEX = SUSPENSE-COUNT
                MOVE SPACES TO INVOICE-IMPORT-TRAILER-RECORD
                MOVE "T" TO IMT-RECORD-TYPE
                MOVE RELEASED-COUNT TO IMT-RECORD-COUNT
                MOVE RELEASE-HASH-TOTAL TO IMT-HASH-TOTAL
                WRITE INVOICE-IMPORT-TRAILER-RECORD
                CLOSE INVOICE-IMPORT-FILE.

       COUNT-ONE-RELEASE.
            ADD 1 TO SUSPENSE-INDEX.
            IF STE-DISPOSITION(SUSPENSE-INDEX) = "R"
                ADD 1 TO RELEASED-COUNT
                IF STE-GROSS-AMOUNT(SUSPENSE-INDEX) IS NUMERIC
                    COMPUTE AMOUNT-HASH-WORK =
                        STE-GROSS-AMOUNT(SUSPENSE-INDEX) * 100
                    ADD AMOUNT-HASH-WORK TO RELEASE-HASH-TOTAL.

       WRITE-ONE-RELEASE.
            ADD 1 TO SUSPENSE-INDEX.
            IF STE-DISPOSITION(SUSPENSE-INDEX) = "R"
                MOVE SPACES TO INVOICE-IMPORT-RECORD
                MOVE STE-VENDOR-NUMBER(SUSPENSE-INDEX)
                    TO IMP-VENDOR-NUMBER
                MOVE STE-INVOICE-NUMBER(SUSPENSE-INDEX)
                    TO IMP-INVOICE-NUMBER
                MOVE STE-DOCUMENT-TYPE(SUSPENSE-INDEX)
                    TO IMP-DOCUMENT-TYPE
                MOVE STE-INVOICE-DATE(SUSPENSE-INDEX)
                    TO IMP-INVOICE-DATE
                MOVE STE-DUE-DATE(SUSPENSE-INDEX) TO IMP-DUE-DATE
                MOVE STE-GROSS-AMOUNT(SUSPENSE-INDEX)
                    TO IMP-GROSS-AMOUNT
                MOVE STE-PO-NUMBER(SUSPENSE-INDEX) TO IMP-PO-NUMBER
                MOVE STE-COMPANY(SUSPENSE-INDEX) TO IMP-COMPANY
                WRITE INVOICE-IMPORT-RECORD.

      *--------------------------------
      * WHATEVER WAS NEITHER RELEASED
      * NOR DELETED IS REWRITTEN TO
      * THE SUSPENSE FILE, SO IT IS
      * STILL THERE NEXT TIME.
      *--------------------------------
       REWRITE-THE-SUSPENSE-FILE.
            MOVE ZEROS TO DELETED-COUNT.
            MOVE ZEROS TO KEPT-COUNT.
            OPEN OUTPUT INVOICE-SUSPENSE-FILE.
            MOVE 0 TO SUSPENSE-INDEX.
            PERFORM REWRITE-ONE-SUSPENSE-ENTRY
               UNTIL SUSPENSE-INDEX = SUSPENSE-COUNT.
            CLOSE INVOICE-SUSPENSE-FILE.

       REWRITE-ONE-SUSPENSE-ENTRY.
            ADD 1 TO SUSPENSE-INDEX.
            IF STE-DISPOSITION(SUSPENSE-INDEX) = "D"
                ADD 1 TO DELETED-COUNT.
            IF STE-DISPOSITION(SUSPENSE-INDEX) = "K"
                ADD 1 TO KEPT-COUNT
                MOVE SPACES TO INVOICE-SUSPENSE-RECORD
                MOVE STE-VENDOR-NUMBER(SUSPENSE-INDEX)
                    TO ISU-VENDOR-NUMBER
                MOVE STE-INVOICE-NUMBER(SUSPENSE-INDEX)
                    TO ISU-INVOICE-NUMBER
                MOVE STE-DOCUMENT-TYPE(SUSPENSE-INDEX)
                    TO ISU-DOCUMENT-TYPE
                MOVE STE-INVOICE-DATE(SUSPENSE-INDEX)
                    TO ISU-INVOICE-DATE
                MOVE STE-DUE-DATE(SUSPENSE-INDEX) TO ISU-DUE-DATE
                MOVE STE-GROSS-AMOUNT(SUSPENSE-INDEX)
                    TO ISU-GROSS-AMOUNT
                MOVE STE-PO-NUMBER(SUSPENSE-INDEX) TO ISU-PO-NUMBER
                MOVE STE-COMPANY(SUSPENSE-INDEX) TO ISU-COMPANY
                MOVE STE-SOURCE-SYSTEM(SUSPENSE-INDEX)
                    TO ISU-SOURCE-SYSTEM
                MOVE STE-REASON-CODE(SUSPENSE-INDEX)
                    TO ISU-REASON-CODE
                MOVE STE-REJECT-DATE(SUSPENSE-INDEX)
                    TO ISU-REJECT-DATE
                WRITE INVOICE-SUSPENSE-RECORD.
