      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Masked training and test data set builder, in the
      *          vndcnv01 mold.  The vendor master and its child
      *          files -- payments, invoices, contacts, addresses,
      *          notes, and the audit trail -- are copied record for
      *          record to a separate data set whose file names carry
      *          an entered prefix (a directory such as TEST/ or a
      *          name prefix such as TRN), so clerks can be trained
      *          and releases tested on real volumes without real
      *          identities.  Every vendor number, key, and amount is
      *          kept, so each vendor's invoices, payments, contacts
      *          and history still hang together; tax IDs, bank
      *          routing and account numbers, phone numbers, and
      *          e-mail addresses are replaced by obviously false
      *          values built from the vendor number alone, and the
      *          audit trail's old and new values for those fields
      *          are replaced the same way, so nothing of the
      *          original can be worked back.  Counts are displayed
      *          per file to prove nothing was dropped.  A prefix
      *          that would make any output name one of the live
      *          file names is refused before anything is opened, and
      *          so is one that names no new file or directory -- a
      *          prefix of nothing but dots and slashes, or one that
      *          starts ./ and so points back at the current
      *          directory; a file not on the system is reported and
      *          skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndtdb01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpmt01.cbl".
            COPY "slinv01.cbl".
            COPY "slcnt01.cbl".
            COPY "sladr01.cbl".
            COPY "slnot01.cbl".
            COPY "slaud01.cbl".
            SELECT TEST-VENDOR-FILE ASSIGN TO TEST-VENDOR-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TEST-VND-KEY
                ALTERNATE RECORD KEY IS TEST-VND-NAME WITH DUPLICATES
                FILE STATUS IS TEST-VND-STATUS.
            SELECT TEST-PAYMENT-FILE ASSIGN TO TEST-PAYMENT-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TEST-PMT-KEY
                FILE STATUS IS TEST-PMT-STATUS.
            SELECT TEST-INVOICE-FILE ASSIGN TO TEST-INVOICE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TEST-INV-KEY
                FILE STATUS IS TEST-INV-STATUS.
            SELECT TEST-CONTACT-FILE ASSIGN TO TEST-CONTACT-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TEST-CNT-KEY
                FILE STATUS IS TEST-CNT-STATUS.
            SELECT TEST-ADDRESS-FILE ASSIGN TO TEST-ADDRESS-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TEST-ADR-KEY
                FILE STATUS IS TEST-ADR-STATUS.
            SELECT TEST-NOTE-FILE ASSIGN TO TEST-NOTE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TEST-NOT-KEY
                FILE STATUS IS TEST-NOT-STATUS.
            SELECT TEST-AUDIT-FILE ASSIGN TO TEST-AUDIT-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS TEST-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdcnt01.cbl".
            COPY "fdadr01.cbl".
            COPY "fdnot01.cbl".
            COPY "fdaud01.cbl".

      *--------------------------------
      * THE TEST COPIES.  EACH RECORD
      * IS WRITTEN FROM THE LIVE ONE
      * AFTER MASKING, SO ONLY THE KEYS
      * ARE NAMED HERE; THE LENGTHS ARE
      * THOSE OF THE LIVE LAYOUTS AND
      * MUST GROW WITH THEM.
      *--------------------------------
       FD   TEST-VENDOR-FILE
            LABEL RECORDS ARE STANDARD.

       01   TEST-VENDOR-RECORD.
            05 TEST-VND-KEY         PIC 9(7).
            05 TEST-VND-NAME        PIC X(30).
            05 FILLER               PIC X(387).

       FD   TEST-PAYMENT-FILE
            LABEL RECORDS ARE STANDARD.

       01   TEST-PAYMENT-RECORD.
            05 TEST-PMT-KEY         PIC X(18).
            05 FILLER               PIC X(124).

       FD   TEST-INVOICE-FILE
            LABEL RECORDS ARE STANDARD.

       01   TEST-INVOICE-RECORD.
            05 TEST-INV-KEY         PIC X(22).
            05 FILLER               PIC X(99).

       FD   TEST-CONTACT-FILE
            LABEL RECORDS ARE STANDARD.

       01   TEST-CONTACT-RECORD.
            05 TEST-CNT-KEY         PIC X(10).
            05 FILLER               PIC X(120).

       FD   TEST-ADDRESS-FILE
            LABEL RECORDS ARE STANDARD.

       01   TEST-ADDRESS-RECORD.
            05 TEST-ADR-KEY         PIC X(08).
            05 FILLER               PIC X(150).

       FD   TEST-NOTE-FILE
            LABEL RECORDS ARE STANDARD.

       01   TEST-NOTE-RECORD.
            05 TEST-NOT-KEY         PIC X(23).
            05 FILLER               PIC X(68).

       FD   TEST-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.

       01   TEST-AUDIT-RECORD       PIC X(93).

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS       PIC XX.
       01   PAYMENT-FILE-STATUS      PIC XX.
       01   INVOICE-FILE-STATUS      PIC XX.
       01   CONTACT-FILE-STATUS      PIC XX.
       01   ADDRESS-FILE-STATUS      PIC XX.
       01   NOTE-FILE-STATUS         PIC XX.
       01   AUDIT-FILE-STATUS        PIC XX.
       01   TEST-VND-STATUS          PIC XX.
       01   TEST-PMT-STATUS          PIC XX.
       01   TEST-INV-STATUS          PIC XX.
       01   TEST-CNT-STATUS          PIC XX.
       01   TEST-ADR-STATUS          PIC XX.
       01   TEST-NOT-STATUS          PIC XX.
       01   TEST-AUD-STATUS          PIC XX.

      *--------------------------------
      * THE LIVE NAMES, AS THE SELECT
      * COPYBOOKS ASSIGN THEM, AND THE
      * TEST NAMES BUILT FROM THE
      * ENTERED PREFIX IN THE SAME
      * ORDER.
      *--------------------------------
       01   LIVE-FILE-NAME-LIST.
            05 FILLER               PIC X(12) VALUE "VENDOR.DAT".
            05 FILLER               PIC X(12) VALUE "VNDPMT.DAT".
            05 FILLER               PIC X(12) VALUE "VNDINV.DAT".
            05 FILLER               PIC X(12) VALUE "VNDCNT.DAT".
            05 FILLER               PIC X(12) VALUE "VNDADR.DAT".
            05 FILLER               PIC X(12) VALUE "VNDNOTE.DAT".
            05 FILLER               PIC X(12) VALUE "VNDAUD.DAT".
       01   LIVE-FILE-NAME-TABLE REDEFINES LIVE-FILE-NAME-LIST.
            05 LIVE-FILE-NAME       PIC X(12) OCCURS 7 TIMES.
       77   FILE-NAME-LIMIT         PIC 9 VALUE 7.

       01   TEST-FILE-NAME-TABLE.
            05 TEST-FILE-NAME       PIC X(40) OCCURS 7 TIMES.
       01   TEST-VENDOR-NAME        PIC X(40).
       01   TEST-PAYMENT-NAME       PIC X(40).
       01   TEST-INVOICE-NAME       PIC X(40).
       01   TEST-CONTACT-NAME       PIC X(40).
       01   TEST-ADDRESS-NAME       PIC X(40).
       01   TEST-NOTE-NAME          PIC X(40).
       01   TEST-AUDIT-NAME         PIC X(40).

       77   TEST-SET-PREFIX         PIC X(20).
       77   TEST-NAME-INDEX         PIC 9.
       77   LIVE-NAME-INDEX         PIC 9.
       01   NAME-CLASH-STATUS       PIC X.
            88 NAME-CLASH-WAS-FOUND    VALUE "Y".
       77   PREFIX-LENGTH           PIC 99.
       77   PREFIX-PUNCT-COUNT      PIC 99.
       01   PREFIX-FORM-STATUS      PIC X.
            88 PREFIX-FORM-IS-REFUSED  VALUE "Y".

       01   MORE-LIVE-RECORDS       PIC X.
            88 LIVE-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-LIVE-RECORDS    VALUE "N".

       77   FILE-READ-COUNT         PIC 9(7).
       77   FILE-WRITE-COUNT        PIC 9(7).
       77   FILE-MASKED-COUNT       PIC 9(7).
       77   TOTAL-READ-COUNT        PIC 9(9).
       77   TOTAL-WRITE-COUNT       PIC 9(9).
       77   TOTAL-MASKED-COUNT      PIC 9(9).

       01   YES-NO-ANSWER           PIC X.
            88 CONFIRM-WAS-YES         VALUE "Y".

      *--------------------------------
      * THE FALSE VALUES.  EACH IS
      * BUILT FROM THE VENDOR NUMBER
      * ONLY: A 00- EMPLOYER NUMBER
      * PREFIX THE IRS NEVER ISSUES, AN
      * ALL-ZERO ROUTING NUMBER, A TEST
      * ACCOUNT, A 555-01XX PHONE
      * NUMBER, AND AN EXAMPLE.COM
      * MAILBOX.
      *--------------------------------
       01   MASK-VENDOR-NUMBER      PIC 9(7).
       01   MASK-VENDOR-PARTS REDEFINES MASK-VENDOR-NUMBER.
            05 FILLER               PIC 9(5).
            05 MASK-VENDOR-LAST-2   PIC 9(2).
       01   MASK-CONTACT-SEQ        PIC 9(3).
       01   MASKED-TAX-ID           PIC X(30).
       01   MASKED-ROUTING          PIC X(09) VALUE "000000000".
       01   MASKED-ACCOUNT          PIC X(17).
       01   MASKED-PHONE            PIC X(30).
       01   MASKED-EMAIL            PIC X(40).
       01   MASKED-CHECK-ACCOUNT    PIC X(17) VALUE "TEST-CHECKING".
       01   RECORD-MASKED-STATUS    PIC X.
            88 RECORD-WAS-MASKED       VALUE "Y".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            DISPLAY "MASKED TRAINING AND TEST DATA SET BUILDER".
            DISPLAY "THE VENDOR MASTER AND ITS CHILD FILES ARE".
            DISPLAY "COPIED UNDER A NEW PREFIX WITH TAX IDS, BANK".
            DISPLAY "DETAILS, PHONES, AND E-MAILS REPLACED.  THE".
            DISPLAY "LIVE FILES ARE ONLY READ.".
            PERFORM ENTER-TEST-SET-PREFIX.
            PERFORM CHECK-TEST-SET-PREFIX.
            IF PREFIX-FORM-IS-REFUSED
                DISPLAY "** THAT PREFIX NAMES NO NEW FILE OR "
                    "DIRECTORY -- NOTHING COPIED **"
                GOBACK.
            PERFORM BUILD-TEST-FILE-NAMES.
            PERFORM CHECK-TEST-FILE-NAMES.
            IF NAME-CLASH-WAS-FOUND
                DISPLAY "** THAT PREFIX WOULD WRITE OVER A LIVE FILE "
                    "-- NOTHING COPIED **"
                GOBACK.
            DISPLAY "THE TEST DATA SET WILL BE WRITTEN AS "
                TEST-VENDOR-NAME.
            DISPLAY "AND ITS CHILD FILES UNDER THE SAME PREFIX, "
                "REPLACING ANY TEST SET THERE.".
            DISPLAY "CONTINUE? (Y/N)".
            ACCEPT YES-NO-ANSWER.
            IF YES-NO-ANSWER = "y"
                MOVE "Y" TO YES-NO-ANSWER.
            IF CONFIRM-WAS-YES
                MOVE ZEROS TO TOTAL-READ-COUNT
                MOVE ZEROS TO TOTAL-WRITE-COUNT
                MOVE ZEROS TO TOTAL-MASKED-COUNT
                PERFORM COPY-EVERY-FILE
                DISPLAY " "
                DISPLAY "ALL FILES    READ : " TOTAL-READ-COUNT
                    "  WRITTEN : " TOTAL-WRITE-COUNT
                    "  MASKED : " TOTAL-MASKED-COUNT
                IF TOTAL-READ-COUNT = TOTAL-WRITE-COUNT
                    DISPLAY "COUNTS BALANCE -- TEST DATA SET IS READY"
                ELSE
                    DISPLAY "** COUNTS DO NOT BALANCE -- DO NOT USE "
                        "THE TEST SET **"
                END-IF
            ELSE
                DISPLAY "NOTHING COPIED".

       PROGRAM-DONE.
            GOBACK.

       ENTER-TEST-SET-PREFIX.
            DISPLAY "ENTER THE TEST DATA SET PREFIX (A DIRECTORY "
                "SUCH AS TEST/".
            DISPLAY "OR A NAME PREFIX SUCH AS TRN, BLANK TO CANCEL)".
            DISPLAY "A PREFIX OF ONLY DOTS AND SLASHES (. ./ / ../) "
                "OR ONE".
            DISPLAY "STARTING ./ IS REFUSED".
            MOVE SPACES TO TEST-SET-PREFIX.
            ACCEPT TEST-SET-PREFIX.
            IF TEST-SET-PREFIX = SPACES
                DISPLAY "NOTHING COPIED"
                GOBACK.

      *--------------------------------
      * THE PREFIX (UP TO ITS FIRST
      * SPACE) MUST ADD A NAME OR A
      * DIRECTORY OTHER THAN THE
      * CURRENT ONE.  ONE MADE ONLY OF
      * DOTS AND SLASHES NAMES NOTHING
      * NEW, AND ./ IN FRONT ONLY
      * POINTS BACK HERE, SO BOTH ARE
      * REFUSED.
      *--------------------------------
       CHECK-TEST-SET-PREFIX.
            MOVE "N" TO PREFIX-FORM-STATUS.
            MOVE 0 TO PREFIX-LENGTH.
            MOVE 0 TO PREFIX-PUNCT-COUNT.
            INSPECT TEST-SET-PREFIX TALLYING PREFIX-LENGTH
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF PREFIX-LENGTH = 0
                MOVE "Y" TO PREFIX-FORM-STATUS
            ELSE
                INSPECT TEST-SET-PREFIX(1:PREFIX-LENGTH)
                    TALLYING PREFIX-PUNCT-COUNT FOR ALL "." ALL "/"
                IF PREFIX-PUNCT-COUNT = PREFIX-LENGTH
                    MOVE "Y" TO PREFIX-FORM-STATUS.
            IF TEST-SET-PREFIX(1:2) = "./"
                MOVE "Y" TO PREFIX-FORM-STATUS.

      *--------------------------------
      * EACH TEST NAME IS THE PREFIX
      * (UP TO ITS FIRST SPACE) AHEAD
      * OF THE LIVE NAME.
      *--------------------------------
       BUILD-TEST-FILE-NAMES.
            MOVE 0 TO TEST-NAME-INDEX.
            PERFORM BUILD-ONE-TEST-NAME
               UNTIL TEST-NAME-INDEX = FILE-NAME-LIMIT.
            MOVE TEST-FILE-NAME(1) TO TEST-VENDOR-NAME.
            MOVE TEST-FILE-NAME(2) TO TEST-PAYMENT-NAME.
            MOVE TEST-FILE-NAME(3) TO TEST-INVOICE-NAME.
            MOVE TEST-FILE-NAME(4) TO TEST-CONTACT-NAME.
            MOVE TEST-FILE-NAME(5) TO TEST-ADDRESS-NAME.
            MOVE TEST-FILE-NAME(6) TO TEST-NOTE-NAME.
            MOVE TEST-FILE-NAME(7) TO TEST-AUDIT-NAME.

       BUILD-ONE-TEST-NAME.
            ADD 1 TO TEST-NAME-INDEX.
            MOVE SPACES TO TEST-FILE-NAME(TEST-NAME-INDEX).
            STRING TEST-SET-PREFIX DELIMITED BY SPACE
                LIVE-FILE-NAME(TEST-NAME-INDEX) DELIMITED BY SPACE
                INTO TEST-FILE-NAME(TEST-NAME-INDEX).

      *--------------------------------
      * NO TEST NAME MAY BE ANY LIVE
      * NAME -- NOT ONLY ITS OWN FILE'S
      * -- OR THE BUILD WOULD WRITE
      * OVER PRODUCTION DATA.
      *--------------------------------
       CHECK-TEST-FILE-NAMES.
            MOVE "N" TO NAME-CLASH-STATUS.
            MOVE 0 TO TEST-NAME-INDEX.
            PERFORM CHECK-ONE-TEST-NAME
               UNTIL TEST-NAME-INDEX = FILE-NAME-LIMIT.

       CHECK-ONE-TEST-NAME.
            ADD 1 TO TEST-NAME-INDEX.
            MOVE 0 TO LIVE-NAME-INDEX.
            PERFORM MATCH-ONE-LIVE-NAME
               UNTIL LIVE-NAME-INDEX = FILE-NAME-LIMIT.

       MATCH-ONE-LIVE-NAME.
            ADD 1 TO LIVE-NAME-INDEX.
            IF TEST-FILE-NAME(TEST-NAME-INDEX) =
                    LIVE-FILE-NAME(LIVE-NAME-INDEX)
                MOVE "Y" TO NAME-CLASH-STATUS.

       COPY-EVERY-FILE.
            PERFORM COPY-VENDOR-FILE.
            PERFORM COPY-PAYMENT-FILE.
            PERFORM COPY-INVOICE-FILE.
            PERFORM COPY-CONTACT-FILE.
            PERFORM COPY-ADDRESS-FILE.
            PERFORM COPY-NOTE-FILE.
            PERFORM COPY-AUDIT-FILE.

       START-ONE-FILE.
            MOVE ZEROS TO FILE-READ-COUNT.
            MOVE ZEROS TO FILE-WRITE-COUNT.
            MOVE ZEROS TO FILE-MASKED-COUNT.
            MOVE "Y" TO MORE-LIVE-RECORDS.

       ADD-TO-ALL-FILES.
            ADD FILE-READ-COUNT TO TOTAL-READ-COUNT.
            ADD FILE-WRITE-COUNT TO TOTAL-WRITE-COUNT.
            ADD FILE-MASKED-COUNT TO TOTAL-MASKED-COUNT.

      *--------------------------------
      * VENDOR.DAT -- THE VENDOR MASTER.
      *--------------------------------
       COPY-VENDOR-FILE.
            PERFORM START-ONE-FILE.
            OPEN INPUT VENDOR-FILE.
            IF VENDOR-FILE-STATUS = "35"
                DISPLAY "VENDOR.DAT IS NOT ON THE SYSTEM -- SKIPPED"
            ELSE
                OPEN OUTPUT TEST-VENDOR-FILE
                PERFORM COPY-ONE-VENDOR-RECORD
                   UNTIL NO-MORE-LIVE-RECORDS
                CLOSE VENDOR-FILE
                CLOSE TEST-VENDOR-FILE
                DISPLAY "VENDOR.DAT   READ : " FILE-READ-COUNT
                    "  WRITTEN : " FILE-WRITE-COUNT
                    "  MASKED : " FILE-MASKED-COUNT
                PERFORM ADD-TO-ALL-FILES.

       COPY-ONE-VENDOR-RECORD.
            READ VENDOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-LIVE-RECORDS.
            IF LIVE-RECORDS-REMAIN
                ADD 1 TO FILE-READ-COUNT
                PERFORM MASK-VENDOR-RECORD
                WRITE TEST-VENDOR-RECORD FROM VENDOR-RECORD
                ADD 1 TO FILE-WRITE-COUNT.

       MASK-VENDOR-RECORD.
            MOVE "N" TO RECORD-MASKED-STATUS.
            MOVE VENDOR-NUMBER TO MASK-VENDOR-NUMBER.
            PERFORM BUILD-MASKED-VALUES.
            IF VENDOR-TAX-ID NOT = SPACES
                MOVE MASKED-TAX-ID TO VENDOR-TAX-ID
                MOVE "Y" TO RECORD-MASKED-STATUS.
            IF VENDOR-BANK-ROUTING NOT = SPACES
                MOVE MASKED-ROUTING TO VENDOR-BANK-ROUTING
                MOVE "Y" TO RECORD-MASKED-STATUS.
            IF VENDOR-BANK-ACCOUNT NOT = SPACES
                MOVE MASKED-ACCOUNT TO VENDOR-BANK-ACCOUNT
                MOVE "Y" TO RECORD-MASKED-STATUS.
            IF VENDOR-PHONE NOT = SPACES
                MOVE MASKED-PHONE TO VENDOR-PHONE
                MOVE "Y" TO RECORD-MASKED-STATUS.
            IF RECORD-WAS-MASKED
                ADD 1 TO FILE-MASKED-COUNT.

      *--------------------------------
      * VNDPMT.DAT -- THE PAYMENT
      * HISTORY.  ONLY THE CHECKING
      * ACCOUNT A CHECK WAS DRAWN ON IS
      * SENSITIVE.
      *--------------------------------
       COPY-PAYMENT-FILE.
            PERFORM START-ONE-FILE.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "35"
                DISPLAY "VNDPMT.DAT IS NOT ON THE SYSTEM -- SKIPPED"
            ELSE
                OPEN OUTPUT TEST-PAYMENT-FILE
                PERFORM COPY-ONE-PAYMENT-RECORD
                   UNTIL NO-MORE-LIVE-RECORDS
                CLOSE PAYMENT-FILE
                CLOSE TEST-PAYMENT-FILE
                DISPLAY "VNDPMT.DAT   READ : " FILE-READ-COUNT
                    "  WRITTEN : " FILE-WRITE-COUNT
                    "  MASKED : " FILE-MASKED-COUNT
                PERFORM ADD-TO-ALL-FILES.

       COPY-ONE-PAYMENT-RECORD.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-LIVE-RECORDS.
            IF LIVE-RECORDS-REMAIN
                ADD 1 TO FILE-READ-COUNT
                IF PMT-CHECK-ACCOUNT NOT = SPACES
                    MOVE MASKED-CHECK-ACCOUNT TO PMT-CHECK-ACCOUNT
                    ADD 1 TO FILE-MASKED-COUNT
                END-IF
                WRITE TEST-PAYMENT-RECORD FROM PAYMENT-RECORD
                ADD 1 TO FILE-WRITE-COUNT.

      *--------------------------------
      * VNDINV.DAT -- THE OPEN INVOICES,
      * COPIED AS THEY ARE.
      *--------------------------------
       COPY-INVOICE-FILE.
            PERFORM START-ONE-FILE.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "35"
                DISPLAY "VNDINV.DAT IS NOT ON THE SYSTEM -- SKIPPED"
            ELSE
                OPEN OUTPUT TEST-INVOICE-FILE
                PERFORM COPY-ONE-INVOICE-RECORD
                   UNTIL NO-MORE-LIVE-RECORDS
                CLOSE OPEN-INVOICE-FILE
                CLOSE TEST-INVOICE-FILE
                DISPLAY "VNDINV.DAT   READ : " FILE-READ-COUNT
                    "  WRITTEN : " FILE-WRITE-COUNT
                    "  MASKED : " FILE-MASKED-COUNT
                PERFORM ADD-TO-ALL-FILES.

       COPY-ONE-INVOICE-RECORD.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-LIVE-RECORDS.
            IF LIVE-RECORDS-REMAIN
                ADD 1 TO FILE-READ-COUNT
                WRITE TEST-INVOICE-RECORD FROM OPEN-INVOICE-RECORD
                ADD 1 TO FILE-WRITE-COUNT.

      *--------------------------------
      * VNDCNT.DAT -- THE CONTACTS.
      * EACH CONTACT GETS ITS OWN FALSE
      * MAILBOX FROM ITS SEQUENCE.
      *--------------------------------
       COPY-CONTACT-FILE.
            PERFORM START-ONE-FILE.
            OPEN INPUT VENDOR-CONTACT-FILE.
            IF CONTACT-FILE-STATUS = "35"
                DISPLAY "VNDCNT.DAT IS NOT ON THE SYSTEM -- SKIPPED"
            ELSE
                OPEN OUTPUT TEST-CONTACT-FILE
                PERFORM COPY-ONE-CONTACT-RECORD
                   UNTIL NO-MORE-LIVE-RECORDS
                CLOSE VENDOR-CONTACT-FILE
                CLOSE TEST-CONTACT-FILE
                DISPLAY "VNDCNT.DAT   READ : " FILE-READ-COUNT
                    "  WRITTEN : " FILE-WRITE-COUNT
                    "  MASKED : " FILE-MASKED-COUNT
                PERFORM ADD-TO-ALL-FILES.

       COPY-ONE-CONTACT-RECORD.
            READ VENDOR-CONTACT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-LIVE-RECORDS.
            IF LIVE-RECORDS-REMAIN
                ADD 1 TO FILE-READ-COUNT
                PERFORM MASK-CONTACT-RECORD
                WRITE TEST-CONTACT-RECORD FROM VENDOR-CONTACT-RECORD
                ADD 1 TO FILE-WRITE-COUNT.

       MASK-CONTACT-RECORD.
            MOVE "N" TO RECORD-MASKED-STATUS.
            MOVE CNT-VENDOR-NUMBER TO MASK-VENDOR-NUMBER.
            MOVE CNT-CONTACT-SEQ TO MASK-CONTACT-SEQ.
            PERFORM BUILD-MASKED-VALUES.
            IF CNT-PHONE NOT = SPACES
                MOVE MASKED-PHONE TO CNT-PHONE
                MOVE "Y" TO RECORD-MASKED-STATUS.
            IF CNT-EMAIL NOT = SPACES
                MOVE MASKED-EMAIL TO CNT-EMAIL
                MOVE "Y" TO RECORD-MASKED-STATUS.
            IF RECORD-WAS-MASKED
                ADD 1 TO FILE-MASKED-COUNT.

      *--------------------------------
      * VNDADR.DAT -- THE ADDRESSES,
      * COPIED AS THEY ARE.
      *--------------------------------
       COPY-ADDRESS-FILE.
            PERFORM START-ONE-FILE.
            OPEN INPUT VENDOR-ADDRESS-FILE.
            IF ADDRESS-FILE-STATUS = "35"
                DISPLAY "VNDADR.DAT IS NOT ON THE SYSTEM -- SKIPPED"
            ELSE
                OPEN OUTPUT TEST-ADDRESS-FILE
                PERFORM COPY-ONE-ADDRESS-RECORD
                   UNTIL NO-MORE-LIVE-RECORDS
                CLOSE VENDOR-ADDRESS-FILE
                CLOSE TEST-ADDRESS-FILE
                DISPLAY "VNDADR.DAT   READ : " FILE-READ-COUNT
                    "  WRITTEN : " FILE-WRITE-COUNT
                    "  MASKED : " FILE-MASKED-COUNT
                PERFORM ADD-TO-ALL-FILES.

       COPY-ONE-ADDRESS-RECORD.
            READ VENDOR-ADDRESS-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-LIVE-RECORDS.
            IF LIVE-RECORDS-REMAIN
                ADD 1 TO FILE-READ-COUNT
                WRITE TEST-ADDRESS-RECORD FROM VENDOR-ADDRESS-RECORD
                ADD 1 TO FILE-WRITE-COUNT.

      *--------------------------------
      * VNDNOTE.DAT -- THE VENDOR NOTES,
      * COPIED AS THEY ARE.
      *--------------------------------
       COPY-NOTE-FILE.
            PERFORM START-ONE-FILE.
            OPEN INPUT VENDOR-NOTE-FILE.
            IF NOTE-FILE-STATUS = "35"
                DISPLAY "VNDNOTE.DAT IS NOT ON THE SYSTEM -- SKIPPED"
            ELSE
                OPEN OUTPUT TEST-NOTE-FILE
                PERFORM COPY-ONE-NOTE-RECORD
                   UNTIL NO-MORE-LIVE-RECORDS
                CLOSE VENDOR-NOTE-FILE
                CLOSE TEST-NOTE-FILE
                DISPLAY "VNDNOTE.DAT  READ : " FILE-READ-COUNT
                    "  WRITTEN : " FILE-WRITE-COUNT
                    "  MASKED : " FILE-MASKED-COUNT
                PERFORM ADD-TO-ALL-FILES.

       COPY-ONE-NOTE-RECORD.
            READ VENDOR-NOTE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-LIVE-RECORDS.
            IF LIVE-RECORDS-REMAIN
                ADD 1 TO FILE-READ-COUNT
                WRITE TEST-NOTE-RECORD FROM VENDOR-NOTE-RECORD
                ADD 1 TO FILE-WRITE-COUNT.

      *--------------------------------
      * VNDAUD.DAT -- THE AUDIT TRAIL.
      * A CHANGE TO THE PHONE (FIELD 8
      * IN fldnm01), TAX ID (10), BANK
      * ROUTING (17), OR BANK ACCOUNT
      * (18) CARRIES THE REAL VALUES IN
      * ITS OLD AND NEW COLUMNS; BOTH
      * TAKE THE VENDOR'S FALSE VALUE.
      *--------------------------------
       COPY-AUDIT-FILE.
            PERFORM START-ONE-FILE.
            OPEN INPUT VENDOR-AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "35"
                DISPLAY "VNDAUD.DAT IS NOT ON THE SYSTEM -- SKIPPED"
            ELSE
                OPEN OUTPUT TEST-AUDIT-FILE
                PERFORM COPY-ONE-AUDIT-RECORD
                   UNTIL NO-MORE-LIVE-RECORDS
                CLOSE VENDOR-AUDIT-FILE
                CLOSE TEST-AUDIT-FILE
                DISPLAY "VNDAUD.DAT   READ : " FILE-READ-COUNT
                    "  WRITTEN : " FILE-WRITE-COUNT
                    "  MASKED : " FILE-MASKED-COUNT
                PERFORM ADD-TO-ALL-FILES.

       COPY-ONE-AUDIT-RECORD.
            READ VENDOR-AUDIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-LIVE-RECORDS.
            IF LIVE-RECORDS-REMAIN
                ADD 1 TO FILE-READ-COUNT
                PERFORM MASK-AUDIT-RECORD
                WRITE TEST-AUDIT-RECORD FROM VENDOR-AUDIT-RECORD
                ADD 1 TO FILE-WRITE-COUNT.

       MASK-AUDIT-RECORD.
            MOVE "N" TO RECORD-MASKED-STATUS.
            MOVE AUDIT-VENDOR-NUMBER TO MASK-VENDOR-NUMBER.
            PERFORM BUILD-MASKED-VALUES.
            IF AUDIT-FIELD-NUMBER = 8
                MOVE MASKED-PHONE TO AUDIT-OLD-VALUE
                MOVE MASKED-PHONE TO AUDIT-NEW-VALUE
                MOVE "Y" TO RECORD-MASKED-STATUS.
            IF AUDIT-FIELD-NUMBER = 10
                MOVE MASKED-TAX-ID TO AUDIT-OLD-VALUE
                MOVE MASKED-TAX-ID TO AUDIT-NEW-VALUE
                MOVE "Y" TO RECORD-MASKED-STATUS.
            IF AUDIT-FIELD-NUMBER = 17
                MOVE MASKED-ROUTING TO AUDIT-OLD-VALUE
                MOVE MASKED-ROUTING TO AUDIT-NEW-VALUE
                MOVE "Y" TO RECORD-MASKED-STATUS.
            IF AUDIT-FIELD-NUMBER = 18
                MOVE MASKED-ACCOUNT TO AUDIT-OLD-VALUE
                MOVE MASKED-ACCOUNT TO AUDIT-NEW-VALUE
                MOVE "Y" TO RECORD-MASKED-STATUS.
            IF RECORD-WAS-MASKED
                ADD 1 TO FILE-MASKED-COUNT.

      *--------------------------------
      * THE FALSE VALUES FOR THE VENDOR
      * IN MASK-VENDOR-NUMBER (AND, FOR
      * A CONTACT'S MAILBOX, THE
      * CONTACT IN MASK-CONTACT-SEQ).
      *--------------------------------
       BUILD-MASKED-VALUES.
            MOVE SPACES TO MASKED-TAX-ID.
            STRING "00-" MASK-VENDOR-NUMBER
                DELIMITED BY SIZE
                INTO MASKED-TAX-ID.
            MOVE SPACES TO MASKED-ACCOUNT.
            STRING "TEST" MASK-VENDOR-NUMBER
                DELIMITED BY SIZE
                INTO MASKED-ACCOUNT.
            MOVE SPACES TO MASKED-PHONE.
            STRING "800-555-01" MASK-VENDOR-LAST-2
                DELIMITED BY SIZE
                INTO MASKED-PHONE.
            MOVE SPACES TO MASKED-EMAIL.
            STRING "c" MASK-CONTACT-SEQ "." MASK-VENDOR-NUMBER
                "@example.com"
                DELIMITED BY SIZE
                INTO MASKED-EMAIL.
