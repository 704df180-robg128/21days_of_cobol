      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Work-queue summary for a signed-on operator, CALLed
      *          the way vndsgn01 is CALLed.  Given the operator's
      *          authority level, marks which of the five work
      *          queues that level works -- vendors awaiting
      *          approval, sensitive-field changes, over-threshold
      *          payments, rejected transactions in suspense, and
      *          disputed invoices -- counts the items waiting in
      *          each, ages the oldest, and displays one line per
      *          queue numbered with the menu pick that goes
      *          straight to it.  Supervisors also get a one-line
      *          warning for any queue whose oldest item has waited
      *          longer than the queue warning limit.  Inquiry-only
      *          operators work no queues and see nothing.  A
      *          disputed invoice is aged from the day its dispute
      *          case was opened, or from its invoice date when it
      *          has no case.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndwqs01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpnd01.cbl".
            COPY "slppq01.cbl".
            COPY "slsus01.cbl".
            COPY "slinv01.cbl".
            COPY "sldsp01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpnd01.cbl".
            COPY "fdppq01.cbl".
            COPY "fdsus01.cbl".
            COPY "fdinv01.cbl".
            COPY "fddsp01.cbl".

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   PENDING-FILE-STATUS     PIC XX.
       01   PENDING-PAYMENT-STATUS  PIC XX.
       01   SUSPENSE-FILE-STATUS    PIC XX.
       01   INVOICE-FILE-STATUS     PIC XX.
       01   DISPUTE-FILE-STATUS     PIC XX.
       01   DISPUTE-FILE-PRESENT    PIC X.
            88 DISPUTE-FILE-IS-PRESENT VALUE "Y".

       01   MORE-FILE-RECORDS       PIC X.
            88 FILE-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-FILE-RECORDS    VALUE "N".

      *--------------------------------
      * A QUEUE WHOSE OLDEST ITEM HAS
      * WAITED LONGER THAN THIS MANY
      * DAYS GETS A WARNING LINE FOR
      * SUPERVISORS.
      *--------------------------------
       77   QUEUE-WARNING-DAYS      PIC 9(03) VALUE 5.

       77   TODAY-DATE-STAMP        PIC 9(8).
       77   TODAY-DAY-NUMBER        PIC 9(7).
       77   ITEM-DATE-STAMP         PIC 9(8).
       77   AGE-IN-DAYS             PIC S9(5) COMP.
       77   QUEUE-INDEX             PIC 9 COMP.
       77   QUEUE-NUMBER            PIC 9.

            COPY "fldcal01.cbl".

      *--------------------------------
      * QUEUE NAMES IN THE ORDER OF
      * THE ENTRIES IN fldwqs01.
      *--------------------------------
       01   QUEUE-NAME-LIST.
            05 FILLER     PIC X(30) VALUE "VENDORS AWAITING APPROVAL".
            05 FILLER     PIC X(30) VALUE "SENSITIVE-FIELD CHANGES".
            05 FILLER     PIC X(30) VALUE "OVER-THRESHOLD PAYMENTS".
            05 FILLER     PIC X(30) VALUE "SUSPENSE ITEMS".
            05 FILLER     PIC X(30) VALUE "DISPUTED INVOICES".
       01   QUEUE-NAME-TABLE REDEFINES QUEUE-NAME-LIST.
            05 QUEUE-NAME PIC X(30) OCCURS 5 TIMES.

       01   QUEUE-SUMMARY-LINE.
            05 QSL-MENU-PICK          PIC 99.
            05 FILLER                 PIC X(02) VALUE ". ".
            05 QSL-QUEUE-NAME         PIC X(30).
            05 QSL-QUEUE-COUNT        PIC ZZZZ9.
            05 FILLER                 PIC X(08) VALUE " WAITING".
            05 QSL-OLDEST-TEXT        PIC X(21).
       01   QUEUE-OLDEST-TEXT.
            05 FILLER                 PIC X(09) VALUE ", OLDEST ".
            05 QOT-OLDEST-DAYS        PIC ZZZZ9.
            05 FILLER                 PIC X(05) VALUE " DAYS".
       01   QUEUE-WARNING-LINE.
            05 FILLER                 PIC X(03) VALUE "** ".
            05 QWL-QUEUE-NAME         PIC X(30).
            05 FILLER                 PIC X(14) VALUE "OLDEST ITEM IS".
            05 QWL-OLDEST-DAYS        PIC ZZZZ9.
            05 FILLER                 PIC X(15) VALUE
               " DAYS, OVER THE".
            05 QWL-WARNING-DAYS       PIC ZZ9.
            05 FILLER                 PIC X(10) VALUE "-DAY LIMIT".

       LINKAGE SECTION.
       01   SIGNON-AUTHORITY        PIC X(01).
            88 SIGNON-IS-INQUIRY-ONLY  VALUE "I".
            88 SIGNON-IS-SUPERVISOR    VALUE "S", " ".
            COPY "fldwqs01.cbl".

       PROCEDURE DIVISION USING SIGNON-AUTHORITY
                                WORK-QUEUE-SUMMARY.
       PROGRAM-BEGIN.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE TODAY-DATE-STAMP TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO TODAY-DAY-NUMBER.
            PERFORM MARK-THE-ALLOWED-QUEUES.
            IF WQS-QUEUE-IS-ALLOWED(1)
                PERFORM COUNT-PENDING-VENDORS.
            IF WQS-QUEUE-IS-ALLOWED(2)
                PERFORM COUNT-PENDING-CHANGES.
            IF WQS-QUEUE-IS-ALLOWED(3)
                PERFORM COUNT-PENDING-PAYMENTS.
            IF WQS-QUEUE-IS-ALLOWED(4)
                PERFORM COUNT-SUSPENSE-ITEMS.
            IF WQS-QUEUE-IS-ALLOWED(5)
                PERFORM COUNT-DISPUTED-INVOICES.
            IF NOT SIGNON-IS-INQUIRY-ONLY
                PERFORM SHOW-THE-QUEUES.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * SUPERVISORS WORK EVERY QUEUE.
      * MAINTENANCE OPERATORS WORK THE
      * CLERK QUEUES -- FIELD CHANGES
      * (A SECOND OPERATOR, NOT THE
      * REQUESTER, APPROVES THEM),
      * SUSPENSE, AND DISPUTES -- BUT
      * NOT VENDOR APPROVAL OR PAYMENT
      * RELEASE, WHICH ARE SUPERVISOR
      * WORK.  INQUIRY-ONLY OPERATORS
      * WORK NONE.
      *--------------------------------
       MARK-THE-ALLOWED-QUEUES.
            MOVE 1 TO QUEUE-INDEX.
            PERFORM CLEAR-ONE-QUEUE
               UNTIL QUEUE-INDEX > 5.
            IF SIGNON-IS-SUPERVISOR
                MOVE "Y" TO WQS-QUEUE-ALLOWED(1)
                MOVE "Y" TO WQS-QUEUE-ALLOWED(3).
            IF NOT SIGNON-IS-INQUIRY-ONLY
                MOVE "Y" TO WQS-QUEUE-ALLOWED(2)
                MOVE "Y" TO WQS-QUEUE-ALLOWED(4)
                MOVE "Y" TO WQS-QUEUE-ALLOWED(5).

       CLEAR-ONE-QUEUE.
            MOVE "N" TO WQS-QUEUE-ALLOWED(QUEUE-INDEX).
            MOVE ZEROS TO WQS-QUEUE-COUNT(QUEUE-INDEX).
            MOVE ZEROS TO WQS-OLDEST-DAYS(QUEUE-INDEX).
            ADD 1 TO QUEUE-INDEX.

      *--------------------------------
      * EACH QUEUE FILE IS READ FROM
      * THE TOP.  A FILE THAT IS NOT
      * ON SYSTEM IS AN EMPTY QUEUE,
      * NOT AN ERROR.
      *--------------------------------
       COUNT-PENDING-VENDORS.
            MOVE 1 TO QUEUE-INDEX.
            OPEN INPUT VENDOR-FILE.
            IF VENDOR-FILE-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-VENDOR
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE VENDOR-FILE.

       COUNT-ONE-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN AND VENDOR-IS-PENDING
                MOVE LAST-CHANGED-DATE TO ITEM-DATE-STAMP
                PERFORM COUNT-AND-AGE-ONE-ITEM.

       COUNT-PENDING-CHANGES.
            MOVE 2 TO QUEUE-INDEX.
            OPEN INPUT PENDING-CHANGE-FILE.
            IF PENDING-FILE-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-CHANGE
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE PENDING-CHANGE-FILE.

       COUNT-ONE-CHANGE.
            READ PENDING-CHANGE-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                MOVE PND-REQUEST-DATE TO ITEM-DATE-STAMP
                PERFORM COUNT-AND-AGE-ONE-ITEM.

       COUNT-PENDING-PAYMENTS.
            MOVE 3 TO QUEUE-INDEX.
            OPEN INPUT PENDING-PAYMENT-FILE.
            IF PENDING-PAYMENT-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-PAYMENT
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE PENDING-PAYMENT-FILE.

       COUNT-ONE-PAYMENT.
            READ PENDING-PAYMENT-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                MOVE PPQ-REQUEST-DATE TO ITEM-DATE-STAMP
                PERFORM COUNT-AND-AGE-ONE-ITEM.

       COUNT-SUSPENSE-ITEMS.
            MOVE 4 TO QUEUE-INDEX.
            OPEN INPUT SUSPENSE-FILE.
            IF SUSPENSE-FILE-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-SUSPENSE-ITEM
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE SUSPENSE-FILE.

       COUNT-ONE-SUSPENSE-ITEM.
            READ SUSPENSE-FILE
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                MOVE SUS-REJECT-DATE TO ITEM-DATE-STAMP
                PERFORM COUNT-AND-AGE-ONE-ITEM.

       COUNT-DISPUTED-INVOICES.
            MOVE 5 TO QUEUE-INDEX.
            MOVE "Y" TO DISPUTE-FILE-PRESENT.
            OPEN INPUT DISPUTE-CASE-FILE.
            IF DISPUTE-FILE-STATUS NOT = "00"
                MOVE "N" TO DISPUTE-FILE-PRESENT.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS = "00"
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-INVOICE
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE OPEN-INVOICE-FILE.
            IF DISPUTE-FILE-IS-PRESENT
                CLOSE DISPUTE-CASE-FILE.

       COUNT-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN AND INV-IS-DISPUTED
                MOVE INV-INVOICE-DATE TO ITEM-DATE-STAMP
                IF DISPUTE-FILE-IS-PRESENT
                    PERFORM USE-THE-CASE-OPEN-DATE
                END-IF
                PERFORM COUNT-AND-AGE-ONE-ITEM.

       USE-THE-CASE-OPEN-DATE.
            MOVE INV-VENDOR-NUMBER TO DSP-VENDOR-NUMBER.
            MOVE INV-INVOICE-NUMBER TO DSP-INVOICE-NUMBER.
            READ DISPUTE-CASE-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DSP-CASE-IS-OPEN
                       MOVE DSP-OPEN-DATE TO ITEM-DATE-STAMP
                   END-IF
            END-READ.

      *--------------------------------
      * AN ITEM WITH NO DATE ON IT IS
      * COUNTED BUT NOT AGED.
      *--------------------------------
       COUNT-AND-AGE-ONE-ITEM.
            ADD 1 TO WQS-QUEUE-COUNT(QUEUE-INDEX).
            IF ITEM-DATE-STAMP NUMERIC AND ITEM-DATE-STAMP > ZEROS
                MOVE ITEM-DATE-STAMP TO CAL-DATE-STAMP
                PERFORM CONVERT-DATE-TO-DAY-NUMBER
                COMPUTE AGE-IN-DAYS =
                    TODAY-DAY-NUMBER - CAL-DAY-NUMBER
                IF AGE-IN-DAYS > WQS-OLDEST-DAYS(QUEUE-INDEX)
                    MOVE AGE-IN-DAYS TO WQS-OLDEST-DAYS(QUEUE-INDEX).

      *--------------------------------
      * ONE LINE PER QUEUE THE
      * OPERATOR WORKS, NUMBERED WITH
      * THE MENU PICK FOR THAT QUEUE,
      * THEN THE SUPERVISOR WARNINGS.
      *--------------------------------
       SHOW-THE-QUEUES.
            DISPLAY " ".
            DISPLAY "*** YOUR WORK QUEUES ***".
            MOVE 1 TO QUEUE-INDEX.
            PERFORM SHOW-ONE-QUEUE
               UNTIL QUEUE-INDEX > 5.
            IF SIGNON-IS-SUPERVISOR
                MOVE 1 TO QUEUE-INDEX
                PERFORM WARN-ONE-QUEUE
                   UNTIL QUEUE-INDEX > 5.
            DISPLAY " ".

       SHOW-ONE-QUEUE.
            IF WQS-QUEUE-IS-ALLOWED(QUEUE-INDEX)
                MOVE QUEUE-INDEX TO QUEUE-NUMBER
                COMPUTE QSL-MENU-PICK = QUEUE-NUMBER + 10
                MOVE QUEUE-NAME(QUEUE-INDEX) TO QSL-QUEUE-NAME
                MOVE WQS-QUEUE-COUNT(QUEUE-INDEX) TO QSL-QUEUE-COUNT
                MOVE SPACES TO QSL-OLDEST-TEXT
                IF WQS-QUEUE-COUNT(QUEUE-INDEX) > 0
                    MOVE WQS-OLDEST-DAYS(QUEUE-INDEX)
                        TO QOT-OLDEST-DAYS
                    MOVE QUEUE-OLDEST-TEXT TO QSL-OLDEST-TEXT
                END-IF
                DISPLAY QUEUE-SUMMARY-LINE.
            ADD 1 TO QUEUE-INDEX.

       WARN-ONE-QUEUE.
            IF WQS-QUEUE-IS-ALLOWED(QUEUE-INDEX) AND
                    WQS-QUEUE-COUNT(QUEUE-INDEX) > 0 AND
                    WQS-OLDEST-DAYS(QUEUE-INDEX) > QUEUE-WARNING-DAYS
                MOVE QUEUE-NAME(QUEUE-INDEX) TO QWL-QUEUE-NAME
                MOVE WQS-OLDEST-DAYS(QUEUE-INDEX) TO QWL-OLDEST-DAYS
                MOVE QUEUE-WARNING-DAYS TO QWL-WARNING-DAYS
                DISPLAY QUEUE-WARNING-LINE.
            ADD 1 TO QUEUE-INDEX.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE SHARED CALENDAR DAY-COUNT
      * CONVERSIONS.
      *--------------------------------
            COPY "vndcaldays01.cbl".
