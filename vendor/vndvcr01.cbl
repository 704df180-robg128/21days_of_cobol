      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Batch load of vendor change requests from the
      *          onboarding portal.  The portal file (VNDVCR.DAT)
      *          carries header and trailer control records; the
      *          trailer count and hash (of the vendor numbers) are
      *          balanced in a pre-pass the way vndimp01 balances
      *          the invoice file, and a file that does not balance
      *          is refused whole.  Each request -- a purchase-from
      *          address, a remit-to address, a contact name and
      *          phone, or a payment method and bank details -- then
      *          gets the edits vndchg01 makes at the keyboard: the
      *          vendor on file and not inactive, the required
      *          lines present, a valid state code and a 5 or 9
      *          digit ZIP that the ZIP directory does not put in
      *          another state, a known payment method, and a
      *          routing number that passes the check digit.
      *          Nothing is applied here.  Every field a good
      *          request would change is queued on VNDPND.DAT, one
      *          pending entry per field, for a signed-on operator
      *          to approve in vndapr01.  A change already waiting
      *          in the queue is not queued twice, so a rerun of the
      *          same file is harmless.  Rejected requests, and
      *          queued ones the directory shows under another
      *          city, are listed on VNDVCR.RPT for the portal team.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndvcr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "sladr01.cbl".
            COPY "slzip01.cbl".
            COPY "slpnd01.cbl".
            COPY "slvcr01.cbl".
            COPY "slrun01.cbl".
            SELECT VCR-REPORT-FILE ASSIGN TO "VNDVCR.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS VCR-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdadr01.cbl".
            COPY "fdzip01.cbl".
            COPY "fdpnd01.cbl".
            COPY "fdvcr01.cbl".
            COPY "fdrun01.cbl".

       FD   VCR-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   VCR-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   ADDRESS-FILE-STATUS     PIC XX.
       01   ZIP-REF-STATUS          PIC XX.
       01   PENDING-FILE-STATUS     PIC XX.
       01   REQUEST-FILE-STATUS     PIC XX.
       01   RUN-HISTORY-STATUS      PIC XX.
       01   VCR-REPORT-STATUS       PIC XX.
       77   RUN-START-DATE-HOLD     PIC 9(8).
       77   RUN-START-TIME-HOLD     PIC 9(8).
       77   RUN-FINAL-STATUS-HOLD   PIC XX.

      *--------------------------------
      * EVERY QUEUED CHANGE IS STAMPED
      * AS REQUESTED BY THE PORTAL, SO
      * ANY SIGNED-ON OPERATOR CAN BE
      * ITS SECOND PAIR OF EYES.
      *--------------------------------
       77   STEP-OPERATOR-ID        PIC X(08) VALUE "PORTAL".
       77   SOURCE-SYSTEM-HOLD      PIC X(10).
       77   FILE-RUN-DATE-HOLD      PIC 9(8).

       01   MORE-REQUEST-RECORDS    PIC X.
            88 REQUEST-RECORDS-REMAIN  VALUE "Y".
            88 NO-MORE-REQUEST-RECORDS VALUE "N".

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".

       01   ADDRESS-FILE-PRESENT    PIC X.
            88 ADDRESS-FILE-IS-PRESENT VALUE "Y".
       01   ZIP-FILE-PRESENT        PIC X.
            88 ZIP-FILE-IS-PRESENT     VALUE "Y".
       01   REMIT-FOUND-STATUS      PIC X.
            88 REMIT-WAS-FOUND         VALUE "Y".

      *--------------------------------
      * TRAILER-BALANCE FIELDS.  THE
      * HASH IS OF THE VENDOR NUMBERS.
      *--------------------------------
       01   BALANCE-CHECK-STATUS    PIC X.
            88 FILE-IS-IN-BALANCE      VALUE "Y".
       01   TRAILER-SEEN-STATUS     PIC X.
            88 TRAILER-WAS-SEEN        VALUE "Y".
       77   PREPASS-DATA-COUNT      PIC 9(7).
       77   PREPASS-HASH-TOTAL      PIC 9(12).
       77   TRAILER-COUNT-HOLD      PIC 9(7).
       77   TRAILER-HASH-HOLD       PIC 9(12).
       77   REFUSAL-TEXT            PIC X(60).

      *--------------------------------
      * THE EDITS.  A REASON CODE OF
      * SPACES MEANS THE REQUEST IS
      * GOOD.  THE CITY WARNING DOES
      * NOT STOP THE REQUEST, IT IS
      * ONLY REPORTED.
      *--------------------------------
       77   REJECT-REASON-CODE      PIC X(02).
       77   REJECT-REASON-TEXT      PIC X(30).
       01   CITY-WARNING-STATUS     PIC X.
            88 CITY-WAS-QUESTIONED     VALUE "Y".
       77   DIRECTORY-CITY-HOLD     PIC X(30).
       01   US-ADDRESS-CHECK        PIC X.
            88 ADDRESS-IS-CHECKED      VALUE "Y".
       77   PAYMENT-METHOD-HOLD     PIC X(01).
       77   ROUTING-TO-CHECK        PIC X(09).
       77   ACCOUNT-TO-CHECK        PIC X(17).

      *--------------------------------
      * THE SAME STATE TABLE vndchg01
      * EDIT-CHECKS VENDOR-STATE WITH
      * (50 STATES PLUS DC).
      *--------------------------------
       01   VALID-STATE-LIST.
            05 VALID-STATE-LIST-1   PIC X(52) VALUE
                 "ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMOMT".
            05 VALID-STATE-LIST-2   PIC X(50) VALUE
                 "NENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWYDC".
       01   VALID-STATE-TABLE REDEFINES VALID-STATE-LIST.
            05 VALID-STATE-CODE        PIC X(02) OCCURS 51 TIMES.

       77   STATE-TABLE-INDEX       PIC 99 COMP.
       01   STATE-CODE-STATUS       PIC X.
            88 STATE-CODE-WAS-FOUND    VALUE "Y".

       77   ZIP-TEXT-LENGTH         PIC 99.
       01   ZIP-CODE-STATUS         PIC X.
            88 ZIP-CODE-WAS-VALID      VALUE "Y".

       01   ROUTING-WORK-TEXT       PIC X(09).
       01   ROUTING-WORK-DIGITS REDEFINES ROUTING-WORK-TEXT.
            05 ROUTING-DIGIT        PIC 9(01) OCCURS 9 TIMES.
       77   ROUTING-CHECK-SUM       PIC 9(4) COMP.
       77   ROUTING-CHECK-QUOTIENT  PIC 9(4) COMP.
       77   ROUTING-CHECK-REMAINDER PIC 9(4) COMP.
       01   ROUTING-NUMBER-STATUS   PIC X.
            88 ROUTING-NUMBER-WAS-OK   VALUE "Y".

      *--------------------------------
      * WHAT IS ALREADY WAITING IN
      * THE QUEUE, SO A CHANGE IS NOT
      * QUEUED TWICE.  THE TABLE IS
      * THE SAME 200 ENTRIES vndapr01
      * CAN WORK IN ONE PASS; A
      * REQUEST THAT WOULD OVERFILL
      * IT IS SENT BACK RATHER THAN
      * LEAVE THE QUEUE UNWORKABLE.
      *--------------------------------
       01   QUEUED-CHANGE-TABLE.
            05 QUEUED-CHANGE OCCURS 200 TIMES.
               10 QCT-VENDOR-NUMBER PIC 9(7).
               10 QCT-FIELD-NUMBER  PIC 99.
               10 QCT-NEW-VALUE     PIC X(30).
       77   QUEUED-CHANGE-COUNT     PIC 9(3).
       77   QUEUED-CHANGE-LIMIT     PIC 9(3) VALUE 200.
       77   QUEUED-CHANGE-INDEX     PIC 9(3).
       77   QUEUE-OVERFLOW-COUNT    PIC 9(5).
       01   MORE-PENDING-RECORDS    PIC X.
            88 PENDING-RECORDS-REMAIN  VALUE "Y".
            88 NO-MORE-PENDING-RECORDS VALUE "N".
       01   ALREADY-QUEUED-STATUS   PIC X.
            88 CHANGE-IS-ALREADY-QUEUED VALUE "Y".

      *--------------------------------
      * ONE CANDIDATE CHANGE.  A GOOD
      * REQUEST IS WALKED TWICE: ONCE
      * TO COUNT THE FIELDS IT WOULD
      * QUEUE, THEN AGAIN TO QUEUE
      * THEM, SO A REQUEST IS QUEUED
      * WHOLE OR NOT AT ALL.
      *--------------------------------
       77   CHANGE-FIELD-NUMBER     PIC 99.
       77   CHANGE-OLD-VALUE        PIC X(30).
       77   CHANGE-NEW-VALUE        PIC X(30).
       01   QUEUE-PASS-MODE         PIC X.
            88 QUEUE-PASS-IS-COUNTING  VALUE "C".
            88 QUEUE-PASS-IS-WRITING   VALUE "W".
       77   REQUEST-CHANGE-COUNT    PIC 9(3).

       77   REQUESTS-READ-COUNT     PIC 9(7).
       77   REQUESTS-QUEUED-COUNT   PIC 9(7).
       77   CHANGES-QUEUED-COUNT    PIC 9(7).
       77   NO-CHANGE-COUNT         PIC 9(7).
       77   REJECTED-COUNT          PIC 9(7).
       77   WARNING-COUNT           PIC 9(7).

       01   VCR-HEADING-LINE.
            05 FILLER                 PIC X(09) VALUE "VENDOR".
            05 FILLER                 PIC X(14) VALUE "REQUEST ID".
            05 FILLER                 PIC X(10) VALUE "TYPE".
            05 FILLER                 PIC X(10) VALUE "RESULT".
            05 FILLER                 PIC X(30) VALUE "REASON".

       01   VCR-DETAIL-LINE.
            05 RPT-VENDOR-NUMBER      PIC 9(7).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-REQUEST-ID         PIC X(12).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-REQUEST-TYPE       PIC X(08).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-RESULT             PIC X(08).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-REASON             PIC X(30).

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.
       77   COUNT-EDIT-FIELD          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE ZEROS TO REQUESTS-READ-COUNT.
            MOVE ZEROS TO REQUESTS-QUEUED-COUNT.
            MOVE ZEROS TO CHANGES-QUEUED-COUNT.
            MOVE ZEROS TO NO-CHANGE-COUNT.
            MOVE ZEROS TO REJECTED-COUNT.
            MOVE ZEROS TO WARNING-COUNT.
            MOVE SPACES TO SOURCE-SYSTEM-HOLD.
            MOVE ZEROS TO FILE-RUN-DATE-HOLD.
            OPEN OUTPUT VCR-REPORT-FILE.
            PERFORM BALANCE-THE-REQUEST-FILE.
            PERFORM PRINT-REPORT-HEADING.
            IF NOT FILE-IS-IN-BALANCE
                DISPLAY "CHANGE REQUEST FILE REFUSED -- NOTHING "
                    "QUEUED"
                PERFORM PRINT-FILE-REFUSED
                MOVE "99" TO RUN-FINAL-STATUS-HOLD
            ELSE
                PERFORM APPLY-THE-REQUEST-FILE
                MOVE PENDING-FILE-STATUS TO RUN-FINAL-STATUS-HOLD
                PERFORM PRINT-REPORT-TOTALS
                DISPLAY "CHANGE REQUESTS FROM " SOURCE-SYSTEM-HOLD
                    " COMPLETE"
                DISPLAY "REQUESTS READ     : " REQUESTS-READ-COUNT
                DISPLAY "REQUESTS QUEUED   : " REQUESTS-QUEUED-COUNT
                DISPLAY "CHANGES QUEUED    : " CHANGES-QUEUED-COUNT
                DISPLAY "NOTHING TO CHANGE : " NO-CHANGE-COUNT
                DISPLAY "REJECTED          : " REJECTED-COUNT
                IF CHANGES-QUEUED-COUNT > 0
                    DISPLAY "QUEUED CHANGES WAIT FOR APPROVAL IN "
                        "vndapr01"
                END-IF
                IF REJECTED-COUNT > 0 OR WARNING-COUNT > 0
                    DISPLAY "REJECTS AND WARNINGS ARE ON VNDVCR.RPT "
                        "FOR THE PORTAL TEAM".
            CLOSE VCR-REPORT-FILE.
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * JOURNAL THIS RUN TO THE SHARED
      * RUN-HISTORY FILE, CREATING IT
      * THE FIRST TIME.  A REFUSED
      * FILE IS JOURNALLED WITH STATUS
      * 99, AS vndimp01 DOES.
      *--------------------------------
       WRITE-RUN-HISTORY.
            OPEN EXTEND RUN-HISTORY-FILE.
            IF RUN-HISTORY-STATUS = "35"
                OPEN OUTPUT RUN-HISTORY-FILE
                CLOSE RUN-HISTORY-FILE
                OPEN EXTEND RUN-HISTORY-FILE.
            MOVE "vndvcr01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE REQUESTS-READ-COUNT TO RUN-RECORDS-READ.
            MOVE CHANGES-QUEUED-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE RUN-FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

      *--------------------------------
      * PRE-PASS -- READ THE WHOLE
      * FILE AND BALANCE THE DATA
      * COUNT AND VENDOR-NUMBER HASH
      * AGAINST THE TRAILER BEFORE
      * ANYTHING IS QUEUED.
      *--------------------------------
       BALANCE-THE-REQUEST-FILE.
            MOVE "N" TO BALANCE-CHECK-STATUS.
            MOVE "N" TO TRAILER-SEEN-STATUS.
            MOVE ZEROS TO PREPASS-DATA-COUNT.
            MOVE ZEROS TO PREPASS-HASH-TOTAL.
            MOVE ZEROS TO TRAILER-COUNT-HOLD.
            MOVE ZEROS TO TRAILER-HASH-HOLD.
            MOVE SPACES TO REFUSAL-TEXT.
            OPEN INPUT VENDOR-CHANGE-REQUEST-FILE.
            IF REQUEST-FILE-STATUS NOT = "00"
                MOVE "CANNOT OPEN VNDVCR.DAT" TO REFUSAL-TEXT
                DISPLAY REFUSAL-TEXT
            ELSE
                MOVE "Y" TO MORE-REQUEST-RECORDS
                PERFORM BALANCE-ONE-REQUEST-RECORD
                   UNTIL NO-MORE-REQUEST-RECORDS
                CLOSE VENDOR-CHANGE-REQUEST-FILE
                PERFORM JUDGE-THE-BALANCE.

       BALANCE-ONE-REQUEST-RECORD.
            READ VENDOR-CHANGE-REQUEST-FILE
                AT END
                MOVE "N" TO MORE-REQUEST-RECORDS.
            IF REQUEST-RECORDS-REMAIN
                IF VENDOR-CHANGE-REQUEST-RECORD(1:1) = "H"
                    MOVE VCH-SOURCE-SYSTEM TO SOURCE-SYSTEM-HOLD
                    MOVE VCH-RUN-DATE TO FILE-RUN-DATE-HOLD
                ELSE
                    IF VENDOR-CHANGE-REQUEST-RECORD(1:1) = "T"
                        MOVE "Y" TO TRAILER-SEEN-STATUS
                        MOVE VCT-RECORD-COUNT TO TRAILER-COUNT-HOLD
                        MOVE VCT-HASH-TOTAL TO TRAILER-HASH-HOLD
                    ELSE
                        ADD 1 TO PREPASS-DATA-COUNT
                        IF VCR-VENDOR-NUMBER IS NUMERIC
                            ADD VCR-VENDOR-NUMBER
                                TO PREPASS-HASH-TOTAL.

       JUDGE-THE-BALANCE.
            IF NOT TRAILER-WAS-SEEN
                MOVE "NO TRAILER RECORD ON THE CHANGE REQUEST FILE"
                    TO REFUSAL-TEXT
                DISPLAY REFUSAL-TEXT
            ELSE
                IF TRAILER-COUNT-HOLD NOT = PREPASS-DATA-COUNT
                    STRING "TRAILER COUNT " TRAILER-COUNT-HOLD
                        " DOES NOT MATCH " PREPASS-DATA-COUNT
                        " RECORD(S) READ"
                        DELIMITED BY SIZE
                        INTO REFUSAL-TEXT
                    DISPLAY REFUSAL-TEXT
                ELSE
                    IF TRAILER-HASH-HOLD NOT = PREPASS-HASH-TOTAL
                        STRING "TRAILER HASH " TRAILER-HASH-HOLD
                            " DOES NOT MATCH COMPUTED "
                            PREPASS-HASH-TOTAL
                            DELIMITED BY SIZE
                            INTO REFUSAL-TEXT
                        DISPLAY REFUSAL-TEXT
                    ELSE
                        MOVE "Y" TO BALANCE-CHECK-STATUS.

      *--------------------------------
      * THE QUEUEING PASS.  THE
      * PENDING FILE IS CREATED ON
      * FIRST USE; THE ADDRESS AND ZIP
      * DIRECTORY FILES ARE OPTIONAL,
      * AS THEY ARE IN vndchg01.
      *--------------------------------
       APPLY-THE-REQUEST-FILE.
            OPEN INPUT VENDOR-FILE.
            MOVE "Y" TO ADDRESS-FILE-PRESENT.
            OPEN INPUT VENDOR-ADDRESS-FILE.
            IF ADDRESS-FILE-STATUS NOT = "00"
                MOVE "N" TO ADDRESS-FILE-PRESENT.
            MOVE "Y" TO ZIP-FILE-PRESENT.
            OPEN INPUT ZIP-REF-FILE.
            IF ZIP-REF-STATUS NOT = "00"
                MOVE "N" TO ZIP-FILE-PRESENT.
            PERFORM LOAD-THE-QUEUED-CHANGES.
            PERFORM OPEN-PENDING-FILE.
            WRITE VCR-REPORT-LINE FROM VCR-HEADING-LINE.
            WRITE VCR-REPORT-LINE FROM BLANK-REPORT-LINE.
            OPEN INPUT VENDOR-CHANGE-REQUEST-FILE.
            MOVE "Y" TO MORE-REQUEST-RECORDS.
            PERFORM LOAD-ONE-REQUEST-RECORD
               UNTIL NO-MORE-REQUEST-RECORDS.
            CLOSE VENDOR-CHANGE-REQUEST-FILE.
            CLOSE PENDING-CHANGE-FILE.
            CLOSE VENDOR-FILE.
            IF ADDRESS-FILE-IS-PRESENT
                CLOSE VENDOR-ADDRESS-FILE.
            IF ZIP-FILE-IS-PRESENT
                CLOSE ZIP-REF-FILE.

      *--------------------------------
      * TABLE WHAT THE QUEUE ALREADY
      * HOLDS, FROM WHATEVER SOURCE.
      *--------------------------------
       LOAD-THE-QUEUED-CHANGES.
            MOVE ZEROS TO QUEUED-CHANGE-COUNT.
            MOVE ZEROS TO QUEUE-OVERFLOW-COUNT.
            OPEN INPUT PENDING-CHANGE-FILE.
            IF PENDING-FILE-STATUS = "00"
                MOVE "Y" TO MORE-PENDING-RECORDS
                PERFORM LOAD-ONE-QUEUED-CHANGE
                   UNTIL NO-MORE-PENDING-RECORDS
                CLOSE PENDING-CHANGE-FILE.

       LOAD-ONE-QUEUED-CHANGE.
            READ PENDING-CHANGE-FILE
                AT END
                MOVE "N" TO MORE-PENDING-RECORDS.
            IF PENDING-RECORDS-REMAIN
                IF QUEUED-CHANGE-COUNT < QUEUED-CHANGE-LIMIT
                    ADD 1 TO QUEUED-CHANGE-COUNT
                    MOVE PND-VENDOR-NUMBER
                        TO QCT-VENDOR-NUMBER(QUEUED-CHANGE-COUNT)
                    MOVE PND-FIELD-NUMBER
                        TO QCT-FIELD-NUMBER(QUEUED-CHANGE-COUNT)
                    MOVE PND-NEW-VALUE
                        TO QCT-NEW-VALUE(QUEUED-CHANGE-COUNT)
                ELSE
                    ADD 1 TO QUEUE-OVERFLOW-COUNT.

       OPEN-PENDING-FILE.
            OPEN EXTEND PENDING-CHANGE-FILE.
            IF PENDING-FILE-STATUS = "35"
                OPEN OUTPUT PENDING-CHANGE-FILE
                CLOSE PENDING-CHANGE-FILE
                OPEN EXTEND PENDING-CHANGE-FILE.

       LOAD-ONE-REQUEST-RECORD.
            READ VENDOR-CHANGE-REQUEST-FILE
                AT END
                MOVE "N" TO MORE-REQUEST-RECORDS.
            IF REQUEST-RECORDS-REMAIN
                IF VENDOR-CHANGE-REQUEST-RECORD(1:1) NOT = "H" AND
                        VENDOR-CHANGE-REQUEST-RECORD(1:1) NOT = "T"
                    PERFORM LOAD-THIS-REQUEST.

      *--------------------------------
      * EDIT THE REQUEST, COUNT WHAT
      * IT WOULD QUEUE, AND QUEUE IT
      * ONLY IF IT ALL FITS.
      *--------------------------------
       LOAD-THIS-REQUEST.
            ADD 1 TO REQUESTS-READ-COUNT.
            PERFORM EDIT-THE-REQUEST.
            IF REJECT-REASON-CODE = SPACES
                MOVE "C" TO QUEUE-PASS-MODE
                PERFORM WALK-THE-REQUEST
                IF QUEUED-CHANGE-COUNT + REQUEST-CHANGE-COUNT >
                        QUEUED-CHANGE-LIMIT OR
                        QUEUE-OVERFLOW-COUNT > 0
                    MOVE "QF" TO REJECT-REASON-CODE.
            IF REJECT-REASON-CODE = SPACES
                PERFORM QUEUE-THE-REQUEST
            ELSE
                ADD 1 TO REJECTED-COUNT
                MOVE "REJECTED" TO RPT-RESULT
                PERFORM DECODE-REJECT-REASON
                PERFORM PRINT-REQUEST-LINE.

       QUEUE-THE-REQUEST.
            IF REQUEST-CHANGE-COUNT = 0
                ADD 1 TO NO-CHANGE-COUNT
            ELSE
                MOVE "W" TO QUEUE-PASS-MODE
                PERFORM WALK-THE-REQUEST
                ADD 1 TO REQUESTS-QUEUED-COUNT.
            IF CITY-WAS-QUESTIONED
                ADD 1 TO WARNING-COUNT
                MOVE "WARNING" TO RPT-RESULT
                MOVE SPACES TO REJECT-REASON-TEXT
                STRING "DIRECTORY CITY IS "
                    DIRECTORY-CITY-HOLD
                    DELIMITED BY SIZE
                    INTO REJECT-REASON-TEXT
                PERFORM PRINT-REQUEST-LINE.

      *--------------------------------
      * THE vndchg01 EDITS, IN THE
      * ORDER A CLERK MEETS THEM.  THE
      * FIRST ONE THAT FAILS SETS THE
      * REASON CODE.
      *--------------------------------
       EDIT-THE-REQUEST.
            MOVE SPACES TO REJECT-REASON-CODE.
            MOVE "N" TO CITY-WARNING-STATUS.
            MOVE "N" TO RECORD-FOUND.
            IF VCR-VENDOR-NUMBER IS NUMERIC
                MOVE SPACE TO VENDOR-RECORD
                MOVE VCR-VENDOR-NUMBER TO VENDOR-NUMBER
                MOVE "Y" TO RECORD-FOUND
                READ VENDOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE "VN" TO REJECT-REASON-CODE
            ELSE IF VENDOR-IS-INACTIVE
                MOVE "VI" TO REJECT-REASON-CODE
            ELSE IF VCR-IS-ADDRESS
                MOVE "N" TO US-ADDRESS-CHECK
                IF VENDOR-IS-DOMESTIC
                    MOVE "Y" TO US-ADDRESS-CHECK
                END-IF
                PERFORM EDIT-REQUESTED-ADDRESS
            ELSE IF VCR-IS-REMIT-TO
                MOVE "Y" TO US-ADDRESS-CHECK
                PERFORM EDIT-REQUESTED-ADDRESS
                PERFORM READ-REMIT-TO-RECORD
            ELSE IF VCR-IS-CONTACT
                PERFORM EDIT-REQUESTED-CONTACT
            ELSE IF VCR-IS-BANK
                PERFORM EDIT-REQUESTED-BANK
            ELSE
                MOVE "TY" TO REJECT-REASON-CODE.

      *--------------------------------
      * ADDRESS-1 IS REQUIRED.  A US
      * ADDRESS ALSO NEEDS A VALID
      * STATE CODE AND ZIP, AND A ZIP
      * THE DIRECTORY PUTS IN ANOTHER
      * STATE IS REFUSED.  THE REMIT-
      * TO ADDRESS ALWAYS GETS THE US
      * EDITS, AS IT DOES IN vndchg01.
      *--------------------------------
       EDIT-REQUESTED-ADDRESS.
            IF VCR-ADDRESS-1 = SPACES
                MOVE "RQ" TO REJECT-REASON-CODE
            ELSE IF ADDRESS-IS-CHECKED
                PERFORM CHECK-VALID-STATE-CODE
                IF NOT STATE-CODE-WAS-FOUND
                    MOVE "ST" TO REJECT-REASON-CODE
                ELSE
                    PERFORM CHECK-VALID-ZIP-CODE
                    IF NOT ZIP-CODE-WAS-VALID
                        MOVE "ZP" TO REJECT-REASON-CODE
                    ELSE
                        PERFORM CHECK-ZIP-DIRECTORY.

       CHECK-VALID-STATE-CODE.
            MOVE "N" TO STATE-CODE-STATUS.
            IF VCR-STATE(3:28) = SPACES
                MOVE 0 TO STATE-TABLE-INDEX
                PERFORM SCAN-STATE-TABLE
                   UNTIL STATE-CODE-WAS-FOUND OR
                       STATE-TABLE-INDEX = 51.

       SCAN-STATE-TABLE.
            ADD 1 TO STATE-TABLE-INDEX.
            IF VCR-STATE(1:2) = VALID-STATE-CODE(STATE-TABLE-INDEX)
                MOVE "Y" TO STATE-CODE-STATUS.

       CHECK-VALID-ZIP-CODE.
            MOVE "N" TO ZIP-CODE-STATUS.
            PERFORM FIND-ZIP-TEXT-LENGTH.
            IF (ZIP-TEXT-LENGTH = 5 OR ZIP-TEXT-LENGTH = 9)
                    AND VCR-ZIP(1:ZIP-TEXT-LENGTH) IS NUMERIC
                MOVE "Y" TO ZIP-CODE-STATUS.

       FIND-ZIP-TEXT-LENGTH.
            MOVE 30 TO ZIP-TEXT-LENGTH.
            PERFORM SHRINK-ZIP-TEXT-LENGTH
               UNTIL ZIP-TEXT-LENGTH = 0 OR
                   VCR-ZIP(ZIP-TEXT-LENGTH:1) NOT = SPACE.

       SHRINK-ZIP-TEXT-LENGTH.
            SUBTRACT 1 FROM ZIP-TEXT-LENGTH.

      *--------------------------------
      * A ZIP NOT ON THE DIRECTORY (OR
      * NO DIRECTORY AT ALL) IS TAKEN,
      * AS IN vndchg01 -- THE
      * DIRECTORY IS NOT COMPLETE.  A
      * CITY THE DIRECTORY DISAGREES
      * WITH IS QUEUED BUT REPORTED.
      *--------------------------------
       CHECK-ZIP-DIRECTORY.
            IF ZIP-FILE-IS-PRESENT
                MOVE VCR-ZIP(1:5) TO ZREF-ZIP-CODE
                READ ZIP-REF-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM JUDGE-ZIP-DIRECTORY
                END-READ.

       JUDGE-ZIP-DIRECTORY.
            IF ZREF-STATE NOT = VCR-STATE(1:2)
                MOVE "ZD" TO REJECT-REASON-CODE
            ELSE
                IF ZREF-CITY NOT = VCR-CITY
                    MOVE "Y" TO CITY-WARNING-STATUS
                    MOVE ZREF-CITY TO DIRECTORY-CITY-HOLD.

       READ-REMIT-TO-RECORD.
            MOVE "N" TO REMIT-FOUND-STATUS.
            MOVE SPACES TO VENDOR-ADDRESS-RECORD.
            IF ADDRESS-FILE-IS-PRESENT
                MOVE VENDOR-NUMBER TO ADR-VENDOR-NUMBER
                MOVE "R" TO ADR-ADDRESS-TYPE
                MOVE "Y" TO REMIT-FOUND-STATUS
                READ VENDOR-ADDRESS-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO REMIT-FOUND-STATUS
                       MOVE SPACES TO VENDOR-ADDRESS-RECORD.

       EDIT-REQUESTED-CONTACT.
            IF VCR-CONTACT = SPACES AND VCR-PHONE = SPACES
                MOVE "RQ" TO REJECT-REASON-CODE.

      *--------------------------------
      * THE PAYMENT METHOD IS CHECK OR
      * EFT.  A ROUTING NUMBER SENT
      * MUST PASS THE CHECK DIGIT, AND
      * AN EFT VENDOR MUST END UP WITH
      * A GOOD ROUTING NUMBER AND AN
      * ACCOUNT, WHETHER SENT NOW OR
      * ALREADY ON FILE.
      *--------------------------------
       EDIT-REQUESTED-BANK.
            MOVE VCR-PAYMENT-METHOD TO PAYMENT-METHOD-HOLD.
            IF PAYMENT-METHOD-HOLD = "c"
                MOVE "C" TO PAYMENT-METHOD-HOLD.
            IF PAYMENT-METHOD-HOLD = "e"
                MOVE "E" TO PAYMENT-METHOD-HOLD.
            IF PAYMENT-METHOD-HOLD = SPACE
                MOVE VENDOR-PAYMENT-METHOD TO PAYMENT-METHOD-HOLD.
            MOVE VCR-BANK-ROUTING TO ROUTING-TO-CHECK.
            IF ROUTING-TO-CHECK = SPACES
                MOVE VENDOR-BANK-ROUTING TO ROUTING-TO-CHECK.
            MOVE VCR-BANK-ACCOUNT TO ACCOUNT-TO-CHECK.
            IF ACCOUNT-TO-CHECK = SPACES
                MOVE VENDOR-BANK-ACCOUNT TO ACCOUNT-TO-CHECK.
            PERFORM CHECK-VALID-ROUTING-NUMBER.
            IF VCR-PAYMENT-METHOD = SPACE AND
                    VCR-BANK-ROUTING = SPACES AND
                    VCR-BANK-ACCOUNT = SPACES
                MOVE "RQ" TO REJECT-REASON-CODE
            ELSE IF PAYMENT-METHOD-HOLD NOT = "C" AND
                    PAYMENT-METHOD-HOLD NOT = "E" AND
                    PAYMENT-METHOD-HOLD NOT = SPACE
                MOVE "PM" TO REJECT-REASON-CODE
            ELSE IF VCR-BANK-ROUTING NOT = SPACES AND
                    NOT ROUTING-NUMBER-WAS-OK
                MOVE "RT" TO REJECT-REASON-CODE
            ELSE IF PAYMENT-METHOD-HOLD = "E" AND
                    NOT ROUTING-NUMBER-WAS-OK
                MOVE "RT" TO REJECT-REASON-CODE
            ELSE IF PAYMENT-METHOD-HOLD = "E" AND
                    ACCOUNT-TO-CHECK = SPACES
                MOVE "AC" TO REJECT-REASON-CODE.

       CHECK-VALID-ROUTING-NUMBER.
            MOVE "N" TO ROUTING-NUMBER-STATUS.
            IF ROUTING-TO-CHECK IS NUMERIC
                MOVE ROUTING-TO-CHECK TO ROUTING-WORK-TEXT
                COMPUTE ROUTING-CHECK-SUM =
                    3 * (ROUTING-DIGIT(1) + ROUTING-DIGIT(4)
                        + ROUTING-DIGIT(7))
                    + 7 * (ROUTING-DIGIT(2) + ROUTING-DIGIT(5)
                        + ROUTING-DIGIT(8))
                    + ROUTING-DIGIT(3) + ROUTING-DIGIT(6)
                    + ROUTING-DIGIT(9)
                DIVIDE ROUTING-CHECK-SUM BY 10
                    GIVING ROUTING-CHECK-QUOTIENT
                    REMAINDER ROUTING-CHECK-REMAINDER
                IF ROUTING-CHECK-REMAINDER = 0
                    MOVE "Y" TO ROUTING-NUMBER-STATUS.

      *--------------------------------
      * OFFER EACH FIELD THE REQUEST
      * CARRIES, WITH ITS CURRENT
      * VALUE, TO OFFER-ONE-CHANGE.
      * THE FIELD NUMBERS ARE THE ONES
      * vndchg01 AUDITS UNDER; THE
      * REMIT-TO LINES GO ONE AT A
      * TIME AS 35 THROUGH 39.  BANK
      * DETAILS GO ROUTING, ACCOUNT,
      * THEN METHOD, THE ORDER
      * vndchg01 STAGES THEM IN.
      *--------------------------------
       WALK-THE-REQUEST.
            MOVE ZEROS TO REQUEST-CHANGE-COUNT.
            IF VCR-IS-ADDRESS
                PERFORM WALK-ADDRESS-REQUEST.
            IF VCR-IS-REMIT-TO
                PERFORM WALK-REMIT-TO-REQUEST.
            IF VCR-IS-CONTACT
                PERFORM WALK-CONTACT-REQUEST.
            IF VCR-IS-BANK
                PERFORM WALK-BANK-REQUEST.

       WALK-ADDRESS-REQUEST.
            MOVE 2 TO CHANGE-FIELD-NUMBER.
            MOVE VENDOR-ADDRESS-1 TO CHANGE-OLD-VALUE.
            MOVE VCR-ADDRESS-1 TO CHANGE-NEW-VALUE.
            PERFORM OFFER-ONE-CHANGE.
            MOVE 3 TO CHANGE-FIELD-NUMBER.
            MOVE VENDOR-ADDRESS-2 TO CHANGE-OLD-VALUE.
            MOVE VCR-ADDRESS-2 TO CHANGE-NEW-VALUE.
            PERFORM OFFER-ONE-CHANGE.
            MOVE 4 TO CHANGE-FIELD-NUMBER.
            MOVE VENDOR-CITY TO CHANGE-OLD-VALUE.
            MOVE VCR-CITY TO CHANGE-NEW-VALUE.
            PERFORM OFFER-ONE-CHANGE.
            MOVE 5 TO CHANGE-FIELD-NUMBER.
            MOVE VENDOR-STATE TO CHANGE-OLD-VALUE.
            MOVE VCR-STATE TO CHANGE-NEW-VALUE.
            PERFORM OFFER-ONE-CHANGE.
            MOVE 6 TO CHANGE-FIELD-NUMBER.
            MOVE VENDOR-ZIP TO CHANGE-OLD-VALUE.
            MOVE VCR-ZIP TO CHANGE-NEW-VALUE.
            PERFORM OFFER-ONE-CHANGE.

       WALK-REMIT-TO-REQUEST.
            MOVE 35 TO CHANGE-FIELD-NUMBER.
            MOVE ADR-ADDRESS-1 TO CHANGE-OLD-VALUE.
            MOVE VCR-ADDRESS-1 TO CHANGE-NEW-VALUE.
            PERFORM OFFER-ONE-CHANGE.
            MOVE 36 TO CHANGE-FIELD-NUMBER.
            MOVE ADR-ADDRESS-2 TO CHANGE-OLD-VALUE.
            MOVE VCR-ADDRESS-2 TO CHANGE-NEW-VALUE.
            PERFORM OFFER-ONE-CHANGE.
            MOVE 37 TO CHANGE-FIELD-NUMBER.
            MOVE ADR-CITY TO CHANGE-OLD-VALUE.
            MOVE VCR-CITY TO CHANGE-NEW-VALUE.
            PERFORM OFFER-ONE-CHANGE.
            MOVE 38 TO CHANGE-FIELD-NUMBER.
            MOVE ADR-STATE TO CHANGE-OLD-VALUE.
            MOVE VCR-STATE TO CHANGE-NEW-VALUE.
            PERFORM OFFER-ONE-CHANGE.
            MOVE 39 TO CHANGE-FIELD-NUMBER.
            MOVE ADR-ZIP TO CHANGE-OLD-VALUE.
            MOVE VCR-ZIP TO CHANGE-NEW-VALUE.
            PERFORM OFFER-ONE-CHANGE.

       WALK-CONTACT-REQUEST.
            IF VCR-CONTACT NOT = SPACES
                MOVE 7 TO CHANGE-FIELD-NUMBER
                MOVE VENDOR-CONTACT TO CHANGE-OLD-VALUE
                MOVE VCR-CONTACT TO CHANGE-NEW-VALUE
                PERFORM OFFER-ONE-CHANGE.
            IF VCR-PHONE NOT = SPACES
                MOVE 8 TO CHANGE-FIELD-NUMBER
                MOVE VENDOR-PHONE TO CHANGE-OLD-VALUE
                MOVE VCR-PHONE TO CHANGE-NEW-VALUE
                PERFORM OFFER-ONE-CHANGE.

       WALK-BANK-REQUEST.
            IF VCR-BANK-ROUTING NOT = SPACES
                MOVE 17 TO CHANGE-FIELD-NUMBER
                MOVE VENDOR-BANK-ROUTING TO CHANGE-OLD-VALUE
                MOVE VCR-BANK-ROUTING TO CHANGE-NEW-VALUE
                PERFORM OFFER-ONE-CHANGE.
            IF VCR-BANK-ACCOUNT NOT = SPACES
                MOVE 18 TO CHANGE-FIELD-NUMBER
                MOVE VENDOR-BANK-ACCOUNT TO CHANGE-OLD-VALUE
                MOVE VCR-BANK-ACCOUNT TO CHANGE-NEW-VALUE
                PERFORM OFFER-ONE-CHANGE.
            IF VCR-PAYMENT-METHOD NOT = SPACE
                MOVE 16 TO CHANGE-FIELD-NUMBER
                MOVE VENDOR-PAYMENT-METHOD TO CHANGE-OLD-VALUE
                MOVE PAYMENT-METHOD-HOLD TO CHANGE-NEW-VALUE
                PERFORM OFFER-ONE-CHANGE.

      *--------------------------------
      * A FIELD THAT ALREADY READS AS
      * ASKED, OR WHOSE CHANGE IS
      * ALREADY WAITING, IS PASSED
      * OVER.  ANY OTHER IS COUNTED ON
      * THE FIRST WALK AND QUEUED ON
      * THE SECOND.
      *--------------------------------
       OFFER-ONE-CHANGE.
            IF CHANGE-NEW-VALUE NOT = CHANGE-OLD-VALUE
                PERFORM CHECK-ALREADY-QUEUED
                IF NOT CHANGE-IS-ALREADY-QUEUED
                    ADD 1 TO REQUEST-CHANGE-COUNT
                    IF QUEUE-PASS-IS-WRITING
                        PERFORM QUEUE-PENDING-CHANGE.

       CHECK-ALREADY-QUEUED.
            MOVE "N" TO ALREADY-QUEUED-STATUS.
            MOVE 0 TO QUEUED-CHANGE-INDEX.
            PERFORM SCAN-QUEUED-CHANGES
               UNTIL CHANGE-IS-ALREADY-QUEUED OR
                   QUEUED-CHANGE-INDEX = QUEUED-CHANGE-COUNT.

       SCAN-QUEUED-CHANGES.
            ADD 1 TO QUEUED-CHANGE-INDEX.
            IF QCT-VENDOR-NUMBER(QUEUED-CHANGE-INDEX) =
                    VENDOR-NUMBER AND
                    QCT-FIELD-NUMBER(QUEUED-CHANGE-INDEX) =
                    CHANGE-FIELD-NUMBER AND
                    QCT-NEW-VALUE(QUEUED-CHANGE-INDEX) =
                    CHANGE-NEW-VALUE
                MOVE "Y" TO ALREADY-QUEUED-STATUS.

      *--------------------------------
      * THE SAME PENDING ENTRY
      * vndchg01 QUEUES FOR A
      * SENSITIVE FIELD, STAMPED WITH
      * THE PORTAL AS THE REQUESTER.
      *--------------------------------
       QUEUE-PENDING-CHANGE.
            MOVE VENDOR-NUMBER TO PND-VENDOR-NUMBER.
            MOVE CHANGE-FIELD-NUMBER TO PND-FIELD-NUMBER.
            MOVE CHANGE-OLD-VALUE TO PND-OLD-VALUE.
            MOVE CHANGE-NEW-VALUE TO PND-NEW-VALUE.
            ACCEPT PND-REQUEST-DATE FROM DATE YYYYMMDD.
            MOVE STEP-OPERATOR-ID TO PND-REQUEST-OPERATOR.
            WRITE PENDING-CHANGE-RECORD.
            ADD 1 TO CHANGES-QUEUED-COUNT.
            ADD 1 TO QUEUED-CHANGE-COUNT.
            MOVE VENDOR-NUMBER
                TO QCT-VENDOR-NUMBER(QUEUED-CHANGE-COUNT).
            MOVE CHANGE-FIELD-NUMBER
                TO QCT-FIELD-NUMBER(QUEUED-CHANGE-COUNT).
            MOVE CHANGE-NEW-VALUE
                TO QCT-NEW-VALUE(QUEUED-CHANGE-COUNT).

       DECODE-REJECT-REASON.
            IF REJECT-REASON-CODE = "VN"
                MOVE "VENDOR NOT ON FILE" TO REJECT-REASON-TEXT
            ELSE IF REJECT-REASON-CODE = "VI"
                MOVE "VENDOR IS INACTIVE" TO REJECT-REASON-TEXT
            ELSE IF REJECT-REASON-CODE = "TY"
                MOVE "UNKNOWN REQUEST TYPE" TO REJECT-REASON-TEXT
            ELSE IF REJECT-REASON-CODE = "RQ"
                MOVE "REQUIRED FIELD IS BLANK" TO REJECT-REASON-TEXT
            ELSE IF REJECT-REASON-CODE = "ST"
                MOVE "INVALID STATE CODE" TO REJECT-REASON-TEXT
            ELSE IF REJECT-REASON-CODE = "ZP"
                MOVE "INVALID ZIP CODE" TO REJECT-REASON-TEXT
            ELSE IF REJECT-REASON-CODE = "ZD"
                MOVE "ZIP IS IN ANOTHER STATE" TO REJECT-REASON-TEXT
            ELSE IF REJECT-REASON-CODE = "PM"
                MOVE "INVALID PAYMENT METHOD" TO REJECT-REASON-TEXT
            ELSE IF REJECT-REASON-CODE = "RT"
                MOVE "ROUTING FAILS THE CHECK DIGIT"
                    TO REJECT-REASON-TEXT
            ELSE IF REJECT-REASON-CODE = "AC"
                MOVE "BANK ACCOUNT REQUIRED FOR EFT"
                    TO REJECT-REASON-TEXT
            ELSE IF REJECT-REASON-CODE = "QF"
                MOVE "APPROVAL QUEUE IS FULL -- RESEND"
                    TO REJECT-REASON-TEXT
            ELSE
                MOVE SPACES TO REJECT-REASON-TEXT.

       PRINT-REPORT-HEADING.
            MOVE SPACES TO VCR-REPORT-LINE.
            STRING "VENDOR CHANGE REQUESTS FROM " SOURCE-SYSTEM-HOLD
                " -- FILE OF " FILE-RUN-DATE-HOLD
                DELIMITED BY SIZE
                INTO VCR-REPORT-LINE.
            WRITE VCR-REPORT-LINE.
            MOVE SPACES TO VCR-REPORT-LINE.
            STRING "LOADED " RUN-START-DATE-HOLD
                " -- GOOD REQUESTS ARE QUEUED FOR APPROVAL, "
                "NOT APPLIED"
                DELIMITED BY SIZE
                INTO VCR-REPORT-LINE.
            WRITE VCR-REPORT-LINE.
            WRITE VCR-REPORT-LINE FROM BLANK-REPORT-LINE.

       PRINT-FILE-REFUSED.
            MOVE "FILE REFUSED -- NO REQUEST ON IT WAS QUEUED"
                TO VCR-REPORT-LINE.
            WRITE VCR-REPORT-LINE.
            MOVE REFUSAL-TEXT TO VCR-REPORT-LINE.
            WRITE VCR-REPORT-LINE.

       PRINT-REQUEST-LINE.
            MOVE VCR-VENDOR-NUMBER TO RPT-VENDOR-NUMBER.
            MOVE VCR-REQUEST-ID TO RPT-REQUEST-ID.
            IF VCR-IS-ADDRESS
                MOVE "ADDRESS" TO RPT-REQUEST-TYPE
            ELSE IF VCR-IS-REMIT-TO
                MOVE "REMIT-TO" TO RPT-REQUEST-TYPE
            ELSE IF VCR-IS-CONTACT
                MOVE "CONTACT" TO RPT-REQUEST-TYPE
            ELSE IF VCR-IS-BANK
                MOVE "BANK" TO RPT-REQUEST-TYPE
            ELSE
                MOVE VCR-REQUEST-TYPE TO RPT-REQUEST-TYPE.
            MOVE REJECT-REASON-TEXT TO RPT-REASON.
            WRITE VCR-REPORT-LINE FROM VCR-DETAIL-LINE.

       PRINT-REPORT-TOTALS.
            WRITE VCR-REPORT-LINE FROM BLANK-REPORT-LINE.
            MOVE SPACES TO VCR-REPORT-LINE.
            MOVE REQUESTS-READ-COUNT TO COUNT-EDIT-FIELD.
            STRING "REQUESTS READ     : " COUNT-EDIT-FIELD
                DELIMITED BY SIZE
                INTO VCR-REPORT-LINE.
            WRITE VCR-REPORT-LINE.
            MOVE SPACES TO VCR-REPORT-LINE.
            MOVE REQUESTS-QUEUED-COUNT TO COUNT-EDIT-FIELD.
            STRING "REQUESTS QUEUED   : " COUNT-EDIT-FIELD
                DELIMITED BY SIZE
                INTO VCR-REPORT-LINE.
            WRITE VCR-REPORT-LINE.
            MOVE SPACES TO VCR-REPORT-LINE.
            MOVE NO-CHANGE-COUNT TO COUNT-EDIT-FIELD.
            STRING "NOTHING TO CHANGE : " COUNT-EDIT-FIELD
                DELIMITED BY SIZE
                INTO VCR-REPORT-LINE.
            WRITE VCR-REPORT-LINE.
            MOVE SPACES TO VCR-REPORT-LINE.
            MOVE REJECTED-COUNT TO COUNT-EDIT-FIELD.
            STRING "REJECTED          : " COUNT-EDIT-FIELD
                DELIMITED BY SIZE
                INTO VCR-REPORT-LINE.
            WRITE VCR-REPORT-LINE.
            MOVE SPACES TO VCR-REPORT-LINE.
            MOVE WARNING-COUNT TO COUNT-EDIT-FIELD.
            STRING "CITY WARNINGS     : " COUNT-EDIT-FIELD
                DELIMITED BY SIZE
                INTO VCR-REPORT-LINE.
            WRITE VCR-REPORT-LINE.
