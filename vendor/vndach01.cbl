      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: ACH origination file for the bank, the NACHA
      *          successor to the vndeft01 extract.  The operator
      *          enters the payment date, and every EFT posted to
      *          the payment history on that date goes out to
      *          VNDACH.DAT in the NACHA layout: a file header, one
      *          CCD credit batch, an entry detail per payment with
      *          an addenda record carrying its invoice reference,
      *          the batch and file control records with their
      *          counts, entry hash, and credit totals, and the
      *          block filled out with nines.  Payments are dated
      *          to settle the next banking day -- weekends and the
      *          VNDHOL.DAT holiday calendar are stepped over.
      *          Before any payment goes, every active EFT vendor
      *          whose bank routing or account is new or has
      *          changed since it was last proven gets a zero-
      *          dollar prenote in the same batch, and its record
      *          on the prenote file (VNDPRN.DAT) is stamped with
      *          the day its live payments may follow, the set
      *          number of banking days after the prenote settles.
      *          Until then vndsel01, vndpay01, and vndprl01 will
      *          not pay the vendor by EFT, and any EFT that reaches
      *          this file anyway is held off it and reported, as
      *          are EFTs in a foreign currency, to a vendor off the
      *          master, to bank details the file cannot carry, or
      *          to a vendor whose bank change still awaits its
      *          vndcbk01 callback.
      *          The first time this runs, the EFT vendors already
      *          on file are taken as established, so only changes
      *          from then on are prenoted.  The company's
      *          origination details sit on a one-record control
      *          file that only a supervisor can set or change, and
      *          a second file on the same day takes the next file
      *          ID modifier.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndach01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpmt01.cbl".
            COPY "slprn01.cbl".
            COPY "slach01.cbl".
            COPY "slhol01.cbl".
            SELECT ACH-FILE ASSIGN TO "VNDACH.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ACH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdprn01.cbl".
            COPY "fdach01.cbl".
            COPY "fdhol01.cbl".

       FD   ACH-FILE
            LABEL RECORDS ARE STANDARD.

       01   ACH-FILE-HEADER.
            05 AFH-RECORD-TYPE            PIC X(01).
            05 AFH-PRIORITY-CODE          PIC X(02).
            05 AFH-DESTINATION            PIC X(10).
            05 AFH-ORIGIN                 PIC X(10).
            05 AFH-CREATION-DATE          PIC 9(6).
            05 AFH-CREATION-TIME          PIC 9(4).
            05 AFH-FILE-ID-MODIFIER       PIC X(01).
            05 AFH-RECORD-SIZE            PIC X(03).
            05 AFH-BLOCKING-FACTOR        PIC X(02).
            05 AFH-FORMAT-CODE            PIC X(01).
            05 AFH-DESTINATION-NAME       PIC X(23).
            05 AFH-ORIGIN-NAME            PIC X(23).
            05 AFH-REFERENCE-CODE         PIC X(08).

       01   ACH-BATCH-HEADER.
            05 ABH-RECORD-TYPE            PIC X(01).
            05 ABH-SERVICE-CLASS          PIC 9(3).
            05 ABH-COMPANY-NAME           PIC X(16).
            05 ABH-DISCRETIONARY-DATA     PIC X(20).
            05 ABH-COMPANY-ID             PIC X(10).
            05 ABH-ENTRY-CLASS            PIC X(03).
            05 ABH-ENTRY-DESCRIPTION      PIC X(10).
            05 ABH-DESCRIPTIVE-DATE       PIC X(06).
            05 ABH-EFFECTIVE-DATE         PIC 9(6).
            05 ABH-SETTLEMENT-DATE        PIC X(03).
            05 ABH-ORIGINATOR-STATUS      PIC X(01).
            05 ABH-ODFI-ROUTING           PIC X(08).
            05 ABH-BATCH-NUMBER           PIC 9(7).

       01   ACH-ENTRY-DETAIL.
            05 AED-RECORD-TYPE            PIC X(01).
            05 AED-TRANSACTION-CODE       PIC 9(2).
            05 AED-RDFI-ROUTING           PIC X(08).
            05 AED-CHECK-DIGIT            PIC X(01).
            05 AED-DFI-ACCOUNT            PIC X(17).
            05 AED-AMOUNT                 PIC 9(8)V99.
            05 AED-INDIVIDUAL-ID          PIC X(15).
            05 AED-INDIVIDUAL-NAME        PIC X(22).
            05 AED-DISCRETIONARY-DATA     PIC X(02).
            05 AED-ADDENDA-INDICATOR      PIC 9(1).
            05 AED-TRACE-NUMBER.
               10 AED-TRACE-ODFI          PIC X(08).
               10 AED-TRACE-SEQUENCE      PIC 9(7).

       01   ACH-ENTRY-ADDENDA.
            05 AAD-RECORD-TYPE            PIC X(01).
            05 AAD-ADDENDA-TYPE           PIC X(02).
            05 AAD-PAYMENT-INFO           PIC X(80).
            05 AAD-ADDENDA-SEQUENCE       PIC 9(4).
            05 AAD-ENTRY-SEQUENCE         PIC 9(7).

       01   ACH-BATCH-CONTROL.
            05 ABC-RECORD-TYPE            PIC X(01).
            05 ABC-SERVICE-CLASS          PIC 9(3).
            05 ABC-ENTRY-ADDENDA-COUNT    PIC 9(6).
            05 ABC-ENTRY-HASH             PIC 9(10).
            05 ABC-TOTAL-DEBITS           PIC 9(10)V99.
            05 ABC-TOTAL-CREDITS          PIC 9(10)V99.
            05 ABC-COMPANY-ID             PIC X(10).
            05 ABC-AUTHENTICATION         PIC X(19).
            05 ABC-RESERVED               PIC X(06).
            05 ABC-ODFI-ROUTING           PIC X(08).
            05 ABC-BATCH-NUMBER           PIC 9(7).

       01   ACH-FILE-CONTROL.
            05 AFC-RECORD-TYPE            PIC X(01).
            05 AFC-BATCH-COUNT            PIC 9(6).
            05 AFC-BLOCK-COUNT            PIC 9(6).
            05 AFC-ENTRY-ADDENDA-COUNT    PIC 9(8).
            05 AFC-ENTRY-HASH             PIC 9(10).
            05 AFC-TOTAL-DEBITS           PIC 9(10)V99.
            05 AFC-TOTAL-CREDITS          PIC 9(10)V99.
            05 AFC-RESERVED               PIC X(39).

       01   ACH-BLOCK-FILLER              PIC X(94).

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   ACH-CONTROL-STATUS        PIC XX.
       01   ACH-FILE-STATUS           PIC XX.
       01   HOLIDAY-FILE-STATUS       PIC XX.
       01   PRENOTE-FILE-STATUS       PIC XX.

       01   OPERATOR-ID               PIC X(08) VALUE "UNKNOWN".
       77   ACTION-PICK               PIC X.

       01   ACH-CONTROL-PRESENT       PIC X.
            88 ACH-CONTROL-IS-SET        VALUE "Y".

       01   MORE-VENDOR-RECORDS       PIC X.
            88 VENDOR-RECORDS-REMAIN     VALUE "Y".
            88 NO-MORE-VENDOR-RECORDS    VALUE "N".
       01   MORE-PAYMENT-RECORDS      PIC X.
            88 PAYMENT-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-PAYMENT-RECORDS   VALUE "N".
       01   MORE-HOLIDAY-RECORDS      PIC X.
            88 HOLIDAY-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-HOLIDAY-RECORDS   VALUE "N".

       01   RECORD-FOUND              PIC X.
            88 RECORD-WAS-FOUND          VALUE "Y".
            88 NO-RECORD-FOUND           VALUE "N".

       77   PAYMENT-RUN-DATE-ENTRY    PIC X(8).
       77   PAYMENT-RUN-DATE          PIC 9(8).
       77   RUN-DATE-STAMP            PIC 9(8).
       77   RUN-TIME-STAMP            PIC 9(8).
       77   EFFECTIVE-DATE            PIC 9(8).
       77   PRENOTE-CLEAR-DATE        PIC 9(8).
       77   CLEAR-DATE-FIELD          PIC 9999/99/99.
       77   AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ.

      *--------------------------------
      * THE ORIGINATION DETAILS ARE
      * KEYED ONE AT A TIME THROUGH
      * THIS WORK AREA.  A BLANK ENTRY
      * KEEPS WHAT IS ALREADY THERE;
      * A ROUTING NUMBER MUST BE ALL
      * DIGITS.
      *--------------------------------
       01   REQUIRED-ENTRY-STATUS     PIC X.
            88 REQUIRED-ENTRY-WAS-OK     VALUE "Y".
       77   SETTING-PROMPT            PIC X(50).
       77   SETTING-VALUE             PIC X(30).
       77   SETTING-ENTRY             PIC X(30).
       77   SETTING-LENGTH            PIC 9(2).
       01   SETTING-KIND              PIC X.
            88 SETTING-IS-DIGITS         VALUE "D".
            88 SETTING-IS-TEXT           VALUE "T".
       77   PRENOTE-DAYS-ENTRY        PIC X(2).

      *--------------------------------
      * BANKING-DAY ARITHMETIC.  THE
      * SERIAL DAY COUNT MODULO 7 IS
      * 0 ON A MONDAY, THE SAME WAY
      * vndnite01 FINDS THE WEEKDAY.
      * THE HOLIDAY CALENDAR IS HELD
      * IN A TABLE FOR THE RUN.
      *--------------------------------
            COPY "fldcal01.cbl".
       77   WEEKDAY-HOLD              PIC 9(1).
       77   WEEKDAY-WORK              PIC 9(7).
       77   WEEKDAY-REMAINDER         PIC 9(1).
       77   BANKING-DAYS-COUNTED      PIC 9(2).
       01   BANKING-DAY-STATUS        PIC X.
            88 BANKING-DAY-FOUND         VALUE "Y".
       01   HOLIDAY-STATUS            PIC X.
            88 DAY-IS-A-HOLIDAY          VALUE "Y".
       01   HOLIDAY-TABLE.
            05 HOLIDAY-DATE-ENTRY OCCURS 100 TIMES PIC 9(8).
       77   HOLIDAY-COUNT             PIC 9(3).
       77   HOLIDAY-INDEX             PIC 9(3).

      *--------------------------------
      * FILE ID MODIFIERS RUN A TO Z
      * THEN 0 TO 9 WITHIN A DAY.  THE
      * BLANK AT THE END STOPS THE
      * SEARCH.
      *--------------------------------
       01   MODIFIER-LIST             PIC X(37)
                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       01   MODIFIER-TABLE REDEFINES MODIFIER-LIST.
            05 MODIFIER-LETTER OCCURS 37 TIMES PIC X(01).
       77   MODIFIER-INDEX            PIC 9(2).

      *--------------------------------
      * EFTS VOIDED ON FILE ARE KEPT
      * OFF IT, MATCHED BY THE
      * ORIGINAL KEY EACH VOID CARRIES.
      *--------------------------------
       01   VOIDED-TABLE.
            05 VOIDED-KEY OCCURS 500 TIMES PIC X(18).
       77   VOIDED-COUNT              PIC 9(3).
       77   VOIDED-INDEX              PIC 9(3).
       77   VOIDED-OVERFLOW           PIC 9(5).
       01   VOIDED-STATUS             PIC X.
            88 PAYMENT-WAS-VOIDED        VALUE "Y".

      *--------------------------------
      * THE NINE-DIGIT ROUTING NUMBER
      * SPLITS INTO THE RECEIVING
      * BANK'S EIGHT-DIGIT ID, WHICH
      * FEEDS THE ENTRY HASH, AND ITS
      * CHECK DIGIT.
      *--------------------------------
       01   ROUTING-HOLD.
            05 ROUTING-RDFI           PIC 9(8).
            05 ROUTING-CHECK-DIGIT    PIC X(01).
       01   BANK-DETAILS-STATUS       PIC X.
            88 BANK-DETAILS-ARE-USABLE   VALUE "Y".
       01   PAYEE-PRENOTE-STATUS      PIC X.
            88 PAYEE-IS-CLEAR            VALUE "Y".

       01   INDIVIDUAL-ID-WORK.
            05 IID-VENDOR-NUMBER      PIC 9(7).
            05 IID-PAYMENT-DATE       PIC X(8).

       01   ADDENDA-INFO-WORK.
            05 FILLER                 PIC X(04) VALUE "INV ".
            05 ADI-INVOICE-REF        PIC X(15).
            05 FILLER                 PIC X(05) VALUE " REF ".
            05 ADI-PAYMENT-KEY        PIC X(18).
            05 FILLER                 PIC X(38) VALUE SPACES.

       01   YYMMDD-WORK.
            05 FILLER                 PIC 9(2).
            05 YYMMDD-SHORT           PIC 9(6).
       01   HHMM-WORK.
            05 HHMM-SHORT             PIC 9(4).
            05 FILLER                 PIC 9(4).

       77   ENTRY-TRANSACTION-CODE    PIC 9(2).
       77   ENTRY-AMOUNT-HOLD         PIC 9(8)V99.
       77   ENTRY-ADDENDA-FLAG        PIC 9(1).
       77   ENTRY-SEQUENCE            PIC 9(7).
       77   ENTRY-ADDENDA-COUNT       PIC 9(8).
       77   ENTRY-HASH-WORK           PIC 9(12).
       77   CREDIT-TOTAL              PIC 9(10)V99.
       77   RECORD-COUNT              PIC 9(8).
       77   BLOCK-COUNT               PIC 9(6).
       77   FILLER-RECORDS-LEFT       PIC 9(2).

       77   SEEDED-COUNT              PIC 9(5).
       77   PRENOTE-COUNT             PIC 9(5).
       77   PAYMENT-SENT-COUNT        PIC 9(5).
       77   HELD-COUNT                PIC 9(5).
       77   VOID-SKIPPED-COUNT        PIC 9(5).
       77   BAD-DETAILS-COUNT         PIC 9(5).

      *--------------------------------
      * SUPERVISOR SIGN-ON FIELDS, THE
      * SAME WAY vndprl01 SIGNS A
      * SUPERVISOR ON.
      *--------------------------------
            COPY "fldsgn01.cbl".
       01   REQUIRED-SIGNON-STATUS    PIC X.
            88 SIGNON-WAS-OK             VALUE "Y".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD.
            ACCEPT RUN-TIME-STAMP FROM TIME.
            PERFORM READ-THE-ACH-CONTROL.
            IF NOT ACH-CONTROL-IS-SET
                DISPLAY "ACH ORIGINATION DETAILS ARE NOT SET UP YET "
                    "-- A SUPERVISOR MUST ENTER THEM"
                PERFORM SIGN-ON-SUPERVISOR
                PERFORM ENTER-ORIGINATION-DETAILS
                PERFORM WRITE-THE-ACH-CONTROL.
            DISPLAY "(B)UILD THE ACH FILE, OR (C)HANGE THE "
                "ORIGINATION DETAILS (BLANK TO STOP)".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "b" MOVE "B" TO ACTION-PICK.
            IF ACTION-PICK = "c" MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "B"
                PERFORM BUILD-THE-ACH-FILE
            ELSE IF ACTION-PICK = "C"
                PERFORM SIGN-ON-SUPERVISOR
                PERFORM ENTER-ORIGINATION-DETAILS
                PERFORM WRITE-THE-ACH-CONTROL.

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
                DISPLAY "NOT SIGNED ON -- NOTHING CHANGED"
                GOBACK.

      *--------------------------------
      * THE ORIGINATION DETAILS.
      *--------------------------------
       READ-THE-ACH-CONTROL.
            MOVE "N" TO ACH-CONTROL-PRESENT.
            MOVE SPACES TO ACH-CONTROL-RECORD.
            MOVE ZEROS TO ACC-PRENOTE-DAYS.
            MOVE ZEROS TO ACC-LAST-FILE-DATE.
            MOVE ZEROS TO ACC-CHANGED-DATE.
            OPEN INPUT ACH-CONTROL-FILE.
            IF ACH-CONTROL-STATUS = "00"
                READ ACH-CONTROL-FILE
                    AT END
                    CONTINUE
                    NOT AT END
                    MOVE "Y" TO ACH-CONTROL-PRESENT
                END-READ
                CLOSE ACH-CONTROL-FILE.

       WRITE-THE-ACH-CONTROL.
            OPEN OUTPUT ACH-CONTROL-FILE.
            WRITE ACH-CONTROL-RECORD.
            CLOSE ACH-CONTROL-FILE.
            MOVE "Y" TO ACH-CONTROL-PRESENT.

       ENTER-ORIGINATION-DETAILS.
            MOVE "IMMEDIATE DESTINATION (THE BANK'S 9-DIGIT ROUTING)"
                TO SETTING-PROMPT.
            MOVE ACC-DESTINATION-ROUTING TO SETTING-VALUE.
            MOVE 9 TO SETTING-LENGTH.
            MOVE "D" TO SETTING-KIND.
            PERFORM ENTER-ONE-SETTING.
            MOVE SETTING-VALUE TO ACC-DESTINATION-ROUTING.
            MOVE "IMMEDIATE DESTINATION NAME (THE BANK)"
                TO SETTING-PROMPT.
            MOVE ACC-DESTINATION-NAME TO SETTING-VALUE.
            MOVE 23 TO SETTING-LENGTH.
            MOVE "T" TO SETTING-KIND.
            PERFORM ENTER-ONE-SETTING.
            MOVE SETTING-VALUE TO ACC-DESTINATION-NAME.
            MOVE "IMMEDIATE ORIGIN (AS THE BANK ASSIGNED IT)"
                TO SETTING-PROMPT.
            MOVE ACC-ORIGIN-ID TO SETTING-VALUE.
            MOVE 10 TO SETTING-LENGTH.
            PERFORM ENTER-ONE-SETTING.
            MOVE SETTING-VALUE TO ACC-ORIGIN-ID.
            MOVE "IMMEDIATE ORIGIN NAME (OUR COMPANY)"
                TO SETTING-PROMPT.
            MOVE ACC-ORIGIN-NAME TO SETTING-VALUE.
            MOVE 23 TO SETTING-LENGTH.
            PERFORM ENTER-ONE-SETTING.
            MOVE SETTING-VALUE TO ACC-ORIGIN-NAME.
            MOVE "COMPANY NAME AS VENDORS SEE IT (UP TO 16)"
                TO SETTING-PROMPT.
            MOVE ACC-COMPANY-NAME TO SETTING-VALUE.
            MOVE 16 TO SETTING-LENGTH.
            PERFORM ENTER-ONE-SETTING.
            MOVE SETTING-VALUE TO ACC-COMPANY-NAME.
            MOVE "COMPANY IDENTIFICATION (UP TO 10)"
                TO SETTING-PROMPT.
            MOVE ACC-COMPANY-ID TO SETTING-VALUE.
            MOVE 10 TO SETTING-LENGTH.
            PERFORM ENTER-ONE-SETTING.
            MOVE SETTING-VALUE TO ACC-COMPANY-ID.
            MOVE "ORIGINATING BANK (FIRST 8 DIGITS OF ITS ROUTING)"
                TO SETTING-PROMPT.
            MOVE ACC-ODFI-ROUTING TO SETTING-VALUE.
            MOVE 8 TO SETTING-LENGTH.
            MOVE "D" TO SETTING-KIND.
            PERFORM ENTER-ONE-SETTING.
            MOVE SETTING-VALUE TO ACC-ODFI-ROUTING.
            PERFORM ENTER-PRENOTE-DAYS.
            MOVE OPERATOR-ID TO ACC-CHANGED-BY.
            MOVE RUN-DATE-STAMP TO ACC-CHANGED-DATE.
            DISPLAY "ORIGINATION DETAILS SAVED".

       ENTER-ONE-SETTING.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-ONE-SETTING
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-ONE-SETTING.
            DISPLAY SETTING-PROMPT.
            IF SETTING-VALUE NOT = SPACES
                DISPLAY "NOW: " SETTING-VALUE " (BLANK TO KEEP IT)".
            MOVE SPACES TO SETTING-ENTRY.
            ACCEPT SETTING-ENTRY.
            IF SETTING-ENTRY NOT = SPACES
                MOVE SETTING-ENTRY TO SETTING-VALUE.
            IF SETTING-VALUE = SPACES
                DISPLAY "AN ENTRY IS REQUIRED -- TRY AGAIN"
            ELSE IF SETTING-VALUE(SETTING-LENGTH + 1:) NOT = SPACES
                DISPLAY "NO MORE THAN " SETTING-LENGTH
                    " CHARACTERS -- TRY AGAIN"
                MOVE SPACES TO SETTING-VALUE
            ELSE IF SETTING-IS-DIGITS AND
                    SETTING-VALUE(1:SETTING-LENGTH) NOT NUMERIC
                DISPLAY "MUST BE " SETTING-LENGTH " DIGITS -- TRY "
                    "AGAIN"
                MOVE SPACES TO SETTING-VALUE
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

      *--------------------------------
      * THE NACHA RULES LET LIVE
      * ENTRIES FOLLOW A PRENOTE
      * THREE BANKING DAYS AFTER IT
      * SETTLES; THE BANK MAY ASK FOR
      * LONGER.
      *--------------------------------
       ENTER-PRENOTE-DAYS.
            IF ACC-PRENOTE-DAYS = ZEROS
                MOVE 3 TO ACC-PRENOTE-DAYS.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-PRENOTE-DAYS
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-PRENOTE-DAYS.
            DISPLAY "BANKING DAYS A PRENOTE STANDS BEFORE LIVE "
                "PAYMENTS (1 TO 15)".
            DISPLAY "NOW: " ACC-PRENOTE-DAYS " (BLANK TO KEEP IT)".
            MOVE SPACES TO PRENOTE-DAYS-ENTRY.
            ACCEPT PRENOTE-DAYS-ENTRY.
            IF PRENOTE-DAYS-ENTRY = SPACES
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE IF PRENOTE-DAYS-ENTRY(2:1) = SPACE AND
                    PRENOTE-DAYS-ENTRY(1:1) IS NUMERIC AND
                    PRENOTE-DAYS-ENTRY(1:1) NOT = "0"
                MOVE PRENOTE-DAYS-ENTRY(1:1) TO ACC-PRENOTE-DAYS
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE IF PRENOTE-DAYS-ENTRY IS NUMERIC AND
                    PRENOTE-DAYS-ENTRY > "00" AND
                    PRENOTE-DAYS-ENTRY < "16"
                MOVE PRENOTE-DAYS-ENTRY TO ACC-PRENOTE-DAYS
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                DISPLAY "ENTER 1 TO 15 -- TRY AGAIN".

      *--------------------------------
      * BUILD THE FILE.  THE PRENOTES
      * GO FIRST, SO A VENDOR PRENOTED
      * TODAY HAS ITS NEW CLEAR DATE
      * ON FILE BEFORE ITS PAYMENTS
      * ARE JUDGED.
      *--------------------------------
       BUILD-THE-ACH-FILE.
            PERFORM ENTER-PAYMENT-RUN-DATE.
            IF PAYMENT-RUN-DATE = ZEROS
                DISPLAY "ACH FILE CANCELLED"
            ELSE
                PERFORM PICK-FILE-ID-MODIFIER
                IF MODIFIER-INDEX > 36
                    DISPLAY "36 ACH FILES HAVE ALREADY BEEN BUILT "
                        "TODAY -- NO FILE ID MODIFIER IS LEFT"
                ELSE
                    PERFORM WRITE-THE-ACH-FILE.

       ENTER-PAYMENT-RUN-DATE.
            MOVE ZEROS TO PAYMENT-RUN-DATE.
            DISPLAY "ENTER THE PAYMENT DATE (YYYYMMDD) -- EFTS".
            DISPLAY "POSTED ON THIS DATE GO TO THE BANK".
            DISPLAY "(BLANK OR 0 TO CANCEL)".
            ACCEPT PAYMENT-RUN-DATE-ENTRY.
            IF PAYMENT-RUN-DATE-ENTRY IS NUMERIC
                MOVE PAYMENT-RUN-DATE-ENTRY TO PAYMENT-RUN-DATE.

       PICK-FILE-ID-MODIFIER.
            MOVE 1 TO MODIFIER-INDEX.
            IF ACC-LAST-FILE-DATE = RUN-DATE-STAMP
                PERFORM STEP-MODIFIER-INDEX
                   UNTIL MODIFIER-INDEX > 36 OR
                       MODIFIER-LETTER(MODIFIER-INDEX) =
                           ACC-LAST-FILE-MODIFIER
                ADD 1 TO MODIFIER-INDEX.

       STEP-MODIFIER-INDEX.
            ADD 1 TO MODIFIER-INDEX.

       WRITE-THE-ACH-FILE.
            PERFORM LOAD-THE-HOLIDAYS.
            PERFORM WORK-OUT-THE-DATES.
            PERFORM OPEN-THE-PRENOTE-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN OUTPUT ACH-FILE.
            MOVE ZEROS TO ENTRY-SEQUENCE.
            MOVE ZEROS TO ENTRY-ADDENDA-COUNT.
            MOVE ZEROS TO ENTRY-HASH-WORK.
            MOVE ZEROS TO CREDIT-TOTAL.
            MOVE ZEROS TO PRENOTE-COUNT.
            MOVE ZEROS TO PAYMENT-SENT-COUNT.
            MOVE ZEROS TO HELD-COUNT.
            MOVE ZEROS TO VOID-SKIPPED-COUNT.
            MOVE ZEROS TO BAD-DETAILS-COUNT.
            PERFORM WRITE-FILE-HEADER.
            PERFORM WRITE-BATCH-HEADER.
            MOVE "Y" TO MORE-VENDOR-RECORDS.
            PERFORM PRENOTE-ONE-VENDOR
               UNTIL NO-MORE-VENDOR-RECORDS.
            PERFORM SEND-THE-PAYMENTS.
            PERFORM WRITE-BATCH-CONTROL.
            PERFORM WRITE-FILE-CONTROL.
            PERFORM WRITE-BLOCK-FILLER
               UNTIL FILLER-RECORDS-LEFT = 0.
            CLOSE VENDOR-FILE.
            CLOSE PRENOTE-FILE.
            CLOSE ACH-FILE.
            IF ENTRY-SEQUENCE = 0
                OPEN OUTPUT ACH-FILE
                CLOSE ACH-FILE
                DISPLAY "NO PRENOTES OR EFTS TO SEND -- VNDACH.DAT "
                    "LEFT EMPTY"
            ELSE
                PERFORM STAMP-THE-FILE-MODIFIER
                PERFORM SHOW-THE-FILE-TOTALS.
            PERFORM SHOW-THE-EXCEPTIONS.

       STAMP-THE-FILE-MODIFIER.
            MOVE RUN-DATE-STAMP TO ACC-LAST-FILE-DATE.
            MOVE MODIFIER-LETTER(MODIFIER-INDEX)
                TO ACC-LAST-FILE-MODIFIER.
            PERFORM WRITE-THE-ACH-CONTROL.

       SHOW-THE-FILE-TOTALS.
            MOVE CREDIT-TOTAL TO AMOUNT-FIELD.
            DISPLAY "ACH FILE WRITTEN TO VNDACH.DAT -- FILE ID "
                "MODIFIER " ACC-LAST-FILE-MODIFIER.
            DISPLAY PAYMENT-SENT-COUNT " PAYMENT(S) FOR "
                AMOUNT-FIELD.
            DISPLAY PRENOTE-COUNT " PRENOTE(S)".
            MOVE EFFECTIVE-DATE TO CLEAR-DATE-FIELD.
            DISPLAY "EFFECTIVE ENTRY DATE " CLEAR-DATE-FIELD.

       SHOW-THE-EXCEPTIONS.
            IF SEEDED-COUNT > 0
                DISPLAY "PRENOTE FILE STARTED -- " SEEDED-COUNT
                    " EFT VENDOR(S) ON FILE TAKEN AS ESTABLISHED".
            IF HELD-COUNT > 0
                DISPLAY HELD-COUNT " EFT(S) HELD OFF THE FILE -- "
                    "SEE THE MESSAGES ABOVE".
            IF VOID-SKIPPED-COUNT > 0
                DISPLAY VOID-SKIPPED-COUNT " VOIDED EFT(S) LEFT OFF".
            IF BAD-DETAILS-COUNT > 0
                DISPLAY BAD-DETAILS-COUNT " EFT VENDOR(S) NOT "
                    "PRENOTED FOR UNUSABLE BANK DETAILS -- FIX THEM "
                    "IN vndchg01".
            IF VOIDED-OVERFLOW > 0
                DISPLAY "MORE THAN 500 VOIDS AGAINST THE DAY -- "
                    "CHECK THE FILE FOR VOIDED EFTS BEFORE SENDING".

      *--------------------------------
      * THE CALENDAR.  PAYMENTS SETTLE
      * THE NEXT BANKING DAY; A
      * PRENOTE SENT TODAY CLEARS THE
      * SET NUMBER OF BANKING DAYS
      * AFTER THAT.
      *--------------------------------
       LOAD-THE-HOLIDAYS.
            MOVE ZEROS TO HOLIDAY-COUNT.
            OPEN INPUT HOLIDAY-FILE.
            IF HOLIDAY-FILE-STATUS = "00"
                MOVE "Y" TO MORE-HOLIDAY-RECORDS
                PERFORM LOAD-ONE-HOLIDAY
                   UNTIL NO-MORE-HOLIDAY-RECORDS
                CLOSE HOLIDAY-FILE.

       LOAD-ONE-HOLIDAY.
            READ HOLIDAY-FILE
                AT END
                MOVE "N" TO MORE-HOLIDAY-RECORDS.
            IF HOLIDAY-RECORDS-REMAIN AND HOLIDAY-COUNT < 100
                ADD 1 TO HOLIDAY-COUNT
                MOVE HOL-DATE TO HOLIDAY-DATE-ENTRY(HOLIDAY-COUNT).

       WORK-OUT-THE-DATES.
            MOVE RUN-DATE-STAMP TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            PERFORM FIND-NEXT-BANKING-DAY.
            MOVE CAL-DATE-STAMP TO EFFECTIVE-DATE.
            MOVE ZEROS TO BANKING-DAYS-COUNTED.
            PERFORM COUNT-ONE-BANKING-DAY
               UNTIL BANKING-DAYS-COUNTED = ACC-PRENOTE-DAYS.
            MOVE CAL-DATE-STAMP TO PRENOTE-CLEAR-DATE.

       COUNT-ONE-BANKING-DAY.
            PERFORM FIND-NEXT-BANKING-DAY.
            ADD 1 TO BANKING-DAYS-COUNTED.

       FIND-NEXT-BANKING-DAY.
            MOVE "N" TO BANKING-DAY-STATUS.
            PERFORM STEP-ONE-CALENDAR-DAY
               UNTIL BANKING-DAY-FOUND.

       STEP-ONE-CALENDAR-DAY.
            ADD 1 TO CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            DIVIDE CAL-DAY-NUMBER BY 7 GIVING WEEKDAY-WORK
                REMAINDER WEEKDAY-REMAINDER.
            COMPUTE WEEKDAY-HOLD = WEEKDAY-REMAINDER + 1.
            IF WEEKDAY-HOLD < 6
                PERFORM LOOK-FOR-HOLIDAY
                IF NOT DAY-IS-A-HOLIDAY
                    MOVE "Y" TO BANKING-DAY-STATUS.

       LOOK-FOR-HOLIDAY.
            MOVE "N" TO HOLIDAY-STATUS.
            MOVE 0 TO HOLIDAY-INDEX.
            PERFORM CHECK-ONE-HOLIDAY
               UNTIL HOLIDAY-INDEX = HOLIDAY-COUNT OR
                   DAY-IS-A-HOLIDAY.

       CHECK-ONE-HOLIDAY.
            ADD 1 TO HOLIDAY-INDEX.
            IF HOLIDAY-DATE-ENTRY(HOLIDAY-INDEX) = CAL-DATE-STAMP
                MOVE "Y" TO HOLIDAY-STATUS.

      *--------------------------------
      * THE PRENOTE FILE IS CREATED
      * ON FIRST USE, AND EVERY EFT
      * VENDOR ALREADY ON FILE IS
      * TAKEN AS ESTABLISHED -- ITS
      * DETAILS HAVE BEEN PAID TO.
      *--------------------------------
       OPEN-THE-PRENOTE-FILE.
            MOVE ZEROS TO SEEDED-COUNT.
            OPEN I-O PRENOTE-FILE.
            IF PRENOTE-FILE-STATUS = "35"
                OPEN OUTPUT PRENOTE-FILE
                CLOSE PRENOTE-FILE
                OPEN I-O PRENOTE-FILE
                PERFORM SEED-ESTABLISHED-VENDORS.

       SEED-ESTABLISHED-VENDORS.
            OPEN INPUT VENDOR-FILE.
            MOVE "Y" TO MORE-VENDOR-RECORDS.
            PERFORM SEED-ONE-VENDOR
               UNTIL NO-MORE-VENDOR-RECORDS.
            CLOSE VENDOR-FILE.

       SEED-ONE-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-VENDOR-RECORDS.
            IF VENDOR-RECORDS-REMAIN AND VENDOR-IS-ACTIVE AND
                    VENDOR-PAYS-BY-EFT
                PERFORM CHECK-BANK-DETAILS
                IF BANK-DETAILS-ARE-USABLE
                    MOVE SPACES TO PRENOTE-RECORD
                    MOVE VENDOR-NUMBER TO PRN-VENDOR-NUMBER
                    MOVE VENDOR-BANK-ROUTING TO PRN-BANK-ROUTING
                    MOVE VENDOR-BANK-ACCOUNT TO PRN-BANK-ACCOUNT
                    MOVE "E" TO PRN-STATUS
                    MOVE ZEROS TO PRN-SENT-DATE
                    MOVE ZEROS TO PRN-CLEAR-DATE
                    WRITE PRENOTE-RECORD
                    ADD 1 TO SEEDED-COUNT.

       CHECK-BANK-DETAILS.
            MOVE "N" TO BANK-DETAILS-STATUS.
            IF VENDOR-BANK-ROUTING IS NUMERIC AND
                    VENDOR-BANK-ACCOUNT NOT = SPACES
                MOVE "Y" TO BANK-DETAILS-STATUS.

      *--------------------------------
      * PRENOTES.  A VENDOR WITH NO
      * PRENOTE RECORD, OR WHOSE BANK
      * DETAILS NO LONGER MATCH IT,
      * GETS ONE.
      *--------------------------------
       PRENOTE-ONE-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-VENDOR-RECORDS.
            IF VENDOR-RECORDS-REMAIN AND VENDOR-IS-ACTIVE AND
                    VENDOR-PAYS-BY-EFT
                PERFORM JUDGE-VENDOR-PRENOTE.

       JUDGE-VENDOR-PRENOTE.
            PERFORM CHECK-BANK-DETAILS.
            IF NOT BANK-DETAILS-ARE-USABLE
                ADD 1 TO BAD-DETAILS-COUNT
                DISPLAY "VENDOR " VENDOR-NUMBER " HAS NO USABLE BANK "
                    "DETAILS -- NOT PRENOTED"
            ELSE
                PERFORM READ-PRENOTE-RECORD
                IF NO-RECORD-FOUND OR
                        PRN-BANK-ROUTING NOT = VENDOR-BANK-ROUTING OR
                        PRN-BANK-ACCOUNT NOT = VENDOR-BANK-ACCOUNT
                    PERFORM SEND-ONE-PRENOTE.

       READ-PRENOTE-RECORD.
            MOVE VENDOR-NUMBER TO PRN-VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ PRENOTE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       SEND-ONE-PRENOTE.
            MOVE 23 TO ENTRY-TRANSACTION-CODE.
            MOVE ZEROS TO ENTRY-AMOUNT-HOLD.
            MOVE 0 TO ENTRY-ADDENDA-FLAG.
            MOVE VENDOR-NUMBER TO IID-VENDOR-NUMBER.
            MOVE SPACES TO IID-PAYMENT-DATE.
            PERFORM WRITE-ENTRY-DETAIL.
            ADD 1 TO PRENOTE-COUNT.
            MOVE VENDOR-NUMBER TO PRN-VENDOR-NUMBER.
            MOVE VENDOR-BANK-ROUTING TO PRN-BANK-ROUTING.
            MOVE VENDOR-BANK-ACCOUNT TO PRN-BANK-ACCOUNT.
            MOVE "S" TO PRN-STATUS.
            MOVE RUN-DATE-STAMP TO PRN-SENT-DATE.
            MOVE PRENOTE-CLEAR-DATE TO PRN-CLEAR-DATE.
            MOVE AED-TRACE-NUMBER TO PRN-TRACE-NUMBER.
            IF RECORD-WAS-FOUND
                REWRITE PRENOTE-RECORD
            ELSE
                WRITE PRENOTE-RECORD.
            MOVE PRENOTE-CLEAR-DATE TO CLEAR-DATE-FIELD.
            DISPLAY "PRENOTE SENT FOR VENDOR " VENDOR-NUMBER
                " -- EFTS MAY FOLLOW FROM " CLEAR-DATE-FIELD.

      *--------------------------------
      * THE DAY'S EFTS.  THE VOIDS ARE
      * GATHERED FIRST SO A VOIDED EFT
      * NEVER REACHES THE BANK.
      *--------------------------------
       SEND-THE-PAYMENTS.
            MOVE ZEROS TO VOIDED-COUNT.
            MOVE ZEROS TO VOIDED-OVERFLOW.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "00"
                MOVE "Y" TO MORE-PAYMENT-RECORDS
                PERFORM COLLECT-ONE-VOID
                   UNTIL NO-MORE-PAYMENT-RECORDS
                CLOSE PAYMENT-FILE
                OPEN INPUT PAYMENT-FILE
                MOVE "Y" TO MORE-PAYMENT-RECORDS
                PERFORM SEND-ONE-PAYMENT
                   UNTIL NO-MORE-PAYMENT-RECORDS
                CLOSE PAYMENT-FILE.

       COLLECT-ONE-VOID.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            IF PAYMENT-RECORDS-REMAIN AND PMT-IS-VOID AND
                    PMT-ORIG-PAYMENT-DATE = PAYMENT-RUN-DATE
                IF VOIDED-COUNT < 500
                    ADD 1 TO VOIDED-COUNT
                    MOVE PMT-ORIGINAL-KEY TO VOIDED-KEY(VOIDED-COUNT)
                ELSE
                    ADD 1 TO VOIDED-OVERFLOW.

       SEND-ONE-PAYMENT.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            IF PAYMENT-RECORDS-REMAIN AND PMT-IS-EFT AND
                    PMT-PAYMENT-DATE = PAYMENT-RUN-DATE AND
                    NOT PMT-WAS-RETURNED
                PERFORM JUDGE-ONE-EFT.

       JUDGE-ONE-EFT.
            PERFORM LOOK-FOR-VOID.
            IF PAYMENT-WAS-VOIDED
                ADD 1 TO VOID-SKIPPED-COUNT
            ELSE IF PMT-CURRENCY NOT = SPACES AND
                    PMT-CURRENCY NOT = "USD"
                ADD 1 TO HELD-COUNT
                DISPLAY "EFT " PMT-PAYMENT-KEY " IS IN " PMT-CURRENCY
                    " -- ACH CARRIES DOLLARS ONLY; SEND IT BY WIRE"
            ELSE
                PERFORM READ-PAYEE-VENDOR
                PERFORM JUDGE-PAYEE.

       LOOK-FOR-VOID.
            MOVE "N" TO VOIDED-STATUS.
            MOVE 0 TO VOIDED-INDEX.
            PERFORM CHECK-ONE-VOID
               UNTIL VOIDED-INDEX = VOIDED-COUNT OR
                   PAYMENT-WAS-VOIDED.

       CHECK-ONE-VOID.
            ADD 1 TO VOIDED-INDEX.
            IF VOIDED-KEY(VOIDED-INDEX) = PMT-PAYMENT-KEY
                MOVE "Y" TO VOIDED-STATUS.

       READ-PAYEE-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE PMT-VENDOR-NUMBER TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       JUDGE-PAYEE.
            IF NO-RECORD-FOUND
                ADD 1 TO HELD-COUNT
                DISPLAY "EFT " PMT-PAYMENT-KEY " -- VENDOR IS NOT ON "
                    "THE MASTER; HELD"
            ELSE
                PERFORM CHECK-BANK-DETAILS
                PERFORM JUDGE-PAYEE-PRENOTE
                IF NOT BANK-DETAILS-ARE-USABLE
                    ADD 1 TO HELD-COUNT
                    DISPLAY "EFT " PMT-PAYMENT-KEY " -- VENDOR HAS "
                        "NO USABLE BANK DETAILS; HELD"
                ELSE IF VENDOR-AWAITS-CALLBACK
                    ADD 1 TO HELD-COUNT
                    DISPLAY "EFT " PMT-PAYMENT-KEY " -- VENDOR'S "
                        "BANK CHANGE AWAITS A CALLBACK; HELD (VOID IT "
                        "AND PAY AGAIN ONCE IT IS VERIFIED)"
                ELSE IF NOT PAYEE-IS-CLEAR
                    ADD 1 TO HELD-COUNT
                    DISPLAY "EFT " PMT-PAYMENT-KEY " -- VENDOR'S "
                        "PRENOTE HAS NOT CLEARED; HELD (VOID IT AND "
                        "PAY AGAIN ONCE IT DOES)"
                ELSE
                    PERFORM SEND-ONE-EFT.

      *--------------------------------
      * THE PRENOTE RECORD MUST CARRY
      * TODAY'S DETAILS AND ITS CLEAR
      * DATE MUST HAVE COME BY THE
      * PAYMENT DATE.
      *--------------------------------
       JUDGE-PAYEE-PRENOTE.
            MOVE "N" TO PAYEE-PRENOTE-STATUS.
            PERFORM READ-PRENOTE-RECORD.
            IF RECORD-WAS-FOUND AND
                    PRN-BANK-ROUTING = VENDOR-BANK-ROUTING AND
                    PRN-BANK-ACCOUNT = VENDOR-BANK-ACCOUNT AND
                    PRN-CLEAR-DATE NOT > PAYMENT-RUN-DATE
                MOVE "Y" TO PAYEE-PRENOTE-STATUS.

       SEND-ONE-EFT.
            MOVE 22 TO ENTRY-TRANSACTION-CODE.
            MOVE PMT-AMOUNT TO ENTRY-AMOUNT-HOLD.
            MOVE 1 TO ENTRY-ADDENDA-FLAG.
            MOVE PMT-VENDOR-NUMBER TO IID-VENDOR-NUMBER.
            MOVE PMT-PAYMENT-DATE TO IID-PAYMENT-DATE.
            PERFORM WRITE-ENTRY-DETAIL.
            PERFORM WRITE-ENTRY-ADDENDA.
            ADD PMT-AMOUNT TO CREDIT-TOTAL.
            ADD 1 TO PAYMENT-SENT-COUNT.

      *--------------------------------
      * THE NACHA RECORDS.
      *--------------------------------
       WRITE-FILE-HEADER.
            MOVE SPACES TO ACH-FILE-HEADER.
            MOVE "1" TO AFH-RECORD-TYPE.
            MOVE "01" TO AFH-PRIORITY-CODE.
            MOVE SPACE TO AFH-DESTINATION(1:1).
            MOVE ACC-DESTINATION-ROUTING TO AFH-DESTINATION(2:9).
            MOVE ACC-ORIGIN-ID TO AFH-ORIGIN.
            MOVE RUN-DATE-STAMP TO YYMMDD-WORK.
            MOVE YYMMDD-SHORT TO AFH-CREATION-DATE.
            MOVE RUN-TIME-STAMP TO HHMM-WORK.
            MOVE HHMM-SHORT TO AFH-CREATION-TIME.
            MOVE MODIFIER-LETTER(MODIFIER-INDEX)
                TO AFH-FILE-ID-MODIFIER.
            MOVE "094" TO AFH-RECORD-SIZE.
            MOVE "10" TO AFH-BLOCKING-FACTOR.
            MOVE "1" TO AFH-FORMAT-CODE.
            MOVE ACC-DESTINATION-NAME TO AFH-DESTINATION-NAME.
            MOVE ACC-ORIGIN-NAME TO AFH-ORIGIN-NAME.
            WRITE ACH-FILE-HEADER.

       WRITE-BATCH-HEADER.
            MOVE SPACES TO ACH-BATCH-HEADER.
            MOVE "5" TO ABH-RECORD-TYPE.
            MOVE 220 TO ABH-SERVICE-CLASS.
            MOVE ACC-COMPANY-NAME TO ABH-COMPANY-NAME.
            MOVE ACC-COMPANY-ID TO ABH-COMPANY-ID.
            MOVE "CCD" TO ABH-ENTRY-CLASS.
            MOVE "VENDOR PAY" TO ABH-ENTRY-DESCRIPTION.
            MOVE EFFECTIVE-DATE TO YYMMDD-WORK.
            MOVE YYMMDD-SHORT TO ABH-EFFECTIVE-DATE.
            MOVE "1" TO ABH-ORIGINATOR-STATUS.
            MOVE ACC-ODFI-ROUTING TO ABH-ODFI-ROUTING.
            MOVE 1 TO ABH-BATCH-NUMBER.
            WRITE ACH-BATCH-HEADER.

       WRITE-ENTRY-DETAIL.
            ADD 1 TO ENTRY-SEQUENCE.
            MOVE VENDOR-BANK-ROUTING TO ROUTING-HOLD.
            MOVE SPACES TO ACH-ENTRY-DETAIL.
            MOVE "6" TO AED-RECORD-TYPE.
            MOVE ENTRY-TRANSACTION-CODE TO AED-TRANSACTION-CODE.
            MOVE VENDOR-BANK-ROUTING(1:8) TO AED-RDFI-ROUTING.
            MOVE ROUTING-CHECK-DIGIT TO AED-CHECK-DIGIT.
            MOVE VENDOR-BANK-ACCOUNT TO AED-DFI-ACCOUNT.
            MOVE ENTRY-AMOUNT-HOLD TO AED-AMOUNT.
            MOVE INDIVIDUAL-ID-WORK TO AED-INDIVIDUAL-ID.
            MOVE VENDOR-NAME TO AED-INDIVIDUAL-NAME.
            MOVE ENTRY-ADDENDA-FLAG TO AED-ADDENDA-INDICATOR.
            MOVE ACC-ODFI-ROUTING TO AED-TRACE-ODFI.
            MOVE ENTRY-SEQUENCE TO AED-TRACE-SEQUENCE.
            WRITE ACH-ENTRY-DETAIL.
            ADD 1 TO ENTRY-ADDENDA-COUNT.
            ADD ROUTING-RDFI TO ENTRY-HASH-WORK.

       WRITE-ENTRY-ADDENDA.
            MOVE PMT-INVOICE-REF TO ADI-INVOICE-REF.
            MOVE PMT-PAYMENT-KEY TO ADI-PAYMENT-KEY.
            MOVE SPACES TO ACH-ENTRY-ADDENDA.
            MOVE "7" TO AAD-RECORD-TYPE.
            MOVE "05" TO AAD-ADDENDA-TYPE.
            MOVE ADDENDA-INFO-WORK TO AAD-PAYMENT-INFO.
            MOVE 1 TO AAD-ADDENDA-SEQUENCE.
            MOVE ENTRY-SEQUENCE TO AAD-ENTRY-SEQUENCE.
            WRITE ACH-ENTRY-ADDENDA.
            ADD 1 TO ENTRY-ADDENDA-COUNT.

      *--------------------------------
      * THE ENTRY HASH KEEPS ONLY ITS
      * LOW TEN DIGITS -- THE MOVE
      * DROPS THE REST.
      *--------------------------------
       WRITE-BATCH-CONTROL.
            MOVE SPACES TO ACH-BATCH-CONTROL.
            MOVE "8" TO ABC-RECORD-TYPE.
            MOVE 220 TO ABC-SERVICE-CLASS.
            MOVE ENTRY-ADDENDA-COUNT TO ABC-ENTRY-ADDENDA-COUNT.
            MOVE ENTRY-HASH-WORK TO ABC-ENTRY-HASH.
            MOVE ZEROS TO ABC-TOTAL-DEBITS.
            MOVE CREDIT-TOTAL TO ABC-TOTAL-CREDITS.
            MOVE ACC-COMPANY-ID TO ABC-COMPANY-ID.
            MOVE ACC-ODFI-ROUTING TO ABC-ODFI-ROUTING.
            MOVE 1 TO ABC-BATCH-NUMBER.
            WRITE ACH-BATCH-CONTROL.

      *--------------------------------
      * FOUR HEADER AND CONTROL
      * RECORDS PLUS THE ENTRIES, IN
      * BLOCKS OF TEN.  THE LAST BLOCK
      * IS FILLED OUT WITH NINES.
      *--------------------------------
       WRITE-FILE-CONTROL.
            COMPUTE RECORD-COUNT = ENTRY-ADDENDA-COUNT + 4.
            COMPUTE BLOCK-COUNT = (RECORD-COUNT + 9) / 10.
            COMPUTE FILLER-RECORDS-LEFT =
                BLOCK-COUNT * 10 - RECORD-COUNT.
            MOVE SPACES TO ACH-FILE-CONTROL.
            MOVE "9" TO AFC-RECORD-TYPE.
            MOVE 1 TO AFC-BATCH-COUNT.
            MOVE BLOCK-COUNT TO AFC-BLOCK-COUNT.
            MOVE ENTRY-ADDENDA-COUNT TO AFC-ENTRY-ADDENDA-COUNT.
            MOVE ENTRY-HASH-WORK TO AFC-ENTRY-HASH.
            MOVE ZEROS TO AFC-TOTAL-DEBITS.
            MOVE CREDIT-TOTAL TO AFC-TOTAL-CREDITS.
            WRITE ACH-FILE-CONTROL.

       WRITE-BLOCK-FILLER.
            MOVE ALL "9" TO ACH-BLOCK-FILLER.
            WRITE ACH-BLOCK-FILLER.
            SUBTRACT 1 FROM FILLER-RECORDS-LEFT.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE CALENDAR ARITHMETIC.
      *--------------------------------
            COPY "vndcaldays01.cbl".
