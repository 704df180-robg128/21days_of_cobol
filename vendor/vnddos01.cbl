      *          with field names decoded, the notes, and a payment
      *          summary -- the single sheet to hand to someone who
      *          has never seen this system before a renewal or an
      *          audit meeting.  A vendor in a parent family also
      *          gets the family listed, every vendor number under
      *          the same head with what each has been paid, so the
      *          meeting sees the whole supplier.  Where the bank
      *          details have been changed, the callbacks made to
      *          confirm them are listed -- who called which contact
      *          on what number, when, and what they were told.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY "slpmt01.cbl".
            COPY "slsum01.cbl".
            COPY "slcnt01.cbl".
            COPY "slcbk01.cbl".
            SELECT DOSSIER-FILE ASSIGN TO "VNDDOS.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS DOSSIER-FILE-STATUS.
            COPY "fdpmt01.cbl".
            COPY "fdsum01.cbl".
            COPY "fdcnt01.cbl".
            COPY "fdcbk01.cbl".

       FD   DOSSIER-FILE
            LABEL RECORDS ARE STANDARD.
            88 NO-MORE-CONTACT-RECORDS   VALUE "N".
       77   CONTACTS-PRINTED-COUNT    PIC 9(3).

      *--------------------------------
      * CALLBACK-FILE FIELDS FOR THE
      * BANK-CHANGE CALLBACK SECTION.
      *--------------------------------
       01   CALLBACK-FILE-STATUS      PIC XX.
       01   MORE-CALLBACK-RECORDS     PIC X.
            88 CALLBACK-RECORDS-REMAIN   VALUE "Y".
            88 NO-MORE-CALLBACK-RECORDS  VALUE "N".
       77   CALLBACKS-PRINTED-COUNT   PIC 9(3).
       77   CALLBACK-OUTCOME-TEXT     PIC X(08).

       77   VENDOR-NUMBER-FIELD       PIC Z(7).
       01   VENDOR-RECORD-FOUND       PIC X.
            88 VENDOR-WAS-FOUND          VALUE "Y".
            88 A-PAYMENT-WAS-FOUND       VALUE "Y".
       77   MONEY-DISPLAY-FIELD       PIC ZZZ,ZZZ,ZZ9.99.

      *--------------------------------
      * FAMILY-SECTION FIELDS.  THE
      * DOSSIER VENDOR IS HELD WHILE
      * THE OTHER MEMBERS ARE READ,
      * AND PUT BACK AFTER.
      *--------------------------------
       77   DOS-VENDOR-HOLD           PIC 9(7).
       77   DOS-HEAD-HOLD             PIC 9(7).
       77   DOS-MEMBER-NUMBER         PIC 9(7).
       77   DOS-MEMBER-INDEX          PIC 9(4).
       77   DOS-FAMILY-YTD            PIC 9(9)V99.
       77   DOS-FAMILY-LIFE           PIC 9(9)V99.
       77   LIFE-DISPLAY-FIELD        PIC ZZZ,ZZZ,ZZ9.99.

            COPY "fldfam01.cbl".

            COPY "fldnm01.cbl".

       01   LABELED-FIELD-LINE.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM LOAD-VENDOR-FAMILIES.
            OPEN INPUT VENDOR-FILE.
            PERFORM BUILD-ONE-DOSSIER
               UNTIL VENDOR-NUMBER = ZEROS.
                OPEN OUTPUT DOSSIER-FILE
                PERFORM PRINT-MASTER-SECTION
                PERFORM PRINT-CONTACT-SECTION
                PERFORM PRINT-CALLBACK-SECTION
                PERFORM PRINT-AUDIT-SECTION
                PERFORM PRINT-NOTE-SECTION
                PERFORM PRINT-PAYMENT-SECTION
                PERFORM PRINT-FAMILY-SECTION
                CLOSE DOSSIER-FILE
                DISPLAY "DOSSIER FOR VENDOR " VENDOR-NUMBER
                    " WRITTEN TO VNDDOS.RPT".
                PERFORM MASK-BANK-FIELD
                MOVE MASKED-BANK-TEXT TO DOS-FIELD-VALUE
                PERFORM PRINT-LABELED-FIELD.
            MOVE "PARENT VENDOR" TO DOS-FIELD-LABEL.
            IF VENDOR-PARENT-NUMBER IS NUMERIC AND
                    VENDOR-PARENT-NUMBER NOT = ZEROS
                MOVE VENDOR-PARENT-NUMBER TO DOS-FIELD-VALUE
            ELSE
                MOVE "NONE" TO DOS-FIELD-VALUE.
            PERFORM PRINT-LABELED-FIELD.
            MOVE "LAST CHANGED" TO DOS-FIELD-LABEL.
            MOVE SPACES TO DOS-FIELD-VALUE.
            STRING LAST-CHANGED-DATE " BY " LAST-CHANGED-BY
                            INTO DOSSIER-LINE
                        WRITE DOSSIER-LINE.

      *--------------------------------
      * THE CALLBACKS MADE TO CONFIRM
      * BANK-DETAIL CHANGES, OLDEST
      * FIRST, HEADED BY WHETHER A
      * CHANGE IS STILL WAITING ON ONE.
      *--------------------------------
       PRINT-CALLBACK-SECTION.
            WRITE DOSSIER-LINE FROM BLANK-DOSSIER-LINE.
            MOVE "BANK-CHANGE CALLBACKS" TO DOSSIER-LINE.
            WRITE DOSSIER-LINE.
            IF VENDOR-AWAITS-CALLBACK
                MOVE SPACES TO DOSSIER-LINE
                STRING "  BANK DETAILS CHANGED "
                    VENDOR-BANK-CHANGE-DATE " BY "
                    VENDOR-BANK-CHANGE-BY
                    " -- EFT HELD AWAITING CALLBACK"
                    DELIMITED BY SIZE
                    INTO DOSSIER-LINE
                WRITE DOSSIER-LINE.
            MOVE ZEROS TO CALLBACKS-PRINTED-COUNT.
            OPEN INPUT CALLBACK-FILE.
            IF CALLBACK-FILE-STATUS NOT = "00"
                CONTINUE
            ELSE
                MOVE SPACES TO CALLBACK-RECORD
                MOVE VENDOR-NUMBER TO CBK-VENDOR-NUMBER
                MOVE ZEROS TO CBK-CALL-DATE
                MOVE ZEROS TO CBK-CALL-TIME
                MOVE "Y" TO MORE-CALLBACK-RECORDS
                START CALLBACK-FILE KEY IS NOT LESS THAN CBK-KEY
                    INVALID KEY
                    MOVE "N" TO MORE-CALLBACK-RECORDS
                END-START
                PERFORM PRINT-ONE-CALLBACK
                   UNTIL NO-MORE-CALLBACK-RECORDS
                CLOSE CALLBACK-FILE.
            IF CALLBACKS-PRINTED-COUNT = 0
                MOVE "  (NO CALLBACKS ON FILE)" TO DOSSIER-LINE
                WRITE DOSSIER-LINE.

       PRINT-ONE-CALLBACK.
            READ CALLBACK-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-CALLBACK-RECORDS.
            IF CALLBACK-RECORDS-REMAIN
                IF CBK-VENDOR-NUMBER NOT = VENDOR-NUMBER
                    MOVE "N" TO MORE-CALLBACK-RECORDS
                ELSE
                    ADD 1 TO CALLBACKS-PRINTED-COUNT
                    PERFORM DECODE-CALLBACK-OUTCOME
                    MOVE SPACES TO DOSSIER-LINE
                    STRING "  " CBK-CALL-DATE " "
                        CBK-OPERATOR-ID " " CALLBACK-OUTCOME-TEXT
                        " " CBK-CONTACT-NAME " " CBK-PHONE-CALLED
                        DELIMITED BY SIZE
                        INTO DOSSIER-LINE
                    WRITE DOSSIER-LINE
                    MOVE SPACES TO DOSSIER-LINE
                    STRING "       FOR CHANGE OF "
                        CBK-BANK-CHANGE-DATE " " CBK-REMARK
                        DELIMITED BY SIZE
                        INTO DOSSIER-LINE
                    WRITE DOSSIER-LINE.

       DECODE-CALLBACK-OUTCOME.
            IF CBK-WAS-VERIFIED
                MOVE "VERIFIED" TO CALLBACK-OUTCOME-TEXT
            ELSE IF CBK-WAS-DENIED
                MOVE "DENIED" TO CALLBACK-OUTCOME-TEXT
            ELSE
                MOVE "NO ANSWR" TO CALLBACK-OUTCOME-TEXT.

       PRINT-PAYMENT-SECTION.
            WRITE DOSSIER-LINE FROM BLANK-DOSSIER-LINE.
            MOVE "PAYMENT SUMMARY" TO DOSSIER-LINE.
                    INTO DOSSIER-LINE
                WRITE DOSSIER-LINE.

      *--------------------------------
      * THE WHOLE FAMILY: THE HEAD
      * FIRST, THEN EVERY VENDOR WHOSE
      * CLIMB ENDS AT THE SAME HEAD,
      * EACH WITH ITS YEAR-TO-DATE AND
      * ALL-TIME PAID, THEN THE FAMILY
      * TOTALS.  THE DOSSIER VENDOR'S
      * RECORD IS READ BACK AT THE END.
      *--------------------------------
       PRINT-FAMILY-SECTION.
            MOVE VENDOR-NUMBER TO DOS-VENDOR-HOLD.
            MOVE VENDOR-NUMBER TO FAMILY-VENDOR-NUMBER.
            PERFORM FIND-FAMILY-HEAD.
            IF FAMILY-IS-MEMBER
                PERFORM PRINT-FAMILY-MEMBERS
                MOVE DOS-VENDOR-HOLD TO VENDOR-NUMBER
                READ VENDOR-FILE RECORD
                   INVALID KEY
                       MOVE DOS-VENDOR-HOLD TO VENDOR-NUMBER.

       PRINT-FAMILY-MEMBERS.
            MOVE FAMILY-HEAD-NUMBER TO DOS-HEAD-HOLD.
            WRITE DOSSIER-LINE FROM BLANK-DOSSIER-LINE.
            MOVE SPACES TO DOSSIER-LINE.
            STRING "VENDOR FAMILY -- HEADED BY " DOS-HEAD-HOLD
                DELIMITED BY SIZE
                INTO DOSSIER-LINE.
            WRITE DOSSIER-LINE.
            MOVE ZEROS TO DOS-FAMILY-YTD.
            MOVE ZEROS TO DOS-FAMILY-LIFE.
            MOVE DOS-HEAD-HOLD TO DOS-MEMBER-NUMBER.
            PERFORM PRINT-ONE-FAMILY-MEMBER.
            MOVE 0 TO DOS-MEMBER-INDEX.
            PERFORM CHECK-ONE-FAMILY-CHILD
               UNTIL DOS-MEMBER-INDEX = FAMILY-COUNT.
            MOVE DOS-FAMILY-YTD TO MONEY-DISPLAY-FIELD.
            MOVE DOS-FAMILY-LIFE TO LIFE-DISPLAY-FIELD.
            MOVE SPACES TO DOSSIER-LINE.
            STRING "  FAMILY TOTAL" "                          "
                " YTD " MONEY-DISPLAY-FIELD
                " ALL-TIME " LIFE-DISPLAY-FIELD
                DELIMITED BY SIZE
                INTO DOSSIER-LINE.
            WRITE DOSSIER-LINE.
            IF FAMILY-OVERFLOW > 0
                MOVE "  ** FAMILY TABLE FULL -- LIST MAY BE INCOMPLETE *
      -             "*" TO DOSSIER-LINE
                WRITE DOSSIER-LINE.

       CHECK-ONE-FAMILY-CHILD.
            ADD 1 TO DOS-MEMBER-INDEX.
            MOVE FAM-CHILD-NUMBER(DOS-MEMBER-INDEX)
                TO FAMILY-VENDOR-NUMBER.
            PERFORM FIND-FAMILY-HEAD.
            IF FAMILY-HEAD-NUMBER = DOS-HEAD-HOLD
                MOVE FAM-CHILD-NUMBER(DOS-MEMBER-INDEX)
                    TO DOS-MEMBER-NUMBER
                PERFORM PRINT-ONE-FAMILY-MEMBER.

      *--------------------------------
      * ONE MEMBER'S FIGURES COME FROM
      * ITS SUMMARY RECORD, OR FROM A
      * SCAN OF ITS PAYMENTS, JUST AS
      * THE PAYMENT SECTION DOES IT.
      *--------------------------------
       PRINT-ONE-FAMILY-MEMBER.
            MOVE DOS-MEMBER-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE DOS-MEMBER-NUMBER TO VENDOR-NUMBER
                   MOVE "** VENDOR NOT ON MASTER **" TO VENDOR-NAME.
            PERFORM LOOK-UP-VENDOR-SUMMARY.
            IF SUMMARY-WAS-FOUND
                PERFORM TAKE-SUMMARY-FIGURES
            ELSE
                PERFORM SCAN-FAMILY-MEMBER-PAYMENTS.
            ADD YTD-PAID-TOTAL TO DOS-FAMILY-YTD.
            ADD LIFE-PAID-TOTAL TO DOS-FAMILY-LIFE.
            MOVE YTD-PAID-TOTAL TO MONEY-DISPLAY-FIELD.
            MOVE LIFE-PAID-TOTAL TO LIFE-DISPLAY-FIELD.
            MOVE SPACES TO DOSSIER-LINE.
            STRING "  " VENDOR-NUMBER " " VENDOR-NAME
                " YTD " MONEY-DISPLAY-FIELD
                " ALL-TIME " LIFE-DISPLAY-FIELD
                DELIMITED BY SIZE
                INTO DOSSIER-LINE.
            WRITE DOSSIER-LINE.

       SCAN-FAMILY-MEMBER-PAYMENTS.
            MOVE ZEROS TO YTD-PAID-TOTAL.
            MOVE ZEROS TO LIFE-PAID-TOTAL.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "00"
                PERFORM TOTAL-VENDOR-PAYMENTS
                CLOSE PAYMENT-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * MASK-BANK-FIELD FOR THE MASKED
      * BANK-DETAIL PRINT.
      *--------------------------------
            COPY "vndmask01.cbl".

      *--------------------------------
      * AND THE PARENT FAMILIES.
      *--------------------------------
            COPY "vndfam01.cbl".
