      *          spelled out, and the old and new values -- so "who
      *          changed this vendor's payment terms and when" can be
      *          answered while the caller is still on the phone.
      *          The bank-change callbacks on VNDCBK.DAT follow the
      *          changes -- when, who called, which contact on what
      *          number, and the outcome.  Read-only, like vndinq01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slaud01.cbl".
            COPY "slcbk01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdaud01.cbl".
            COPY "fdcbk01.cbl".
       WORKING-STORAGE SECTION.
       01   AUDIT-FILE-STATUS       PIC XX.


       77   MATCHED-AUDIT-COUNT     PIC 9(5).

       01   CALLBACK-FILE-STATUS    PIC XX.
       01   MORE-CALLBACK-RECORDS   PIC X.
            88 CALLBACK-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-CALLBACK-RECORDS VALUE "N".
       77   MATCHED-CALLBACK-COUNT  PIC 9(3).
       77   CALLBACK-OUTCOME-TEXT   PIC X(09).

            COPY "fldnm01.cbl".

       PROCEDURE DIVISION.
       INQUIRE-AUDIT-HISTORY.
            PERFORM ENTER-VENDOR-NUMBER.
            IF INQUIRY-VENDOR-NUMBER NOT = ZEROS
                PERFORM LIST-VENDOR-HISTORY
                PERFORM LIST-VENDOR-CALLBACKS.

       ENTER-VENDOR-NUMBER.
            DISPLAY " ".
                STRING "FIELD " AUDIT-FIELD-NUMBER
                    DELIMITED BY SIZE
                    INTO DECODED-FIELD-NAME.

      *--------------------------------
      * THE CALLBACK FILE IS KEYED BY
      * VENDOR AND THE TIME OF THE
      * CALL, SO A START ON THE VENDOR
      * READS ITS CALLBACKS IN ORDER.
      * NO FILE MEANS NO BANK CHANGE
      * HAS EVER BEEN CALLED BACK, AND
      * NOTHING IS SAID.
      *--------------------------------
       LIST-VENDOR-CALLBACKS.
            MOVE ZEROS TO MATCHED-CALLBACK-COUNT.
            OPEN INPUT CALLBACK-FILE.
            IF CALLBACK-FILE-STATUS = "00"
                MOVE SPACES TO CALLBACK-RECORD
                MOVE INQUIRY-VENDOR-NUMBER TO CBK-VENDOR-NUMBER
                MOVE ZEROS TO CBK-CALL-DATE
                MOVE ZEROS TO CBK-CALL-TIME
                MOVE "Y" TO MORE-CALLBACK-RECORDS
                START CALLBACK-FILE KEY IS NOT LESS THAN CBK-KEY
                    INVALID KEY
                    MOVE "N" TO MORE-CALLBACK-RECORDS
                END-START
                PERFORM SHOW-ONE-CALLBACK
                   UNTIL NO-MORE-CALLBACK-RECORDS
                CLOSE CALLBACK-FILE
                IF MATCHED-CALLBACK-COUNT > 0
                    DISPLAY MATCHED-CALLBACK-COUNT
                        " BANK-CHANGE CALLBACK(S) ON FILE".

       SHOW-ONE-CALLBACK.
            READ CALLBACK-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-CALLBACK-RECORDS.
            IF CALLBACK-RECORDS-REMAIN
                IF CBK-VENDOR-NUMBER NOT = INQUIRY-VENDOR-NUMBER
                    MOVE "N" TO MORE-CALLBACK-RECORDS
                ELSE
                    ADD 1 TO MATCHED-CALLBACK-COUNT
                    IF MATCHED-CALLBACK-COUNT = 1
                        DISPLAY " "
                        DISPLAY "BANK-CHANGE CALLBACKS FOR VENDOR "
                            INQUIRY-VENDOR-NUMBER
                    END-IF
                    PERFORM DECODE-CALLBACK-OUTCOME
                    DISPLAY " "
                    DISPLAY CBK-CALL-DATE " " CBK-OPERATOR-ID
                        " CALLBACK " CALLBACK-OUTCOME-TEXT
                        " -- CHANGE OF " CBK-BANK-CHANGE-DATE
                    DISPLAY "  CONTACT " CBK-CONTACT-SEQ " "
                        CBK-CONTACT-NAME " ON " CBK-PHONE-CALLED
                    IF CBK-REMARK NOT = SPACES
                        DISPLAY "  " CBK-REMARK.

       DECODE-CALLBACK-OUTCOME.
            IF CBK-WAS-VERIFIED
                MOVE "VERIFIED" TO CALLBACK-OUTCOME-TEXT
            ELSE IF CBK-WAS-DENIED
                MOVE "DENIED" TO CALLBACK-OUTCOME-TEXT
            ELSE
                MOVE "NO ANSWER" TO CALLBACK-OUTCOME-TEXT.
