      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Bank-change callback.  A vendor whose payment method,
      *          routing, or account has been changed takes no EFT
      *          until someone rings the vendor back and confirms the
      *          change.  The operator signs on, picks the vendor,
      *          and is shown the contacts on VENDOR-CONTACT-FILE
      *          that were already on file before the change -- a
      *          contact added or altered since cannot be used, since
      *          that is just the number the caller asking for the
      *          change would have supplied.  The call goes to the
      *          number on file, and its outcome is kept on
      *          CALLBACK-FILE: Verified lifts the EFT hold and is
      *          audited; Denied or No answer leaves it in place.
      *          The operator who asked for the bank change cannot
      *          make its callback.  Every callback shows in the
      *          vnddos01 dossier and the vndainq01 inquiry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndcbk01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slcnt01.cbl".
            COPY "slcbk01.cbl".
            COPY "slaud01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdcnt01.cbl".
            COPY "fdcbk01.cbl".
            COPY "fdaud01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   CONTACT-FILE-STATUS     PIC XX.
       01   CALLBACK-FILE-STATUS    PIC XX.
       01   AUDIT-FILE-STATUS       PIC XX.
       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       01   VENDOR-NUMBER-FIELD     PIC Z(7).
       01   VENDOR-RECORD-FOUND     PIC X.
            88 VENDOR-WAS-FOUND        VALUE "Y".

       01   REWRITE-STATUS          PIC X.
            88 REWRITE-WAS-OK          VALUE "Y".

       01   MORE-CONTACT-RECORDS    PIC X.
            88 CONTACT-RECORDS-REMAIN  VALUE "Y".
            88 NO-MORE-CONTACT-RECORDS VALUE "N".
       01   CONTACT-FOUND-STATUS    PIC X.
            88 CONTACT-WAS-FOUND       VALUE "Y".
       01   CONTACT-USABLE-STATUS   PIC X.
            88 CONTACT-IS-USABLE       VALUE "Y".
       77   USABLE-CONTACT-COUNT    PIC 9(3).

       77   CONTACT-SEQ-ENTRY       PIC X(3).
       77   CONTACT-SEQ-LENGTH      PIC 9.
       77   CONTACT-SEQ-HOLD        PIC 9(3).
       77   OUTCOME-ENTRY           PIC X.
       77   REMARK-ENTRY            PIC X(40).
       77   CALL-TIME-STAMP         PIC 9(8).

      *--------------------------------
      * THE FIELD NUMBER THE AUDIT FILE
      * CARRIES FOR A CALLBACK THAT
      * LIFTS THE EFT HOLD.
      *--------------------------------
       77   CALLBACK-FIELD-NUMBER   PIC 99 VALUE 34.

      *--------------------------------
      * NEW BANK DETAILS SHOW MASKED TO
      * THE LAST FOUR -- ENOUGH FOR THE
      * CONTACT TO CONFIRM WITHOUT THE
      * SCREEN GIVING THE NUMBERS AWAY.
      *--------------------------------
            COPY "fldmsk01.cbl".

      *--------------------------------
      * OPERATOR SIGN-ON GOES THROUGH
      * THE SHARED vndsgn01 MODULE.
      *--------------------------------
            COPY "fldsgn01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-OPERATOR.
            OPEN INPUT VENDOR-CONTACT-FILE.
            IF CONTACT-FILE-STATUS NOT = "00"
                DISPLAY "NO CONTACT FILE ON SYSTEM -- ADD THE "
                    "VENDOR'S CONTACTS IN vndcnt01 FIRST"
            ELSE
                OPEN I-O VENDOR-FILE
                PERFORM OPEN-CALLBACK-FILE
                PERFORM OPEN-AUDIT-FILE
                MOVE 1 TO VENDOR-NUMBER
                PERFORM RECORD-ONE-CALLBACK
                   UNTIL VENDOR-NUMBER = ZEROS
                CLOSE VENDOR-FILE
                CLOSE CALLBACK-FILE
                CLOSE VENDOR-AUDIT-FILE
                CLOSE VENDOR-CONTACT-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * SIGN ON THROUGH THE SHARED
      * MODULE.  NO SIGN-ON, NO
      * CALLBACKS -- THE CALLER'S ID IS
      * THE WHOLE VALUE OF THE RECORD.
      *--------------------------------
       SIGN-ON-OPERATOR.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                                  SIGNON-AUTHORITY
                                  SIGNON-STATUS.
            IF SIGNON-WENT-OK
                MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
            ELSE
                DISPLAY "NOT SIGNED ON -- NO CALLBACKS RECORDED"
                GOBACK.

       OPEN-CALLBACK-FILE.
            OPEN I-O CALLBACK-FILE.
            IF CALLBACK-FILE-STATUS = "35"
                OPEN OUTPUT CALLBACK-FILE
                CLOSE CALLBACK-FILE
                OPEN I-O CALLBACK-FILE.

       OPEN-AUDIT-FILE.
            OPEN EXTEND VENDOR-AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "35"
                OPEN OUTPUT VENDOR-AUDIT-FILE
                CLOSE VENDOR-AUDIT-FILE
                OPEN EXTEND VENDOR-AUDIT-FILE.

       RECORD-ONE-CALLBACK.
            PERFORM GET-CALLBACK-VENDOR.
            IF VENDOR-NUMBER NOT = ZEROS
                PERFORM WORK-CALLBACK-VENDOR.

       GET-CALLBACK-VENDOR.
            PERFORM ACCEPT-VENDOR-KEY.
            PERFORM RE-ACCEPT-VENDOR-KEY
               UNTIL VENDOR-WAS-FOUND OR
                   VENDOR-NUMBER = ZEROS.

       ACCEPT-VENDOR-KEY.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE ZEROS TO VENDOR-NUMBER.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR NUMBER TO RECORD A CALLBACK FOR".
            DISPLAY "FOR (1-9999999)".
            DISPLAY "ENTER 0 TO STOP ENTRY".
            ACCEPT VENDOR-NUMBER-FIELD.
            MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
            IF VENDOR-NUMBER NOT = ZEROS
                PERFORM READ-VENDOR-RECORD.

       RE-ACCEPT-VENDOR-KEY.
            DISPLAY "RECORD NOT FOUND".
            PERFORM ACCEPT-VENDOR-KEY.

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * ONLY A VENDOR WAITING ON A
      * CALLBACK HAS ONE TO RECORD,
      * AND NOT BY THE OPERATOR WHO
      * ASKED FOR THE BANK CHANGE.
      *--------------------------------
       WORK-CALLBACK-VENDOR.
            DISPLAY "VENDOR: " VENDOR-NAME.
            IF NOT VENDOR-AWAITS-CALLBACK
                DISPLAY "NO BANK CHANGE IS WAITING ON A CALLBACK "
                    "FOR THIS VENDOR"
            ELSE IF VENDOR-BANK-CHANGE-BY = OPERATOR-ID
                DISPLAY "YOU ASKED FOR THIS BANK CHANGE -- A "
                    "DIFFERENT OPERATOR MUST MAKE THE CALLBACK"
            ELSE
                PERFORM SHOW-BANK-CHANGE
                PERFORM LIST-CALLBACK-CONTACTS
                IF USABLE-CONTACT-COUNT = 0
                    DISPLAY "NO CONTACT WAS ON FILE BEFORE THE "
                        "CHANGE -- THE CALLBACK CANNOT BE MADE "
                        "FROM HERE; REFER IT TO A SUPERVISOR"
                ELSE
                    PERFORM PICK-CALLBACK-CONTACT
                    IF CONTACT-WAS-FOUND
                        PERFORM TAKE-CALLBACK-OUTCOME.

       SHOW-BANK-CHANGE.
            DISPLAY "BANK DETAILS CHANGED " VENDOR-BANK-CHANGE-DATE
                " AT THE REQUEST OF " VENDOR-BANK-CHANGE-BY.
            DISPLAY "PAYMENT METHOD: " VENDOR-PAYMENT-METHOD.
            MOVE SPACES TO MASKED-BANK-TEXT.
            MOVE VENDOR-BANK-ROUTING TO MASKED-BANK-TEXT(1:9).
            PERFORM MASK-BANK-FIELD.
            DISPLAY "BANK ROUTING:   " MASKED-BANK-TEXT.
            MOVE VENDOR-BANK-ACCOUNT TO MASKED-BANK-TEXT.
            PERFORM MASK-BANK-FIELD.
            DISPLAY "BANK ACCOUNT:   " MASKED-BANK-TEXT.

      *--------------------------------
      * A CONTACT IS USABLE WHEN IT
      * WAS LAST ADDED OR CHANGED
      * BEFORE THE DAY OF THE BANK
      * CHANGE.  ONE WITH NO DATE ON IT
      * HAS BEEN ON FILE SINCE BEFORE
      * CONTACTS WERE DATED.
      *--------------------------------
       LIST-CALLBACK-CONTACTS.
            MOVE ZEROS TO USABLE-CONTACT-COUNT.
            DISPLAY " ".
            DISPLAY "CONTACTS ON FILE:".
            MOVE SPACES TO VENDOR-CONTACT-RECORD.
            MOVE VENDOR-NUMBER TO CNT-VENDOR-NUMBER.
            MOVE ZEROS TO CNT-CONTACT-SEQ.
            MOVE "Y" TO MORE-CONTACT-RECORDS.
            START VENDOR-CONTACT-FILE KEY IS NOT LESS THAN
                    CNT-CONTACT-KEY
                INVALID KEY
                MOVE "N" TO MORE-CONTACT-RECORDS
            END-START.
            PERFORM LIST-ONE-CALLBACK-CONTACT
               UNTIL NO-MORE-CONTACT-RECORDS.

       LIST-ONE-CALLBACK-CONTACT.
            READ VENDOR-CONTACT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-CONTACT-RECORDS.
            IF CONTACT-RECORDS-REMAIN
                IF CNT-VENDOR-NUMBER NOT = VENDOR-NUMBER
                    MOVE "N" TO MORE-CONTACT-RECORDS
                ELSE
                    PERFORM JUDGE-CONTACT-USABLE
                    DISPLAY "  " CNT-CONTACT-SEQ " "
                        CNT-ROLE-CODE " " CNT-CONTACT-NAME
                        " " CNT-PHONE
                    IF CONTACT-IS-USABLE
                        ADD 1 TO USABLE-CONTACT-COUNT
                    ELSE
                        DISPLAY "      CHANGED " CNT-CHANGED-DATE
                            " -- SINCE THE BANK CHANGE, NOT USABLE".

       JUDGE-CONTACT-USABLE.
            MOVE "Y" TO CONTACT-USABLE-STATUS.
            IF CNT-CHANGED-DATE IS NUMERIC AND
                    CNT-CHANGED-DATE NOT = ZEROS AND
                    CNT-CHANGED-DATE NOT < VENDOR-BANK-CHANGE-DATE
                MOVE "N" TO CONTACT-USABLE-STATUS.

       PICK-CALLBACK-CONTACT.
            MOVE "N" TO CONTACT-FOUND-STATUS.
            DISPLAY "ENTER THE SEQUENCE OF THE CONTACT CALLED "
                "(BLANK TO CANCEL)".
            ACCEPT CONTACT-SEQ-ENTRY.
            PERFORM FIND-CONTACT-SEQ-LENGTH.
            IF CONTACT-SEQ-LENGTH = 0
                DISPLAY "NO CALLBACK RECORDED"
            ELSE IF CONTACT-SEQ-ENTRY(1:CONTACT-SEQ-LENGTH)
                    IS NOT NUMERIC
                DISPLAY "SEQUENCE MUST BE NUMERIC -- NO CALLBACK "
                    "RECORDED"
            ELSE
                MOVE CONTACT-SEQ-ENTRY(1:CONTACT-SEQ-LENGTH)
                    TO CONTACT-SEQ-HOLD
                PERFORM READ-PICKED-CONTACT.

       READ-PICKED-CONTACT.
            MOVE SPACES TO VENDOR-CONTACT-RECORD.
            MOVE VENDOR-NUMBER TO CNT-VENDOR-NUMBER.
            MOVE CONTACT-SEQ-HOLD TO CNT-CONTACT-SEQ.
            MOVE "Y" TO CONTACT-FOUND-STATUS.
            READ VENDOR-CONTACT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO CONTACT-FOUND-STATUS.
            IF NOT CONTACT-WAS-FOUND
                DISPLAY "NO CONTACT UNDER THAT SEQUENCE"
            ELSE
                PERFORM JUDGE-CONTACT-USABLE
                IF NOT CONTACT-IS-USABLE
                    MOVE "N" TO CONTACT-FOUND-STATUS
                    DISPLAY "THAT CONTACT WAS ADDED OR CHANGED SINCE "
                        "THE BANK CHANGE -- PICK ANOTHER".

       FIND-CONTACT-SEQ-LENGTH.
            MOVE 3 TO CONTACT-SEQ-LENGTH.
            PERFORM SHRINK-CONTACT-SEQ-LENGTH
               UNTIL CONTACT-SEQ-LENGTH = 0 OR
                   CONTACT-SEQ-ENTRY(CONTACT-SEQ-LENGTH:1)
                       NOT = SPACE.

       SHRINK-CONTACT-SEQ-LENGTH.
            SUBTRACT 1 FROM CONTACT-SEQ-LENGTH.

      *--------------------------------
      * THE CALL IS TO THE NUMBER ON
      * FILE, NEVER ONE THE VENDOR HAS
      * JUST GIVEN.  EVERY OUTCOME IS
      * KEPT; ONLY A VERIFIED ONE LIFTS
      * THE HOLD.
      *--------------------------------
       TAKE-CALLBACK-OUTCOME.
            DISPLAY "CALL " CNT-CONTACT-NAME " ON " CNT-PHONE.
            MOVE SPACE TO OUTCOME-ENTRY.
            PERFORM ENTER-CALLBACK-OUTCOME
               UNTIL OUTCOME-ENTRY = "V" OR OUTCOME-ENTRY = "D" OR
                   OUTCOME-ENTRY = "N".
            DISPLAY "ENTER A REMARK (BLANK IF NONE)".
            ACCEPT REMARK-ENTRY.
            PERFORM WRITE-CALLBACK-RECORD.
            IF OUTCOME-ENTRY = "V"
                PERFORM LIFT-CALLBACK-HOLD.
            IF OUTCOME-ENTRY = "D"
                DISPLAY "CONTACT DENIES THE CHANGE -- EFT STAYS "
                    "HELD.  PUT THE VENDOR ON HOLD AND REFER THE "
                    "CHANGE TO A SUPERVISOR".
            IF OUTCOME-ENTRY = "N"
                DISPLAY "EFT STAYS HELD UNTIL A CALLBACK IS VERIFIED".

       ENTER-CALLBACK-OUTCOME.
            DISPLAY "OUTCOME: (V)ERIFIED, (D)ENIED, OR (N)O ANSWER".
            ACCEPT OUTCOME-ENTRY.
            IF OUTCOME-ENTRY = "v"
                MOVE "V" TO OUTCOME-ENTRY.
            IF OUTCOME-ENTRY = "d"
                MOVE "D" TO OUTCOME-ENTRY.
            IF OUTCOME-ENTRY = "n"
                MOVE "N" TO OUTCOME-ENTRY.
            IF OUTCOME-ENTRY NOT = "V" AND OUTCOME-ENTRY NOT = "D"
                    AND OUTCOME-ENTRY NOT = "N"
                DISPLAY "INVALID OUTCOME -- TRY AGAIN".

       WRITE-CALLBACK-RECORD.
            MOVE SPACES TO CALLBACK-RECORD.
            MOVE VENDOR-NUMBER TO CBK-VENDOR-NUMBER.
            ACCEPT CBK-CALL-DATE FROM DATE YYYYMMDD.
            ACCEPT CALL-TIME-STAMP FROM TIME.
            MOVE CALL-TIME-STAMP TO CBK-CALL-TIME.
            MOVE CNT-CONTACT-SEQ TO CBK-CONTACT-SEQ.
            MOVE CNT-CONTACT-NAME TO CBK-CONTACT-NAME.
            MOVE CNT-PHONE TO CBK-PHONE-CALLED.
            MOVE OPERATOR-ID TO CBK-OPERATOR-ID.
            MOVE VENDOR-BANK-CHANGE-DATE TO CBK-BANK-CHANGE-DATE.
            MOVE OUTCOME-ENTRY TO CBK-OUTCOME.
            MOVE REMARK-ENTRY TO CBK-REMARK.
            WRITE CALLBACK-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CALLBACK RECORD".

      *--------------------------------
      * A VERIFIED CALLBACK TAKES THE
      * VENDOR OFF THE EFT HOLD, AND
      * THE RELEASE IS AUDITED LIKE ANY
      * OTHER CHANGE TO THE MASTER.
      *--------------------------------
       LIFT-CALLBACK-HOLD.
            IF CALLBACK-FILE-STATUS NOT = "00"
                DISPLAY "CALLBACK NOT SAVED -- EFT STAYS HELD"
            ELSE
                PERFORM REWRITE-VERIFIED-VENDOR
                IF REWRITE-WAS-OK
                    PERFORM WRITE-CALLBACK-AUDIT-RECORD
                    DISPLAY "CALLBACK VERIFIED -- EFT HOLD LIFTED".

       REWRITE-VERIFIED-VENDOR.
            MOVE "Y" TO REWRITE-STATUS.
            READ VENDOR-FILE RECORD WITH LOCK
               INVALID KEY
               MOVE "N" TO REWRITE-STATUS.
            IF REWRITE-WAS-OK
                MOVE "V" TO VENDOR-CALLBACK-STATUS
                ACCEPT LAST-CHANGED-DATE FROM DATE YYYYMMDD
                MOVE OPERATOR-ID TO LAST-CHANGED-BY
                REWRITE VENDOR-RECORD WITH LOCK
                   INVALID KEY
                   DISPLAY "ERROR REWRITING VENDOR RECORD"
                   MOVE "N" TO REWRITE-STATUS.

       WRITE-CALLBACK-AUDIT-RECORD.
            MOVE VENDOR-NUMBER TO AUDIT-VENDOR-NUMBER.
            MOVE CALLBACK-FIELD-NUMBER TO AUDIT-FIELD-NUMBER.
            MOVE "AWAITING CALLBACK" TO AUDIT-OLD-VALUE.
            MOVE SPACES TO AUDIT-NEW-VALUE.
            STRING "VERIFIED WITH CONTACT " CNT-CONTACT-SEQ
                DELIMITED BY SIZE
                INTO AUDIT-NEW-VALUE.
            ACCEPT AUDIT-CHANGE-DATE FROM DATE YYYYMMDD.
            MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE SPACES TO AUDIT-APPROVED-BY.
            WRITE VENDOR-AUDIT-RECORD.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * MASK-BANK-FIELD.
      *--------------------------------
            COPY "vndmask01.cbl".
