      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Sanctions compliance review.  A supervisor signs on
      *          and works through every Open hit on SCREEN-HIT-FILE
      *          -- the vendor text beside the listed text, with the
      *          list entry and program -- and marks each one Cleared
      *          (a false match; the same pairing is not raised
      *          again) or Match (a confirmed listed party), or
      *          leaves it Open.  When the last live hit on a vendor
      *          is cleared, the OFAC payment hold the screen put on
      *          it comes off, with the status and reason audited the
      *          way vndchg01 audits a release.  A confirmed match
      *          keeps the vendor held for good; its payments are a
      *          matter for the bank and counsel, not this system.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndofr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slofh01.cbl".
            COPY "slaud01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdofh01.cbl".
            COPY "fdaud01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   SCREEN-HIT-STATUS       PIC XX.
       01   AUDIT-FILE-STATUS       PIC XX.
       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       77   SANCTIONS-HOLD-REASON   PIC X(04) VALUE "OFAC".
       77   ACTION-PICK             PIC X.
       77   TODAY-DATE-STAMP        PIC 9(8).

       01   MORE-HIT-RECORDS        PIC X.
            88 HIT-RECORDS-REMAIN      VALUE "Y".
            88 NO-MORE-HIT-RECORDS     VALUE "N".

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".

      *--------------------------------
      * THE VENDOR WHOSE HITS ARE
      * BEING WORKED, HOW MANY OF ITS
      * HITS ARE STILL LIVE, AND
      * WHETHER ANY WAS CLEARED THIS
      * SESSION.
      *--------------------------------
       77   CURRENT-VENDOR-HOLD     PIC 9(7).
       77   LIVE-HIT-COUNT          PIC 9(3).
       01   VENDOR-CLEARED-STATUS   PIC X.
            88 VENDOR-HAD-A-CLEARANCE  VALUE "Y".
       01   VENDOR-NAME-HOLD        PIC X(30).

       77   OPEN-SEEN-COUNT         PIC 9(5).
       77   CLEARED-COUNT           PIC 9(5).
       77   CONFIRMED-COUNT         PIC 9(5).
       77   RELEASED-COUNT          PIC 9(5).

      *--------------------------------
      * SUPERVISOR SIGN-ON FIELDS, THE
      * SAME WAY vndvap01 SIGNS A
      * SUPERVISOR ON.
      *--------------------------------
            COPY "fldsgn01.cbl".
       01   REQUIRED-SIGNON-STATUS  PIC X.
            88 SIGNON-WAS-OK           VALUE "Y".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-SUPERVISOR.
            OPEN I-O SCREEN-HIT-FILE.
            IF SCREEN-HIT-STATUS NOT = "00"
                DISPLAY "NO SANCTIONS SCREENING HITS ON FILE"
            ELSE
                PERFORM REVIEW-THE-HITS
                CLOSE SCREEN-HIT-FILE.

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
                DISPLAY "NOT SIGNED ON -- NOTHING RUN"
                GOBACK.

       REVIEW-THE-HITS.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            OPEN I-O VENDOR-FILE.
            PERFORM OPEN-AUDIT-FILE.
            MOVE ZEROS TO OPEN-SEEN-COUNT.
            MOVE ZEROS TO CLEARED-COUNT.
            MOVE ZEROS TO CONFIRMED-COUNT.
            MOVE ZEROS TO RELEASED-COUNT.
            MOVE ZEROS TO CURRENT-VENDOR-HOLD.
            MOVE ZEROS TO LIVE-HIT-COUNT.
            MOVE "N" TO VENDOR-CLEARED-STATUS.
            MOVE "Y" TO MORE-HIT-RECORDS.
            PERFORM REVIEW-ONE-HIT
               UNTIL NO-MORE-HIT-RECORDS.
            IF CURRENT-VENDOR-HOLD NOT = ZEROS
                PERFORM FINISH-ONE-VENDOR.
            CLOSE VENDOR-FILE.
            CLOSE VENDOR-AUDIT-FILE.
            DISPLAY " ".
            IF OPEN-SEEN-COUNT = 0
                DISPLAY "NO OPEN SCREENING HITS TO REVIEW"
            ELSE
                DISPLAY OPEN-SEEN-COUNT " OPEN HIT(S): "
                    CLEARED-COUNT " CLEARED, "
                    CONFIRMED-COUNT " CONFIRMED, THE REST LEFT OPEN"
                DISPLAY RELEASED-COUNT " OFAC HOLD(S) RELEASED".

       OPEN-AUDIT-FILE.
            OPEN EXTEND VENDOR-AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "35"
                OPEN OUTPUT VENDOR-AUDIT-FILE
                CLOSE VENDOR-AUDIT-FILE
                OPEN EXTEND VENDOR-AUDIT-FILE.

      *--------------------------------
      * THE HIT FILE IS IN VENDOR
      * ORDER, SO A CHANGE OF VENDOR
      * NUMBER CLOSES OUT THE ONE
      * BEFORE.  EVERY HIT IS COUNTED
      * TOWARD ITS VENDOR'S LIVE
      * TOTAL; ONLY OPEN ONES ARE
      * SHOWN.
      *--------------------------------
       REVIEW-ONE-HIT.
            READ SCREEN-HIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-HIT-RECORDS.
            IF HIT-RECORDS-REMAIN
                IF OFH-VENDOR-NUMBER NOT = CURRENT-VENDOR-HOLD
                    PERFORM START-NEW-VENDOR
                END-IF
                IF OFH-IS-OPEN
                    ADD 1 TO OPEN-SEEN-COUNT
                    PERFORM SHOW-OPEN-HIT
                    PERFORM ASK-HIT-VERDICT
                END-IF
                IF OFH-IS-ACTIVE
                    ADD 1 TO LIVE-HIT-COUNT.

       START-NEW-VENDOR.
            IF CURRENT-VENDOR-HOLD NOT = ZEROS
                PERFORM FINISH-ONE-VENDOR.
            MOVE OFH-VENDOR-NUMBER TO CURRENT-VENDOR-HOLD.
            MOVE ZEROS TO LIVE-HIT-COUNT.
            MOVE "N" TO VENDOR-CLEARED-STATUS.
            MOVE "(NOT ON VENDOR FILE)" TO VENDOR-NAME-HOLD.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE OFH-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VENDOR-NAME TO VENDOR-NAME-HOLD
            END-READ.

       SHOW-OPEN-HIT.
            DISPLAY " ".
            DISPLAY "VENDOR " OFH-VENDOR-NUMBER " " VENDOR-NAME-HOLD.
            IF OFH-FROM-NAME
                DISPLAY "  HIT ON THE VENDOR NAME"
            ELSE IF OFH-FROM-CONTACT
                DISPLAY "  HIT ON CONTACT " OFH-SOURCE-SEQ
            ELSE IF OFH-FROM-ADDRESS
                DISPLAY "  HIT ON THE VENDOR ADDRESS"
            ELSE
                DISPLAY "  HIT ON THE REMIT-TO ADDRESS".
            DISPLAY "  VENDOR: " OFH-VENDOR-TEXT.
            DISPLAY "  LISTED: " OFH-LISTED-TEXT.
            DISPLAY "  LIST ENTRY " OFH-ENTRY-NUMBER " PROGRAM "
                OFH-PROGRAM " FOUND " OFH-FOUND-DATE
                " BY " OFH-FOUND-BY.

       ASK-HIT-VERDICT.
            DISPLAY "(C)LEAR AS A FALSE MATCH, CONFIRM AS A "
                "(M)ATCH, OR LEAVE IT OPEN?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "c" MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "m" MOVE "M" TO ACTION-PICK.
            IF ACTION-PICK = "C" OR ACTION-PICK = "M"
                PERFORM APPLY-HIT-VERDICT.

       APPLY-HIT-VERDICT.
            MOVE ACTION-PICK TO OFH-STATUS.
            MOVE OPERATOR-ID TO OFH-REVIEWED-BY.
            MOVE TODAY-DATE-STAMP TO OFH-REVIEWED-DATE.
            REWRITE SCREEN-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SCREENING HIT"
            END-REWRITE.
            IF SCREEN-HIT-STATUS = "00"
                IF OFH-IS-CLEARED
                    ADD 1 TO CLEARED-COUNT
                    MOVE "Y" TO VENDOR-CLEARED-STATUS
                    DISPLAY "HIT CLEARED"
                ELSE
                    ADD 1 TO CONFIRMED-COUNT
                    DISPLAY "MATCH CONFIRMED -- THE VENDOR STAYS ON "
                        "OFAC HOLD".

      *--------------------------------
      * ONCE THE VENDOR HAS NO LIVE
      * HIT LEFT AND ONE WAS CLEARED
      * JUST NOW, ITS OFAC HOLD COMES
      * OFF.  A HOLD FOR ANY OTHER
      * REASON IS NOT THIS PROGRAM'S
      * TO LIFT.
      *--------------------------------
       FINISH-ONE-VENDOR.
            IF LIVE-HIT-COUNT = 0 AND VENDOR-HAD-A-CLEARANCE
                PERFORM RELEASE-SANCTIONS-HOLD.

       RELEASE-SANCTIONS-HOLD.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE CURRENT-VENDOR-HOLD TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF RECORD-WAS-FOUND AND VENDOR-IS-ON-HOLD AND
                    VENDOR-HOLD-REASON = SANCTIONS-HOLD-REASON
                MOVE "N" TO VENDOR-HOLD-STATUS
                MOVE SPACES TO VENDOR-HOLD-REASON
                MOVE ZEROS TO VENDOR-HOLD-DATE
                MOVE SPACES TO VENDOR-HOLD-BY
                MOVE TODAY-DATE-STAMP TO LAST-CHANGED-DATE
                MOVE OPERATOR-ID TO LAST-CHANGED-BY
                REWRITE VENDOR-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING VENDOR RECORD"
                END-REWRITE
                IF VENDOR-FILE-STATUS = "00"
                    ADD 1 TO RELEASED-COUNT
                    PERFORM WRITE-RELEASE-AUDIT-RECORDS
                    DISPLAY "ALL HITS CLEARED -- OFAC HOLD ON VENDOR "
                        VENDOR-NUMBER " RELEASED".

      *--------------------------------
      * TWO AUDIT ENTRIES PER RELEASE,
      * THE WAY vndchg01 WRITES THEM:
      * THE STATUS (FIELD 19) AND THE
      * REASON (FIELD 20).
      *--------------------------------
       WRITE-RELEASE-AUDIT-RECORDS.
            MOVE VENDOR-NUMBER TO AUDIT-VENDOR-NUMBER.
            MOVE 19 TO AUDIT-FIELD-NUMBER.
            MOVE "H" TO AUDIT-OLD-VALUE.
            MOVE "N" TO AUDIT-NEW-VALUE.
            MOVE TODAY-DATE-STAMP TO AUDIT-CHANGE-DATE.
            MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE SPACES TO AUDIT-APPROVED-BY.
            WRITE VENDOR-AUDIT-RECORD.
            MOVE 20 TO AUDIT-FIELD-NUMBER.
            MOVE SANCTIONS-HOLD-REASON TO AUDIT-OLD-VALUE.
            MOVE SPACES TO AUDIT-NEW-VALUE.
            WRITE VENDOR-AUDIT-RECORD.
