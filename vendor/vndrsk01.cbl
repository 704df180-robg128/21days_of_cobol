      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Vendor risk-score weight maintenance.  Lists every
      *          factor the vndrsc01 monthly risk score counts, with
      *          the weight it carries now -- the one kept on
      *          RISK-WEIGHT-FILE, or the shipped default when none
      *          has been kept -- and lets a supervisor change it.
      *          A weight of zero takes the factor out of the score
      *          without losing it.  Each change records the day and
      *          the operator who made it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndrsk01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrsk01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrsk01.cbl".
       WORKING-STORAGE SECTION.
       01   RISK-WEIGHT-STATUS      PIC XX.

       01   OPERATOR-ID             PIC X(08).
            COPY "fldsgn01.cbl".

            COPY "fldrsk01.cbl".

       77   FACTOR-INDEX            PIC 9.
       77   CODE-ENTRY              PIC X(04).
       77   WEIGHT-ENTRY            PIC X(03).
       77   WEIGHT-HOLD             PIC 9(03).
       77   TODAY-DATE-STAMP        PIC 9(8).

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".
       01   FACTOR-FOUND-STATUS     PIC X.
            88 FACTOR-WAS-FOUND        VALUE "Y".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-SUPERVISOR.
            PERFORM OPEN-RISK-WEIGHT-FILE.
            MOVE "X" TO CODE-ENTRY.
            PERFORM MAINTAIN-ONE-WEIGHT
               UNTIL CODE-ENTRY = SPACES.
            CLOSE RISK-WEIGHT-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * THE WEIGHTS DECIDE WHICH
      * VENDORS PURCHASING REVIEWS
      * FIRST, SO ONLY A SUPERVISOR
      * CHANGES THEM.
      *--------------------------------
       SIGN-ON-SUPERVISOR.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                                  SIGNON-AUTHORITY
                                  SIGNON-STATUS.
            IF SIGNON-WENT-OK AND SIGNON-IS-SUPERVISOR
                MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
            ELSE
                DISPLAY "RISK WEIGHTS NEED AN ENABLED SUPERVISOR "
                    "-- NOTHING CHANGED"
                GOBACK.

       OPEN-RISK-WEIGHT-FILE.
            OPEN I-O RISK-WEIGHT-FILE.
            IF RISK-WEIGHT-STATUS = "35"
                OPEN OUTPUT RISK-WEIGHT-FILE
                CLOSE RISK-WEIGHT-FILE
                OPEN I-O RISK-WEIGHT-FILE.

       MAINTAIN-ONE-WEIGHT.
            PERFORM LIST-THE-WEIGHTS.
            DISPLAY "ENTER FACTOR CODE TO CHANGE (BLANK TO STOP)".
            ACCEPT CODE-ENTRY.
            IF CODE-ENTRY = SPACES
                CONTINUE
            ELSE
                PERFORM FIND-THE-FACTOR
                IF FACTOR-WAS-FOUND
                    PERFORM CHANGE-THIS-WEIGHT
                ELSE
                    DISPLAY CODE-ENTRY " IS NOT A RISK FACTOR".

       LIST-THE-WEIGHTS.
            DISPLAY " ".
            DISPLAY "CODE DESCRIPTION                     WEIGHT".
            MOVE 0 TO FACTOR-INDEX.
            PERFORM LIST-ONE-WEIGHT
               UNTIL FACTOR-INDEX = RISK-FACTOR-LIMIT.
            DISPLAY " ".

       LIST-ONE-WEIGHT.
            ADD 1 TO FACTOR-INDEX.
            PERFORM READ-FACTOR-WEIGHT.
            IF RECORD-WAS-FOUND
                DISPLAY RFT-CODE(FACTOR-INDEX) " "
                    RFT-DESCRIPTION(FACTOR-INDEX) "   " WEIGHT-HOLD
            ELSE
                DISPLAY RFT-CODE(FACTOR-INDEX) " "
                    RFT-DESCRIPTION(FACTOR-INDEX) "   " WEIGHT-HOLD
                    " (DEFAULT)".

      *--------------------------------
      * THE WEIGHT ON FILE, OR THE
      * SHIPPED DEFAULT WHEN THE
      * FACTOR HAS NO RECORD YET.
      *--------------------------------
       READ-FACTOR-WEIGHT.
            MOVE RFT-CODE(FACTOR-INDEX) TO RSK-FACTOR-CODE.
            MOVE "Y" TO RECORD-FOUND.
            READ RISK-WEIGHT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            MOVE RFT-DEFAULT-WEIGHT(FACTOR-INDEX) TO WEIGHT-HOLD.
            IF RECORD-WAS-FOUND AND RSK-WEIGHT IS NUMERIC
                MOVE RSK-WEIGHT TO WEIGHT-HOLD.

       FIND-THE-FACTOR.
            INSPECT CODE-ENTRY CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE "N" TO FACTOR-FOUND-STATUS.
            MOVE 0 TO FACTOR-INDEX.
            PERFORM MATCH-ONE-FACTOR
               UNTIL FACTOR-INDEX = RISK-FACTOR-LIMIT OR
                   FACTOR-WAS-FOUND.

       MATCH-ONE-FACTOR.
            ADD 1 TO FACTOR-INDEX.
            IF RFT-CODE(FACTOR-INDEX) = CODE-ENTRY
                MOVE "Y" TO FACTOR-FOUND-STATUS.

       CHANGE-THIS-WEIGHT.
            PERFORM READ-FACTOR-WEIGHT.
            DISPLAY RFT-DESCRIPTION(FACTOR-INDEX) " -- WEIGHT NOW "
                WEIGHT-HOLD.
            DISPLAY "ENTER NEW WEIGHT AS THREE DIGITS (000-999, "
                "BLANK TO LEAVE IT)".
            ACCEPT WEIGHT-ENTRY.
            IF WEIGHT-ENTRY = SPACES
                DISPLAY "NOT CHANGED"
            ELSE
                IF WEIGHT-ENTRY IS NUMERIC
                    MOVE WEIGHT-ENTRY TO WEIGHT-HOLD
                    PERFORM STORE-THIS-WEIGHT
                ELSE
                    DISPLAY "WEIGHT MUST BE THREE DIGITS -- NOT "
                        "CHANGED".

       STORE-THIS-WEIGHT.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE RFT-CODE(FACTOR-INDEX) TO RSK-FACTOR-CODE.
            MOVE WEIGHT-HOLD TO RSK-WEIGHT.
            MOVE TODAY-DATE-STAMP TO RSK-CHANGED-DATE.
            MOVE OPERATOR-ID TO RSK-CHANGED-BY.
            IF RECORD-WAS-FOUND
                REWRITE RISK-WEIGHT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING WEIGHT RECORD"
                END-REWRITE
            ELSE
                WRITE RISK-WEIGHT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING WEIGHT RECORD"
                END-WRITE.
            IF RISK-WEIGHT-STATUS = "00"
                DISPLAY "WEIGHT UPDATED".
