      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Company code table maintenance, in the vndcmp01
      *          mold.  Enter a code: if it is on file its name and
      *          active flag are shown and can be changed, and if
      *          not it can be added.  A company is deactivated,
      *          never deleted, so the invoices and payments already
      *          carrying the code stay explainable.  Company 01 is
      *          the home company that every record written before
      *          companies existed belongs to.
      *          Each company also keeps the two-letter state it is
      *          based in, checked against the state codes vndadd01
      *          accepts; the use-tax accrual in vnduta01 owes use
      *          tax to that state on what out-of-state vendors
      *          bill without sales tax.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndcmp01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slcmp01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdcmp01.cbl".
       WORKING-STORAGE SECTION.
       01   COMPANY-FILE-STATUS     PIC XX.

       77   CODE-ENTRY              PIC X(2).
       77   NAME-ENTRY              PIC X(30).
       77   ACTION-PICK             PIC X.
       77   STATE-ENTRY             PIC X(2).

      *--------------------------------
      * VALID TWO-LETTER STATE CODES
      * (50 STATES PLUS DC), THE SAME
      * LIST vndadd01 CHECKS VENDOR-
      * STATE AGAINST.
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

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPEN-COMPANY-FILE.
            MOVE "X" TO CODE-ENTRY.
            PERFORM MAINTAIN-ONE-COMPANY
               UNTIL CODE-ENTRY = SPACES.
            CLOSE COMPANY-FILE.

       PROGRAM-DONE.
            STOP RUN.

       OPEN-COMPANY-FILE.
            OPEN I-O COMPANY-FILE.
            IF COMPANY-FILE-STATUS = "35"
                OPEN OUTPUT COMPANY-FILE
                CLOSE COMPANY-FILE
                OPEN I-O COMPANY-FILE.

       MAINTAIN-ONE-COMPANY.
            DISPLAY " ".
            DISPLAY "ENTER COMPANY CODE (2 CHARACTERS, BLANK TO "
                "STOP)".
            ACCEPT CODE-ENTRY.
            IF CODE-ENTRY = SPACES
                CONTINUE
            ELSE
                PERFORM WORK-THIS-COMPANY.

       WORK-THIS-COMPANY.
            MOVE SPACES TO COMPANY-RECORD.
            MOVE CODE-ENTRY TO CMP-CODE.
            MOVE "Y" TO RECORD-FOUND.
            READ COMPANY-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF RECORD-WAS-FOUND
                PERFORM CHANGE-THIS-COMPANY
            ELSE
                PERFORM ADD-THIS-COMPANY.

       ADD-THIS-COMPANY.
            DISPLAY "COMPANY " CODE-ENTRY " IS NOT ON THE TABLE".
            DISPLAY "ENTER COMPANY NAME (BLANK TO CANCEL)".
            ACCEPT NAME-ENTRY.
            IF NAME-ENTRY = SPACES
                DISPLAY "NOT ADDED"
            ELSE
                MOVE CODE-ENTRY TO CMP-CODE
                MOVE NAME-ENTRY TO CMP-NAME
                MOVE "A" TO CMP-STATUS
                PERFORM ENTER-COMPANY-STATE
                MOVE STATE-ENTRY TO CMP-STATE
                WRITE COMPANY-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING COMPANY RECORD"
                END-WRITE
                IF COMPANY-FILE-STATUS = "00"
                    DISPLAY "COMPANY ADDED".

       CHANGE-THIS-COMPANY.
            IF CMP-IS-INACTIVE
                DISPLAY "COMPANY " CMP-CODE " (INACTIVE): "
                    CMP-NAME
            ELSE
                DISPLAY "COMPANY " CMP-CODE ": " CMP-NAME.
            IF CMP-STATE = SPACES
                DISPLAY "STATE NOT SET"
            ELSE
                DISPLAY "BASED IN " CMP-STATE.
            DISPLAY "(N)AME, (S)TATE, (A)CTIVATE, (I)NACTIVATE, "
                "OR LEAVE IT?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "n" MOVE "N" TO ACTION-PICK.
            IF ACTION-PICK = "s" MOVE "S" TO ACTION-PICK.
            IF ACTION-PICK = "a" MOVE "A" TO ACTION-PICK.
            IF ACTION-PICK = "i" MOVE "I" TO ACTION-PICK.
            IF ACTION-PICK = "N"
                DISPLAY "ENTER NEW NAME (BLANK TO CANCEL)"
                ACCEPT NAME-ENTRY
                IF NAME-ENTRY = SPACES
                    DISPLAY "NOT CHANGED"
                ELSE
                    MOVE NAME-ENTRY TO CMP-NAME
                    PERFORM REWRITE-THIS-COMPANY
                END-IF.
            IF ACTION-PICK = "S"
                PERFORM ENTER-COMPANY-STATE
                IF STATE-ENTRY = SPACES
                    DISPLAY "NOT CHANGED"
                ELSE
                    MOVE STATE-ENTRY TO CMP-STATE
                    PERFORM REWRITE-THIS-COMPANY
                END-IF.
            IF ACTION-PICK = "A"
                MOVE "A" TO CMP-STATUS
                PERFORM REWRITE-THIS-COMPANY.
            IF ACTION-PICK = "I"
                MOVE "I" TO CMP-STATUS
                PERFORM REWRITE-THIS-COMPANY.

       REWRITE-THIS-COMPANY.
            REWRITE COMPANY-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING COMPANY RECORD".
            IF COMPANY-FILE-STATUS = "00"
                DISPLAY "COMPANY UPDATED".

      *--------------------------------
      * THE STATE MUST BE ONE OF THE
      * CODES ON THE LIST -- RE-PROMPT
      * ON ANYTHING ELSE.  BLANK LEAVES
      * IT AS IT WAS.
      *--------------------------------
       ENTER-COMPANY-STATE.
            MOVE "N" TO STATE-CODE-STATUS.
            PERFORM TRY-ENTER-COMPANY-STATE
               UNTIL STATE-CODE-WAS-FOUND.

       TRY-ENTER-COMPANY-STATE.
            DISPLAY "ENTER THE STATE THE COMPANY IS BASED IN "
                "(2 LETTERS, BLANK TO SKIP)".
            MOVE SPACES TO STATE-ENTRY.
            ACCEPT STATE-ENTRY.
            INSPECT STATE-ENTRY CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF STATE-ENTRY = SPACES
                MOVE "Y" TO STATE-CODE-STATUS
            ELSE
                MOVE 0 TO STATE-TABLE-INDEX
                PERFORM SCAN-STATE-TABLE
                   UNTIL STATE-CODE-WAS-FOUND OR
                       STATE-TABLE-INDEX = 51
                IF NOT STATE-CODE-WAS-FOUND
                    DISPLAY "INVALID STATE CODE -- TRY AGAIN".

       SCAN-STATE-TABLE.
            ADD 1 TO STATE-TABLE-INDEX.
            IF STATE-ENTRY = VALID-STATE-CODE(STATE-TABLE-INDEX)
                MOVE "Y" TO STATE-CODE-STATUS.
