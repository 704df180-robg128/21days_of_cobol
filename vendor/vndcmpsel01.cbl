      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared company selection, COPYed into the PROCEDURE
      *          DIVISION of every program that works one company or
      *          all of them, the same way vndfxrlok01 is shared.
      *          The code keyed must be on the company table and
      *          active, and -- for a signed-on operator limited to
      *          certain companies -- on that operator's list; such
      *          an operator cannot run all companies at once.  With
      *          no company table on the system the shop is a single
      *          company: nothing is asked and every record is
      *          selected.  A blank company on any record reads as
      *          the home company, 01.  The program provides the
      *          fields from fldcmp01 and the slcmp01/fdcmp01 and
      *          slopr01/fdopr01 file entries.
      * Tectonics: cobc
      ******************************************************************
       SELECT-COMPANY.
            MOVE SPACES TO CMPSEL-COMPANY.
            MOVE SPACES TO CMPSEL-COMPANY-NAME.
            OPEN INPUT COMPANY-FILE.
            IF COMPANY-FILE-STATUS NOT = "00"
                MOVE "X" TO CMPSEL-RESULT
                IF NOT CMPSEL-ALL-IS-ALLOWED
                    MOVE "01" TO CMPSEL-COMPANY
                END-IF
            ELSE
                CLOSE COMPANY-FILE
                PERFORM LOAD-OPERATOR-COMPANIES
                MOVE SPACES TO CMPSEL-RESULT
                MOVE ZEROS TO CMPSEL-TRY-COUNT
                PERFORM TRY-SELECT-COMPANY
                   UNTIL CMPSEL-WENT-OK OR CMPSEL-CANCELLED.
            PERFORM BUILD-COMPANY-HEADING.

      *--------------------------------
      * THREE BAD CODES IN A ROW AND
      * THE PROGRAM IS TOLD THE PICK
      * WAS CANCELLED.  AN OPERATOR
      * WHO MUST WORK ONE COMPANY GETS
      * THE FIRST ON THE LIST FOR A
      * BLANK -- THE HOME COMPANY WHEN
      * THE OPERATOR IS NOT LIMITED.
      *--------------------------------
       TRY-SELECT-COMPANY.
            IF CMPSEL-ALL-IS-ALLOWED
                DISPLAY "ENTER COMPANY CODE (BLANK FOR ALL "
                    "COMPANIES)"
            ELSE
                DISPLAY "ENTER COMPANY CODE (BLANK FOR "
                    "YOUR FIRST COMPANY)".
            ACCEPT CMPSEL-ENTRY.
            IF CMPSEL-ENTRY = SPACES AND CMPSEL-ALL-IS-ALLOWED
                PERFORM TRY-ALL-COMPANIES
            ELSE
                IF CMPSEL-ENTRY = SPACES
                    PERFORM TAKE-FIRST-COMPANY
                END-IF
                PERFORM CHECK-COMPANY-CODE
                IF CMPSEL-CODE-IS-USABLE
                    MOVE CMPSEL-ENTRY TO CMPSEL-COMPANY
                    MOVE "Y" TO CMPSEL-RESULT.
            IF NOT CMPSEL-WENT-OK
                ADD 1 TO CMPSEL-TRY-COUNT
                IF CMPSEL-TRY-COUNT NOT < 3
                    MOVE "N" TO CMPSEL-RESULT.

       TRY-ALL-COMPANIES.
            IF CMPSEL-ACCESS-LIST = SPACES
                MOVE SPACES TO CMPSEL-COMPANY
                MOVE "Y" TO CMPSEL-RESULT
            ELSE
                DISPLAY "YOU ARE LIMITED TO CERTAIN COMPANIES -- "
                    "ENTER ONE".

       TAKE-FIRST-COMPANY.
            IF CMPSEL-ACCESS-LIST = SPACES
                MOVE "01" TO CMPSEL-ENTRY
            ELSE
                MOVE CMPSEL-ACCESS-CODE(1) TO CMPSEL-ENTRY.

      *--------------------------------
      * THE CODE IN CMPSEL-ENTRY MUST
      * BE ON THE TABLE, ACTIVE, AND
      * ONE THE OPERATOR MAY WORK.
      *--------------------------------
       CHECK-COMPANY-CODE.
            MOVE "Y" TO CMPSEL-CODE-STATUS.
            MOVE SPACES TO CMPSEL-COMPANY-NAME.
            OPEN INPUT COMPANY-FILE.
            IF COMPANY-FILE-STATUS = "00"
                MOVE CMPSEL-ENTRY TO CMP-CODE
                READ COMPANY-FILE RECORD
                   INVALID KEY
                       DISPLAY "COMPANY " CMPSEL-ENTRY
                           " IS NOT ON THE TABLE -- SEE vndcmp01"
                       MOVE "N" TO CMPSEL-CODE-STATUS
                   NOT INVALID KEY
                       MOVE CMP-NAME TO CMPSEL-COMPANY-NAME
                       IF CMP-IS-INACTIVE
                           DISPLAY "COMPANY " CMPSEL-ENTRY
                               " IS INACTIVE"
                           MOVE "N" TO CMPSEL-CODE-STATUS
                       END-IF
                END-READ
                CLOSE COMPANY-FILE.
            IF CMPSEL-CODE-IS-USABLE
                PERFORM CHECK-COMPANY-ACCESS
                IF NOT CMPSEL-ACCESS-GRANTED
                    DISPLAY "YOU ARE NOT AUTHORIZED FOR COMPANY "
                        CMPSEL-ENTRY
                    MOVE "N" TO CMPSEL-CODE-STATUS.

       CHECK-COMPANY-ACCESS.
            IF CMPSEL-ACCESS-LIST = SPACES
                MOVE "Y" TO CMPSEL-ACCESS-STATUS
            ELSE
                MOVE "N" TO CMPSEL-ACCESS-STATUS
                MOVE 0 TO CMPSEL-ACCESS-INDEX
                PERFORM SCAN-COMPANY-ACCESS
                   UNTIL CMPSEL-ACCESS-INDEX = 10 OR
                       CMPSEL-ACCESS-GRANTED.

       SCAN-COMPANY-ACCESS.
            ADD 1 TO CMPSEL-ACCESS-INDEX.
            IF CMPSEL-ACCESS-CODE(CMPSEL-ACCESS-INDEX) = CMPSEL-ENTRY
                MOVE "Y" TO CMPSEL-ACCESS-STATUS.

      *--------------------------------
      * A BATCH RUN (NO OPERATOR) AND
      * AN OPERATOR NOT FOUND ON THE
      * FILE ARE NOT LIMITED -- THE
      * SIGN-ON HAS ALREADY PROVED WHO
      * MAY RUN THE PROGRAM AT ALL.
      *--------------------------------
       LOAD-OPERATOR-COMPANIES.
            MOVE SPACES TO CMPSEL-ACCESS-LIST.
            IF CMPSEL-OPERATOR-ID NOT = SPACES
                OPEN INPUT OPERATOR-FILE
                IF OPERATOR-FILE-STATUS = "00"
                    MOVE "Y" TO CMPSEL-MORE-OPERATORS
                    PERFORM READ-NEXT-OPERATOR-ACCESS
                       UNTIL NOT CMPSEL-OPERATORS-REMAIN
                    CLOSE OPERATOR-FILE.

       READ-NEXT-OPERATOR-ACCESS.
            READ OPERATOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO CMPSEL-MORE-OPERATORS.
            IF CMPSEL-OPERATORS-REMAIN AND
                    OPR-OPERATOR-ID = CMPSEL-OPERATOR-ID
                MOVE OPR-COMPANY-ACCESS-LIST TO CMPSEL-ACCESS-LIST
                MOVE "N" TO CMPSEL-MORE-OPERATORS.

       BUILD-COMPANY-HEADING.
            MOVE SPACES TO CMPSEL-HEADING-TEXT.
            IF CMPSEL-ALL-COMPANIES
                MOVE "ALL COMPANIES" TO CMPSEL-HEADING-TEXT
            ELSE
                STRING CMPSEL-COMPANY " " CMPSEL-COMPANY-NAME
                    DELIMITED BY SIZE
                    INTO CMPSEL-HEADING-TEXT.

      *--------------------------------
      * IS THE RECORD IN CMPSEL-
      * RECORD-COMPANY PART OF THIS
      * RUN?  BLANK READS AS 01.
      *--------------------------------
       TEST-RECORD-COMPANY.
            IF CMPSEL-RECORD-COMPANY = SPACES
                MOVE "01" TO CMPSEL-RECORD-COMPANY.
            IF CMPSEL-ALL-COMPANIES OR
                    CMPSEL-RECORD-COMPANY = CMPSEL-COMPANY
                MOVE "Y" TO CMPSEL-RECORD-SELECTED
            ELSE
                MOVE "N" TO CMPSEL-RECORD-SELECTED.

      *--------------------------------
      * ROLL CMPSEL-TOTAL-AMOUNT INTO
      * THE ENTRY FOR CMPSEL-RECORD-
      * COMPANY, OPENING ONE IF NEED
      * BE.  A FULL TABLE IS COUNTED.
      *--------------------------------
       ADD-TO-COMPANY-TOTAL.
            IF CMPSEL-RECORD-COMPANY = SPACES
                MOVE "01" TO CMPSEL-RECORD-COMPANY.
            MOVE 0 TO COMPANY-TOTAL-INDEX.
            MOVE 0 TO COMPANY-SCAN-INDEX.
            PERFORM SCAN-COMPANY-TOTALS
               UNTIL COMPANY-SCAN-INDEX = COMPANY-TOTAL-COUNT OR
                   COMPANY-TOTAL-INDEX > 0.
            IF COMPANY-TOTAL-INDEX = 0
                IF COMPANY-TOTAL-COUNT < 20
                    ADD 1 TO COMPANY-TOTAL-COUNT
                    MOVE COMPANY-TOTAL-COUNT TO COMPANY-TOTAL-INDEX
                    MOVE CMPSEL-RECORD-COMPANY
                        TO CTT-COMPANY(COMPANY-TOTAL-INDEX)
                    MOVE ZEROS TO CTT-COUNT(COMPANY-TOTAL-INDEX)
                    MOVE ZEROS TO CTT-AMOUNT(COMPANY-TOTAL-INDEX)
                ELSE
                    ADD 1 TO COMPANY-TOTAL-OVERFLOW.
            IF COMPANY-TOTAL-INDEX > 0
                ADD 1 TO CTT-COUNT(COMPANY-TOTAL-INDEX)
                ADD CMPSEL-TOTAL-AMOUNT
                    TO CTT-AMOUNT(COMPANY-TOTAL-INDEX).

       SCAN-COMPANY-TOTALS.
            ADD 1 TO COMPANY-SCAN-INDEX.
            IF CTT-COMPANY(COMPANY-SCAN-INDEX) = CMPSEL-RECORD-COMPANY
                MOVE COMPANY-SCAN-INDEX TO COMPANY-TOTAL-INDEX.

      *--------------------------------
      * FILL COMPANY-TOTAL-LINE FOR
      * THE ENTRY AT COMPANY-TOTAL-
      * INDEX, NAME FROM THE TABLE.
      *--------------------------------
       FORMAT-COMPANY-TOTAL-LINE.
            MOVE CTT-COMPANY(COMPANY-TOTAL-INDEX)
                TO CMPSEL-LINE-COMPANY.
            MOVE CTT-COUNT(COMPANY-TOTAL-INDEX) TO CMPSEL-LINE-COUNT.
            MOVE CTT-AMOUNT(COMPANY-TOTAL-INDEX)
                TO CMPSEL-LINE-AMOUNT.
            MOVE SPACES TO CMPSEL-LINE-NAME.
            OPEN INPUT COMPANY-FILE.
            IF COMPANY-FILE-STATUS = "00"
                MOVE CTT-COMPANY(COMPANY-TOTAL-INDEX) TO CMP-CODE
                READ COMPANY-FILE RECORD
                   INVALID KEY
                       MOVE "(CODE NOT ON TABLE)" TO CMPSEL-LINE-NAME
                   NOT INVALID KEY
                       MOVE CMP-NAME TO CMPSEL-LINE-NAME
                END-READ
                CLOSE COMPANY-FILE.
