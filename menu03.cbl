       WORKING-STORAGE SECTION.
       01   MENU-PICK          PIC 99.
            88 PICK-IS-EXIT    VALUE 99.
            88 PICK-IS-VALID  VALUES 1 THRU 4, 11 THRU 15, 99.
            88 PICK-NEEDS-MAINTENANCE VALUES 1, 2.
            88 PICK-IS-A-QUEUE VALUES 11 THRU 15.

       01   MENU-USAGE-STATUS  PIC XX.
       01   MENU-OPERATOR-ID   PIC X(08).
            88 BULLETIN-LINES-REMAIN  VALUE "Y".
            88 NO-MORE-BULLETIN-LINES VALUE "N".

      *--------------------------------
      * WORK-QUEUE SUMMARY FIELDS.
      * vndwqs01 COUNTS AND AGES THE
      * QUEUES THE OPERATOR'S
      * AUTHORITY WORKS, AND PICKS
      * 11-15 GO STRAIGHT TO THEM.
      * THE COUNTS ARE TAKEN AGAIN
      * AFTER EACH QUEUE IS WORKED.
      *--------------------------------
            COPY "fldwqs01.cbl".
       01   QUEUE-PICK-INDEX       PIC 9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-TO-MENU.
            PERFORM OPEN-USAGE-FILE.
            PERFORM SHOW-THE-BULLETIN.
            PERFORM SHOW-THE-WORK-QUEUES.
            MOVE 1 TO MENU-PICK.
            PERFORM GET-AND-DO-PICK
               UNTIL PICK-IS-EXIT.
                DISPLAY BULLETIN-RECORD
            END-READ.

      *--------------------------------
      * SHOW THE QUEUES THIS OPERATOR
      * WORKS, WITH COUNTS AND THE AGE
      * OF THE OLDEST ITEM IN EACH.
      *--------------------------------
       SHOW-THE-WORK-QUEUES.
            CALL "vndwqs01" USING SIGNON-AUTHORITY
                                  WORK-QUEUE-SUMMARY.

       GET-AND-DO-PICK.
            PERFORM GET-THE-MENU-PICK.
            PERFORM WRITE-USAGE-RECORD.
                END-IF
                IF MENU-PICK = 4
                    CALL "cmpint03"
                END-IF
                IF PICK-IS-A-QUEUE
                    PERFORM WORK-THE-PICKED-QUEUE
                END-IF.

      *--------------------------------
      * A QUEUE PICK RUNS THE PROGRAM
      * THAT WORKS THAT QUEUE, IF THE
      * OPERATOR'S AUTHORITY WORKS IT,
      * THEN SHOWS THE COUNTS AGAIN.
      *--------------------------------
       WORK-THE-PICKED-QUEUE.
            COMPUTE QUEUE-PICK-INDEX = MENU-PICK - 10.
            IF NOT WQS-QUEUE-IS-ALLOWED(QUEUE-PICK-INDEX)
                DISPLAY "That queue is not one your authority works"
            ELSE
                IF QUEUE-PICK-INDEX = 1
                    CALL "vndvap01"
                END-IF
                IF QUEUE-PICK-INDEX = 2
                    CALL "vndapr01"
                END-IF
                IF QUEUE-PICK-INDEX = 3
                    CALL "vndprl01"
                END-IF
                IF QUEUE-PICK-INDEX = 4
                    CALL "vndsus01"
                END-IF
                IF QUEUE-PICK-INDEX = 5
                    CALL "vndinv01"
                END-IF
                PERFORM SHOW-THE-WORK-QUEUES.

       DISPLAY-THE-MENU.
            DISPLAY "Please enter the number of the function".
            DISPLAY "that you wish to run.".
                DISPLAY "2. Add a new vendor".
            DISPLAY "3. Vendor inquiry (lookup only)".
            DISPLAY "4. Compound interest calculator".
      * Only the work queues the operator's level works are
      * offered.
            IF WQS-QUEUE-IS-ALLOWED(1)
                DISPLAY "11. Vendors awaiting approval".
            IF WQS-QUEUE-IS-ALLOWED(2)
                DISPLAY "12. Sensitive-field changes".
            IF WQS-QUEUE-IS-ALLOWED(3)
                DISPLAY "13. Over-threshold payments".
            IF WQS-QUEUE-IS-ALLOWED(4)
                DISPLAY "14. Suspense items".
            IF WQS-QUEUE-IS-ALLOWED(5)
                DISPLAY "15. Disputed invoices".
      *Display a blank line
            DISPLAY " ".
            DISPLAY "99. EXIT".
            DISPLAY " ".
            IF SIGNON-IS-INQUIRY-ONLY
                DISPLAY "Your selection (1-4, 99 to exit)?"
            ELSE
                DISPLAY "Your selection (1-4, 11-15, 99 to exit)?".

       GET-THE-PICK.
            ACCEPT MENU-PICK.
