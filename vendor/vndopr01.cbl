      *          stored password is blanked and vndsgn01 makes the
      *          operator set a new one at the next sign-on -- and
      *          set the failed-attempt limit vndsgn01 locks out at.
      *          Each operator can be given the department it works
      *          for, so what an approver releases can be reported
      *          by department, and can be limited to the companies
      *          it may work; an operator with no companies listed
      *          may work them all.  The number of days without a
      *          sign-on after which the nightly vnddrm01 step
      *          disables an operator is set here too, and
      *          re-enabling an operator restarts that count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
            COPY "slopr01.cbl".
            COPY "slaud01.cbl".
            COPY "slcmp01.cbl".
            SELECT PASSWORD-CTL-FILE ASSIGN TO "VNDPWC.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PASSWORD-CTL-STATUS.
       FILE SECTION.
            COPY "fdopr01.cbl".
            COPY "fdaud01.cbl".
            COPY "fdcmp01.cbl".

       FD   PASSWORD-CTL-FILE
            LABEL RECORDS ARE STANDARD.

       01   PASSWORD-CTL-RECORD.
            05 PWC-MAX-ATTEMPTS           PIC 9(02).
            05 PWC-DORMANT-DAYS           PIC 9(03).
       WORKING-STORAGE SECTION.
       01   OPERATOR-FILE-STATUS    PIC XX.
       01   AUDIT-FILE-STATUS       PIC XX.
       01   PASSWORD-CTL-STATUS     PIC XX.
       77   MAX-ATTEMPTS-HOLD       PIC 9(02).
       77   MAX-ATTEMPTS-ENTRY      PIC X(02).
       77   DORMANT-DAYS-HOLD       PIC 9(03).
       77   DORMANT-DAYS-ENTRY      PIC X(03).
       77   TODAY-DATE-STAMP        PIC 9(8).

       77   WORK-OPERATOR-ID        PIC X(08).
       77   AUDIT-FIELD-HOLD        PIC 99.
       77   AUDIT-NEW-HOLD          PIC X(30).
       77   NAME-ENTRY              PIC X(30).
       77   AUTHORITY-ENTRY         PIC X(01).
       77   DEPARTMENT-ENTRY        PIC X(10).
       77   COMPANY-CODE-ENTRY      PIC X(02).
       77   COMPANY-ACCESS-COUNT    PIC 9(02).
       01   COMPANY-ACCESS-HOLD.
            05 CAH-COMPANY          PIC X(02) OCCURS 10 TIMES.
       01   COMPANY-FILE-STATUS     PIC XX.
       01   COMPANY-CHECK-STATUS    PIC X.
            88 COMPANY-IS-USABLE       VALUE "Y".
       77   ACTION-PICK             PIC X.

      *--------------------------------
               10 OTE-PASSWORD      PIC X(08).
               10 OTE-FAILED-COUNT  PIC 9(02).
               10 OTE-FORCE-CHANGE  PIC X(01).
               10 OTE-DEPARTMENT    PIC X(10).
               10 OTE-COMPANY-ACCESS PIC X(20).
               10 OTE-LAST-SIGNON   PIC 9(08).
               10 OTE-ACTIVE-FROM   PIC 9(08).
       77   OPERATOR-COUNT          PIC 9(3).
       77   OPERATOR-INDEX          PIC 9(3).
       77   MATCH-INDEX             PIC 9(3).
                            TO OTE-FAILED-COUNT(OPERATOR-COUNT)
                    END-IF
                    MOVE OPR-FORCE-CHANGE
                        TO OTE-FORCE-CHANGE(OPERATOR-COUNT)
                    MOVE OPR-DEPARTMENT
                        TO OTE-DEPARTMENT(OPERATOR-COUNT)
                    MOVE OPR-COMPANY-ACCESS-LIST
                        TO OTE-COMPANY-ACCESS(OPERATOR-COUNT)
                    IF OPR-LAST-SIGNON-DATE IS NUMERIC
                        MOVE OPR-LAST-SIGNON-DATE
                            TO OTE-LAST-SIGNON(OPERATOR-COUNT)
                    ELSE
                        MOVE ZEROS
                            TO OTE-LAST-SIGNON(OPERATOR-COUNT)
                    END-IF
                    IF OPR-ACTIVE-FROM-DATE IS NUMERIC
                        MOVE OPR-ACTIVE-FROM-DATE
                            TO OTE-ACTIVE-FROM(OPERATOR-COUNT)
                    ELSE
                        MOVE ZEROS
                            TO OTE-ACTIVE-FROM(OPERATOR-COUNT).

       SAVE-THE-OPERATOR-FILE.
            OPEN OUTPUT OPERATOR-FILE.
                TO OPR-FAILED-COUNT.
            MOVE OTE-FORCE-CHANGE(OPERATOR-INDEX)
                TO OPR-FORCE-CHANGE.
            MOVE OTE-DEPARTMENT(OPERATOR-INDEX) TO OPR-DEPARTMENT.
            MOVE OTE-COMPANY-ACCESS(OPERATOR-INDEX)
                TO OPR-COMPANY-ACCESS-LIST.
            MOVE OTE-LAST-SIGNON(OPERATOR-INDEX)
                TO OPR-LAST-SIGNON-DATE.
            MOVE OTE-ACTIVE-FROM(OPERATOR-INDEX)
                TO OPR-ACTIVE-FROM-DATE.
            WRITE OPERATOR-RECORD.

       MAINTAIN-ONE-OPERATOR.
                        TO OTE-FAILED-COUNT(OPERATOR-COUNT)
                    MOVE SPACES
                        TO OTE-FORCE-CHANGE(OPERATOR-COUNT)
                    MOVE SPACES
                        TO OTE-DEPARTMENT(OPERATOR-COUNT)
                    MOVE SPACES
                        TO OTE-COMPANY-ACCESS(OPERATOR-COUNT)
                    MOVE ZEROS TO OTE-LAST-SIGNON(OPERATOR-COUNT)
                    ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD
                    MOVE TODAY-DATE-STAMP
                        TO OTE-ACTIVE-FROM(OPERATOR-COUNT)
                    MOVE 21 TO AUDIT-FIELD-HOLD
                    MOVE SPACES TO AUDIT-OLD-HOLD
                    MOVE WORK-OPERATOR-ID TO AUDIT-NEW-HOLD
            DISPLAY "OPERATOR " OTE-OPERATOR-ID(MATCH-INDEX) " "
                OTE-OPERATOR-NAME(MATCH-INDEX).
            DISPLAY "AUTHORITY: " OTE-AUTHORITY(MATCH-INDEX)
                "  STATUS: " OTE-STATUS(MATCH-INDEX)
                "  DEPARTMENT: " OTE-DEPARTMENT(MATCH-INDEX).
            IF OTE-COMPANY-ACCESS(MATCH-INDEX) = SPACES
                DISPLAY "COMPANIES: ALL"
            ELSE
                DISPLAY "COMPANIES: "
                    OTE-COMPANY-ACCESS(MATCH-INDEX).
            IF OTE-LAST-SIGNON(MATCH-INDEX) = ZEROS
                DISPLAY "LAST SIGN-ON: NONE RECORDED"
            ELSE
                DISPLAY "LAST SIGN-ON: "
                    OTE-LAST-SIGNON(MATCH-INDEX).
            DISPLAY "(R)ENAME, (D)ISABLE, (E)NABLE, "
                "(A)UTHORITY, (P)ASSWORD RESET, DEPAR(T)MENT, "
                "(C)OMPANIES, OR LEAVE IT?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "r" MOVE "R" TO ACTION-PICK.
            IF ACTION-PICK = "d" MOVE "D" TO ACTION-PICK.
            IF ACTION-PICK = "e" MOVE "E" TO ACTION-PICK.
            IF ACTION-PICK = "a" MOVE "A" TO ACTION-PICK.
            IF ACTION-PICK = "p" MOVE "P" TO ACTION-PICK.
            IF ACTION-PICK = "t" MOVE "T" TO ACTION-PICK.
            IF ACTION-PICK = "c" MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "R"
                PERFORM RENAME-THIS-OPERATOR.
            IF ACTION-PICK = "D"
                PERFORM CHANGE-THIS-AUTHORITY.
            IF ACTION-PICK = "P"
                PERFORM RESET-THIS-PASSWORD.
            IF ACTION-PICK = "T"
                PERFORM CHANGE-THIS-DEPARTMENT.
            IF ACTION-PICK = "C"
                PERFORM CHANGE-THIS-COMPANY-ACCESS.

       RENAME-THIS-OPERATOR.
            DISPLAY "ENTER NEW NAME (BLANK TO CANCEL)".
                PERFORM WRITE-OPERATOR-AUDIT
                DISPLAY "OPERATOR RENAMED".

      *--------------------------------
      * THE DEPARTMENT IS FREE TEXT --
      * WHATEVER THE SHOP CALLS ITS
      * DEPARTMENTS -- AND MAY BE
      * BLANKED.
      *--------------------------------
       CHANGE-THIS-DEPARTMENT.
            DISPLAY "ENTER DEPARTMENT (BLANK FOR NONE)".
            ACCEPT DEPARTMENT-ENTRY.
            MOVE 31 TO AUDIT-FIELD-HOLD.
            MOVE OTE-DEPARTMENT(MATCH-INDEX) TO AUDIT-OLD-HOLD.
            MOVE DEPARTMENT-ENTRY TO AUDIT-NEW-HOLD.
            MOVE DEPARTMENT-ENTRY TO OTE-DEPARTMENT(MATCH-INDEX).
            PERFORM WRITE-OPERATOR-AUDIT.
            DISPLAY "DEPARTMENT CHANGED".

      *--------------------------------
      * THE COMPANY LIST IS KEYED
      * WHOLE, UP TO TEN CODES, EACH
      * ON THE COMPANY TABLE WHEN THERE
      * IS ONE.  KEYING NONE AT ALL
      * LETS THE OPERATOR WORK EVERY
      * COMPANY.
      *--------------------------------
       CHANGE-THIS-COMPANY-ACCESS.
            DISPLAY "ENTER UP TO 10 COMPANY CODES, ONE AT A TIME, "
                "BLANK TO END".
            DISPLAY "(NONE AT ALL MEANS EVERY COMPANY)".
            MOVE SPACES TO COMPANY-ACCESS-HOLD.
            MOVE 0 TO COMPANY-ACCESS-COUNT.
            MOVE "X" TO COMPANY-CODE-ENTRY.
            PERFORM ENTER-ONE-COMPANY-CODE
               UNTIL COMPANY-CODE-ENTRY = SPACES OR
                   COMPANY-ACCESS-COUNT = 10.
            MOVE 32 TO AUDIT-FIELD-HOLD.
            MOVE OTE-COMPANY-ACCESS(MATCH-INDEX) TO AUDIT-OLD-HOLD.
            MOVE COMPANY-ACCESS-HOLD TO AUDIT-NEW-HOLD.
            MOVE COMPANY-ACCESS-HOLD
                TO OTE-COMPANY-ACCESS(MATCH-INDEX).
            PERFORM WRITE-OPERATOR-AUDIT.
            DISPLAY "COMPANIES CHANGED".

       ENTER-ONE-COMPANY-CODE.
            ACCEPT COMPANY-CODE-ENTRY.
            IF COMPANY-CODE-ENTRY NOT = SPACES
                PERFORM CHECK-COMPANY-CODE
                IF COMPANY-IS-USABLE
                    ADD 1 TO COMPANY-ACCESS-COUNT
                    MOVE COMPANY-CODE-ENTRY
                        TO CAH-COMPANY(COMPANY-ACCESS-COUNT).

       CHECK-COMPANY-CODE.
            MOVE "Y" TO COMPANY-CHECK-STATUS.
            OPEN INPUT COMPANY-FILE.
            IF COMPANY-FILE-STATUS = "00"
                MOVE COMPANY-CODE-ENTRY TO CMP-CODE
                READ COMPANY-FILE RECORD
                   INVALID KEY
                       DISPLAY "COMPANY " COMPANY-CODE-ENTRY
                           " IS NOT ON THE TABLE -- NOT ADDED"
                       MOVE "N" TO COMPANY-CHECK-STATUS
                END-READ
                CLOSE COMPANY-FILE.

      *--------------------------------
      * A SUPERVISOR CANNOT DISABLE
      * THEMSELVES -- THAT IS HOW A
                PERFORM WRITE-OPERATOR-AUDIT
                DISPLAY "OPERATOR DISABLED".

      *--------------------------------
      * RE-ENABLING RESTARTS THE
      * DORMANCY CLOCK, OR THE NIGHTLY
      * CHECK WOULD DISABLE A DORMANT
      * OPERATOR AGAIN BEFORE THEY HAD
      * A CHANCE TO SIGN ON.
      *--------------------------------
       ENABLE-THIS-OPERATOR.
            MOVE 22 TO AUDIT-FIELD-HOLD.
            MOVE OTE-STATUS(MATCH-INDEX) TO AUDIT-OLD-HOLD.
            MOVE "A" TO OTE-STATUS(MATCH-INDEX).
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE TODAY-DATE-STAMP TO OTE-ACTIVE-FROM(MATCH-INDEX).
            MOVE "A" TO AUDIT-NEW-HOLD.
            PERFORM WRITE-OPERATOR-AUDIT.
            DISPLAY "OPERATOR ENABLED".
      * THE LOCKOUT LIMIT vndsgn01
      * ENFORCES LIVES ON ITS OWN
      * ONE-RECORD CONTROL FILE AND IS
      * SET FROM HERE.  THE DORMANCY
      * LIMIT vnddrm01 ENFORCES SHARES
      * THE RECORD; A RECORD FROM
      * BEFORE IT EXISTED READS AS THE
      * SHIPPED 90 DAYS.
      *--------------------------------
       SET-THE-ATTEMPT-LIMIT.
            MOVE 3 TO MAX-ATTEMPTS-HOLD.
            MOVE 90 TO DORMANT-DAYS-HOLD.
            OPEN INPUT PASSWORD-CTL-FILE.
            IF PASSWORD-CTL-STATUS = "00"
                READ PASSWORD-CTL-FILE
                    CONTINUE
                    NOT AT END
                    MOVE PWC-MAX-ATTEMPTS TO MAX-ATTEMPTS-HOLD
                    IF PWC-DORMANT-DAYS IS NUMERIC AND
                            PWC-DORMANT-DAYS > 0
                        MOVE PWC-DORMANT-DAYS TO DORMANT-DAYS-HOLD
                    END-IF
                END-READ
                CLOSE PASSWORD-CTL-FILE.
            DISPLAY "FAILED-ATTEMPT LIMIT IS " MAX-ATTEMPTS-HOLD.
                IF MAX-ATTEMPTS-ENTRY IS NUMERIC AND
                        MAX-ATTEMPTS-ENTRY NOT = "00"
                    MOVE MAX-ATTEMPTS-ENTRY TO MAX-ATTEMPTS-HOLD
                    PERFORM WRITE-THE-CONTROL-RECORD
                    DISPLAY "LIMIT NOW " MAX-ATTEMPTS-HOLD
                ELSE
                    DISPLAY "LIMIT MUST BE 1-99 -- LEFT AS IT WAS".
            PERFORM SET-THE-DORMANT-LIMIT.

       SET-THE-DORMANT-LIMIT.
            DISPLAY "DAYS WITHOUT A SIGN-ON BEFORE AN OPERATOR IS "
                "DISABLED: " DORMANT-DAYS-HOLD.
            DISPLAY "ENTER A NEW LIMIT AS THREE DIGITS (001-999, "
                "BLANK TO LEAVE IT)".
            ACCEPT DORMANT-DAYS-ENTRY.
            IF DORMANT-DAYS-ENTRY = SPACES
                CONTINUE
            ELSE
                IF DORMANT-DAYS-ENTRY IS NUMERIC AND
                        DORMANT-DAYS-ENTRY NOT = "000"
                    MOVE DORMANT-DAYS-ENTRY TO DORMANT-DAYS-HOLD
                    PERFORM WRITE-THE-CONTROL-RECORD
                    DISPLAY "DORMANCY LIMIT NOW " DORMANT-DAYS-HOLD
                        " DAYS"
                ELSE
                    DISPLAY "LIMIT MUST BE 001-999 -- LEFT AS IT "
                        "WAS".

       WRITE-THE-CONTROL-RECORD.
            OPEN OUTPUT PASSWORD-CTL-FILE.
            MOVE MAX-ATTEMPTS-HOLD TO PWC-MAX-ATTEMPTS.
            MOVE DORMANT-DAYS-HOLD TO PWC-DORMANT-DAYS.
            WRITE PASSWORD-CTL-RECORD.
            CLOSE PASSWORD-CTL-FILE.

       CHANGE-THIS-AUTHORITY.
            PERFORM ENTER-AUTHORITY-LEVEL.
