      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Invoice approver table maintenance, in the vndtrm01
      *          mold.  A supervisor signs on and enters a vendor
      *          category (or "****" for every category without
      *          bands of its own); the category's amount bands are
      *          listed with the operator each one routes to, and a
      *          band can be added, given a new approver, or
      *          removed.  A band is named by its upper limit, so an
      *          invoice falls in the lowest band whose limit is not
      *          below its amount.  The approver must be an operator
      *          on file.  Every band carries who last set it and
      *          when.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndapv01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slapv01.cbl".
            COPY "slcat01.cbl".
            COPY "slopr01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdapv01.cbl".
            COPY "fdcat01.cbl".
            COPY "fdopr01.cbl".
       WORKING-STORAGE SECTION.
       01   APPROVER-FILE-STATUS    PIC XX.
       01   CATEGORY-FILE-STATUS    PIC XX.
       01   OPERATOR-FILE-STATUS    PIC XX.
       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

       77   CATEGORY-ENTRY          PIC X(04).
       77   APPROVER-ENTRY          PIC X(08).
       77   ACTION-PICK             PIC X.
       77   LIMIT-FIELD             PIC ZZZ,ZZZ,ZZZ.ZZ.
       77   LIMIT-HOLD              PIC 9(7)V99.
       77   BAND-COUNT              PIC 9(3).
       77   BAND-FLOOR-HOLD         PIC 9(7)V99.
       77   BAND-FLOOR-FIELD        PIC Z,ZZZ,ZZ9.99.
       77   BAND-LIMIT-FIELD        PIC Z,ZZZ,ZZ9.99.

       01   RECORD-FOUND            PIC X.
            88 RECORD-WAS-FOUND        VALUE "Y".
            88 NO-RECORD-FOUND         VALUE "N".

       01   REQUIRED-ENTRY-STATUS   PIC X.
            88 REQUIRED-ENTRY-WAS-OK   VALUE "Y".

       01   REQUIRED-SIGNON-STATUS  PIC X.
            88 SIGNON-WAS-OK           VALUE "Y".

       01   MORE-APPROVER-RECORDS   PIC X.
            88 APPROVER-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-APPROVER-RECORDS VALUE "N".

       01   MORE-OPERATOR-RECORDS   PIC X.
            88 OPERATOR-RECORDS-REMAIN VALUE "Y".
            88 NO-MORE-OPERATOR-RECORDS VALUE "N".

       01   OPERATOR-FOUND-STATUS   PIC X.
            88 OPERATOR-WAS-FOUND      VALUE "Y".

      *--------------------------------
      * OPERATOR SIGN-ON GOES THROUGH
      * THE SHARED vndsgn01 MODULE,
      * WHICH PROVES THE PASSWORD AND
      * HANDLES THE LOCKOUT.
      *--------------------------------
            COPY "fldsgn01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON-SUPERVISOR.
            PERFORM OPEN-APPROVER-FILE.
            MOVE "X" TO CATEGORY-ENTRY.
            PERFORM MAINTAIN-ONE-CATEGORY
               UNTIL CATEGORY-ENTRY = SPACES.
            CLOSE APPROVER-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * WHO APPROVES WHAT IS A CONTROL
      * IN ITSELF, SO ONLY A SUPERVISOR
      * SETS THE TABLE.
      *--------------------------------
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

       OPEN-APPROVER-FILE.
            OPEN I-O APPROVER-FILE.
            IF APPROVER-FILE-STATUS = "35"
                OPEN OUTPUT APPROVER-FILE
                CLOSE APPROVER-FILE
                OPEN I-O APPROVER-FILE.

       MAINTAIN-ONE-CATEGORY.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR CATEGORY, **** FOR ALL OTHERS "
                "(BLANK TO STOP)".
            ACCEPT CATEGORY-ENTRY.
            IF CATEGORY-ENTRY = SPACES
                CONTINUE
            ELSE
                PERFORM CHECK-CATEGORY-ON-FILE
                IF RECORD-WAS-FOUND
                    PERFORM WORK-THIS-CATEGORY
                ELSE
                    DISPLAY "CATEGORY " CATEGORY-ENTRY " IS NOT ON "
                        "THE CATEGORY TABLE".

      *--------------------------------
      * "****" IS ALWAYS ALLOWED.  ANY
      * OTHER CODE MUST BE ON THE
      * CATEGORY TABLE WHEN THERE IS
      * ONE.
      *--------------------------------
       CHECK-CATEGORY-ON-FILE.
            MOVE "Y" TO RECORD-FOUND.
            IF CATEGORY-ENTRY NOT = "****"
                OPEN INPUT CATEGORY-FILE
                IF CATEGORY-FILE-STATUS = "00"
                    MOVE CATEGORY-ENTRY TO CAT-CODE
                    READ CATEGORY-FILE RECORD
                       INVALID KEY
                           MOVE "N" TO RECORD-FOUND
                    END-READ
                    CLOSE CATEGORY-FILE.

       WORK-THIS-CATEGORY.
            PERFORM LIST-CATEGORY-BANDS.
            DISPLAY "(A)DD A BAND, (C)HANGE AN APPROVER, (R)EMOVE "
                "A BAND, OR LEAVE IT?".
            ACCEPT ACTION-PICK.
            IF ACTION-PICK = "a" MOVE "A" TO ACTION-PICK.
            IF ACTION-PICK = "c" MOVE "C" TO ACTION-PICK.
            IF ACTION-PICK = "r" MOVE "R" TO ACTION-PICK.
            IF ACTION-PICK = "A"
                PERFORM ADD-ONE-BAND.
            IF ACTION-PICK = "C"
                PERFORM CHANGE-ONE-BAND.
            IF ACTION-PICK = "R"
                PERFORM REMOVE-ONE-BAND.

      *--------------------------------
      * SHOW EACH BAND AS THE RANGE IT
      * COVERS, SO GAPS AND OVERLAPS
      * CANNOT HIDE.
      *--------------------------------
       LIST-CATEGORY-BANDS.
            MOVE ZEROS TO BAND-COUNT.
            MOVE ZEROS TO BAND-FLOOR-HOLD.
            MOVE CATEGORY-ENTRY TO APV-CATEGORY.
            MOVE ZEROS TO APV-BAND-LIMIT.
            MOVE "Y" TO MORE-APPROVER-RECORDS.
            START APPROVER-FILE
               KEY IS NOT LESS THAN APV-ROUTING-KEY
               INVALID KEY
                   MOVE "N" TO MORE-APPROVER-RECORDS.
            PERFORM LIST-ONE-BAND
               UNTIL NO-MORE-APPROVER-RECORDS.
            IF BAND-COUNT = 0
                DISPLAY "NO BANDS FOR " CATEGORY-ENTRY
                    " -- ITS INVOICES NEED NO APPROVAL UNLESS "
                    "**** COVERS THEM"
            ELSE
                DISPLAY "ABOVE THE TOP BAND, THE TOP BAND'S "
                    "APPROVER TAKES IT".

       LIST-ONE-BAND.
            READ APPROVER-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-APPROVER-RECORDS.
            IF APPROVER-RECORDS-REMAIN
                IF APV-CATEGORY NOT = CATEGORY-ENTRY
                    MOVE "N" TO MORE-APPROVER-RECORDS
                ELSE
                    ADD 1 TO BAND-COUNT
                    MOVE BAND-FLOOR-HOLD TO BAND-FLOOR-FIELD
                    MOVE APV-BAND-LIMIT TO BAND-LIMIT-FIELD
                    DISPLAY "  " BAND-FLOOR-FIELD " TO "
                        BAND-LIMIT-FIELD "  APPROVER "
                        APV-APPROVER-ID "  SET BY " APV-CHANGED-BY
                        " " APV-CHANGED-DATE
                    COMPUTE BAND-FLOOR-HOLD = APV-BAND-LIMIT + .01.

       ADD-ONE-BAND.
            PERFORM ENTER-BAND-LIMIT.
            PERFORM READ-THIS-BAND.
            IF RECORD-WAS-FOUND
                DISPLAY "THAT BAND IS ALREADY ON FILE -- CHANGE IT "
                    "INSTEAD"
            ELSE
                PERFORM ENTER-APPROVER-ID
                IF APPROVER-ENTRY = SPACES
                    DISPLAY "NOT ADDED"
                ELSE
                    MOVE CATEGORY-ENTRY TO APV-CATEGORY
                    MOVE LIMIT-HOLD TO APV-BAND-LIMIT
                    MOVE APPROVER-ENTRY TO APV-APPROVER-ID
                    MOVE OPERATOR-ID TO APV-CHANGED-BY
                    ACCEPT APV-CHANGED-DATE FROM DATE YYYYMMDD
                    WRITE APPROVER-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING APPROVER RECORD"
                    END-WRITE
                    IF APPROVER-FILE-STATUS = "00"
                        DISPLAY "BAND ADDED".

       CHANGE-ONE-BAND.
            PERFORM ENTER-BAND-LIMIT.
            PERFORM READ-THIS-BAND.
            IF NO-RECORD-FOUND
                DISPLAY "NO BAND WITH THAT LIMIT"
            ELSE
                DISPLAY "NOW ROUTED TO " APV-APPROVER-ID
                PERFORM ENTER-APPROVER-ID
                IF APPROVER-ENTRY = SPACES
                    DISPLAY "NOT CHANGED"
                ELSE
                    MOVE APPROVER-ENTRY TO APV-APPROVER-ID
                    MOVE OPERATOR-ID TO APV-CHANGED-BY
                    ACCEPT APV-CHANGED-DATE FROM DATE YYYYMMDD
                    REWRITE APPROVER-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING APPROVER RECORD"
                    END-REWRITE
                    IF APPROVER-FILE-STATUS = "00"
                        DISPLAY "BAND UPDATED".

      *--------------------------------
      * A BAND CAN GO -- THE INVOICES
      * IT COVERED FALL TO THE NEXT
      * BAND UP, AND NOTHING ON THE
      * INVOICE FILE POINTS AT IT.
      *--------------------------------
       REMOVE-ONE-BAND.
            PERFORM ENTER-BAND-LIMIT.
            PERFORM READ-THIS-BAND.
            IF NO-RECORD-FOUND
                DISPLAY "NO BAND WITH THAT LIMIT"
            ELSE
                DELETE APPROVER-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR REMOVING APPROVER RECORD"
                END-DELETE
                IF APPROVER-FILE-STATUS = "00"
                    DISPLAY "BAND REMOVED".

       ENTER-BAND-LIMIT.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-BAND-LIMIT
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-BAND-LIMIT.
            DISPLAY "ENTER THE BAND'S UPPER LIMIT (.01 TO "
                "9999999.99)".
            ACCEPT LIMIT-FIELD.
            MOVE LIMIT-FIELD TO LIMIT-HOLD.
            IF LIMIT-HOLD < .01
                DISPLAY "INVALID LIMIT -- TRY AGAIN"
            ELSE
                MOVE "Y" TO REQUIRED-ENTRY-STATUS.

       READ-THIS-BAND.
            MOVE CATEGORY-ENTRY TO APV-CATEGORY.
            MOVE LIMIT-HOLD TO APV-BAND-LIMIT.
            MOVE "Y" TO RECORD-FOUND.
            READ APPROVER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

      *--------------------------------
      * THE APPROVER MUST BE AN
      * OPERATOR WHO CAN SIGN ON TO
      * DO THE APPROVING.
      *--------------------------------
       ENTER-APPROVER-ID.
            MOVE "N" TO REQUIRED-ENTRY-STATUS.
            PERFORM TRY-ENTER-APPROVER-ID
               UNTIL REQUIRED-ENTRY-WAS-OK.

       TRY-ENTER-APPROVER-ID.
            DISPLAY "ENTER APPROVER OPERATOR ID (BLANK TO CANCEL)".
            ACCEPT APPROVER-ENTRY.
            IF APPROVER-ENTRY = SPACES
                MOVE "Y" TO REQUIRED-ENTRY-STATUS
            ELSE
                PERFORM FIND-OPERATOR-ON-FILE
                IF OPERATOR-WAS-FOUND
                    MOVE "Y" TO REQUIRED-ENTRY-STATUS
                ELSE
                    DISPLAY "NO SUCH OPERATOR -- TRY AGAIN".

       FIND-OPERATOR-ON-FILE.
            MOVE "N" TO OPERATOR-FOUND-STATUS.
            OPEN INPUT OPERATOR-FILE.
            IF OPERATOR-FILE-STATUS = "00"
                MOVE "Y" TO MORE-OPERATOR-RECORDS
                PERFORM LOOK-AT-ONE-OPERATOR
                   UNTIL NO-MORE-OPERATOR-RECORDS
                CLOSE OPERATOR-FILE.

       LOOK-AT-ONE-OPERATOR.
            READ OPERATOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-OPERATOR-RECORDS.
            IF OPERATOR-RECORDS-REMAIN AND
                    OPR-OPERATOR-ID = APPROVER-ENTRY
                MOVE "Y" TO OPERATOR-FOUND-STATUS
                MOVE "N" TO MORE-OPERATOR-RECORDS.
