      * ORDERABLE BUT OFF THE AP FEED
      * UNTIL IT IS RELEASED; THE
      * REASON COMES FROM THE HOLD-
      * REASON TABLE.  THE SANCTIONS
      * HOLD IS SET AND LIFTED ONLY BY
      * THE SCREENING PROGRAMS.
      *--------------------------------
       01   HOLD-REASON-STATUS      PIC XX.
       01   HOLD-REASON-CODE-STATUS PIC X.
            88 HOLD-REASON-WAS-OK      VALUE "Y".
       77   HOLD-REASON-ENTRY       PIC X(04).
       77   SANCTIONS-HOLD-REASON   PIC X(04) VALUE "OFAC".
       77   W9-ACTION-PICK          PIC X.

      *--------------------------------
            88 CLASS-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-CLASS-RECORDS   VALUE "N".

      *--------------------------------
      * PARENT-VENDOR FIELDS.  THE
      * CHAIN ABOVE A NEW PARENT IS
      * WALKED ON THE MASTER BEFORE
      * IT IS TAKEN, SO NO FAMILY CAN
      * LOOP BACK ON ITSELF.
      *--------------------------------
       77   PARENT-NUMBER-HOLD      PIC 9(7).
       77   PARENT-WALK-NUMBER      PIC 9(7).
       77   PARENT-WALK-LEVEL       PIC 99.
       77   CHANGE-VENDOR-HOLD      PIC 9(7).
       01   PARENT-CHECK-STATUS     PIC X.
            88 PARENT-WAS-OK           VALUE "Y".
       01   PARENT-WALK-STATUS      PIC X.
            88 PARENT-WALK-GOES-ON     VALUE "Y".

      *--------------------------------
      * TRUNCATION-CONFIRM FIELDS.  AN
      * OVER-LENGTH ENTRY IS NO LONGER
            PERFORM DISPLAY-PAYMENT-METHOD.
            PERFORM DISPLAY-W9-FIELDS.
            PERFORM DISPLAY-VENDOR-CURRENCY-LINE.
            PERFORM DISPLAY-VENDOR-PARENT-LINE.
            DISPLAY " ".

       DISPLAY-VENDOR-NUMBER.
            ELSE
                DISPLAY "22. CURRENCY: " VENDOR-CURRENCY.

       DISPLAY-VENDOR-PARENT-LINE.
            IF VENDOR-PARENT-NUMBER IS NUMERIC AND
                    VENDOR-PARENT-NUMBER NOT = ZEROS
                DISPLAY "24. PARENT VENDOR: " VENDOR-PARENT-NUMBER
            ELSE
                DISPLAY "24. PARENT VENDOR: NONE".

       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-12 OR 15-18), 13 FOR THE".
            DISPLAY "REMIT-TO ADDRESS, 14 TO ADD A NOTE, 19 FOR".
            DISPLAY "THE PAYMENT HOLD, 21 FOR THE W-9 AND".
            DISPLAY "WITHHOLDING, 22 FOR THE CURRENCY, 23 FOR".
            DISPLAY "THE CLASSIFICATIONS, 24 FOR THE PARENT".
            DISPLAY "VENDOR, OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            IF WHICH-FIELD > 24
               DISPLAY "INVALID ENTRY".

      *--------------------------------
                            ELSE
                                IF WHICH-FIELD = 23
                                    PERFORM MAINTAIN-CLASSIFICATIONS
                                ELSE
                                IF WHICH-FIELD = 24
                                    PERFORM MAINTAIN-PARENT-VENDOR
                                ELSE
                                    PERFORM CHANGE-MASTER-FIELD.

      * REASON TABLE AND STAMPS THE
      * DATE AND OPERATOR; BOTH THE
      * STATUS AND THE REASON ARE
      * AUDITED.  AN OFAC HOLD FROM
      * THE SANCTIONS SCREEN IS NOT
      * LIFTED HERE.
      *--------------------------------
       MAINTAIN-PAYMENT-HOLD.
            IF VENDOR-IS-ON-HOLD AND
                    VENDOR-HOLD-REASON = SANCTIONS-HOLD-REASON
                DISPLAY "VENDOR IS ON SANCTIONS SCREENING HOLD SINCE "
                    VENDOR-HOLD-DATE
                DISPLAY "IT IS RELEASED ONLY THROUGH COMPLIANCE "
                    "REVIEW IN vndofr01"
            ELSE IF VENDOR-IS-ON-HOLD
                PERFORM RELEASE-PAYMENT-HOLD
            ELSE
                PERFORM SET-PAYMENT-HOLD.
                    END-READ
                    CLOSE CURRENCY-FILE.

      *--------------------------------
      * PARENT VENDOR.  BLANK LEAVES
      * IT, ZERO REMOVES IT.  A NEW
      * PARENT MUST BE ON THE MASTER
      * AND MUST NOT ALREADY SIT BELOW
      * THIS VENDOR.  THE CHECK READS
      * OTHER MASTER RECORDS, SO THIS
      * VENDOR IS READ AGAIN, LOCKED,
      * BEFORE IT IS REWRITTEN.  THE
      * MOVE RIDES AUDIT FIELD 33.
      *--------------------------------
       MAINTAIN-PARENT-VENDOR.
            MOVE SPACES TO AUDIT-OLD-VALUE-HOLD.
            IF VENDOR-PARENT-NUMBER IS NUMERIC
                MOVE VENDOR-PARENT-NUMBER TO AUDIT-OLD-VALUE-HOLD.
            DISPLAY "ENTER PARENT VENDOR NUMBER (0 FOR NONE, "
                "BLANK TO LEAVE IT)".
            ACCEPT VENDOR-NUMBER-ENTRY.
            PERFORM FIND-VENDOR-NUMBER-ENTRY-LENGTH.
            IF VENDOR-NUMBER-ENTRY-LENGTH = 0
                DISPLAY "PARENT VENDOR LEFT ALONE"
            ELSE IF VENDOR-NUMBER-ENTRY(1:VENDOR-NUMBER-ENTRY-LENGTH)
                    IS NOT NUMERIC
                DISPLAY "PARENT VENDOR MUST BE NUMERIC -- NOT CHANGED"
            ELSE
                MOVE VENDOR-NUMBER-ENTRY(1:VENDOR-NUMBER-ENTRY-LENGTH)
                    TO PARENT-NUMBER-HOLD
                PERFORM TAKE-NEW-PARENT-VENDOR.

       TAKE-NEW-PARENT-VENDOR.
            MOVE VENDOR-NUMBER TO CHANGE-VENDOR-HOLD.
            PERFORM CHECK-PARENT-VENDOR.
            MOVE CHANGE-VENDOR-HOLD TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF NO-RECORD-FOUND
                DISPLAY "VENDOR COULD NOT BE READ BACK -- PARENT NOT "
                    "CHANGED"
            ELSE IF NOT PARENT-WAS-OK
                DISPLAY "PARENT VENDOR NOT CHANGED"
            ELSE
                MOVE PARENT-NUMBER-HOLD TO VENDOR-PARENT-NUMBER
                PERFORM REWRITE-VENDOR-RECORD
                IF REWRITE-WAS-OK
                    MOVE PARENT-NUMBER-HOLD TO AUDIT-NEW-VALUE-HOLD
                    MOVE 33 TO WHICH-FIELD
                    PERFORM WRITE-AUDIT-RECORD
                    MOVE 24 TO WHICH-FIELD
                    DISPLAY "PARENT VENDOR CHANGED".

       CHECK-PARENT-VENDOR.
            MOVE "Y" TO PARENT-CHECK-STATUS.
            IF PARENT-NUMBER-HOLD = ZEROS
                CONTINUE
            ELSE IF PARENT-NUMBER-HOLD = CHANGE-VENDOR-HOLD
                DISPLAY "A VENDOR CANNOT BE ITS OWN PARENT"
                MOVE "N" TO PARENT-CHECK-STATUS
            ELSE
                MOVE PARENT-NUMBER-HOLD TO PARENT-WALK-NUMBER
                MOVE ZEROS TO PARENT-WALK-LEVEL
                MOVE "Y" TO PARENT-WALK-STATUS
                PERFORM WALK-ONE-PARENT-LEVEL
                   UNTIL NOT PARENT-WALK-GOES-ON.

      *--------------------------------
      * READ ONE ANCESTOR.  THE FIRST
      * MUST BE ON FILE; MEETING THIS
      * VENDOR ANYWHERE ABOVE MEANS A
      * LOOP, AND SO DOES A CHAIN
      * TWENTY LEVELS DEEP.  AN
      * ANCESTOR LOCKED BY ANOTHER
      * SESSION CANNOT BE CHECKED.
      *--------------------------------
       WALK-ONE-PARENT-LEVEL.
            ADD 1 TO PARENT-WALK-LEVEL.
            MOVE "N" TO PARENT-WALK-STATUS.
            MOVE PARENT-WALK-NUMBER TO VENDOR-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.
            IF VENDOR-FILE-STATUS = "51"
                DISPLAY "VENDOR " PARENT-WALK-NUMBER " IS IN USE BY "
                    "ANOTHER SESSION -- TRY AGAIN LATER"
                MOVE "N" TO PARENT-CHECK-STATUS
            ELSE IF NO-RECORD-FOUND AND PARENT-WALK-LEVEL = 1
                DISPLAY "PARENT VENDOR " PARENT-WALK-NUMBER
                    " IS NOT ON FILE"
                MOVE "N" TO PARENT-CHECK-STATUS
            ELSE IF NO-RECORD-FOUND
                CONTINUE
            ELSE IF VENDOR-PARENT-NUMBER IS NOT NUMERIC OR
                    VENDOR-PARENT-NUMBER = ZEROS
                CONTINUE
            ELSE IF VENDOR-PARENT-NUMBER = CHANGE-VENDOR-HOLD OR
                    PARENT-WALK-LEVEL = 20
                DISPLAY "VENDOR " CHANGE-VENDOR-HOLD " ALREADY SITS "
                    "ABOVE " PARENT-NUMBER-HOLD " -- THAT WOULD MAKE "
                    "A LOOP"
                MOVE "N" TO PARENT-CHECK-STATUS
            ELSE
                MOVE VENDOR-PARENT-NUMBER TO PARENT-WALK-NUMBER
                MOVE "Y" TO PARENT-WALK-STATUS.

      *--------------------------------
      * CLASSIFICATION MAINTENANCE --
      * LIST WHAT THE VENDOR CARRIES,
            ACCEPT HOLD-REASON-ENTRY.
            IF HOLD-REASON-ENTRY = SPACES
                CONTINUE
            ELSE IF HOLD-REASON-ENTRY = SANCTIONS-HOLD-REASON
                DISPLAY "THE OFAC HOLD IS SET ONLY BY THE SANCTIONS "
                    "SCREEN -- TRY AGAIN"
            ELSE
                PERFORM CHECK-VALID-HOLD-REASON
                IF NOT HOLD-REASON-WAS-OK
