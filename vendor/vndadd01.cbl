            COPY "slcur01.cbl".
            COPY "sldvt01.cbl".
            COPY "sldvc01.cbl".
            COPY "slsdn01.cbl".
            COPY "slofh01.cbl".
            COPY "slhrs01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdcur01.cbl".
            COPY "fddvt01.cbl".
            COPY "fddvc01.cbl".
            COPY "fdsdn01.cbl".
            COPY "fdofh01.cbl".
            COPY "fdhrs01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS     PIC XX.
       01   CTL-FILE-STATUS        PIC XX.
            88 ENTRY-IS-ALLOWED        VALUE "Y".
       01   OVERRIDE-ENTRY          PIC X(10).

      *--------------------------------
      * SANCTIONS SCREENING FIELDS FOR
      * THE SHARED vndsdnchk01 CHECK.
      * A NEW VENDOR THAT MATCHES THE
      * LIST IS SAVED ON OFAC HOLD, SO
      * IT NEVER REACHES APPROVAL
      * UNCLEARED.
      *--------------------------------
       01   HOLD-REASON-STATUS      PIC XX.
            COPY "fldsdn01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM CHECK-BATCH-WINDOW.
            IF NOT ENTRY-IS-ALLOWED
                GO TO PROGRAM-DONE.
            PERFORM SIGN-ON-OPERATOR.
            MOVE OPERATOR-ID TO SCREEN-OPERATOR-ID.
            PERFORM LOAD-SANCTIONS-LIST.
            OPEN I-O VENDOR-FILE.
            MOVE "Y" TO ADD-ANOTHER.
            PERFORM ADD-RECORDS
            PERFORM CHECK-FOR-DUPLICATE-VENDOR.
            IF PROCEED-WITH-ADD
                PERFORM ENTER-REMAINING-VENDOR-FIELDS
                PERFORM SCREEN-NEW-VENDOR
                MOVE "N" TO WRITE-OK
                PERFORM SAVE-VENDOR-RECORD
                   UNTIL RECORD-WAS-WRITTEN
                MOVE VENDOR-NUMBER TO SCREEN-VENDOR-NUMBER
                PERFORM RECORD-SCREEN-HITS
                DISPLAY "VENDOR ADDED -- NOT PAYABLE UNTIL A "
                    "SECOND OPERATOR APPROVES IT IN vndvap01"
            ELSE
                DISPLAY "VENDOR NOT ADDED".
            PERFORM ASK-ADD-ANOTHER.

      *--------------------------------
      * SCREEN THE NAME, CONTACT, AND
      * ADDRESS JUST KEYED AGAINST THE
      * SANCTIONS LIST BEFORE THE
      * RECORD IS WRITTEN.  A HIT PUTS
      * THE NEW VENDOR ON OFAC HOLD;
      * THE HITS THEMSELVES ARE
      * WRITTEN ONCE THE NUMBER IS
      * FINAL.
      *--------------------------------
       SCREEN-NEW-VENDOR.
            PERFORM START-VENDOR-SCREEN.
            PERFORM SCREEN-VENDOR-MASTER.
            IF SCREEN-HIT-COUNT > 0
                PERFORM MAKE-SURE-SANCTIONS-REASON
                PERFORM PLACE-SANCTIONS-HOLD
                DISPLAY " "
                DISPLAY "*** THIS VENDOR MATCHES THE SANCTIONS LIST "
                    "***"
                DISPLAY "IT IS SAVED ON OFAC PAYMENT HOLD UNTIL "
                    "COMPLIANCE CLEARS IT IN vndofr01".

      *--------------------------------
      * SIGN ON THROUGH THE SHARED
      * MODULE.  NO SIGN-ON, NO ADDS.
      * MAINTENANCE PROGRAM.
      *--------------------------------
            COPY "vndlokchk01.cbl".

      *--------------------------------
      * AND THE FRAGMENT BELOW
      * SUPPLIES THE SANCTIONS LIST
      * LOAD, THE MATCHING, AND THE
      * OFAC HOLD.
      *--------------------------------
            COPY "vndsdnchk01.cbl".
