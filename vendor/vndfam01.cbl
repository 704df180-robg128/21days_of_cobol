      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared vendor-family lookup, COPYed into the
      *          PROCEDURE DIVISION of every program that rolls
      *          vendors up to their corporate parent, the same way
      *          vndcmpsel01 is shared.  A vendor's parent is the
      *          VENDOR-PARENT-NUMBER on its master record; blank or
      *          zero means it stands alone.  vndchg01 refuses a
      *          parent that would close a loop, and the climb below
      *          stops after ten levels regardless.  The program
      *          provides the fields from fldfam01, VENDOR-FILE-
      *          STATUS, and the slvnd01/fdvnd01 file entries.
      * Tectonics: cobc
      ******************************************************************
       LOAD-VENDOR-FAMILIES.
            MOVE ZEROS TO FAMILY-COUNT.
            MOVE ZEROS TO FAMILY-OVERFLOW.
            OPEN INPUT VENDOR-FILE.
            IF VENDOR-FILE-STATUS = "00"
                MOVE "Y" TO FAMILY-MORE-VENDORS
                PERFORM LOAD-ONE-VENDOR-FAMILY
                   UNTIL NOT FAMILY-VENDORS-REMAIN
                CLOSE VENDOR-FILE.

       LOAD-ONE-VENDOR-FAMILY.
            READ VENDOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO FAMILY-MORE-VENDORS.
            IF FAMILY-VENDORS-REMAIN AND
                    VENDOR-PARENT-NUMBER IS NUMERIC AND
                    VENDOR-PARENT-NUMBER NOT = ZEROS
                IF FAMILY-COUNT < 3000
                    ADD 1 TO FAMILY-COUNT
                    MOVE VENDOR-NUMBER
                        TO FAM-CHILD-NUMBER(FAMILY-COUNT)
                    MOVE VENDOR-PARENT-NUMBER
                        TO FAM-PARENT-NUMBER(FAMILY-COUNT)
                ELSE
                    ADD 1 TO FAMILY-OVERFLOW.

      *--------------------------------
      * CLIMB FROM THE VENDOR TO THE
      * TOP OF ITS FAMILY.  A VENDOR
      * WITH NO PARENT IS STILL A
      * MEMBER WHEN SOME OTHER VENDOR
      * NAMES IT AS PARENT.
      *--------------------------------
       FIND-FAMILY-HEAD.
            MOVE FAMILY-VENDOR-NUMBER TO FAMILY-HEAD-NUMBER.
            MOVE "N" TO FAMILY-MEMBER-STATUS.
            MOVE ZEROS TO FAMILY-LEVEL-COUNT.
            MOVE "Y" TO FAMILY-PARENT-STATUS.
            PERFORM CLIMB-ONE-FAMILY-LEVEL
               UNTIL NOT FAMILY-PARENT-WAS-FOUND OR
                   FAMILY-LEVEL-COUNT = 10.
            IF NOT FAMILY-IS-MEMBER
                MOVE 0 TO FAMILY-INDEX
                PERFORM SCAN-FAMILY-FOR-PARENT
                   UNTIL FAMILY-INDEX = FAMILY-COUNT OR
                       FAMILY-IS-MEMBER.

       CLIMB-ONE-FAMILY-LEVEL.
            ADD 1 TO FAMILY-LEVEL-COUNT.
            MOVE "N" TO FAMILY-PARENT-STATUS.
            MOVE 0 TO FAMILY-INDEX.
            PERFORM SCAN-FAMILY-FOR-CHILD
               UNTIL FAMILY-INDEX = FAMILY-COUNT OR
                   FAMILY-PARENT-WAS-FOUND.

       SCAN-FAMILY-FOR-CHILD.
            ADD 1 TO FAMILY-INDEX.
            IF FAM-CHILD-NUMBER(FAMILY-INDEX) = FAMILY-HEAD-NUMBER
                MOVE FAM-PARENT-NUMBER(FAMILY-INDEX)
                    TO FAMILY-HEAD-NUMBER
                MOVE "Y" TO FAMILY-PARENT-STATUS
                MOVE "Y" TO FAMILY-MEMBER-STATUS.

       SCAN-FAMILY-FOR-PARENT.
            ADD 1 TO FAMILY-INDEX.
            IF FAM-PARENT-NUMBER(FAMILY-INDEX) = FAMILY-VENDOR-NUMBER
                MOVE "Y" TO FAMILY-MEMBER-STATUS.
