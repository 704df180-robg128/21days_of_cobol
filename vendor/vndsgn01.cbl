      *          a reset.  Returns the verified ID, the operator's
      *          authority level, and a status: Y signed on, N gave
      *          up or locked out, M no operator file on system.
      *          The day of each operator's last good sign-on is
      *          kept on the record for the dormant-account check
      *          and the recertification report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01   PASSWORD-CTL-RECORD.
            05 PWC-MAX-ATTEMPTS           PIC 9(02).
            05 PWC-DORMANT-DAYS           PIC 9(03).

       WORKING-STORAGE SECTION.
       01   OPERATOR-FILE-STATUS    PIC XX.
       77   OPERATOR-ID-ENTRY       PIC X(08).
       77   PASSWORD-ENTRY          PIC X(08).
       77   PASSWORD-ENTRY-2        PIC X(08).
       77   TODAY-DATE-STAMP        PIC 9(8).

       01   SIGNON-DONE-STATUS      PIC X.
            88 SIGNON-IS-DONE          VALUE "Y".
      * THE WHOLE OPERATOR FILE IS
      * SMALL, SO IT IS LOADED HERE,
      * WORKED ON, AND REWRITTEN FROM
      * SCRATCH WHEN A FAILED COUNT,
      * PASSWORD, OR LAST SIGN-ON DATE
      * CHANGED -- THE SAME WAY
      * vndopr01 WORKS THE FILE.
      *--------------------------------
       01   OPERATOR-TABLE.
            05 OPERATOR-ENTRY OCCURS 100 TIMES.
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
                ELSE
                    DISPLAY "THE TWO ENTRIES DO NOT MATCH".

      *--------------------------------
      * THE FIRST GOOD SIGN-ON OF THE
      * DAY STAMPS THE DATE, SO THE
      * FILE IS NOT REWRITTEN ON EVERY
      * SIGN-ON AFTER THAT.
      *--------------------------------
       FINISH-GOOD-SIGN-ON.
            MOVE OTE-OPERATOR-ID(MATCH-INDEX)
                TO SIGNON-OPERATOR-ID.
            MOVE OTE-AUTHORITY(MATCH-INDEX) TO SIGNON-AUTHORITY.
            MOVE "Y" TO SIGNON-STATUS.
            MOVE "Y" TO SIGNON-DONE-STATUS.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            IF OTE-LAST-SIGNON(MATCH-INDEX) NOT = TODAY-DATE-STAMP
                MOVE TODAY-DATE-STAMP TO OTE-LAST-SIGNON(MATCH-INDEX)
                MOVE "Y" TO TABLE-CHANGED-STATUS.

       LOAD-THE-OPERATOR-FILE.
            MOVE ZEROS TO OPERATOR-COUNT.
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
