      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Nightly dormant-operator check, run in the vndnite01
      *          stream.  An enabled operator who has not signed on
      *          for more than the dormancy limit -- counted from the
      *          later of the last sign-on vndsgn01 stamped and the
      *          day the account was added or re-enabled in vndopr01
      *          -- is disabled, with an operator-status audit record
      *          written the way vndopr01 writes one.  The limit is
      *          set in vndopr01 on the VNDPWC.DAT control record (90
      *          days when none is set).  An operator with neither
      *          date on file has the count started today rather than
      *          being disabled on the first night, and the last
      *          enabled supervisor is never disabled -- it is
      *          reported instead, so the shop cannot lock itself out.
      *          Each run is journalled to the shared run history
      *          (VNDRUNH.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vnddrm01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slrun01.cbl".
            COPY "slopr01.cbl".
            COPY "slaud01.cbl".
            SELECT PASSWORD-CTL-FILE ASSIGN TO "VNDPWC.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PASSWORD-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdrun01.cbl".
            COPY "fdopr01.cbl".
            COPY "fdaud01.cbl".

       FD   PASSWORD-CTL-FILE
            LABEL RECORDS ARE STANDARD.

       01   PASSWORD-CTL-RECORD.
            05 PWC-MAX-ATTEMPTS           PIC 9(02).
            05 PWC-DORMANT-DAYS           PIC 9(03).
       WORKING-STORAGE SECTION.
       01   OPERATOR-FILE-STATUS    PIC XX.
       01   AUDIT-FILE-STATUS       PIC XX.
       01   PASSWORD-CTL-STATUS     PIC XX.
       01   RUN-HISTORY-STATUS      PIC XX.
       77   RUN-START-DATE-HOLD     PIC 9(8).
       77   RUN-START-TIME-HOLD     PIC 9(8).
       77   FINAL-STATUS-HOLD       PIC XX.

       77   STEP-OPERATOR-ID        PIC X(08) VALUE "DORMCHK".
       77   DORMANT-DAYS-LIMIT      PIC 9(03).

       01   MORE-OPERATOR-RECORDS   PIC X.
            88 OPERATOR-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-OPERATOR-RECORDS   VALUE "N".
       01   TABLE-CHANGED-STATUS    PIC X.
            88 TABLE-WAS-CHANGED       VALUE "Y".

      *--------------------------------
      * THE WHOLE OPERATOR FILE IS
      * SMALL, SO IT IS LOADED HERE,
      * WORKED ON, AND REWRITTEN FROM
      * SCRATCH -- THE SAME WAY
      * vndopr01 WORKS THE FILE.
      *--------------------------------
       01   OPERATOR-TABLE.
            05 OPERATOR-ENTRY OCCURS 100 TIMES.
               10 OTE-OPERATOR-ID   PIC X(08).
               10 OTE-OPERATOR-NAME PIC X(30).
               10 OTE-AUTHORITY     PIC X(01).
               10 OTE-STATUS        PIC X(01).
               10 OTE-PASSWORD      PIC X(08).
               10 OTE-FAILED-COUNT  PIC 9(02).
               10 OTE-FORCE-CHANGE  PIC X(01).
               10 OTE-DEPARTMENT    PIC X(10).
               10 OTE-COMPANY-ACCESS PIC X(20).
               10 OTE-LAST-SIGNON   PIC 9(08).
               10 OTE-ACTIVE-FROM   PIC 9(08).
       77   OPERATOR-COUNT          PIC 9(3).
       77   OPERATOR-INDEX          PIC 9(3).

       77   TODAY-DATE-STAMP        PIC 9(8).
       77   TODAY-DAY-NUMBER        PIC 9(7).
       77   CLOCK-START-DATE        PIC 9(8).
       77   IDLE-DAYS               PIC 9(7).
       77   SUPERVISORS-ENABLED     PIC 9(3).
       77   CHECKED-COUNT           PIC 9(3).
       77   DISABLED-COUNT          PIC 9(3).
       77   STARTED-COUNT           PIC 9(3).

            COPY "fldcal01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE "00" TO FINAL-STATUS-HOLD.
            MOVE ZEROS TO DISABLED-COUNT.
            PERFORM LOAD-THE-OPERATOR-FILE.
            IF OPERATOR-FILE-STATUS = "35"
                DISPLAY "NO OPERATOR FILE ON SYSTEM -- NOTHING "
                    "TO CHECK"
            ELSE
                PERFORM RUN-THE-DORMANCY-CHECK.
            PERFORM WRITE-RUN-HISTORY.

       PROGRAM-DONE.
            GOBACK.

       RUN-THE-DORMANCY-CHECK.
            PERFORM READ-THE-DORMANT-LIMIT.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            MOVE TODAY-DATE-STAMP TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            MOVE CAL-DAY-NUMBER TO TODAY-DAY-NUMBER.
            MOVE "N" TO TABLE-CHANGED-STATUS.
            MOVE ZEROS TO CHECKED-COUNT.
            MOVE ZEROS TO DISABLED-COUNT.
            MOVE ZEROS TO STARTED-COUNT.
            MOVE ZEROS TO SUPERVISORS-ENABLED.
            MOVE 0 TO OPERATOR-INDEX.
            PERFORM COUNT-ONE-SUPERVISOR
               UNTIL OPERATOR-INDEX = OPERATOR-COUNT.
            MOVE 0 TO OPERATOR-INDEX.
            PERFORM JUDGE-ONE-OPERATOR
               UNTIL OPERATOR-INDEX = OPERATOR-COUNT.
            IF TABLE-WAS-CHANGED
                PERFORM SAVE-THE-OPERATOR-FILE.
            DISPLAY "DORMANT-OPERATOR CHECK: " CHECKED-COUNT
                " CHECKED, " DISABLED-COUNT " DISABLED, "
                STARTED-COUNT " COUNT(S) STARTED -- LIMIT "
                DORMANT-DAYS-LIMIT " DAYS".

      *--------------------------------
      * THE LIMIT SHARES THE ONE-
      * RECORD CONTROL FILE WITH THE
      * LOCKOUT LIMIT.  NO FILE, OR A
      * RECORD FROM BEFORE THE LIMIT
      * EXISTED, MEANS 90 DAYS.
      *--------------------------------
       READ-THE-DORMANT-LIMIT.
            MOVE 90 TO DORMANT-DAYS-LIMIT.
            OPEN INPUT PASSWORD-CTL-FILE.
            IF PASSWORD-CTL-STATUS = "00"
                READ PASSWORD-CTL-FILE
                    AT END
                    CONTINUE
                    NOT AT END
                    IF PWC-DORMANT-DAYS IS NUMERIC AND
                            PWC-DORMANT-DAYS > 0
                        MOVE PWC-DORMANT-DAYS TO DORMANT-DAYS-LIMIT
                    END-IF
                END-READ
                CLOSE PASSWORD-CTL-FILE.

       COUNT-ONE-SUPERVISOR.
            ADD 1 TO OPERATOR-INDEX.
            IF (OTE-STATUS(OPERATOR-INDEX) = "A" OR
                    OTE-STATUS(OPERATOR-INDEX) = SPACE) AND
                    (OTE-AUTHORITY(OPERATOR-INDEX) = "S" OR
                    OTE-AUTHORITY(OPERATOR-INDEX) = SPACE)
                ADD 1 TO SUPERVISORS-ENABLED.

      *--------------------------------
      * ONLY ENABLED OPERATORS ARE
      * JUDGED.  THE COUNT RUNS FROM
      * THE LATER OF THE LAST SIGN-ON
      * AND THE DAY THE ACCOUNT WAS
      * ADDED OR RE-ENABLED.
      *--------------------------------
       JUDGE-ONE-OPERATOR.
            ADD 1 TO OPERATOR-INDEX.
            IF OTE-STATUS(OPERATOR-INDEX) = "A" OR
                    OTE-STATUS(OPERATOR-INDEX) = SPACE
                ADD 1 TO CHECKED-COUNT
                IF OTE-LAST-SIGNON(OPERATOR-INDEX) >
                        OTE-ACTIVE-FROM(OPERATOR-INDEX)
                    MOVE OTE-LAST-SIGNON(OPERATOR-INDEX)
                        TO CLOCK-START-DATE
                ELSE
                    MOVE OTE-ACTIVE-FROM(OPERATOR-INDEX)
                        TO CLOCK-START-DATE
                END-IF
                IF CLOCK-START-DATE = ZEROS
                    PERFORM START-THE-DORMANCY-COUNT
                ELSE
                    PERFORM MEASURE-THE-IDLE-DAYS.

      *--------------------------------
      * AN OPERATOR FROM BEFORE THE
      * DATES WERE KEPT HAS NEITHER;
      * THE COUNT STARTS TODAY.
      *--------------------------------
       START-THE-DORMANCY-COUNT.
            MOVE TODAY-DATE-STAMP TO OTE-ACTIVE-FROM(OPERATOR-INDEX).
            MOVE "Y" TO TABLE-CHANGED-STATUS.
            ADD 1 TO STARTED-COUNT.

       MEASURE-THE-IDLE-DAYS.
            MOVE CLOCK-START-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            IF CAL-DAY-NUMBER < TODAY-DAY-NUMBER
                COMPUTE IDLE-DAYS = TODAY-DAY-NUMBER - CAL-DAY-NUMBER
            ELSE
                MOVE ZEROS TO IDLE-DAYS.
            IF IDLE-DAYS > DORMANT-DAYS-LIMIT
                IF (OTE-AUTHORITY(OPERATOR-INDEX) = "S" OR
                        OTE-AUTHORITY(OPERATOR-INDEX) = SPACE) AND
                        SUPERVISORS-ENABLED NOT > 1
                    DISPLAY "OPERATOR " OTE-OPERATOR-ID(OPERATOR-INDEX)
                        " IDLE " IDLE-DAYS " DAYS BUT IS THE LAST "
                        "ENABLED SUPERVISOR -- LEFT ENABLED"
                ELSE
                    PERFORM DISABLE-DORMANT-OPERATOR.

       DISABLE-DORMANT-OPERATOR.
            IF OTE-AUTHORITY(OPERATOR-INDEX) = "S" OR
                    OTE-AUTHORITY(OPERATOR-INDEX) = SPACE
                SUBTRACT 1 FROM SUPERVISORS-ENABLED.
            PERFORM WRITE-OPERATOR-AUDIT.
            MOVE "D" TO OTE-STATUS(OPERATOR-INDEX).
            MOVE "Y" TO TABLE-CHANGED-STATUS.
            ADD 1 TO DISABLED-COUNT.
            DISPLAY "OPERATOR " OTE-OPERATOR-ID(OPERATOR-INDEX)
                " DISABLED -- NO SIGN-ON SINCE " CLOCK-START-DATE.

      *--------------------------------
      * THE SAME ENTRY vndopr01 WRITES
      * FOR A DISABLE: VENDOR NUMBER
      * ZERO, OPERATOR STATUS (FIELD
      * 22), WITH THE OPERATOR LEADING
      * THE OLD VALUE.
      *--------------------------------
       WRITE-OPERATOR-AUDIT.
            OPEN EXTEND VENDOR-AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "35"
                OPEN OUTPUT VENDOR-AUDIT-FILE
                CLOSE VENDOR-AUDIT-FILE
                OPEN EXTEND VENDOR-AUDIT-FILE.
            MOVE ZEROS TO AUDIT-VENDOR-NUMBER.
            MOVE 22 TO AUDIT-FIELD-NUMBER.
            MOVE SPACES TO AUDIT-OLD-VALUE.
            MOVE OTE-OPERATOR-ID(OPERATOR-INDEX)
                TO AUDIT-OLD-VALUE(1:8).
            MOVE OTE-STATUS(OPERATOR-INDEX) TO AUDIT-OLD-VALUE(10:1).
            MOVE "D" TO AUDIT-NEW-VALUE.
            MOVE TODAY-DATE-STAMP TO AUDIT-CHANGE-DATE.
            MOVE STEP-OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE SPACES TO AUDIT-APPROVED-BY.
            WRITE VENDOR-AUDIT-RECORD.
            CLOSE VENDOR-AUDIT-FILE.

       LOAD-THE-OPERATOR-FILE.
            MOVE ZEROS TO OPERATOR-COUNT.
            OPEN INPUT OPERATOR-FILE.
            IF OPERATOR-FILE-STATUS = "35"
                CONTINUE
            ELSE
                MOVE "Y" TO MORE-OPERATOR-RECORDS
                PERFORM LOAD-ONE-OPERATOR
                   UNTIL NO-MORE-OPERATOR-RECORDS
                CLOSE OPERATOR-FILE.

       LOAD-ONE-OPERATOR.
            READ OPERATOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-OPERATOR-RECORDS.
            IF OPERATOR-RECORDS-REMAIN
                IF OPERATOR-COUNT < 100
                    ADD 1 TO OPERATOR-COUNT
                    MOVE OPR-OPERATOR-ID
                        TO OTE-OPERATOR-ID(OPERATOR-COUNT)
                    MOVE OPR-OPERATOR-NAME
                        TO OTE-OPERATOR-NAME(OPERATOR-COUNT)
                    MOVE OPR-AUTHORITY-LEVEL
                        TO OTE-AUTHORITY(OPERATOR-COUNT)
                    MOVE OPR-OPERATOR-STATUS
                        TO OTE-STATUS(OPERATOR-COUNT)
                    MOVE OPR-PASSWORD
                        TO OTE-PASSWORD(OPERATOR-COUNT)
                    IF OPR-FAILED-COUNT IS NUMERIC
                        MOVE OPR-FAILED-COUNT
                            TO OTE-FAILED-COUNT(OPERATOR-COUNT)
                    ELSE
                        MOVE ZEROS
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
            MOVE 0 TO OPERATOR-INDEX.
            PERFORM SAVE-ONE-OPERATOR
               UNTIL OPERATOR-INDEX = OPERATOR-COUNT.
            CLOSE OPERATOR-FILE.

       SAVE-ONE-OPERATOR.
            ADD 1 TO OPERATOR-INDEX.
            MOVE OTE-OPERATOR-ID(OPERATOR-INDEX) TO OPR-OPERATOR-ID.
            MOVE OTE-OPERATOR-NAME(OPERATOR-INDEX)
                TO OPR-OPERATOR-NAME.
            MOVE OTE-AUTHORITY(OPERATOR-INDEX)
                TO OPR-AUTHORITY-LEVEL.
            MOVE OTE-STATUS(OPERATOR-INDEX) TO OPR-OPERATOR-STATUS.
            MOVE OTE-PASSWORD(OPERATOR-INDEX) TO OPR-PASSWORD.
            MOVE OTE-FAILED-COUNT(OPERATOR-INDEX)
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
            IF OPERATOR-FILE-STATUS NOT = "00"
                MOVE OPERATOR-FILE-STATUS TO FINAL-STATUS-HOLD.

      *--------------------------------
      * JOURNAL THE RUN TO THE SHARED
      * RUN-HISTORY FILE, CREATING IT
      * ON FIRST USE.
      *--------------------------------
       WRITE-RUN-HISTORY.
            OPEN EXTEND RUN-HISTORY-FILE.
            IF RUN-HISTORY-STATUS = "35"
                OPEN OUTPUT RUN-HISTORY-FILE
                CLOSE RUN-HISTORY-FILE
                OPEN EXTEND RUN-HISTORY-FILE.
            MOVE "vnddrm01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE OPERATOR-COUNT TO RUN-RECORDS-READ.
            MOVE DISABLED-COUNT TO RUN-RECORDS-WRITTEN.
            MOVE FINAL-STATUS-HOLD TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * THE DAY-NUMBER CONVERSIONS.
      *--------------------------------
            COPY "vndcaldays01.cbl".
