                    "-- WORK THEM WITH vndsus01".

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * A REFUSED TRANSACTION FILE
       PROGRAM-ABORT.
            MOVE "99" TO RUN-FINAL-STATUS-HOLD.
            PERFORM WRITE-RUN-HISTORY.
            GOBACK.

      *--------------------------------
      * JOURNAL THIS RUN TO THE SHARED
                    PERFORM APPLY-TRANSACTION-FIELD-VALUE
                    PERFORM GET-CURRENT-FIELD-VALUE
                    MOVE CURRENT-FIELD-VALUE TO AUDIT-NEW-VALUE-HOLD
                    PERFORM START-BANK-COOLING-OFF
                    PERFORM REWRITE-VENDOR-RECORD
                    IF REWRITE-WAS-OK
                        PERFORM WRITE-AUDIT-RECORD
            IF TRN-FIELD-NUMBER = 18
                MOVE VENDOR-BANK-ACCOUNT TO CURRENT-FIELD-VALUE.

      *--------------------------------
      * A TRANSACTION THAT REALLY
      * CHANGES THE PAYMENT METHOD,
      * ROUTING, OR ACCOUNT STARTS THE
      * COOLING-OFF, THE SAME AS AN
      * APPROVED CHANGE IN vndapr01.
      *--------------------------------
       START-BANK-COOLING-OFF.
            IF (TRN-FIELD-NUMBER = 16 OR TRN-FIELD-NUMBER = 17 OR
                    TRN-FIELD-NUMBER = 18) AND
                    AUDIT-NEW-VALUE-HOLD NOT = AUDIT-OLD-VALUE-HOLD
                ACCEPT VENDOR-BANK-CHANGE-DATE FROM DATE YYYYMMDD
                MOVE OPERATOR-ID TO VENDOR-BANK-CHANGE-BY
                MOVE "W" TO VENDOR-CALLBACK-STATUS.

       REWRITE-VENDOR-RECORD.
            MOVE "Y" TO REWRITE-STATUS.
            ACCEPT LAST-CHANGED-DATE FROM DATE YYYYMMDD.
