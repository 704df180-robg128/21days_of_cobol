                TO VENDOR-WITHHOLD-FLAG.
            MOVE BACKUP-LAST-CHANGED-DATE     TO LAST-CHANGED-DATE.
            MOVE BACKUP-LAST-CHANGED-BY       TO LAST-CHANGED-BY.
            MOVE BACKUP-PARENT-NUMBER         TO VENDOR-PARENT-NUMBER.
            MOVE BACKUP-BANK-CHANGE-DATE
                TO VENDOR-BANK-CHANGE-DATE.
            MOVE BACKUP-BANK-CHANGE-BY        TO VENDOR-BANK-CHANGE-BY.
            MOVE BACKUP-CALLBACK-STATUS
                TO VENDOR-CALLBACK-STATUS.

      *--------------------------------
      * ASK FOR AN OPERATOR ID AND
