            MOVE VENDOR-WITHHOLD-FLAG  TO BACKUP-WITHHOLD-FLAG.
            MOVE LAST-CHANGED-DATE     TO BACKUP-LAST-CHANGED-DATE.
            MOVE LAST-CHANGED-BY       TO BACKUP-LAST-CHANGED-BY.
            MOVE VENDOR-PARENT-NUMBER  TO BACKUP-PARENT-NUMBER.
            MOVE VENDOR-BANK-CHANGE-DATE
                                       TO BACKUP-BANK-CHANGE-DATE.
            MOVE VENDOR-BANK-CHANGE-BY TO BACKUP-BANK-CHANGE-BY.
            MOVE VENDOR-CALLBACK-STATUS
                                       TO BACKUP-CALLBACK-STATUS.
