            05 BACKUP-WITHHOLD-FLAG        PIC X(01).
            05 BACKUP-LAST-CHANGED-DATE    PIC 9(8).
            05 BACKUP-LAST-CHANGED-BY      PIC X(08).
            05 BACKUP-PARENT-NUMBER        PIC 9(7).
            05 BACKUP-BANK-CHANGE-DATE     PIC 9(8).
            05 BACKUP-BANK-CHANGE-BY       PIC X(08).
            05 BACKUP-CALLBACK-STATUS      PIC X(01).
