            MOVE VENDOR-WITHHOLD-FLAG TO ARCH-WITHHOLD-FLAG.
            MOVE LAST-CHANGED-DATE TO ARCH-LAST-CHANGED-DATE.
            MOVE LAST-CHANGED-BY TO ARCH-LAST-CHANGED-BY.
            MOVE VENDOR-PARENT-NUMBER TO ARCH-PARENT-NUMBER.
            MOVE VENDOR-BANK-CHANGE-DATE TO ARCH-BANK-CHANGE-DATE.
            MOVE VENDOR-BANK-CHANGE-BY TO ARCH-BANK-CHANGE-BY.
            MOVE VENDOR-CALLBACK-STATUS TO ARCH-CALLBACK-STATUS.
            ACCEPT ARCH-ARCHIVE-DATE FROM DATE YYYYMMDD.
            WRITE ARCHIVE-VENDOR-RECORD
               INVALID KEY
            MOVE ARCH-HOLD-REASON TO VENDOR-HOLD-REASON.
            MOVE ARCH-HOLD-DATE TO VENDOR-HOLD-DATE.
            MOVE ARCH-HOLD-BY TO VENDOR-HOLD-BY.
            MOVE ARCH-PARENT-NUMBER TO VENDOR-PARENT-NUMBER.
            MOVE ARCH-BANK-CHANGE-DATE TO VENDOR-BANK-CHANGE-DATE.
            MOVE ARCH-BANK-CHANGE-BY TO VENDOR-BANK-CHANGE-BY.
            MOVE ARCH-CALLBACK-STATUS TO VENDOR-CALLBACK-STATUS.
            ACCEPT LAST-CHANGED-DATE FROM DATE YYYYMMDD.
            MOVE OPERATOR-ID TO LAST-CHANGED-BY.
            WRITE VENDOR-RECORD
