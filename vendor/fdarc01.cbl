            05 ARCH-LAST-CHANGED-DATE      PIC 9(8).
            05 ARCH-LAST-CHANGED-BY        PIC X(08).
            05 ARCH-ARCHIVE-DATE           PIC 9(8).
            05 ARCH-PARENT-NUMBER          PIC 9(7).
            05 ARCH-BANK-CHANGE-DATE       PIC 9(8).
            05 ARCH-BANK-CHANGE-BY         PIC X(08).
            05 ARCH-CALLBACK-STATUS        PIC X(01).
