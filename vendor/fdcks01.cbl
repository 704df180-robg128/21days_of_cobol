      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for CHECK-STOCK-FILE, the check-stock control.
      *          One record per bank account checks are drawn on:
      *          the next number in the printer and the last number
      *          of the stock on hand, so a run can be refused
      *          before it runs out of paper.  A last number of zero
      *          means the stock is not counted.  Maintained by
      *          vndcks01 and drawn down through the shared vndckn01
      *          fragment.  With no file on the system check stock
      *          is not controlled and checks post unnumbered, as
      *          they always did.
      * Tectonics: cobc
      ******************************************************************
       FD   CHECK-STOCK-FILE
            LABEL RECORDS ARE STANDARD.

       01   CHECK-STOCK-RECORD.
            05 CKS-BANK-ACCOUNT           PIC X(17).
            05 CKS-ACCOUNT-NAME           PIC X(30).
            05 CKS-NEXT-CHECK-NUMBER      PIC 9(8).
            05 CKS-LAST-CHECK-NUMBER      PIC 9(8).
            05 CKS-CHANGED-BY             PIC X(08).
            05 CKS-CHANGED-DATE           PIC 9(8).
