      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for CHECK-REGISTER-FILE, the check-number
      *          register.  One record for every number that has
      *          left the stock: used on a posted check, voided
      *          when vndpay01 backs that check out, or spoiled --
      *          jammed, misprinted, or torn -- as recorded in
      *          vndcks01.  The issue date is when the number left
      *          the stock; the status date is when it last changed.
      *          A used or voided number carries the payment it was
      *          written for, and the operator is whoever last
      *          changed the number.  The month-end register in
      *          vndckr01 reads this file to account for every piece
      *          of stock.  Created on first use.
      * Tectonics: cobc
      ******************************************************************
       FD   CHECK-REGISTER-FILE
            LABEL RECORDS ARE STANDARD.

       01   CHECK-REGISTER-RECORD.
            05 CKR-REGISTER-KEY.
               10 CKR-BANK-ACCOUNT        PIC X(17).
               10 CKR-CHECK-NUMBER        PIC 9(8).
            05 CKR-STATUS                 PIC X(01).
               88 CKR-IS-USED                VALUE "U".
               88 CKR-IS-VOIDED              VALUE "V".
               88 CKR-IS-SPOILED             VALUE "S".
            05 CKR-ISSUE-DATE             PIC 9(8).
            05 CKR-STATUS-DATE            PIC 9(8).
            05 CKR-PAYMENT-KEY.
               10 CKR-VENDOR-NUMBER       PIC 9(7).
               10 CKR-PAYMENT-DATE        PIC 9(8).
               10 CKR-PAYMENT-SEQ         PIC 9(3).
            05 CKR-AMOUNT                 PIC 9(7)V99.
            05 CKR-OPERATOR-ID            PIC X(08).
            05 CKR-NOTE                   PIC X(30).
