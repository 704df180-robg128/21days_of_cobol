      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for PREPAYMENT-APPLICATION-FILE.  A deposit paid
      *          ahead of the invoice posts in vndpay01 as a
      *          prepayment on the payment history; when vndsel01
      *          later pays the real invoice, the part of the
      *          deposit it uses up is written here, tying the
      *          deposit to that invoice.  A prepayment's unapplied
      *          balance is its amount less its applications here,
      *          and is nothing at all once the prepayment is voided.
      *          The key is the prepayment's own PMT-PAYMENT-KEY
      *          plus a sequence, so one deposit can cover several
      *          invoices.  The company is that of the invoice the
      *          deposit paid; blank on an older record reads as
      *          the home company, 01.
      * Tectonics: cobc
      ******************************************************************
       FD   PREPAYMENT-APPLICATION-FILE
            LABEL RECORDS ARE STANDARD.

       01   PREPAYMENT-APPLICATION-RECORD.
            05 PAP-APPLICATION-KEY.
               10 PAP-VENDOR-NUMBER       PIC 9(7).
               10 PAP-PREPAY-DATE         PIC 9(8).
               10 PAP-PREPAY-SEQ          PIC 9(3).
               10 PAP-APPLY-SEQ           PIC 9(3).
            05 PAP-INVOICE-NUMBER         PIC X(15).
            05 PAP-APPLIED-DATE           PIC 9(8).
            05 PAP-AMOUNT                 PIC 9(7)V99.
            05 PAP-CURRENCY               PIC X(03).
            05 PAP-OPERATOR-ID            PIC X(08).
            05 PAP-COMPANY                PIC X(02).
