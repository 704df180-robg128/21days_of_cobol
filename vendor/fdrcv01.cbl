      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for RECEIVING-FILE.  One record per receipt
      *          keyed in vndrcv01 when goods arrive or a service is
      *          signed off: which PO line it was against, the
      *          quantity, and the value received.  The log is only
      *          ever added to, the way the audit trail is; the
      *          running total it feeds is PO-RECEIVED-AMOUNT on the
      *          purchase order, and a receipt keyed in error is
      *          backed out by a negative-quantity reversal, never by
      *          changing the record.
      * Tectonics: cobc
      ******************************************************************
       FD   RECEIVING-FILE
            LABEL RECORDS ARE STANDARD.

       01   RECEIVING-RECORD.
            05 RCV-VENDOR-NUMBER          PIC 9(7).
            05 RCV-PO-NUMBER              PIC X(10).
            05 RCV-PO-LINE                PIC 9(3).
            05 RCV-RECEIPT-DATE           PIC 9(8).
            05 RCV-QUANTITY               PIC S9(7).
            05 RCV-AMOUNT                 PIC S9(7)V99.
            05 RCV-OPERATOR-ID            PIC X(08).
