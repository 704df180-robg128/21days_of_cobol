      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for PURCHASE-ORDER-FILE, what we have committed
      *          to spend before the vendor bills us.  One record per
      *          purchase order, keyed by vendor number plus our PO
      *          number, entered by vndpoe01 when the order is
      *          placed.  The amount billed against the order is
      *          carried forward by vndinv01 as invoices citing the
      *          PO are keyed, so the open commitment is always the
      *          ordered amount less what has been billed.  Like the
      *          open invoices, the status walks from open to closed
      *          (or cancelled) instead of the record being deleted.
      *          What has been received against the order is carried
      *          forward the same way by vndrcv01, so vndsel01 can
      *          hold an invoice that the order and the goods do not
      *          bear out.
      * Tectonics: cobc
      ******************************************************************
       FD   PURCHASE-ORDER-FILE
            LABEL RECORDS ARE STANDARD.

       01   PURCHASE-ORDER-RECORD.
            05 PO-ORDER-KEY.
               10 PO-VENDOR-NUMBER        PIC 9(7).
               10 PO-NUMBER               PIC X(10).
            05 PO-ORDER-DATE              PIC 9(8).
            05 PO-AMOUNT                  PIC 9(7)V99.
            05 PO-CATEGORY                PIC X(04).
            05 PO-STATUS                  PIC X(01).
               88 PO-IS-OPEN                 VALUE "O".
               88 PO-IS-CLOSED               VALUE "C".
               88 PO-IS-CANCELLED            VALUE "X".
            05 PO-OPERATOR-ID             PIC X(08).
            05 PO-BILLED-AMOUNT           PIC 9(7)V99.
            05 PO-RECEIVED-AMOUNT         PIC 9(7)V99.
