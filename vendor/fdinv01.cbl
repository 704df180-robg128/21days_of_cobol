      *          arrive; the status walks from open to paid (or
      *          disputed) instead of the record being deleted, so
      *          the payable stays explainable after the fact.
      *          An invoice whose vendor's category and amount fall
      *          in a band of the approver table (VNDAPV.DAT) is
      *          written awaiting approval instead of open, and only
      *          becomes payable when the named approver releases it
      *          in vndiap01; a rejected invoice stays on file as
      *          rejected.
      *          An invoice paid inside its terms' discount window
      *          carries the discount taken and the day it was taken.
      *          Vendor credit memos ride on the same file under
      *          their own record type, so a credit number cannot
      *          collide with an invoice number for the vendor.
      *          Each invoice records whether the vendor billed sales
      *          tax on it, which the use-tax accrual reads.
      * Tectonics: cobc
      ******************************************************************
       FD   OPEN-INVOICE-FILE
               88 INV-IS-OPEN                VALUE "O".
               88 INV-IS-PAID                VALUE "P".
               88 INV-IS-DISPUTED            VALUE "D".
               88 INV-IS-AWAITING-APPROVAL   VALUE "A".
               88 INV-IS-REJECTED            VALUE "R".
            05 INV-OPERATOR-ID            PIC X(08).
      *--------------------------------
      * THE PURCHASE ORDER THIS
      * INVOICE BILLS AGAINST, KEYED
      * AT ENTRY.  SPACES WHEN THE
      * INVOICE CITES NO PO, WHICH IS
      * WHAT EVERY INVOICE KEYED
      * BEFORE PURCHASE ORDERS CAME IN
      * CARRIES.
      *--------------------------------
            05 INV-PO-NUMBER              PIC X(10).
      *--------------------------------
      * AN INVOICE OR A VENDOR CREDIT
      * MEMO.  SPACE, ON A RECORD KEYED
      * BEFORE CREDIT MEMOS CAME IN,
      * READS AS AN INVOICE.  ON A
      * CREDIT MEMO THE GROSS AMOUNT IS
      * THE CREDIT AND THE TAKEN AMOUNT
      * IS WHAT vndsel01 HAS NETTED OFF
      * INVOICES SO FAR -- THE MEMO
      * STAYS OPEN UNTIL IT IS USED UP.
      * THE TAKEN AMOUNT MEANS NOTHING
      * ON AN INVOICE.
      *--------------------------------
            05 INV-RECORD-TYPE            PIC X(01).
               88 INV-IS-INVOICE             VALUE "I", " ".
               88 INV-IS-CREDIT-MEMO         VALUE "C".
            05 INV-CREDIT-TAKEN           PIC 9(7)V99.
      *--------------------------------
      * WHAT HAS BEEN SETTLED AGAINST
      * THE INVOICE SO FAR -- PAYMENTS
      * PLUS CREDITS NETTED OFF IT AND
      * ANY EARLY-PAYMENT DISCOUNT.
      * THE BALANCE DUE IS THE GROSS
      * LESS THIS; A PART-PAID INVOICE
      * STAYS OPEN (OR DISPUTED) UNTIL
      * IT REACHES THE GROSS.  USE THE
      * vndinvbal01 FRAGMENT TO READ
      * IT -- RECORDS FROM BEFORE THE
      * FIELD HOLD SPACES HERE.
      *--------------------------------
            05 INV-PAID-TO-DATE           PIC 9(7)V99.
      *--------------------------------
      * WHO RELEASED OR REJECTED THE
      * INVOICE IN vndiap01, AND WHEN.
      * SPACES ON AN INVOICE THAT NEVER
      * NEEDED APPROVAL, ON ONE STILL
      * WAITING, AND ON EVERY RECORD
      * KEYED BEFORE APPROVAL ROUTING.
      *--------------------------------
            05 INV-APPROVAL-OPERATOR      PIC X(08).
            05 INV-APPROVAL-DATE          PIC 9(8).
      *--------------------------------
      * THE EARLY-PAYMENT DISCOUNT
      * vndsel01 TOOK WHEN IT PAID THE
      * INVOICE INSIDE ITS TERMS'
      * DISCOUNT WINDOW, AND THE DAY IT
      * WAS TAKEN.  THE DISCOUNT IS
      * PART OF THE PAID-TO-DATE -- IT
      * SETTLES THE INVOICE WITHOUT
      * MONEY GOING OUT.  SPACES ON
      * EVERY RECORD FROM BEFORE
      * DISCOUNTS WERE TAKEN; READ
      * THEM AS ZERO.
      *--------------------------------
            05 INV-DISCOUNT-TAKEN         PIC 9(7)V99.
            05 INV-DISCOUNT-DATE          PIC 9(8).
      *--------------------------------
      * THE COMPANY THE INVOICE IS
      * OWED BY (SEE COMPANY-FILE).
      * THE VENDOR MASTER IS SHARED, SO
      * ONE VENDOR MAY BILL SEVERAL
      * COMPANIES.  SPACES ON EVERY
      * RECORD FROM BEFORE COMPANIES
      * CAME IN; READ THEM AS THE HOME
      * COMPANY, 01.
      *--------------------------------
            05 INV-COMPANY                PIC X(02).
      *--------------------------------
      * WHETHER THE VENDOR BILLED SALES
      * TAX ON THE INVOICE, KEYED AT
      * ENTRY.  AN INVOICE THAT CARRIED
      * NONE, FROM AN OUT-OF-STATE
      * VENDOR, OWES USE TAX TO OUR
      * STATE -- SEE vnduta01.  SPACE ON
      * A CREDIT MEMO, ON AN IMPORTED OR
      * RECURRING INVOICE, AND ON EVERY
      * RECORD FROM BEFORE THE FIELD;
      * READ IT AS NOT BILLED.
      *--------------------------------
            05 INV-SALES-TAX-FLAG         PIC X(01).
               88 INV-SALES-TAX-BILLED       VALUE "Y".
               88 INV-SALES-TAX-NOT-BILLED   VALUE "N", " ".
