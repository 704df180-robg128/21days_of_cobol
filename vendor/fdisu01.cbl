      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for INVOICE-SUSPENSE-FILE.  One record per
      *          imported invoice vndimp01 rejected: the record as it
      *          came in, the supplier that sent it, and a reason
      *          code saying why it bounced, so a clerk can fix it in
      *          vndisu01 and feed it back through the next vndimp01
      *          run -- the way VNDSUSP.DAT works for vendor
      *          transactions.  The company the supplier billed rides
      *          along, and a company code not on the company table
      *          or inactive there is one of the reasons.
      * Tectonics: cobc
      ******************************************************************
       FD   INVOICE-SUSPENSE-FILE
            LABEL RECORDS ARE STANDARD.

       01   INVOICE-SUSPENSE-RECORD.
            05 ISU-VENDOR-NUMBER          PIC 9(7).
            05 ISU-INVOICE-NUMBER         PIC X(15).
            05 ISU-DOCUMENT-TYPE          PIC X(01).
            05 ISU-INVOICE-DATE           PIC 9(8).
            05 ISU-DUE-DATE               PIC 9(8).
            05 ISU-GROSS-AMOUNT           PIC 9(7)V99.
            05 ISU-PO-NUMBER              PIC X(10).
            05 ISU-SOURCE-SYSTEM          PIC X(10).
            05 ISU-REASON-CODE            PIC X(02).
               88 ISU-VENDOR-NOT-FOUND       VALUE "VN".
               88 ISU-VENDOR-INACTIVE        VALUE "VI".
               88 ISU-COMPANY-NOT-FOUND      VALUE "CN".
               88 ISU-COMPANY-INACTIVE       VALUE "CI".
               88 ISU-DUPLICATE-INVOICE      VALUE "DU".
               88 ISU-INVOICE-NUMBER-BLANK   VALUE "RQ".
               88 ISU-BAD-DOCUMENT-TYPE      VALUE "TY".
               88 ISU-BAD-INVOICE-DATE       VALUE "DT".
               88 ISU-NO-DUE-DATE            VALUE "DD".
               88 ISU-BAD-AMOUNT             VALUE "AM".
               88 ISU-PO-NOT-FOUND           VALUE "PO".
               88 ISU-PO-NOT-OPEN            VALUE "PC".
               88 ISU-WRITE-FAILED           VALUE "WR".
            05 ISU-REJECT-DATE            PIC 9(8).
      *--------------------------------
      * THE COMPANY THE SUPPLIER
      * BILLED, AS IT CAME IN.  SPACES
      * READ AS THE HOME COMPANY, 01.
      *--------------------------------
            05 ISU-COMPANY                PIC X(02).
