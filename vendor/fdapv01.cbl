      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for APPROVER-FILE, the invoice approver table.
      *          Each record is one amount band for one vendor
      *          category: the band runs from just above the next
      *          lower band's limit up to and including this one's,
      *          and names the operator who must release an invoice
      *          in it before vndsel01 will pay it.  Category "****"
      *          covers every category without bands of its own.
      *          An invoice above the top band of its category goes
      *          to that top band's approver.  A category with no
      *          bands (and no "****" bands on file) needs no
      *          approval, which is also how the system behaves with
      *          no table at all.  Maintained by vndapv01.
      * Tectonics: cobc
      ******************************************************************
       FD   APPROVER-FILE
            LABEL RECORDS ARE STANDARD.

       01   APPROVER-RECORD.
            05 APV-ROUTING-KEY.
               10 APV-CATEGORY            PIC X(04).
               10 APV-BAND-LIMIT          PIC 9(7)V99.
            05 APV-APPROVER-ID            PIC X(08).
            05 APV-CHANGED-BY             PIC X(08).
            05 APV-CHANGED-DATE           PIC 9(8).
