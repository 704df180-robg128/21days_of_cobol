      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for INVOICE-DISTRIBUTION-FILE.  An invoice that
      *          is not all one kind of spend is split at entry in
      *          vndinv01 into distribution lines -- GL account, cost
      *          center, and amount -- which must add up to the
      *          invoice's gross amount before it is accepted.  The
      *          lines are a child of OPEN-INVOICE-FILE, keyed like
      *          VENDOR-CONTACT-FILE by the parent key plus a line
      *          number, and vndgle01 journals each payment of the
      *          invoice across them pro rata.  An invoice with no
      *          lines here still posts through the category map.
      * Tectonics: cobc
      ******************************************************************
       FD   INVOICE-DISTRIBUTION-FILE
            LABEL RECORDS ARE STANDARD.

       01   INVOICE-DISTRIBUTION-RECORD.
            05 DST-DISTRIBUTION-KEY.
               10 DST-VENDOR-NUMBER       PIC 9(7).
               10 DST-INVOICE-NUMBER      PIC X(15).
               10 DST-LINE-NUMBER         PIC 9(2).
            05 DST-GL-ACCOUNT             PIC X(08).
            05 DST-COST-CENTER            PIC X(06).
            05 DST-AMOUNT                 PIC 9(7)V99.
