      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for EXCHANGE-RATE-FILE.  One record per currency
      *          per day a rate was published: how many US dollars
      *          one unit of the currency buys, where the rate came
      *          from (the bank's feed through vndfxl01, or keyed in
      *          vndfxr01), and who put it there.  A day with no
      *          record of its own takes the latest rate before it,
      *          so weekends and holidays need no rows.  With no
      *          file on the system rates are not kept and foreign
      *          amounts go unconverted, as they always did.
      * Tectonics: cobc
      ******************************************************************
       FD   EXCHANGE-RATE-FILE
            LABEL RECORDS ARE STANDARD.

       01   EXCHANGE-RATE-RECORD.
            05 FXR-KEY.
               10 FXR-CURRENCY            PIC X(03).
               10 FXR-RATE-DATE           PIC 9(8).
            05 FXR-USD-RATE               PIC 9(4)V9(8).
            05 FXR-SOURCE                 PIC X(01).
               88 FXR-FROM-BANK-FEED         VALUE "B".
               88 FXR-KEYED-BY-HAND          VALUE "M".
            05 FXR-ENTERED-BY             PIC X(08).
            05 FXR-ENTERED-DATE           PIC 9(8).
