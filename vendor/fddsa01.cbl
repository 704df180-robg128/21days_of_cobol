      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for DISPUTE-ACTION-FILE, the running log of a
      *          dispute case -- opened, what the vendor said, the
      *          follow-up date moved, the case handed to another
      *          owner, resolved -- keyed by the case's vendor and
      *          invoice number plus the date and time of the
      *          action, and stamped with the operator who took it.
      *          Records are only ever added, the way the vendor
      *          notes are.
      * Tectonics: cobc
      ******************************************************************
       FD   DISPUTE-ACTION-FILE
            LABEL RECORDS ARE STANDARD.

       01   DISPUTE-ACTION-RECORD.
            05 DSA-ACTION-KEY.
               10 DSA-VENDOR-NUMBER       PIC 9(7).
               10 DSA-INVOICE-NUMBER      PIC X(15).
               10 DSA-ACTION-DATE         PIC 9(8).
               10 DSA-ACTION-TIME         PIC 9(8).
            05 DSA-OPERATOR-ID            PIC X(08).
            05 DSA-ACTION-TYPE            PIC X(01).
               88 DSA-CASE-OPENED            VALUE "O".
               88 DSA-NOTE-ADDED             VALUE "N".
               88 DSA-FOLLOW-UP-MOVED        VALUE "F".
               88 DSA-OWNER-CHANGED          VALUE "W".
               88 DSA-CASE-RESOLVED          VALUE "R".
            05 DSA-ACTION-TEXT            PIC X(60).
