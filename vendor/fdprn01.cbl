      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for PRENOTE-FILE.  One record per EFT vendor
      *          holding the bank routing and account last proven by
      *          a zero-dollar prenote, the day the prenote went out
      *          and the day the vendor's live payments may go.  A
      *          vendor whose VENDOR-BANK-ROUTING or
      *          VENDOR-BANK-ACCOUNT no longer matches its record
      *          here (or who has no record) is due a fresh
      *          prenote.  Written by vndach01, which takes every
      *          EFT vendor already on file as established the
      *          first time it runs.  With no file on the system
      *          prenotes are not in use and nothing is held.
      * Tectonics: cobc
      ******************************************************************
       FD   PRENOTE-FILE
            LABEL RECORDS ARE STANDARD.

       01   PRENOTE-RECORD.
            05 PRN-VENDOR-NUMBER          PIC 9(7).
            05 PRN-BANK-ROUTING           PIC X(9).
            05 PRN-BANK-ACCOUNT           PIC X(17).
            05 PRN-STATUS                 PIC X(01).
               88 PRN-WAS-SENT               VALUE "S".
               88 PRN-IS-ESTABLISHED         VALUE "E".
            05 PRN-SENT-DATE              PIC 9(8).
            05 PRN-CLEAR-DATE             PIC 9(8).
            05 PRN-TRACE-NUMBER           PIC X(15).
