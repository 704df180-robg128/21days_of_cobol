      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for DISPUTE-CASE-FILE, one case
      *          per disputed invoice, keyed by vendor number plus
      *          the vendor's invoice number the same way the
      *          invoice itself is keyed.
      * Tectonics: cobc
      ******************************************************************
           SELECT DISPUTE-CASE-FILE ASSIGN TO "VNDDSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-KEY
               FILE STATUS IS DISPUTE-FILE-STATUS.
