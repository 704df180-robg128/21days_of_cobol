      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for INVOICE-DISTRIBUTION-FILE,
      *          the GL distribution lines of an invoice keyed by
      *          vendor number, invoice number, and line number.
      * Tectonics: cobc
      ******************************************************************
           SELECT INVOICE-DISTRIBUTION-FILE ASSIGN TO "VNDDST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-DISTRIBUTION-KEY
               FILE STATUS IS DISTRIBUTION-FILE-STATUS.
