      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for PRENOTE-FILE, the ACH
      *          prenote history for each EFT vendor, keyed by the
      *          vendor number.
      * Tectonics: cobc
      ******************************************************************
           SELECT PRENOTE-FILE ASSIGN TO "VNDPRN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRN-VENDOR-NUMBER
               FILE STATUS IS PRENOTE-FILE-STATUS.
