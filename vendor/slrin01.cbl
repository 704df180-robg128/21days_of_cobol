      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for RECURRING-INVOICE-FILE, the
      *          recurring-invoice templates keyed by vendor number
      *          plus a template sequence within the vendor.
      * Tectonics: cobc
      ******************************************************************
           SELECT RECURRING-INVOICE-FILE ASSIGN TO "VNDRIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIN-TEMPLATE-KEY
               FILE STATUS IS RECURRING-FILE-STATUS.
