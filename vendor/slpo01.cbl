      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for PURCHASE-ORDER-FILE, the
      *          purchase orders keyed by vendor number plus our
      *          PO number.
      * Tectonics: cobc
      ******************************************************************
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "VNDPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ORDER-KEY
               FILE STATUS IS PO-FILE-STATUS.
