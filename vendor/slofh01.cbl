      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for SCREEN-HIT-FILE, the
      *          sanctions screening hits keyed by vendor number, list
      *          entry, where on the vendor the hit was found, and a
      *          sequence within that source.
      * Tectonics: cobc
      ******************************************************************
           SELECT SCREEN-HIT-FILE ASSIGN TO "VNDOFH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFH-HIT-KEY
               FILE STATUS IS SCREEN-HIT-STATUS.
