      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for CALLBACK-FILE, the bank-change
      *          callbacks keyed by vendor number plus the date and
      *          time the call was recorded.
      * Tectonics: cobc
      ******************************************************************
           SELECT CALLBACK-FILE ASSIGN TO "VNDCBK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBK-KEY
               FILE STATUS IS CALLBACK-FILE-STATUS.
