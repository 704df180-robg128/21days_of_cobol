      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for USE-TAX-RATE-FILE, the use-tax
      *          rates keyed by state and vendor category.
      * Tectonics: cobc
      ******************************************************************
           SELECT USE-TAX-RATE-FILE ASSIGN TO "VNDUTX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UTX-RATE-KEY
               FILE STATUS IS USE-TAX-RATE-STATUS.
