      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for CHECK-REGISTER-FILE, every
      *          check number taken from stock, keyed by bank
      *          account plus check number.
      * Tectonics: cobc
      ******************************************************************
           SELECT CHECK-REGISTER-FILE ASSIGN TO "VNDCKR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKR-REGISTER-KEY
               FILE STATUS IS CHECK-REGISTER-STATUS.
