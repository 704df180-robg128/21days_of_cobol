      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for CHECK-STOCK-FILE, the check
      *          stock on hand for each bank account checks are
      *          drawn on, keyed by the account number.
      * Tectonics: cobc
      ******************************************************************
           SELECT CHECK-STOCK-FILE ASSIGN TO "VNDCKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKS-BANK-ACCOUNT
               FILE STATUS IS CHECK-STOCK-STATUS.
