      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for WITHHOLDING-DEPOSIT-FILE, the
      *          backup-withholding deposits made to the IRS, keyed
      *          by deposit period and a sequence number within it.
      * Tectonics: cobc
      ******************************************************************
           SELECT WITHHOLDING-DEPOSIT-FILE ASSIGN TO "VNDDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-DEPOSIT-KEY
               FILE STATUS IS WITHHOLDING-DEPOSIT-STATUS.
