      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for INVOICE-IMPORT-FILE, the
      *          supplier electronic-invoice interchange input for
      *          vndimp01.
      * Tectonics: cobc
      ******************************************************************
           SELECT INVOICE-IMPORT-FILE ASSIGN TO "VNDIMP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IMPORT-FILE-STATUS.
