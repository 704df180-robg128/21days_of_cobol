      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for COMPANY-FILE, the company code
      *          table keyed by company code.
      * Tectonics: cobc
      ******************************************************************
           SELECT COMPANY-FILE ASSIGN TO "VNDCMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODE
               FILE STATUS IS COMPANY-FILE-STATUS.
