      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for INVOICE-SUSPENSE-FILE, the
      *          rejected-invoice suspense file written by vndimp01
      *          and worked by vndisu01.
      * Tectonics: cobc
      ******************************************************************
           SELECT INVOICE-SUSPENSE-FILE ASSIGN TO "VNDISUS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVOICE-SUSPENSE-STATUS.
