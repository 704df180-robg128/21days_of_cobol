      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for RECEIVING-FILE, the log of
      *          goods and services received against purchase-order
      *          lines.
      * Tectonics: cobc
      ******************************************************************
           SELECT RECEIVING-FILE ASSIGN TO "VNDRCV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECEIVING-FILE-STATUS.
