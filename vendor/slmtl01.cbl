      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for MATCH-TOLERANCE-FILE, the
      *          one-record control file holding how far an invoice
      *          may run over its order and receipts and still pay.
      * Tectonics: cobc
      ******************************************************************
           SELECT MATCH-TOLERANCE-FILE ASSIGN TO "VNDMTOL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TOLERANCE-FILE-STATUS.
