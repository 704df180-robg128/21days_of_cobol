      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for ACH-CONTROL-FILE, the
      *          one-record control file holding the company's ACH
      *          origination details.
      * Tectonics: cobc
      ******************************************************************
           SELECT ACH-CONTROL-FILE ASSIGN TO "VNDACHC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACH-CONTROL-STATUS.
