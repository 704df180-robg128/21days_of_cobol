      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for RISK-WEIGHT-FILE, the vendor
      *          risk-score weights keyed by factor code.
      * Tectonics: cobc
      ******************************************************************
           SELECT RISK-WEIGHT-FILE ASSIGN TO "VNDRSKW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSK-FACTOR-CODE
               FILE STATUS IS RISK-WEIGHT-STATUS.
