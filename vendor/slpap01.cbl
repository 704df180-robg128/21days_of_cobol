      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for PREPAYMENT-APPLICATION-FILE,
      *          what has been taken off each vendor prepayment,
      *          keyed by the prepayment's payment key plus an
      *          application sequence.
      * Tectonics: cobc
      ******************************************************************
           SELECT PREPAYMENT-APPLICATION-FILE ASSIGN TO "VNDPAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAP-APPLICATION-KEY
               FILE STATUS IS APPLICATION-FILE-STATUS.
