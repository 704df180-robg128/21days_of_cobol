      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for CAPACITY-HISTORY-FILE, the
      *          nightly capacity snapshots written by vndcap01.
      * Tectonics: cobc
      ******************************************************************
           SELECT CAPACITY-HISTORY-FILE ASSIGN TO "VNDCAP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CAPACITY-HISTORY-STATUS.
