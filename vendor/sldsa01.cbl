      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for DISPUTE-ACTION-FILE, the
      *          running log of what was done on each dispute case,
      *          keyed by the case's invoice key plus the date and
      *          time of the action.
      * Tectonics: cobc
      ******************************************************************
           SELECT DISPUTE-ACTION-FILE ASSIGN TO "VNDDSA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSA-ACTION-KEY
               FILE STATUS IS DISPUTE-ACTION-STATUS.
