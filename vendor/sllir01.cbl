      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for LATE-INTEREST-RATE-FILE, the
      *          published late-payment interest rate keyed by the
      *          date each rate takes effect.
      * Tectonics: cobc
      ******************************************************************
           SELECT LATE-INTEREST-RATE-FILE ASSIGN TO "VNDLIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIR-EFFECTIVE-DATE
               FILE STATUS IS LATE-RATE-FILE-STATUS.
