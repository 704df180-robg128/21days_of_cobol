      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for EXCHANGE-RATE-FILE, the daily
      *          exchange rates keyed by currency code and rate date.
      * Tectonics: cobc
      ******************************************************************
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "VNDFXR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS EXCHANGE-RATE-STATUS.
