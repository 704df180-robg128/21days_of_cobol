      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for VENDOR-CHANGE-REQUEST-FILE,
      *          the vendor onboarding portal's change-request input
      *          for vndvcr01.
      * Tectonics: cobc
      ******************************************************************
           SELECT VENDOR-CHANGE-REQUEST-FILE ASSIGN TO "VNDVCR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.
