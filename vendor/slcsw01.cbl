      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for CASH-WEEKS-FILE, the weekly
      *          totals of the latest cash-requirements forecast.
      * Tectonics: cobc
      ******************************************************************
           SELECT CASH-WEEKS-FILE ASSIGN TO "VNDCSW.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASH-WEEKS-STATUS.
