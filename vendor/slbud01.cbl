      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for BUDGET-FILE, the monthly spend
      *          budgets keyed by vendor category and period.
      * Tectonics: cobc
      ******************************************************************
           SELECT BUDGET-FILE ASSIGN TO "VNDBUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS BUDGET-FILE-STATUS.
