      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for HELD-STEP-FILE, the nightly
      *          steps vndnite01 found failed or held and that wait
      *          for an operator rerun.
      * Tectonics: cobc
      ******************************************************************
           SELECT HELD-STEP-FILE ASSIGN TO "VNDHELD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELD-STEP-STATUS.
