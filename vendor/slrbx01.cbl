      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for RUN-EXCEPTION-FILE, the
      *          run-time exceptions vndrbl01 finds in last night's
      *          stream and the vndops01 dashboard prints.
      * Tectonics: cobc
      ******************************************************************
           SELECT RUN-EXCEPTION-FILE ASSIGN TO "VNDRBX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-EXCEPTION-STATUS.
