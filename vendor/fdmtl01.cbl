      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for MATCH-TOLERANCE-FILE.  A single record in
      *          the fdvctl01 one-record-control style carrying the
      *          percentage by which what is billed against a
      *          purchase order may exceed the lesser of what was
      *          ordered and what was received before vndsel01
      *          holds the invoice as a match exception.  Set from
      *          vndrcv01 by a supervisor; no file on system means
      *          no tolerance -- billing must match exactly.
      * Tectonics: cobc
      ******************************************************************
       FD   MATCH-TOLERANCE-FILE
            LABEL RECORDS ARE STANDARD.

       01   MATCH-TOLERANCE-RECORD.
            05 MTL-TOLERANCE-PCT           PIC 9(2)V9.
