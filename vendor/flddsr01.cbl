      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: The dispute reason-code table, COPYed into
      *          WORKING-STORAGE the way fldnm01 is.  Each entry is
      *          the one-letter code carried on DSP-REASON-CODE and
      *          the name it prints under.  A code not on the table
      *          prints as OTHER.
      * Tectonics: cobc
      ******************************************************************
       01   DISPUTE-REASON-LIST.
            05 FILLER              PIC X(01) VALUE "P".
            05 FILLER              PIC X(12) VALUE "PRICING".
            05 FILLER              PIC X(01) VALUE "Q".
            05 FILLER              PIC X(12) VALUE "QUANTITY".
            05 FILLER              PIC X(01) VALUE "N".
            05 FILLER              PIC X(12) VALUE "NOT RECEIVED".
            05 FILLER              PIC X(01) VALUE "D".
            05 FILLER              PIC X(12) VALUE "DUPLICATE".
       01   DISPUTE-REASON-TABLE REDEFINES DISPUTE-REASON-LIST.
            05 DISPUTE-REASON-ENTRY OCCURS 4 TIMES.
               10 DSR-REASON-CODE  PIC X(01).
               10 DSR-REASON-NAME  PIC X(12).
       77   DISPUTE-REASON-COUNT   PIC 9 VALUE 4.
