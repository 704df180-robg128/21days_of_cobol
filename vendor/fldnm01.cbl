      *          reporting can spell the field name out instead of
      *          showing the raw number.  COPY this into
      *          WORKING-STORAGE the same way the shared record
      *          fragments are COPYed.  Numbers 35 through 39 are
      *          the lines of the remit-to address taken one at a
      *          time, the way vndvcr01 queues a remit-to change
      *          for approval.
      * Tectonics: cobc
      ******************************************************************
       01   FIELD-NAME-LIST.
            05 FILLER              PIC X(20) VALUE "OPERATOR PASSWORD".
            05 FILLER              PIC X(20) VALUE "CURRENCY".
            05 FILLER              PIC X(20) VALUE "CLASSIFICATION".
            05 FILLER              PIC X(20) VALUE "OPERATOR DEPT".
            05 FILLER              PIC X(20) VALUE "OPERATOR COMPANIES".
            05 FILLER              PIC X(20) VALUE "PARENT VENDOR".
            05 FILLER              PIC X(20) VALUE "BANK CALLBACK".
            05 FILLER              PIC X(20) VALUE "REMIT-TO ADDRESS-1".
            05 FILLER              PIC X(20) VALUE "REMIT-TO ADDRESS-2".
            05 FILLER              PIC X(20) VALUE "REMIT-TO CITY".
            05 FILLER              PIC X(20) VALUE "REMIT-TO STATE".
            05 FILLER              PIC X(20) VALUE "REMIT-TO ZIP".
       01   FIELD-NAME-TABLE REDEFINES FIELD-NAME-LIST.
            05 FIELD-NAME-TEXT     PIC X(20) OCCURS 39 TIMES.
       77   FIELD-NAME-LIMIT       PIC 99 VALUE 39.
       77   DECODED-FIELD-NAME     PIC X(20).
