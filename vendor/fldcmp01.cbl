      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for the vndcmpsel01 company fragment.
      *          Put the signed-on operator in CMPSEL-OPERATOR-ID
      *          (spaces for a batch run, which is not limited),
      *          set CMPSEL-ALLOW-ALL to "Y" when the program can run
      *          every company at once, and PERFORM SELECT-COMPANY.
      *          The company picked comes back in CMPSEL-COMPANY --
      *          spaces for all companies -- with its name, and
      *          CMPSEL-RESULT says how it went.  To test a record,
      *          move its company to CMPSEL-RECORD-COMPANY and
      *          PERFORM TEST-RECORD-COMPANY.  To total by company,
      *          move the amount to CMPSEL-TOTAL-AMOUNT as well and
      *          PERFORM ADD-TO-COMPANY-TOTAL; each entry is then
      *          printed through FORMAT-COMPANY-TOTAL-LINE.  COPY
      *          this into WORKING-STORAGE the way fldfxr01 is
      *          COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   COMPANY-FILE-STATUS    PIC XX.
       01   OPERATOR-FILE-STATUS   PIC XX.
       01   CMPSEL-OPERATOR-ID     PIC X(08).
       01   CMPSEL-ALLOW-ALL       PIC X.
            88 CMPSEL-ALL-IS-ALLOWED  VALUE "Y".
       01   CMPSEL-COMPANY         PIC X(02).
            88 CMPSEL-ALL-COMPANIES   VALUE SPACES.
       01   CMPSEL-COMPANY-NAME    PIC X(30).
       01   CMPSEL-RESULT          PIC X.
            88 CMPSEL-WENT-OK         VALUE "Y".
            88 CMPSEL-CANCELLED       VALUE "N".
            88 CMPSEL-NOT-IN-USE      VALUE "X".
       01   CMPSEL-ENTRY           PIC X(02).
       01   CMPSEL-TRY-COUNT       PIC 9(2).
       01   CMPSEL-CODE-STATUS     PIC X.
            88 CMPSEL-CODE-IS-USABLE  VALUE "Y".

      *--------------------------------
      * THE COMPANIES THE OPERATOR MAY
      * WORK, FROM THE OPERATOR FILE.
      * ALL SPACES MEANS EVERY COMPANY.
      *--------------------------------
       01   CMPSEL-ACCESS-LIST.
            05 CMPSEL-ACCESS-CODE  PIC X(02) OCCURS 10 TIMES.
       01   CMPSEL-ACCESS-INDEX    PIC 9(2).
       01   CMPSEL-ACCESS-STATUS   PIC X.
            88 CMPSEL-ACCESS-GRANTED  VALUE "Y".
       01   CMPSEL-MORE-OPERATORS  PIC X.
            88 CMPSEL-OPERATORS-REMAIN VALUE "Y".

       01   CMPSEL-RECORD-COMPANY  PIC X(02).
       01   CMPSEL-RECORD-SELECTED PIC X.
            88 CMPSEL-RECORD-IS-SELECTED VALUE "Y".

      *--------------------------------
      * ONE ENTRY PER COMPANY SEEN, A
      * COUNT AND A SIGNED AMOUNT, SO
      * AN ALL-COMPANIES RUN STILL
      * SHOWS EACH COMPANY'S SHARE.
      *--------------------------------
       01   CMPSEL-TOTAL-AMOUNT    PIC S9(11)V99.
       01   COMPANY-TOTAL-TABLE.
            05 COMPANY-TOTAL-ENTRY OCCURS 20 TIMES.
               10 CTT-COMPANY      PIC X(02).
               10 CTT-COUNT        PIC 9(7).
               10 CTT-AMOUNT       PIC S9(11)V99.
       77   COMPANY-TOTAL-COUNT    PIC 9(2) VALUE ZEROS.
       77   COMPANY-TOTAL-INDEX    PIC 9(2).
       77   COMPANY-SCAN-INDEX     PIC 9(2).
       77   COMPANY-TOTAL-OVERFLOW PIC 9(5) VALUE ZEROS.

       01   COMPANY-HEADING-LINE.
            05 FILLER              PIC X(09) VALUE "COMPANY: ".
            05 CMPSEL-HEADING-TEXT PIC X(33).

       01   COMPANY-TOTAL-LINE.
            05 FILLER              PIC X(10) VALUE "  COMPANY ".
            05 CMPSEL-LINE-COMPANY PIC X(02).
            05 FILLER              PIC X(02) VALUE SPACES.
            05 CMPSEL-LINE-NAME    PIC X(30).
            05 CMPSEL-LINE-COUNT   PIC ZZZZZZ9.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 CMPSEL-LINE-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
