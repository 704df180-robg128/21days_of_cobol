      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for the vndsdnchk01 sanctions
      *          screening fragment.  PERFORM LOAD-SANCTIONS-LIST
      *          once; with no list on the system SANCTIONS-LIST-
      *          LOADED is off and every screen finds nothing.  For
      *          each vendor PERFORM START-VENDOR-SCREEN, then either
      *          SCREEN-VENDOR-MASTER (the name, contact, and address
      *          on VENDOR-RECORD) or, for any other text, move it to
      *          SCREEN-TEXT (and SCREEN-CITY for an address) with
      *          SCREEN-SOURCE and SCREEN-SOURCE-SEQ and PERFORM
      *          SCREEN-NAME-TEXT or SCREEN-ADDRESS-TEXT.  The hits
      *          pile up in SCREEN-HIT-TABLE; once the vendor number
      *          is known, move it to SCREEN-VENDOR-NUMBER, the
      *          operator to SCREEN-OPERATOR-ID, and PERFORM
      *          RECORD-SCREEN-HITS.  COPY this into WORKING-STORAGE
      *          the way fldfam01 is COPYed.
      * Tectonics: cobc
      ******************************************************************
       01   SANCTIONS-FILE-STATUS  PIC XX.
       01   SCREEN-HIT-STATUS      PIC XX.
       77   SANCTIONS-HOLD-REASON  PIC X(04) VALUE "OFAC".
       01   SANCTIONS-LIST-STATUS  PIC X.
            88 SANCTIONS-LIST-LOADED  VALUE "Y".
       01   SANCTIONS-MORE-LINES   PIC X.
            88 SANCTIONS-LINES-REMAIN VALUE "Y".

      *--------------------------------
      * ONE ENTRY PER LINE OF THE
      * LIST, NAME, ADDRESS, AND CITY
      * ALREADY SQUEEZED FOR MATCHING.
      * LINES PAST THE END OF A FULL
      * TABLE ARE COUNTED SO THE RUN
      * CAN SAY IT DID NOT SCREEN
      * AGAINST THE WHOLE LIST.
      *--------------------------------
       01   SANCTIONS-TABLE.
            05 SANCTIONS-ENTRY OCCURS 15000 TIMES.
               10 SNT-ENTRY-NUMBER PIC X(08).
               10 SNT-LINE-SEQ     PIC 9(3).
               10 SNT-NAME         PIC X(60).
               10 SNT-NAME-LENGTH  PIC 9(2).
               10 SNT-ADDRESS      PIC X(60).
               10 SNT-ADDRESS-LENGTH PIC 9(2).
               10 SNT-CITY         PIC X(30).
       77   SANCTIONS-COUNT        PIC 9(5) VALUE ZEROS.
       77   SANCTIONS-INDEX        PIC 9(5).
       77   SANCTIONS-OVERFLOW     PIC 9(5) VALUE ZEROS.

       01   SCREEN-TEXT            PIC X(60).
       01   SCREEN-CITY            PIC X(30).
       01   SCREEN-SOURCE          PIC X(01).
       01   SCREEN-SOURCE-SEQ      PIC 9(3).
       01   SCREEN-VENDOR-NUMBER   PIC 9(7).
       01   SCREEN-OPERATOR-ID     PIC X(08).

       01   SQUEEZE-INPUT          PIC X(60).
       01   SQUEEZE-OUTPUT         PIC X(60).
       77   SQUEEZE-LENGTH         PIC 9(2).
       77   SQUEEZE-INDEX          PIC 9(2).
       01   SCREEN-SQUEEZED-TEXT   PIC X(60).
       77   SCREEN-SQUEEZED-LENGTH PIC 9(2).
       01   SCREEN-SQUEEZED-CITY   PIC X(30).
       77   SCREEN-MATCH-TALLY     PIC 9(3).

      *--------------------------------
      * THE HITS FOR THE VENDOR BEING
      * SCREENED, HELD UNTIL THEY CAN
      * BE WRITTEN UNDER ITS NUMBER.
      *--------------------------------
       01   SCREEN-HIT-TABLE.
            05 SCREEN-HIT-ENTRY OCCURS 20 TIMES.
               10 SHT-ENTRY-NUMBER PIC X(08).
               10 SHT-LINE-SEQ     PIC 9(3).
               10 SHT-SOURCE       PIC X(01).
               10 SHT-SOURCE-SEQ   PIC 9(3).
               10 SHT-VENDOR-TEXT  PIC X(60).
               10 SHT-LISTED-TEXT  PIC X(60).
               10 SHT-PROGRAM      PIC X(12).
       77   SCREEN-HIT-COUNT       PIC 9(2) VALUE ZEROS.
       77   SCREEN-HIT-INDEX       PIC 9(2).
       77   SCREEN-HIT-OVERFLOW    PIC 9(5) VALUE ZEROS.
       77   SCREEN-NEW-HIT-COUNT   PIC 9(2).
       77   SCREEN-ACTIVE-COUNT    PIC 9(3).
       01   SCREEN-DUPLICATE-STATUS PIC X.
            88 SCREEN-HIT-IS-DUPLICATE VALUE "Y".
       01   SCREEN-MORE-HITS       PIC X.
            88 SCREEN-HITS-REMAIN     VALUE "Y".

       01   SANCTIONS-OLD-HOLD-STATUS PIC X(01).
       01   SANCTIONS-OLD-HOLD-REASON PIC X(04).
