      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Sanctions list load.  Replaces SANCTIONS-FILE with
      *          the government's sanctioned-parties list as
      *          published, prepared as the fixed-layout SDNLIST.DAT:
      *          one line per listed name and address pairing, with
      *          the list's entry number, a line sequence within the
      *          entry, the party name, the sanctions program, the
      *          street address, city, and country.  A line with no
      *          entry number, no usable sequence, or no name, and a
      *          second line under the same entry and sequence, is
      *          listed on the VNDSDL.RPT load report instead of
      *          loaded.  When SDNLIST.DAT cannot be opened the list
      *          already on file is left alone.  The nightly vndofs01
      *          step screens the vendors against whatever list is
      *          on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndsdl01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slsdn01.cbl".
            SELECT SDN-INPUT-FILE ASSIGN TO "SDNLIST.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS SDN-INPUT-STATUS.
            SELECT SDL-REPORT-FILE ASSIGN TO "VNDSDL.RPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS SDL-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdsdn01.cbl".

       FD   SDN-INPUT-FILE
            LABEL RECORDS ARE STANDARD.

       01   SDN-INPUT-RECORD.
            05 SIN-ENTRY-NUMBER       PIC X(08).
            05 SIN-LINE-SEQ           PIC X(03).
            05 SIN-PARTY-NAME         PIC X(60).
            05 SIN-PROGRAM            PIC X(12).
            05 SIN-ADDRESS            PIC X(60).
            05 SIN-CITY               PIC X(30).
            05 SIN-COUNTRY            PIC X(30).

       FD   SDL-REPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   SDL-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01   SANCTIONS-FILE-STATUS     PIC XX.
       01   SDN-INPUT-STATUS          PIC XX.
       01   SDL-REPORT-STATUS         PIC XX.

       77   TODAY-DATE-STAMP          PIC 9(8).

       01   MORE-INPUT-LINES          PIC X.
            88 INPUT-LINES-REMAIN        VALUE "Y".
            88 NO-MORE-INPUT-LINES       VALUE "N".

       01   LINE-EDIT-STATUS          PIC X.
            88 LINE-PASSED-EDITS         VALUE "Y".
       01   REJECT-REASON             PIC X(30).

       77   LINES-READ-COUNT          PIC 9(7).
       77   LINES-LOADED-COUNT        PIC 9(7).
       77   LINES-REJECTED-COUNT      PIC 9(7).

       01   REPORT-HEADING-LINE.
            05 FILLER                 PIC X(31) VALUE
                 "SANCTIONS LIST LOAD REPORT -- ".
            05 RPT-HEADING-DATE       PIC 9(8).

       01   REJECT-DETAIL-LINE.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-ENTRY-NUMBER       PIC X(08).
            05 FILLER                 PIC X(01) VALUE "/".
            05 RPT-LINE-SEQ           PIC X(03).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-PARTY-NAME         PIC X(32).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-REJECT-REASON      PIC X(30).

       01   COUNT-LINE.
            05 RPT-COUNT-LABEL        PIC X(20).
            05 RPT-COUNT              PIC ZZZZZZ9.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT TODAY-DATE-STAMP FROM DATE YYYYMMDD.
            OPEN INPUT SDN-INPUT-FILE.
            IF SDN-INPUT-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN SDNLIST.DAT -- SANCTIONS LIST "
                    "ON FILE LEFT AS IT WAS"
            ELSE
                PERFORM LOAD-THE-LIST
                CLOSE SDN-INPUT-FILE.

       PROGRAM-DONE.
            GOBACK.

       LOAD-THE-LIST.
            OPEN OUTPUT SANCTIONS-FILE.
            OPEN OUTPUT SDL-REPORT-FILE.
            MOVE TODAY-DATE-STAMP TO RPT-HEADING-DATE.
            MOVE REPORT-HEADING-LINE TO SDL-REPORT-LINE.
            WRITE SDL-REPORT-LINE.
            MOVE BLANK-REPORT-LINE TO SDL-REPORT-LINE.
            WRITE SDL-REPORT-LINE.
            MOVE ZEROS TO LINES-READ-COUNT.
            MOVE ZEROS TO LINES-LOADED-COUNT.
            MOVE ZEROS TO LINES-REJECTED-COUNT.
            MOVE "Y" TO MORE-INPUT-LINES.
            PERFORM LOAD-ONE-INPUT-LINE
               UNTIL NO-MORE-INPUT-LINES.
            PERFORM PRINT-LOAD-TOTALS.
            CLOSE SANCTIONS-FILE.
            CLOSE SDL-REPORT-FILE.
            DISPLAY LINES-READ-COUNT " LINE(S) READ, "
                LINES-LOADED-COUNT " LOADED, "
                LINES-REJECTED-COUNT " REJECTED -- SEE VNDSDL.RPT".

       LOAD-ONE-INPUT-LINE.
            READ SDN-INPUT-FILE
                AT END
                MOVE "N" TO MORE-INPUT-LINES.
            IF INPUT-LINES-REMAIN
                IF SDN-INPUT-RECORD = SPACES
                    CONTINUE
                ELSE
                    ADD 1 TO LINES-READ-COUNT
                    PERFORM PROCESS-ONE-INPUT-LINE.

       PROCESS-ONE-INPUT-LINE.
            PERFORM EDIT-THE-INPUT-LINE.
            IF LINE-PASSED-EDITS
                PERFORM WRITE-SANCTIONS-RECORD.
            IF NOT LINE-PASSED-EDITS
                ADD 1 TO LINES-REJECTED-COUNT
                PERFORM PRINT-REJECT-LINE.

       EDIT-THE-INPUT-LINE.
            MOVE "Y" TO LINE-EDIT-STATUS.
            MOVE SPACES TO REJECT-REASON.
            IF SIN-ENTRY-NUMBER = SPACES
                MOVE "N" TO LINE-EDIT-STATUS
                MOVE "NO ENTRY NUMBER" TO REJECT-REASON
            ELSE IF SIN-LINE-SEQ IS NOT NUMERIC
                MOVE "N" TO LINE-EDIT-STATUS
                MOVE "LINE SEQUENCE NOT NUMERIC" TO REJECT-REASON
            ELSE IF SIN-PARTY-NAME = SPACES
                MOVE "N" TO LINE-EDIT-STATUS
                MOVE "NO PARTY NAME" TO REJECT-REASON.

       WRITE-SANCTIONS-RECORD.
            MOVE SIN-ENTRY-NUMBER TO SDN-ENTRY-NUMBER.
            MOVE SIN-LINE-SEQ TO SDN-LINE-SEQ.
            MOVE SIN-PARTY-NAME TO SDN-PARTY-NAME.
            MOVE SIN-PROGRAM TO SDN-PROGRAM.
            MOVE SIN-ADDRESS TO SDN-ADDRESS.
            MOVE SIN-CITY TO SDN-CITY.
            MOVE SIN-COUNTRY TO SDN-COUNTRY.
            MOVE TODAY-DATE-STAMP TO SDN-LOADED-DATE.
            WRITE SANCTIONS-RECORD
               INVALID KEY
                   MOVE "N" TO LINE-EDIT-STATUS
                   MOVE "DUPLICATE ENTRY AND SEQUENCE"
                       TO REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO LINES-LOADED-COUNT
            END-WRITE.

       PRINT-REJECT-LINE.
            MOVE SIN-ENTRY-NUMBER TO RPT-ENTRY-NUMBER.
            MOVE SIN-LINE-SEQ TO RPT-LINE-SEQ.
            MOVE SIN-PARTY-NAME TO RPT-PARTY-NAME.
            MOVE REJECT-REASON TO RPT-REJECT-REASON.
            MOVE REJECT-DETAIL-LINE TO SDL-REPORT-LINE.
            WRITE SDL-REPORT-LINE.

       PRINT-LOAD-TOTALS.
            MOVE BLANK-REPORT-LINE TO SDL-REPORT-LINE.
            WRITE SDL-REPORT-LINE.
            IF LINES-REJECTED-COUNT = 0
                MOVE "NO LINES REJECTED" TO SDL-REPORT-LINE
                WRITE SDL-REPORT-LINE.
            MOVE "LINES READ    :" TO RPT-COUNT-LABEL.
            MOVE LINES-READ-COUNT TO RPT-COUNT.
            MOVE COUNT-LINE TO SDL-REPORT-LINE.
            WRITE SDL-REPORT-LINE.
            MOVE "LINES LOADED  :" TO RPT-COUNT-LABEL.
            MOVE LINES-LOADED-COUNT TO RPT-COUNT.
            MOVE COUNT-LINE TO SDL-REPORT-LINE.
            WRITE SDL-REPORT-LINE.
            MOVE "LINES REJECTED:" TO RPT-COUNT-LABEL.
            MOVE LINES-REJECTED-COUNT TO RPT-COUNT.
            MOVE COUNT-LINE TO SDL-REPORT-LINE.
            WRITE SDL-REPORT-LINE.
