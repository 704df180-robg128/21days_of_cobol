      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for SANCTIONS-FILE, the government's list of
      *          sanctioned parties as loaded by vndsdl01.  One record
      *          per listed name and address pairing: the list's own
      *          entry number, a line sequence within the entry (an
      *          entry with three known addresses and two aliases
      *          carries a line for each), the sanctions program, and
      *          the date the list was loaded.  The whole file is
      *          replaced each time a new list is published.
      * Tectonics: cobc
      ******************************************************************
       FD   SANCTIONS-FILE
            LABEL RECORDS ARE STANDARD.

       01   SANCTIONS-RECORD.
            05 SDN-KEY.
               10 SDN-ENTRY-NUMBER        PIC X(08).
               10 SDN-LINE-SEQ            PIC 9(3).
            05 SDN-PARTY-NAME             PIC X(60).
            05 SDN-PROGRAM                PIC X(12).
            05 SDN-ADDRESS                PIC X(60).
            05 SDN-CITY                   PIC X(30).
            05 SDN-COUNTRY                PIC X(30).
            05 SDN-LOADED-DATE            PIC 9(8).
