      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for ACH-CONTROL-FILE.  A single record in the
      *          fdvctl01 one-record-control style carrying what the
      *          originating bank assigned us for the NACHA file
      *          vndach01 builds: the immediate destination and
      *          origin, the company name and ID, the originating
      *          bank's routing, and how many banking days a
      *          prenote must stand before live payments follow it.
      *          The date and ID modifier of the last file built
      *          are kept so a second file on the same day gets the
      *          next modifier.  Set from vndach01 by a supervisor.
      * Tectonics: cobc
      ******************************************************************
       FD   ACH-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.

       01   ACH-CONTROL-RECORD.
            05 ACC-DESTINATION-ROUTING     PIC X(9).
            05 ACC-DESTINATION-NAME        PIC X(23).
            05 ACC-ORIGIN-ID               PIC X(10).
            05 ACC-ORIGIN-NAME             PIC X(23).
            05 ACC-COMPANY-NAME            PIC X(16).
            05 ACC-COMPANY-ID              PIC X(10).
            05 ACC-ODFI-ROUTING            PIC X(8).
            05 ACC-PRENOTE-DAYS            PIC 9(2).
            05 ACC-LAST-FILE-DATE          PIC 9(8).
            05 ACC-LAST-FILE-MODIFIER      PIC X(01).
            05 ACC-CHANGED-BY              PIC X(08).
            05 ACC-CHANGED-DATE            PIC 9(8).
