      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for SCREEN-HIT-FILE.  Each time the sanctions
      *          screen finds a vendor name, contact, address, or
      *          remit-to address that matches a party on
      *          SANCTIONS-FILE, one record lands here: the vendor
      *          text and the listed text side by side, who found it
      *          and when, and the compliance verdict.  A hit starts
      *          Open; vndofr01 marks it Cleared (a false match) or
      *          Match (a confirmed listed party).  A cleared pairing
      *          is not raised again, so a known false match does not
      *          come back every night.
      * Tectonics: cobc
      ******************************************************************
       FD   SCREEN-HIT-FILE
            LABEL RECORDS ARE STANDARD.

       01   SCREEN-HIT-RECORD.
            05 OFH-HIT-KEY.
               10 OFH-VENDOR-NUMBER       PIC 9(7).
               10 OFH-ENTRY-NUMBER        PIC X(08).
               10 OFH-SOURCE              PIC X(01).
                  88 OFH-FROM-NAME           VALUE "N".
                  88 OFH-FROM-CONTACT        VALUE "C".
                  88 OFH-FROM-ADDRESS        VALUE "A".
                  88 OFH-FROM-REMIT-TO       VALUE "R".
               10 OFH-SOURCE-SEQ          PIC 9(3).
            05 OFH-VENDOR-TEXT            PIC X(60).
            05 OFH-LISTED-TEXT            PIC X(60).
            05 OFH-PROGRAM                PIC X(12).
            05 OFH-FOUND-DATE             PIC 9(8).
            05 OFH-FOUND-BY               PIC X(08).
            05 OFH-STATUS                 PIC X(01).
               88 OFH-IS-OPEN                VALUE "O".
               88 OFH-IS-CLEARED             VALUE "C".
               88 OFH-IS-MATCH               VALUE "M".
               88 OFH-IS-ACTIVE              VALUE "O", "M".
            05 OFH-REVIEWED-BY            PIC X(08).
            05 OFH-REVIEWED-DATE          PIC 9(8).
