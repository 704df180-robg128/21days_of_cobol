      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for VENDOR-CHANGE-REQUEST-FILE.  One record per
      *          change a vendor asks for through the onboarding
      *          portal -- the vendor number, the portal's own
      *          request reference, the kind of change, and the new
      *          values as the vendor wants them on file -- queued
      *          for approval by vndvcr01 with the same edits
      *          vndchg01 makes at the keyboard.
      * Tectonics: cobc
      ******************************************************************
       FD   VENDOR-CHANGE-REQUEST-FILE
            LABEL RECORDS ARE STANDARD.

       01   VENDOR-CHANGE-REQUEST-RECORD.
            05 VCR-VENDOR-NUMBER          PIC 9(7).
            05 VCR-REQUEST-ID             PIC X(12).
      *--------------------------------
      * A FOR THE PURCHASE-FROM
      * ADDRESS, R FOR THE REMIT-TO
      * ADDRESS, C FOR THE CONTACT
      * NAME AND PHONE, B FOR THE
      * PAYMENT METHOD AND BANK
      * DETAILS.
      *--------------------------------
            05 VCR-REQUEST-TYPE           PIC X(01).
               88 VCR-IS-ADDRESS             VALUE "A".
               88 VCR-IS-REMIT-TO            VALUE "R".
               88 VCR-IS-CONTACT             VALUE "C".
               88 VCR-IS-BANK                VALUE "B".
            05 VCR-REQUEST-DATA           PIC X(150).
      *--------------------------------
      * AN ADDRESS REQUEST CARRIES THE
      * WHOLE ADDRESS AS IT SHOULD
      * STAND; A BLANK ADDRESS-2
      * CLEARS THE LINE ON FILE.
      *--------------------------------
            05 VCR-ADDRESS-DATA REDEFINES VCR-REQUEST-DATA.
               10 VCR-ADDRESS-1           PIC X(30).
               10 VCR-ADDRESS-2           PIC X(30).
               10 VCR-CITY                PIC X(30).
               10 VCR-STATE               PIC X(30).
               10 VCR-ZIP                 PIC X(30).
      *--------------------------------
      * ON A CONTACT OR BANK REQUEST
      * A BLANK FIELD LEAVES WHAT IS
      * ON FILE ALONE.
      *--------------------------------
            05 VCR-CONTACT-DATA REDEFINES VCR-REQUEST-DATA.
               10 VCR-CONTACT             PIC X(30).
               10 VCR-PHONE               PIC X(30).
               10 FILLER                  PIC X(90).
            05 VCR-BANK-DATA REDEFINES VCR-REQUEST-DATA.
               10 VCR-PAYMENT-METHOD      PIC X(01).
               10 VCR-BANK-ROUTING        PIC X(09).
               10 VCR-BANK-ACCOUNT        PIC X(17).
               10 FILLER                  PIC X(123).

      *--------------------------------
      * CONTROL RECORDS, AS ON THE
      * INVOICE INTERCHANGE FILE -- A
      * HEADER (RUN DATE AND SENDING
      * SYSTEM) LEADS THE FILE AND A
      * TRAILER (RECORD COUNT PLUS A
      * HASH TOTAL OF THE VENDOR
      * NUMBERS) ENDS IT.  DATA
      * RECORDS START WITH A DIGIT;
      * THE CONTROL RECORDS START
      * WITH H AND T.
      *--------------------------------
       01   VENDOR-CHANGE-REQUEST-HEADER.
            05 VCH-RECORD-TYPE            PIC X(01).
            05 VCH-RUN-DATE               PIC 9(8).
            05 VCH-SOURCE-SYSTEM          PIC X(10).

       01   VENDOR-CHANGE-REQUEST-TRAILER.
            05 VCT-RECORD-TYPE            PIC X(01).
            05 VCT-RECORD-COUNT           PIC 9(7).
            05 VCT-HASH-TOTAL             PIC 9(12).
