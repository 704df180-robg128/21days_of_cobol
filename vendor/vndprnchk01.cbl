      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared prenote check, COPYed into the PROCEDURE
      *          DIVISION of every program that pays a vendor by
      *          EFT, the same way vndsumupd01 is shared.  A vendor
      *          is clear when its prenote record carries the bank
      *          details now on the vendor record and its clear date
      *          has come.  A vendor with no record, or whose
      *          details have changed since, is not yet prenoted; one
      *          whose prenote is still inside its waiting period is
      *          waiting.  With no prenote file on the system every
      *          vendor is clear -- unless its bank details were
      *          changed and no callback has verified them yet, which
      *          holds EFT whether or not prenotes are in use.  The
      *          program provides the fields from fldprn01 and the
      *          slprn01/fdprn01 file entries, and has the vendor in
      *          VENDOR-RECORD.
      * Tectonics: cobc
      ******************************************************************
       CHECK-PRENOTE-CLEARANCE.
            MOVE "Y" TO PRNCHK-RESULT.
            MOVE ZEROS TO PRNCHK-CLEAR-DATE.
            OPEN INPUT PRENOTE-FILE.
            IF PRENOTE-FILE-STATUS = "00"
                MOVE VENDOR-NUMBER TO PRN-VENDOR-NUMBER
                READ PRENOTE-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO PRNCHK-RESULT
                END-READ
                IF PRNCHK-IS-CLEAR
                    PERFORM JUDGE-PRENOTE-RECORD
                END-IF
                CLOSE PRENOTE-FILE.
            IF VENDOR-AWAITS-CALLBACK
                MOVE "C" TO PRNCHK-RESULT.

       JUDGE-PRENOTE-RECORD.
            IF PRN-BANK-ROUTING NOT = VENDOR-BANK-ROUTING OR
                    PRN-BANK-ACCOUNT NOT = VENDOR-BANK-ACCOUNT
                MOVE "N" TO PRNCHK-RESULT
            ELSE IF PRN-CLEAR-DATE > PRNCHK-AS-OF-DATE
                MOVE "W" TO PRNCHK-RESULT
                MOVE PRN-CLEAR-DATE TO PRNCHK-CLEAR-DATE.
