      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared approver routing, COPYed into the PROCEDURE
      *          DIVISION of each program that writes or works an
      *          invoice needing approval, the same way vndinvbal01
      *          is shared.  OPEN-APPROVER-TABLE opens the table for
      *          input if there is one; FIND-INVOICE-APPROVER looks
      *          up the band of APVRTE-CATEGORY that covers
      *          APVRTE-AMOUNT -- the lowest band whose limit is not
      *          below the amount, or the category's top band when
      *          the amount runs past them all -- and, when the
      *          category has no bands, the "****" bands.  The
      *          approver comes back in APVRTE-APPROVER, spaces
      *          when nothing covers the invoice.  The program
      *          provides the fields from fldapv01, the
      *          slapv01/fdapv01 file entries, and
      *          APPROVER-FILE-STATUS.
      * Tectonics: cobc
      ******************************************************************
       OPEN-APPROVER-TABLE.
            MOVE "N" TO APVRTE-TABLE-PRESENT.
            OPEN INPUT APPROVER-FILE.
            IF APPROVER-FILE-STATUS = "00"
                MOVE "Y" TO APVRTE-TABLE-PRESENT.

       CLOSE-APPROVER-TABLE.
            IF APVRTE-TABLE-IS-PRESENT
                CLOSE APPROVER-FILE
                MOVE "N" TO APVRTE-TABLE-PRESENT.

       FIND-INVOICE-APPROVER.
            MOVE SPACES TO APVRTE-APPROVER.
            MOVE ZEROS TO APVRTE-BAND-LIMIT.
            IF APVRTE-TABLE-IS-PRESENT
                MOVE APVRTE-CATEGORY TO APVRTE-LOOKUP-CATEGORY
                PERFORM FIND-CATEGORY-APPROVER
                IF APVRTE-APPROVER = SPACES AND
                        APVRTE-CATEGORY NOT = "****"
                    MOVE "****" TO APVRTE-LOOKUP-CATEGORY
                    PERFORM FIND-CATEGORY-APPROVER.

      *--------------------------------
      * WALK THE CATEGORY'S BANDS FROM
      * THE BOTTOM.  THE FIRST BAND
      * WHOSE LIMIT REACHES THE AMOUNT
      * STOPS THE WALK; IF NONE DOES,
      * THE LAST ONE READ -- THE TOP
      * BAND -- IS THE ONE THAT STANDS.
      *--------------------------------
       FIND-CATEGORY-APPROVER.
            MOVE APVRTE-LOOKUP-CATEGORY TO APV-CATEGORY.
            MOVE ZEROS TO APV-BAND-LIMIT.
            MOVE "Y" TO APVRTE-MORE-BANDS.
            START APPROVER-FILE
               KEY IS NOT LESS THAN APV-ROUTING-KEY
               INVALID KEY
                   MOVE "N" TO APVRTE-MORE-BANDS.
            PERFORM LOOK-AT-ONE-APPROVER-BAND
               UNTIL APVRTE-NO-MORE-BANDS.

       LOOK-AT-ONE-APPROVER-BAND.
            READ APPROVER-FILE NEXT RECORD
                AT END
                MOVE "N" TO APVRTE-MORE-BANDS.
            IF APVRTE-BANDS-REMAIN
                IF APV-CATEGORY NOT = APVRTE-LOOKUP-CATEGORY
                    MOVE "N" TO APVRTE-MORE-BANDS
                ELSE
                    MOVE APV-APPROVER-ID TO APVRTE-APPROVER
                    MOVE APV-BAND-LIMIT TO APVRTE-BAND-LIMIT
                    IF APV-BAND-LIMIT NOT < APVRTE-AMOUNT
                        MOVE "N" TO APVRTE-MORE-BANDS.
