      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared early-payment discount arithmetic, COPYed
      *          into the PROCEDURE DIVISION the same way
      *          vndinvbal01 is shared.  Terms such as 2/10 NET 30
      *          offer a percentage off the gross when the invoice
      *          is paid within so many days of its invoice date.
      *          FIND-DISCOUNT-WINDOW looks the terms code up on the
      *          terms table and gives back the percentage, the
      *          discount amount on the gross, and the last day it
      *          can be taken -- all zero when the terms offer no
      *          discount, are inactive or missing, or the record is
      *          a credit memo.  The terms are read as they stand
      *          today, not as they stood when the invoice came in.
      *          The program provides the fields from flddsc01 and
      *          fldcal01, the sltrm01/fdtrm01 file entries with
      *          TERMS-FILE-STATUS, and the vndcaldays01 fragment.
      * Tectonics: cobc
      ******************************************************************
       OPEN-DISCOUNT-TERMS.
            MOVE "Y" TO DSCWIN-TERMS-PRESENT.
            OPEN INPUT TERMS-FILE.
            IF TERMS-FILE-STATUS NOT = "00"
                MOVE "N" TO DSCWIN-TERMS-PRESENT.

       CLOSE-DISCOUNT-TERMS.
            IF DSCWIN-TERMS-ARE-PRESENT
                CLOSE TERMS-FILE.

       FIND-DISCOUNT-WINDOW.
            MOVE ZEROS TO DSCWIN-PCT.
            MOVE ZEROS TO DSCWIN-DEADLINE.
            MOVE ZEROS TO DSCWIN-AMOUNT.
            IF DSCWIN-TERMS-ARE-PRESENT AND
                    DSCWIN-TERMS-CODE NOT = SPACES AND
                    INV-IS-INVOICE AND
                    INV-INVOICE-DATE IS NUMERIC AND
                    INV-INVOICE-DATE > ZEROS
                MOVE DSCWIN-TERMS-CODE TO TRM-CODE
                READ TERMS-FILE RECORD
                   INVALID KEY
                       MOVE ZEROS TO TRM-DISCOUNT-PCT
                   NOT INVALID KEY
                       IF NOT TRM-IS-ACTIVE
                           MOVE ZEROS TO TRM-DISCOUNT-PCT
                       END-IF
                END-READ
                IF TRM-DISCOUNT-PCT > ZEROS AND
                        TRM-DISCOUNT-DAYS > ZEROS
                    PERFORM FIGURE-DISCOUNT-WINDOW.

       FIGURE-DISCOUNT-WINDOW.
            MOVE TRM-DISCOUNT-PCT TO DSCWIN-PCT.
            COMPUTE DSCWIN-AMOUNT ROUNDED =
                INV-GROSS-AMOUNT * DSCWIN-PCT / 100.
            MOVE INV-INVOICE-DATE TO CAL-DATE-STAMP.
            PERFORM CONVERT-DATE-TO-DAY-NUMBER.
            ADD TRM-DISCOUNT-DAYS TO CAL-DAY-NUMBER.
            PERFORM CONVERT-DAY-NUMBER-TO-DATE.
            MOVE CAL-DATE-STAMP TO DSCWIN-DEADLINE.
