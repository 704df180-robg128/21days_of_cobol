      *          fdtrn01 define, so the bank can prove it received
      *          the whole file.  A check whose vendor has fallen
      *          off the master is reported and left off rather than
      *          sent with a blank payee.  A check printed on
      *          controlled stock goes out under its printed check
      *          number, and only when it was drawn on the issuing
      *          account entered; an unnumbered check still goes out
      *          under its payment key.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77   EXTRACTED-COUNT           PIC 9(7).
       77   EXTRACT-HASH-TOTAL        PIC 9(10).
       77   SKIPPED-COUNT             PIC 9(5).
       77   OTHER-ACCOUNT-COUNT       PIC 9(5).
       77   RUN-DATE-STAMP            PIC 9(8).

      *--------------------------------
      * THE CHECK REFERENCE IS THE
      * PRINTED CHECK NUMBER, ZERO-
      * FILLED, WHEN THE CHECK WAS
      * DRAWN ON CONTROLLED STOCK.
      * OTHERWISE IT IS THE PAYMENT
      * KEY SPELLED OUT -- VENDOR,
      * DATE, SEQUENCE.  A CHECK
      * NUMBER NEVER CLASHES WITH A
      * KEY: ITS VENDOR PART IS ZERO.
      *--------------------------------
       01   CHECK-REFERENCE-WORK.
            05 REF-VENDOR-NUMBER      PIC 9(7).
            05 REF-PAYMENT-DATE       PIC 9(8).
            05 REF-PAYMENT-SEQ        PIC 9(3).
       01   CHECK-NUMBER-REFERENCE REDEFINES CHECK-REFERENCE-WORK.
            05 FILLER                 PIC 9(10).
            05 REF-CHECK-NUMBER       PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
                MOVE ZEROS TO EXTRACTED-COUNT
                MOVE ZEROS TO EXTRACT-HASH-TOTAL
                MOVE ZEROS TO SKIPPED-COUNT
                MOVE ZEROS TO OTHER-ACCOUNT-COUNT
                PERFORM WRITE-POSPAY-HEADER
                MOVE "Y" TO MORE-PAYMENT-RECORDS
                PERFORM EXTRACT-ONE-CHECK
                    EXTRACTED-COUNT " CHECK(S))"
                IF SKIPPED-COUNT > 0
                    DISPLAY SKIPPED-COUNT " CHECK(S) SKIPPED FOR A "
                        "MISSING VENDOR -- CHECK THE MASTER"
                END-IF
                IF OTHER-ACCOUNT-COUNT > 0
                    DISPLAY OTHER-ACCOUNT-COUNT " CHECK(S) DRAWN ON "
                        "ANOTHER ACCOUNT LEFT OFF -- RUN AGAIN FOR "
                        "THAT ACCOUNT".

       WRITE-POSPAY-HEADER.
            ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD.
                MOVE "N" TO MORE-PAYMENT-RECORDS.
            IF PAYMENT-RECORDS-REMAIN AND PMT-IS-CHECK AND
                    PMT-PAYMENT-DATE = CHECK-RUN-DATE
                PERFORM JUDGE-CHECK-ACCOUNT.

      *--------------------------------
      * A NUMBERED CHECK BELONGS TO
      * THE ACCOUNT ITS STOCK IS
      * DRAWN ON; ONE FROM ANOTHER
      * ACCOUNT IS LEFT FOR THAT
      * ACCOUNT'S OWN EXTRACT.
      *--------------------------------
       JUDGE-CHECK-ACCOUNT.
            IF PMT-CHECK-NUMBER IS NUMERIC AND
                    PMT-CHECK-NUMBER > 0 AND
                    PMT-CHECK-ACCOUNT NOT = ISSUING-ACCOUNT-ENTRY
                ADD 1 TO OTHER-ACCOUNT-COUNT
            ELSE
                PERFORM READ-PAYEE-VENDOR
                IF RECORD-WAS-FOUND
                    PERFORM WRITE-POSPAY-DETAIL
       WRITE-POSPAY-DETAIL.
            MOVE SPACES TO POSPAY-RECORD.
            MOVE ISSUING-ACCOUNT-ENTRY TO POS-ACCOUNT-NUMBER.
            IF PMT-CHECK-NUMBER IS NUMERIC AND
                    PMT-CHECK-NUMBER > 0
                MOVE ZEROS TO CHECK-REFERENCE-WORK
                MOVE PMT-CHECK-NUMBER TO REF-CHECK-NUMBER
            ELSE
                MOVE PMT-VENDOR-NUMBER TO REF-VENDOR-NUMBER
                MOVE PMT-PAYMENT-DATE TO REF-PAYMENT-DATE
                MOVE PMT-PAYMENT-SEQ TO REF-PAYMENT-SEQ.
            MOVE CHECK-REFERENCE-WORK TO POS-CHECK-REFERENCE.
            MOVE PMT-PAYMENT-DATE TO POS-CHECK-DATE.
            MOVE PMT-AMOUNT TO POS-CHECK-AMOUNT.
