      *          from scratch.  Run after any recovery or whenever
      *          the maintained figures are in doubt; the inquiry
      *          screens trust the summary, so this is what makes it
      *          trustworthy again.  The figures are in dollars; a
      *          foreign payment counts at its dollar equivalent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77   WORK-LAST-AMOUNT          PIC 9(7)V99.
       77   WORK-PAYMENT-COUNT        PIC 9(7).

      *--------------------------------
      * THE SUMMARY IS KEPT IN DOLLARS
      * -- A FOREIGN PAYMENT COUNTS AT
      * THE DOLLAR EQUIVALENT STAMPED
      * ON IT, AS THE POSTING PROGRAMS
      * ROLL IT IN.
      *--------------------------------
            COPY "fldpmtusd01.cbl".

       77   PAYMENTS-READ-COUNT       PIC 9(7).
       77   SUMMARIES-WRITTEN-COUNT   PIC 9(7).

                PERFORM ROLL-IN-ONE-PAYMENT.

       ROLL-IN-ONE-PAYMENT.
            PERFORM TAKE-PAYMENT-IN-USD.
            IF PMT-IS-VOID
                SUBTRACT PAYMENT-IN-USD FROM WORK-LIFE-PAID
                IF PMT-PAYMENT-DATE(1:4) = CURRENT-YEAR
                    SUBTRACT PAYMENT-IN-USD FROM WORK-YTD-PAID
                ELSE
                    IF PMT-PAYMENT-DATE(1:4) = PRIOR-YEAR
                        SUBTRACT PAYMENT-IN-USD FROM WORK-PRIOR-PAID
                    END-IF
                END-IF
            ELSE
                ADD PAYMENT-IN-USD TO WORK-LIFE-PAID
                ADD 1 TO WORK-PAYMENT-COUNT
                IF PMT-PAYMENT-DATE(1:4) = CURRENT-YEAR
                    ADD PAYMENT-IN-USD TO WORK-YTD-PAID
                ELSE
                    IF PMT-PAYMENT-DATE(1:4) = PRIOR-YEAR
                        ADD PAYMENT-IN-USD TO WORK-PRIOR-PAID
                    END-IF
                END-IF
                IF PMT-PAYMENT-DATE NOT < WORK-LAST-DATE
                    MOVE PMT-PAYMENT-DATE TO WORK-LAST-DATE
                    MOVE PAYMENT-IN-USD TO WORK-LAST-AMOUNT.

       FLUSH-ONE-SUMMARY.
            MOVE SPACES TO VENDOR-SUMMARY-RECORD.
               DISPLAY "ERROR WRITING SUMMARY RECORD".
            IF SUMMARY-FILE-STATUS = "00"
                ADD 1 TO SUMMARIES-WRITTEN-COUNT.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * TAKE-PAYMENT-IN-USD, SHARED
      * WITH EVERY PROGRAM THAT TOTALS
      * THE PAYMENT HISTORY.
      *--------------------------------
            COPY "vndpmtusd01.cbl".
