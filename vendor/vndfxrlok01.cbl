      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared exchange-rate lookup, COPYed into the
      *          PROCEDURE DIVISION of every program that turns a
      *          foreign amount into dollars, the same way
      *          vndsumupd01 is shared.  US dollars (or a blank
      *          currency) go at one to one.  Any other currency
      *          takes the latest rate on file dated on or before
      *          the day asked for; with none there is no rate, and
      *          with no rate file on the system rates are not in
      *          use.  The program provides the fields from fldfxr01
      *          and the slfxr01/fdfxr01 file entries.
      * Tectonics: cobc
      ******************************************************************
       LOOK-UP-EXCHANGE-RATE.
            IF FXRLOK-CURRENCY = SPACES OR FXRLOK-CURRENCY = "USD"
                MOVE 1 TO FXRLOK-RATE
                MOVE FXRLOK-AS-OF-DATE TO FXRLOK-RATE-DATE
                MOVE "Y" TO FXRLOK-RESULT
            ELSE IF FXRLOK-CURRENCY = FXRLOK-SAVED-CURRENCY AND
                    FXRLOK-AS-OF-DATE = FXRLOK-SAVED-DATE
                MOVE FXRLOK-SAVED-RATE TO FXRLOK-RATE
                MOVE FXRLOK-SAVED-RATE-DATE TO FXRLOK-RATE-DATE
                MOVE FXRLOK-SAVED-RESULT TO FXRLOK-RESULT
            ELSE
                PERFORM READ-EXCHANGE-RATE-FILE
                MOVE FXRLOK-CURRENCY TO FXRLOK-SAVED-CURRENCY
                MOVE FXRLOK-AS-OF-DATE TO FXRLOK-SAVED-DATE
                MOVE FXRLOK-RATE TO FXRLOK-SAVED-RATE
                MOVE FXRLOK-RATE-DATE TO FXRLOK-SAVED-RATE-DATE
                MOVE FXRLOK-RESULT TO FXRLOK-SAVED-RESULT.
            PERFORM CONVERT-TO-USD.

       CONVERT-TO-USD.
            IF FXRLOK-WENT-OK
                COMPUTE FXRLOK-USD-AMOUNT ROUNDED =
                    FXRLOK-AMOUNT * FXRLOK-RATE
            ELSE
                MOVE FXRLOK-AMOUNT TO FXRLOK-USD-AMOUNT.

       READ-EXCHANGE-RATE-FILE.
            MOVE ZEROS TO FXRLOK-RATE.
            MOVE ZEROS TO FXRLOK-RATE-DATE.
            MOVE "N" TO FXRLOK-RESULT.
            OPEN INPUT EXCHANGE-RATE-FILE.
            IF EXCHANGE-RATE-STATUS NOT = "00"
                MOVE "X" TO FXRLOK-RESULT
            ELSE
                PERFORM SCAN-EXCHANGE-RATES
                CLOSE EXCHANGE-RATE-FILE.

       SCAN-EXCHANGE-RATES.
            MOVE FXRLOK-CURRENCY TO FXR-CURRENCY.
            MOVE ZEROS TO FXR-RATE-DATE.
            MOVE "Y" TO FXRLOK-MORE-RATES.
            START EXCHANGE-RATE-FILE
               KEY IS NOT LESS THAN FXR-KEY
               INVALID KEY
                   MOVE "N" TO FXRLOK-MORE-RATES.
            PERFORM READ-NEXT-EXCHANGE-RATE
               UNTIL NOT FXRLOK-RATES-REMAIN.

       READ-NEXT-EXCHANGE-RATE.
            READ EXCHANGE-RATE-FILE NEXT RECORD
                AT END
                MOVE "N" TO FXRLOK-MORE-RATES.
            IF FXRLOK-RATES-REMAIN
                IF FXR-CURRENCY NOT = FXRLOK-CURRENCY OR
                        FXR-RATE-DATE > FXRLOK-AS-OF-DATE
                    MOVE "N" TO FXRLOK-MORE-RATES
                ELSE
                    MOVE FXR-USD-RATE TO FXRLOK-RATE
                    MOVE FXR-RATE-DATE TO FXRLOK-RATE-DATE
                    MOVE "Y" TO FXRLOK-RESULT.
