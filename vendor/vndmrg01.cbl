            DISPLAY "COPY PAYMENT DETAILS FROM LOSING RECORD? (Y/N)".
            PERFORM ASK-COPY-ANSWER.
            IF COPY-FROM-LOSING
                PERFORM START-BANK-COOLING-OFF
                MOVE LOSING-PAYMENT-METHOD TO VENDOR-PAYMENT-METHOD
                MOVE LOSING-BANK-ROUTING TO VENDOR-BANK-ROUTING
                MOVE LOSING-BANK-ACCOUNT TO VENDOR-BANK-ACCOUNT.

      *--------------------------------
      * DETAILS THAT DIFFER FROM THE
      * SURVIVOR'S ARE A BANK CHANGE
      * LIKE ANY OTHER: NO EFT UNTIL A
      * CALLBACK IS RECORDED IN
      * vndcbk01.
      *--------------------------------
       START-BANK-COOLING-OFF.
            IF LOSING-PAYMENT-METHOD NOT = VENDOR-PAYMENT-METHOD OR
                    LOSING-BANK-ROUTING NOT = VENDOR-BANK-ROUTING OR
                    LOSING-BANK-ACCOUNT NOT = VENDOR-BANK-ACCOUNT
                ACCEPT VENDOR-BANK-CHANGE-DATE FROM DATE YYYYMMDD
                MOVE OPERATOR-ID TO VENDOR-BANK-CHANGE-BY
                MOVE "W" TO VENDOR-CALLBACK-STATUS
                DISPLAY "EFT TO THE SURVIVOR IS HELD UNTIL A "
                    "CALLBACK IS RECORDED IN vndcbk01".

       ASK-COPY-ANSWER.
            ACCEPT COPY-ANSWER.
            IF COPY-ANSWER = "y"
