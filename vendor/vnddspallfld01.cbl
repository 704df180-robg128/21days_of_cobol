            PERFORM DISPLAY-PAYMENT-METHOD.
            PERFORM DISPLAY-W9-FIELDS.
            PERFORM DISPLAY-VENDOR-CURRENCY-LINE.
            PERFORM DISPLAY-VENDOR-PARENT-LINE.
            DISPLAY " ".

       DISPLAY-VENDOR-NUMBER.
            ELSE
                DISPLAY "22. CURRENCY: " VENDOR-CURRENCY.

       DISPLAY-VENDOR-PARENT-LINE.
            IF VENDOR-PARENT-NUMBER IS NUMERIC AND
                    VENDOR-PARENT-NUMBER NOT = ZEROS
                DISPLAY "24. PARENT VENDOR: " VENDOR-PARENT-NUMBER
            ELSE
                DISPLAY "24. PARENT VENDOR: NONE".

       DISPLAY-W9-FIELDS.
            IF VENDOR-W9-CERTIFIED
                DISPLAY "21. W-9: CERTIFIED, RECEIVED "
