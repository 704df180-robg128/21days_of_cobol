       FD   PAYMENT-ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.

       01   ARCHIVE-PAYMENT-RECORD    PIC X(142).

       FD   PAYMENT-WORK-FILE
            LABEL RECORDS ARE STANDARD.

       01   WORK-PAYMENT-RECORD       PIC X(142).

       WORKING-STORAGE SECTION.
       01   PAYMENT-FILE-STATUS       PIC XX.
