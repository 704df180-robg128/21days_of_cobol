            05 CNT-ROLE-CODE              PIC X(04).
            05 CNT-PHONE                  PIC X(30).
            05 CNT-EMAIL                  PIC X(40).
      *--------------------------------
      * WHEN THE CONTACT WAS LAST ADDED
      * OR CHANGED.  A BANK-CHANGE
      * CALLBACK MAY ONLY GO TO A
      * CONTACT THAT WAS ALREADY ON
      * FILE BEFORE THE CHANGE; SPACES
      * ON A RECORD FROM BEFORE THE
      * FIELD COUNT AS LONG-STANDING.
      *--------------------------------
            05 CNT-CHANGED-DATE           PIC 9(8).
            05 CNT-CHANGED-BY             PIC X(08).
