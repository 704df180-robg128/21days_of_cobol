                    KEPT-COUNT " LEFT IN SUSPENSE".

       PROGRAM-DONE.
            GOBACK.

       LOAD-THE-SUSPENSE-FILE.
            MOVE ZEROS TO SUSPENSE-COUNT.
