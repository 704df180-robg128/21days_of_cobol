      *          quietly come back).  The operator who added the
      *          vendor -- the LAST-CHANGED-BY stamp -- cannot be
      *          the one who approves it, and the audit record
      *          carries both IDs.  A vendor on the OFAC hold
      *          that the sanctions screen puts on a listed party
      *          cannot be approved until compliance clears it in
      *          vndofr01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77   ACTION-PICK             PIC X.
       77   ADDED-BY-HOLD           PIC X(08).
       77   SANCTIONS-HOLD-REASON   PIC X(04) VALUE "OFAC".

       01   MORE-VENDOR-RECORDS    PIC X.
            88 VENDOR-RECORDS-REMAIN   VALUE "Y".
                IF LAST-CHANGED-BY = OPERATOR-ID
                    DISPLAY "YOU ADDED THIS VENDOR -- A DIFFERENT "
                        "OPERATOR MUST APPROVE IT -- LEFT PENDING"
                ELSE IF VENDOR-IS-ON-HOLD AND
                        VENDOR-HOLD-REASON = SANCTIONS-HOLD-REASON
                    DISPLAY "ON SANCTIONS SCREENING HOLD -- CANNOT "
                        "BE APPROVED UNTIL CLEARED IN vndofr01 -- "
                        "LEFT PENDING"
                ELSE
                    PERFORM ASK-PENDING-VERDICT.

