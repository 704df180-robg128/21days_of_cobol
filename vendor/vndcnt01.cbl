      *          or remove one -- name, role code (AP, SLS, EMRG,
      *          whatever the shop uses), phone, and email.  New
      *          contacts take the next free sequence the way
      *          vndpay01 takes the next payment sequence.  The
      *          operator signs on, and each contact carries the date
      *          and operator of its last add or change, so a
      *          bank-change callback in vndcbk01 can tell a contact
      *          that was on file before the change from one added
      *          after it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77   PHONE-ENTRY             PIC X(30).
       77   EMAIL-ENTRY             PIC X(40).

       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".
            COPY "fldsgn01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            CALL "vndsgn01" USING SIGNON-OPERATOR-ID
                                  SIGNON-AUTHORITY
                                  SIGNON-STATUS.
            IF SIGNON-WENT-OK
                MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
            ELSE
                IF SIGNON-NO-OPERATORS
                    MOVE "UNKNOWN" TO OPERATOR-ID
                ELSE
                    DISPLAY "NOT SIGNED ON -- EXITING"
                    GOBACK.
            OPEN INPUT VENDOR-FILE.
            PERFORM OPEN-CONTACT-FILE.
            PERFORM MAINTAIN-CONTACTS
                    DISPLAY "  " CNT-CONTACT-SEQ " "
                        CNT-ROLE-CODE " " CNT-CONTACT-NAME
                    DISPLAY "      " CNT-PHONE
                    IF CNT-CHANGED-DATE IS NUMERIC AND
                            CNT-CHANGED-DATE NOT = ZEROS
                        DISPLAY "      CHANGED " CNT-CHANGED-DATE
                            " BY " CNT-CHANGED-BY
                    END-IF
                    IF CNT-EMAIL NOT = SPACES
                        DISPLAY "      " CNT-EMAIL.

            MOVE ROLE-ENTRY TO CNT-ROLE-CODE.
            MOVE PHONE-ENTRY TO CNT-PHONE.
            MOVE EMAIL-ENTRY TO CNT-EMAIL.
            ACCEPT CNT-CHANGED-DATE FROM DATE YYYYMMDD.
            MOVE OPERATOR-ID TO CNT-CHANGED-BY.

       CHANGE-ONE-CONTACT.
            PERFORM READ-PICKED-CONTACT.
