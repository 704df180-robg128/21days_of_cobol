      *          it.  Only approved changes reach VENDOR.DAT, and the
      *          audit record carries both the requesting and the
      *          approving operator.  An operator cannot approve a
      *          change they queued themselves.  An approved change to
      *          the payment method or bank details holds the
      *          vendor's EFT payments until a callback is recorded
      *          in vndcbk01.  Changes the onboarding portal sends
      *          through vndvcr01 wait here too -- address, remit-to,
      *          contact, and bank changes alike -- and a remit-to
      *          line approved here is written to the vendor's
      *          remit-to address, which is created if the vendor
      *          had none.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY "slvnd01.cbl".
            COPY "slaud01.cbl".
            COPY "slpnd01.cbl".
            COPY "sladr01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdaud01.cbl".
            COPY "fdpnd01.cbl".
            COPY "fdadr01.cbl".
       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS      PIC XX.
       01   AUDIT-FILE-STATUS       PIC XX.
       01   PENDING-FILE-STATUS     PIC XX.
       01   ADDRESS-FILE-STATUS     PIC XX.
       01   REMIT-FOUND-STATUS      PIC X.
            88 REMIT-WAS-FOUND         VALUE "Y".

       01   OPERATOR-ID             PIC X(08) VALUE "UNKNOWN".

            ELSE
                OPEN I-O VENDOR-FILE
                PERFORM OPEN-AUDIT-FILE
                PERFORM OPEN-ADDRESS-FILE
                MOVE ZEROS TO APPROVED-COUNT
                MOVE ZEROS TO REJECTED-COUNT
                MOVE 0 TO PENDING-INDEX
                   UNTIL PENDING-INDEX = PENDING-COUNT
                CLOSE VENDOR-FILE
                CLOSE VENDOR-AUDIT-FILE
                CLOSE VENDOR-ADDRESS-FILE
                PERFORM REWRITE-THE-PENDING-FILE
                DISPLAY " "
                DISPLAY APPROVED-COUNT " APPROVED AND APPLIED, "
                CLOSE VENDOR-AUDIT-FILE
                OPEN EXTEND VENDOR-AUDIT-FILE.

       OPEN-ADDRESS-FILE.
            OPEN I-O VENDOR-ADDRESS-FILE.
            IF ADDRESS-FILE-STATUS = "35"
                OPEN OUTPUT VENDOR-ADDRESS-FILE
                CLOSE VENDOR-ADDRESS-FILE
                OPEN I-O VENDOR-ADDRESS-FILE.

       LOAD-THE-PENDING-FILE.
            MOVE ZEROS TO PENDING-COUNT.
            MOVE ZEROS TO PENDING-OVERFLOW.
                        "QUEUED -- LEFT PENDING"
                ELSE
                    PERFORM APPLY-PENDING-FIELD-VALUE
                    PERFORM START-BANK-COOLING-OFF
                    PERFORM SAVE-APPROVED-CHANGE
                    IF REWRITE-WAS-OK
                        PERFORM WRITE-APPROVED-AUDIT-RECORD
                        MOVE "A" TO PTE-DISPOSITION(PENDING-INDEX)
                        ADD 1 TO APPROVED-COUNT
                        DISPLAY "CHANGE APPLIED"
                        IF VENDOR-AWAITS-CALLBACK
                            DISPLAY "EFT TO THIS VENDOR IS HELD UNTIL "
                                "A CALLBACK IS RECORDED IN vndcbk01".

      *--------------------------------
      * PULL THE FIELD'S CURRENT TEXT
      *--------------------------------
       GET-PENDING-CURRENT-VALUE.
            MOVE SPACES TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 2
                MOVE VENDOR-ADDRESS-1 TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 3
                MOVE VENDOR-ADDRESS-2 TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 4
                MOVE VENDOR-CITY TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 5
                MOVE VENDOR-STATE TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 6
                MOVE VENDOR-ZIP TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 7
                MOVE VENDOR-CONTACT TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 8
                MOVE VENDOR-PHONE TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 10
                MOVE VENDOR-TAX-ID TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 16
                MOVE VENDOR-BANK-ROUTING TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 18
                MOVE VENDOR-BANK-ACCOUNT TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) > 34
                PERFORM READ-REMIT-TO-RECORD
                PERFORM GET-REMIT-TO-CURRENT-VALUE.

      *--------------------------------
      * THE REMIT-TO LINES LIVE ON THE
      * ADDRESS FILE, NOT THE MASTER.
      * A VENDOR WITH NO REMIT-TO
      * ADDRESS READS AS ALL SPACES.
      *--------------------------------
       READ-REMIT-TO-RECORD.
            MOVE "Y" TO REMIT-FOUND-STATUS.
            MOVE SPACES TO VENDOR-ADDRESS-RECORD.
            MOVE VENDOR-NUMBER TO ADR-VENDOR-NUMBER.
            MOVE "R" TO ADR-ADDRESS-TYPE.
            READ VENDOR-ADDRESS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO REMIT-FOUND-STATUS
                   MOVE SPACES TO VENDOR-ADDRESS-RECORD
                   MOVE VENDOR-NUMBER TO ADR-VENDOR-NUMBER
                   MOVE "R" TO ADR-ADDRESS-TYPE.

       GET-REMIT-TO-CURRENT-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 35
                MOVE ADR-ADDRESS-1 TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 36
                MOVE ADR-ADDRESS-2 TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 37
                MOVE ADR-CITY TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 38
                MOVE ADR-STATE TO CURRENT-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 39
                MOVE ADR-ZIP TO CURRENT-FIELD-VALUE.

       APPLY-PENDING-FIELD-VALUE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 2
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO VENDOR-ADDRESS-1.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 3
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO VENDOR-ADDRESS-2.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 4
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO VENDOR-CITY.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 5
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO VENDOR-STATE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 6
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO VENDOR-ZIP.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 7
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO VENDOR-CONTACT.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 8
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO VENDOR-PHONE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 10
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO VENDOR-TAX-ID.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 16
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 18
                MOVE PTE-NEW-VALUE(PENDING-INDEX)(1:17)
                    TO VENDOR-BANK-ACCOUNT.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 35
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO ADR-ADDRESS-1.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 36
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO ADR-ADDRESS-2.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 37
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO ADR-CITY.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 38
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO ADR-STATE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 39
                MOVE PTE-NEW-VALUE(PENDING-INDEX) TO ADR-ZIP.

      *--------------------------------
      * A NEW PAYMENT METHOD, ROUTING,
      * OR ACCOUNT STARTS THE COOLING-
      * OFF: NO EFT GOES TO THE VENDOR
      * UNTIL A CALLBACK TO A CONTACT
      * ALREADY ON FILE CONFIRMS IT.
      * THE REQUESTING OPERATOR IS
      * KEPT SO THEY CANNOT MAKE THE
      * CALLBACK THEMSELVES.
      *--------------------------------
       START-BANK-COOLING-OFF.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) = 16 OR
                    PTE-FIELD-NUMBER(PENDING-INDEX) = 17 OR
                    PTE-FIELD-NUMBER(PENDING-INDEX) = 18
                ACCEPT VENDOR-BANK-CHANGE-DATE FROM DATE YYYYMMDD
                MOVE PTE-REQUEST-OPER(PENDING-INDEX)
                    TO VENDOR-BANK-CHANGE-BY
                MOVE "W" TO VENDOR-CALLBACK-STATUS.

      *--------------------------------
      * A REMIT-TO LINE IS SAVED TO
      * THE ADDRESS FILE; EVERYTHING
      * ELSE TO THE MASTER.
      *--------------------------------
       SAVE-APPROVED-CHANGE.
            IF PTE-FIELD-NUMBER(PENDING-INDEX) > 34
                PERFORM SAVE-REMIT-TO-RECORD
            ELSE
                PERFORM REWRITE-VENDOR-RECORD.

       SAVE-REMIT-TO-RECORD.
            MOVE "Y" TO REWRITE-STATUS.
            IF REMIT-WAS-FOUND
                REWRITE VENDOR-ADDRESS-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING REMIT-TO ADDRESS"
                   MOVE "N" TO REWRITE-STATUS
                END-REWRITE
            ELSE
                WRITE VENDOR-ADDRESS-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING REMIT-TO ADDRESS"
                   MOVE "N" TO REWRITE-STATUS
                END-WRITE.

       REWRITE-VENDOR-RECORD.
            MOVE "Y" TO REWRITE-STATUS.
