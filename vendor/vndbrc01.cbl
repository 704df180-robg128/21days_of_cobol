      *          an outstanding-checks listing of posted checks the
      *          bank has still not cashed, so month-end
      *          reconciliation stops being done on paper against
      *          the vndinq01 screen.  A check printed on controlled
      *          stock comes back under its check number; the
      *          operator names the statement's account and the
      *          number is found in the check register, where a
      *          voided or spoiled number is an exception of its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slpmt01.cbl".
            COPY "slckr01.cbl".
            SELECT BANK-CLEARED-FILE ASSIGN TO "BANKCLR.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS BANK-CLEARED-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdpmt01.cbl".
            COPY "fdckr01.cbl".

       FD   BANK-CLEARED-FILE
            LABEL RECORDS ARE STANDARD.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   BANK-CLEARED-STATUS       PIC XX.
       01   RECON-REPORT-STATUS       PIC XX.
       01   CHECK-REGISTER-STATUS     PIC XX.

       77   STATEMENT-ACCOUNT         PIC X(17).
       01   REGISTER-OPEN-STATUS      PIC X.
            88 REGISTER-IS-OPEN          VALUE "Y".

       01   MORE-BANK-RECORDS         PIC X.
            88 BANK-RECORDS-REMAIN       VALUE "Y".
      *--------------------------------
      * THE BANK'S REFERENCE IS THE
      * PAYMENT KEY SPELLED OUT THE
      * WAY vndpos01 BUILT IT, OR A
      * ZERO-FILLED CHECK NUMBER --
      * VENDOR PART ZERO -- FOR A
      * CHECK PRINTED ON CONTROLLED
      * STOCK.
      *--------------------------------
       01   REFERENCE-WORK            PIC X(18).
       01   REFERENCE-PARTS REDEFINES REFERENCE-WORK.
            05 REF-VENDOR-NUMBER      PIC 9(7).
            05 REF-PAYMENT-DATE       PIC 9(8).
            05 REF-PAYMENT-SEQ        PIC 9(3).
       01   REFERENCE-CHECK REDEFINES REFERENCE-WORK.
            05 FILLER                 PIC 9(10).
            05 REF-CHECK-NUMBER       PIC 9(8).

      *--------------------------------
      * ORIGINAL KEYS CARRIED BY VOID
            05 RPT-OUT-SEQ            PIC 9(3).
            05 FILLER                 PIC X(05) VALUE " AMT ".
            05 RPT-OUT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(08) VALUE "  CHECK ".
            05 RPT-OUT-CHECK          PIC X(08).

       01   COUNT-REPORT-LINE.
            05 RPT-COUNT-LABEL        PIC X(24).
                DISPLAY "NO BANK CLEARED-ITEMS FILE (BANKCLR.DAT) "
                    "TO LOAD"
            ELSE
                PERFORM ENTER-STATEMENT-ACCOUNT
                PERFORM RUN-THE-RECONCILIATION
                CLOSE BANK-CLEARED-FILE.

       PROGRAM-DONE.
            GOBACK.

       ENTER-STATEMENT-ACCOUNT.
            DISPLAY "ENTER THE BANK ACCOUNT THIS STATEMENT IS FOR".
            DISPLAY "(BLANK IF NO CHECKS ON IT ARE NUMBERED)".
            ACCEPT STATEMENT-ACCOUNT.

       RUN-THE-RECONCILIATION.
            MOVE "N" TO REGISTER-OPEN-STATUS.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF CHECK-REGISTER-STATUS = "00"
                MOVE "Y" TO REGISTER-OPEN-STATUS.
            OPEN I-O PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "35"
                DISPLAY "NO PAYMENT HISTORY ON FILE -- NOTHING TO "
                PERFORM WRITE-RECON-COUNTS
                CLOSE RECON-REPORT-FILE
                CLOSE PAYMENT-FILE
                IF REGISTER-IS-OPEN
                    CLOSE CHECK-REGISTER-FILE
                END-IF
                DISPLAY "RECONCILIATION COMPLETE -- "
                    ITEMS-MATCHED-COUNT " MATCHED, "
                    ITEMS-UNMATCHED-COUNT " EXCEPTION(S) -- SEE "
                ADD 1 TO ITEMS-READ-COUNT
                MOVE BCL-REFERENCE TO REFERENCE-WORK
                IF REFERENCE-WORK IS NUMERIC
                    PERFORM LOOK-UP-THE-REFERENCE
                ELSE
                    MOVE "BAD REFERENCE" TO RPT-EX-REASON
                    PERFORM WRITE-EXCEPTION-LINE.

      *--------------------------------
      * A ZERO VENDOR PART MEANS THE
      * BANK SENT A CHECK NUMBER; THE
      * REGISTER TURNS IT BACK INTO
      * THE PAYMENT IT WAS WRITTEN
      * FOR.
      *--------------------------------
       LOOK-UP-THE-REFERENCE.
            IF REF-VENDOR-NUMBER NOT = ZEROS
                PERFORM LOOK-UP-THE-PAYMENT
            ELSE
                PERFORM LOOK-UP-THE-CHECK-NUMBER.

       LOOK-UP-THE-CHECK-NUMBER.
            MOVE "Y" TO RECORD-FOUND.
            IF STATEMENT-ACCOUNT = SPACES OR NOT REGISTER-IS-OPEN
                MOVE "N" TO RECORD-FOUND
            ELSE
                MOVE STATEMENT-ACCOUNT TO CKR-BANK-ACCOUNT
                MOVE REF-CHECK-NUMBER TO CKR-CHECK-NUMBER
                READ CHECK-REGISTER-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND.
            IF NO-RECORD-FOUND
                MOVE "NO SUCH CHECK NUMBER" TO RPT-EX-REASON
                PERFORM WRITE-EXCEPTION-LINE
            ELSE IF CKR-IS-VOIDED
                MOVE "CHECK WAS VOIDED" TO RPT-EX-REASON
                PERFORM WRITE-EXCEPTION-LINE
            ELSE IF CKR-IS-SPOILED
                MOVE "SPOILED CHECK NUMBER" TO RPT-EX-REASON
                PERFORM WRITE-EXCEPTION-LINE
            ELSE
                MOVE CKR-VENDOR-NUMBER TO REF-VENDOR-NUMBER
                MOVE CKR-PAYMENT-DATE TO REF-PAYMENT-DATE
                MOVE CKR-PAYMENT-SEQ TO REF-PAYMENT-SEQ
                PERFORM LOOK-UP-THE-PAYMENT.

       LOOK-UP-THE-PAYMENT.
            MOVE SPACES TO PAYMENT-RECORD.
            MOVE REF-VENDOR-NUMBER TO PMT-VENDOR-NUMBER.
                    MOVE PMT-PAYMENT-DATE TO RPT-OUT-DATE
                    MOVE PMT-PAYMENT-SEQ TO RPT-OUT-SEQ
                    MOVE PMT-AMOUNT TO RPT-OUT-AMOUNT
                    MOVE SPACES TO RPT-OUT-CHECK
                    IF PMT-CHECK-NUMBER IS NUMERIC AND
                            PMT-CHECK-NUMBER > 0
                        MOVE PMT-CHECK-NUMBER TO RPT-OUT-CHECK
                    END-IF
                    MOVE OUTSTANDING-DETAIL-LINE
                        TO RECON-REPORT-LINE
                    WRITE RECON-REPORT-LINE.
