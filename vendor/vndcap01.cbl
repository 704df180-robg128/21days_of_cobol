      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Nightly capacity snapshot.  Counts the records in
      *          the vendor master and its child files -- payments,
      *          invoices, contacts, addresses, notes, and the audit
      *          trail -- and takes the high-water mark of every
      *          field whose picture caps it: the vendor number, the
      *          payment sequence (999 payments per vendor per day),
      *          the contact sequence, and the payment and invoice
      *          amounts (just under ten million).  Each figure is
      *          appended to VNDCAP.DAT with its limit -- for a file,
      *          the records that fit in the 2 GB the indexed file
      *          handler allows, from the record length -- so
      *          vndcpr01 can project when each one runs out.  A
      *          file not on the system is reported and not
      *          measured.  Journals itself to the run history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndcap01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpmt01.cbl".
            COPY "slinv01.cbl".
            COPY "slcnt01.cbl".
            COPY "sladr01.cbl".
            COPY "slnot01.cbl".
            COPY "slaud01.cbl".
            COPY "slcap01.cbl".
            COPY "slrun01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fdinv01.cbl".
            COPY "fdcnt01.cbl".
            COPY "fdadr01.cbl".
            COPY "fdnot01.cbl".
            COPY "fdaud01.cbl".
            COPY "fdcap01.cbl".
            COPY "fdrun01.cbl".

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS       PIC XX.
       01   PAYMENT-FILE-STATUS      PIC XX.
       01   INVOICE-FILE-STATUS      PIC XX.
       01   CONTACT-FILE-STATUS      PIC XX.
       01   ADDRESS-FILE-STATUS      PIC XX.
       01   NOTE-FILE-STATUS         PIC XX.
       01   AUDIT-FILE-STATUS        PIC XX.
       01   CAPACITY-HISTORY-STATUS  PIC XX.
       01   RUN-HISTORY-STATUS       PIC XX.
       77   RUN-START-DATE-HOLD      PIC 9(8).
       77   RUN-START-TIME-HOLD      PIC 9(8).

       01   MORE-FILE-RECORDS        PIC X.
            88 FILE-RECORDS-REMAIN      VALUE "Y".
            88 NO-MORE-FILE-RECORDS     VALUE "N".

      *--------------------------------
      * THE LIMITS.  A FILE'S CEILING
      * IS THE 2 GB FILE SIZE OVER ITS
      * RECORD LENGTH -- KEEP THE
      * LENGTHS IN STEP WITH THE FDS
      * WHEN A LAYOUT GROWS.  A FIELD'S
      * LIMIT IS THE LARGEST VALUE ITS
      * PICTURE HOLDS.
      *--------------------------------
       77   FILE-SIZE-CEILING        PIC 9(10) VALUE 2147483647.
       77   VENDOR-RECORD-LENGTH     PIC 9(4) VALUE 424.
       77   PAYMENT-RECORD-LENGTH    PIC 9(4) VALUE 142.
       77   INVOICE-RECORD-LENGTH    PIC 9(4) VALUE 121.
       77   CONTACT-RECORD-LENGTH    PIC 9(4) VALUE 130.
       77   ADDRESS-RECORD-LENGTH    PIC 9(4) VALUE 158.
       77   NOTE-RECORD-LENGTH       PIC 9(4) VALUE 91.
       77   AUDIT-RECORD-LENGTH      PIC 9(4) VALUE 93.
       77   VENDOR-NUMBER-LIMIT      PIC 9(9)V99 VALUE 9999999.
       77   SEQUENCE-LIMIT           PIC 9(9)V99 VALUE 999.
       77   AMOUNT-LIMIT             PIC 9(9)V99 VALUE 9999999.99.
       77   RECORD-LENGTH-HOLD       PIC 9(4).

      *--------------------------------
      * ONE FILE'S COUNT AND THE HIGH-
      * WATER MARKS TAKEN ON THE WAY
      * THROUGH IT.
      *--------------------------------
       77   FILE-RECORD-COUNT        PIC 9(9).
       77   HIGH-VENDOR-NUMBER       PIC 9(7).
       77   HIGH-PAYMENT-SEQ         PIC 9(3).
       77   HIGH-PAYMENT-AMOUNT      PIC 9(7)V99.
       77   HIGH-INVOICE-AMOUNT      PIC 9(7)V99.
       77   HIGH-CONTACT-SEQ         PIC 9(3).

       01   SNAPSHOT-WORK.
            05 SNAP-ITEM-NAME        PIC X(20).
            05 SNAP-ITEM-TYPE        PIC X(01).
            05 SNAP-CURRENT-VALUE    PIC 9(9)V99.
            05 SNAP-LIMIT-VALUE      PIC 9(9)V99.
       77   TOTAL-RECORDS-COUNTED    PIC 9(9).
       77   SNAPSHOTS-WRITTEN        PIC 9(5).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT RUN-START-DATE-HOLD FROM DATE YYYYMMDD.
            ACCEPT RUN-START-TIME-HOLD FROM TIME.
            MOVE ZEROS TO TOTAL-RECORDS-COUNTED.
            MOVE ZEROS TO SNAPSHOTS-WRITTEN.
            OPEN EXTEND CAPACITY-HISTORY-FILE.
            IF CAPACITY-HISTORY-STATUS = "35"
                OPEN OUTPUT CAPACITY-HISTORY-FILE
                CLOSE CAPACITY-HISTORY-FILE
                OPEN EXTEND CAPACITY-HISTORY-FILE.
            PERFORM MEASURE-VENDOR-FILE.
            PERFORM MEASURE-PAYMENT-FILE.
            PERFORM MEASURE-INVOICE-FILE.
            PERFORM MEASURE-CONTACT-FILE.
            PERFORM MEASURE-ADDRESS-FILE.
            PERFORM MEASURE-NOTE-FILE.
            PERFORM MEASURE-AUDIT-FILE.
            CLOSE CAPACITY-HISTORY-FILE.
            PERFORM WRITE-RUN-HISTORY.
            DISPLAY "CAPACITY SNAPSHOT: " SNAPSHOTS-WRITTEN
                " FIGURE(S) RECORDED IN VNDCAP.DAT".

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * VENDOR.DAT, AND THE HIGHEST
      * VENDOR NUMBER ISSUED.
      *--------------------------------
       MEASURE-VENDOR-FILE.
            MOVE ZEROS TO FILE-RECORD-COUNT.
            MOVE ZEROS TO HIGH-VENDOR-NUMBER.
            OPEN INPUT VENDOR-FILE.
            IF VENDOR-FILE-STATUS NOT = "00"
                DISPLAY "VENDOR.DAT IS NOT ON THE SYSTEM -- NOT "
                    "MEASURED"
            ELSE
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-VENDOR
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE VENDOR-FILE
                MOVE "VENDOR.DAT RECORDS" TO SNAP-ITEM-NAME
                MOVE VENDOR-RECORD-LENGTH TO RECORD-LENGTH-HOLD
                PERFORM WRITE-FILE-SNAPSHOT
                MOVE "VENDOR-NUMBER" TO SNAP-ITEM-NAME
                MOVE HIGH-VENDOR-NUMBER TO SNAP-CURRENT-VALUE
                MOVE VENDOR-NUMBER-LIMIT TO SNAP-LIMIT-VALUE
                PERFORM WRITE-FIELD-SNAPSHOT.

       COUNT-ONE-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO FILE-RECORD-COUNT
                IF VENDOR-NUMBER > HIGH-VENDOR-NUMBER
                    MOVE VENDOR-NUMBER TO HIGH-VENDOR-NUMBER.

      *--------------------------------
      * VNDPMT.DAT, THE MOST PAYMENTS
      * ANY VENDOR HAS HAD ON ONE DAY,
      * AND THE LARGEST PAYMENT.
      *--------------------------------
       MEASURE-PAYMENT-FILE.
            MOVE ZEROS TO FILE-RECORD-COUNT.
            MOVE ZEROS TO HIGH-PAYMENT-SEQ.
            MOVE ZEROS TO HIGH-PAYMENT-AMOUNT.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS NOT = "00"
                DISPLAY "VNDPMT.DAT IS NOT ON THE SYSTEM -- NOT "
                    "MEASURED"
            ELSE
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-PAYMENT
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE PAYMENT-FILE
                MOVE "VNDPMT.DAT RECORDS" TO SNAP-ITEM-NAME
                MOVE PAYMENT-RECORD-LENGTH TO RECORD-LENGTH-HOLD
                PERFORM WRITE-FILE-SNAPSHOT
                MOVE "PMT-PAYMENT-SEQ" TO SNAP-ITEM-NAME
                MOVE HIGH-PAYMENT-SEQ TO SNAP-CURRENT-VALUE
                MOVE SEQUENCE-LIMIT TO SNAP-LIMIT-VALUE
                PERFORM WRITE-FIELD-SNAPSHOT
                MOVE "PMT-AMOUNT" TO SNAP-ITEM-NAME
                MOVE HIGH-PAYMENT-AMOUNT TO SNAP-CURRENT-VALUE
                MOVE AMOUNT-LIMIT TO SNAP-LIMIT-VALUE
                PERFORM WRITE-FIELD-SNAPSHOT.

       COUNT-ONE-PAYMENT.
            READ PAYMENT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO FILE-RECORD-COUNT
                IF PMT-PAYMENT-SEQ > HIGH-PAYMENT-SEQ
                    MOVE PMT-PAYMENT-SEQ TO HIGH-PAYMENT-SEQ
                END-IF
                IF PMT-AMOUNT > HIGH-PAYMENT-AMOUNT
                    MOVE PMT-AMOUNT TO HIGH-PAYMENT-AMOUNT.

      *--------------------------------
      * VNDINV.DAT AND THE LARGEST
      * INVOICE.
      *--------------------------------
       MEASURE-INVOICE-FILE.
            MOVE ZEROS TO FILE-RECORD-COUNT.
            MOVE ZEROS TO HIGH-INVOICE-AMOUNT.
            OPEN INPUT OPEN-INVOICE-FILE.
            IF INVOICE-FILE-STATUS NOT = "00"
                DISPLAY "VNDINV.DAT IS NOT ON THE SYSTEM -- NOT "
                    "MEASURED"
            ELSE
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-INVOICE
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE OPEN-INVOICE-FILE
                MOVE "VNDINV.DAT RECORDS" TO SNAP-ITEM-NAME
                MOVE INVOICE-RECORD-LENGTH TO RECORD-LENGTH-HOLD
                PERFORM WRITE-FILE-SNAPSHOT
                MOVE "INV-GROSS-AMOUNT" TO SNAP-ITEM-NAME
                MOVE HIGH-INVOICE-AMOUNT TO SNAP-CURRENT-VALUE
                MOVE AMOUNT-LIMIT TO SNAP-LIMIT-VALUE
                PERFORM WRITE-FIELD-SNAPSHOT.

       COUNT-ONE-INVOICE.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO FILE-RECORD-COUNT
                IF INV-GROSS-AMOUNT > HIGH-INVOICE-AMOUNT
                    MOVE INV-GROSS-AMOUNT TO HIGH-INVOICE-AMOUNT.

      *--------------------------------
      * VNDCNT.DAT AND THE MOST
      * CONTACTS ANY VENDOR HAS HAD.
      *--------------------------------
       MEASURE-CONTACT-FILE.
            MOVE ZEROS TO FILE-RECORD-COUNT.
            MOVE ZEROS TO HIGH-CONTACT-SEQ.
            OPEN INPUT VENDOR-CONTACT-FILE.
            IF CONTACT-FILE-STATUS NOT = "00"
                DISPLAY "VNDCNT.DAT IS NOT ON THE SYSTEM -- NOT "
                    "MEASURED"
            ELSE
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-CONTACT
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE VENDOR-CONTACT-FILE
                MOVE "VNDCNT.DAT RECORDS" TO SNAP-ITEM-NAME
                MOVE CONTACT-RECORD-LENGTH TO RECORD-LENGTH-HOLD
                PERFORM WRITE-FILE-SNAPSHOT
                MOVE "CNT-CONTACT-SEQ" TO SNAP-ITEM-NAME
                MOVE HIGH-CONTACT-SEQ TO SNAP-CURRENT-VALUE
                MOVE SEQUENCE-LIMIT TO SNAP-LIMIT-VALUE
                PERFORM WRITE-FIELD-SNAPSHOT.

       COUNT-ONE-CONTACT.
            READ VENDOR-CONTACT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO FILE-RECORD-COUNT
                IF CNT-CONTACT-SEQ > HIGH-CONTACT-SEQ
                    MOVE CNT-CONTACT-SEQ TO HIGH-CONTACT-SEQ.

       MEASURE-ADDRESS-FILE.
            MOVE ZEROS TO FILE-RECORD-COUNT.
            OPEN INPUT VENDOR-ADDRESS-FILE.
            IF ADDRESS-FILE-STATUS NOT = "00"
                DISPLAY "VNDADR.DAT IS NOT ON THE SYSTEM -- NOT "
                    "MEASURED"
            ELSE
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-ADDRESS
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE VENDOR-ADDRESS-FILE
                MOVE "VNDADR.DAT RECORDS" TO SNAP-ITEM-NAME
                MOVE ADDRESS-RECORD-LENGTH TO RECORD-LENGTH-HOLD
                PERFORM WRITE-FILE-SNAPSHOT.

       COUNT-ONE-ADDRESS.
            READ VENDOR-ADDRESS-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO FILE-RECORD-COUNT.

       MEASURE-NOTE-FILE.
            MOVE ZEROS TO FILE-RECORD-COUNT.
            OPEN INPUT VENDOR-NOTE-FILE.
            IF NOTE-FILE-STATUS NOT = "00"
                DISPLAY "VNDNOTE.DAT IS NOT ON THE SYSTEM -- NOT "
                    "MEASURED"
            ELSE
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-NOTE
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE VENDOR-NOTE-FILE
                MOVE "VNDNOTE.DAT RECORDS" TO SNAP-ITEM-NAME
                MOVE NOTE-RECORD-LENGTH TO RECORD-LENGTH-HOLD
                PERFORM WRITE-FILE-SNAPSHOT.

       COUNT-ONE-NOTE.
            READ VENDOR-NOTE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO FILE-RECORD-COUNT.

       MEASURE-AUDIT-FILE.
            MOVE ZEROS TO FILE-RECORD-COUNT.
            OPEN INPUT VENDOR-AUDIT-FILE.
            IF AUDIT-FILE-STATUS NOT = "00"
                DISPLAY "VNDAUD.DAT IS NOT ON THE SYSTEM -- NOT "
                    "MEASURED"
            ELSE
                MOVE "Y" TO MORE-FILE-RECORDS
                PERFORM COUNT-ONE-AUDIT
                   UNTIL NO-MORE-FILE-RECORDS
                CLOSE VENDOR-AUDIT-FILE
                MOVE "VNDAUD.DAT RECORDS" TO SNAP-ITEM-NAME
                MOVE AUDIT-RECORD-LENGTH TO RECORD-LENGTH-HOLD
                PERFORM WRITE-FILE-SNAPSHOT.

       COUNT-ONE-AUDIT.
            READ VENDOR-AUDIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-FILE-RECORDS.
            IF FILE-RECORDS-REMAIN
                ADD 1 TO FILE-RECORD-COUNT.

      *--------------------------------
      * A FILE'S COUNT AGAINST THE
      * RECORDS OF ITS LENGTH THAT FIT
      * UNDER THE CEILING.
      *--------------------------------
       WRITE-FILE-SNAPSHOT.
            ADD FILE-RECORD-COUNT TO TOTAL-RECORDS-COUNTED.
            MOVE "F" TO SNAP-ITEM-TYPE.
            MOVE FILE-RECORD-COUNT TO SNAP-CURRENT-VALUE.
            COMPUTE SNAP-LIMIT-VALUE =
                FILE-SIZE-CEILING / RECORD-LENGTH-HOLD.
            PERFORM WRITE-ONE-SNAPSHOT.

       WRITE-FIELD-SNAPSHOT.
            MOVE "H" TO SNAP-ITEM-TYPE.
            PERFORM WRITE-ONE-SNAPSHOT.

       WRITE-ONE-SNAPSHOT.
            MOVE RUN-START-DATE-HOLD TO CAP-SNAPSHOT-DATE.
            MOVE SNAP-ITEM-NAME TO CAP-ITEM-NAME.
            MOVE SNAP-ITEM-TYPE TO CAP-ITEM-TYPE.
            MOVE SNAP-CURRENT-VALUE TO CAP-CURRENT-VALUE.
            MOVE SNAP-LIMIT-VALUE TO CAP-LIMIT-VALUE.
            WRITE CAPACITY-HISTORY-RECORD.
            ADD 1 TO SNAPSHOTS-WRITTEN.

      *--------------------------------
      * JOURNAL THIS RUN TO THE SHARED
      * RUN-HISTORY FILE, CREATING IT
      * THE FIRST TIME.
      *--------------------------------
       WRITE-RUN-HISTORY.
            OPEN EXTEND RUN-HISTORY-FILE.
            IF RUN-HISTORY-STATUS = "35"
                OPEN OUTPUT RUN-HISTORY-FILE
                CLOSE RUN-HISTORY-FILE
                OPEN EXTEND RUN-HISTORY-FILE.
            MOVE "vndcap01" TO RUN-PROGRAM-NAME.
            MOVE RUN-START-DATE-HOLD TO RUN-START-DATE.
            MOVE RUN-START-TIME-HOLD TO RUN-START-TIME.
            ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
            ACCEPT RUN-END-TIME FROM TIME.
            MOVE TOTAL-RECORDS-COUNTED TO RUN-RECORDS-READ.
            MOVE SNAPSHOTS-WRITTEN TO RUN-RECORDS-WRITTEN.
            MOVE CAPACITY-HISTORY-STATUS TO RUN-FINAL-STATUS.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY-FILE.
