      *          per payment-history record in the range -- date,
      *          type, invoice reference, amount, and its currency
      *          -- and the period total with voids backed out.
      *          Below the period total come the vendor's invoices
      *          still outstanding at their balance due -- a part-
      *          paid invoice shows only what is left -- and its
      *          credit memos still outstanding, at what is left of
      *          each after the check runs have netted from it.
      *          The output name carries the run date and is
      *          registered in the report catalog for reprints.
      * Tectonics: cobc
            COPY "slpmt01.cbl".
            COPY "sladr01.cbl".
            COPY "slrct01.cbl".
            COPY "slinv01.cbl".
            SELECT STATEMENT-FILE ASSIGN TO STATEMENT-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS STATEMENT-FILE-STATUS.
            COPY "fdpmt01.cbl".
            COPY "fdadr01.cbl".
            COPY "fdrct01.cbl".
            COPY "fdinv01.cbl".

       FD   STATEMENT-FILE
            LABEL RECORDS ARE STANDARD.
       01   ADDRESS-FILE-STATUS       PIC XX.
       01   STATEMENT-FILE-STATUS     PIC XX.
       01   CATALOG-FILE-STATUS       PIC XX.
       01   INVOICE-FILE-STATUS       PIC XX.

       01   STATEMENT-FILE-NAME       PIC X(20).
       77   REPORT-DATE-STAMP         PIC 9(8).
       01   REMIT-FOUND-STATUS        PIC X.
            88 REMIT-WAS-FOUND           VALUE "Y".

      *--------------------------------
      * OUTSTANDING INVOICES AND CREDIT
      * MEMOS COME FROM THE OPEN-
      * INVOICE FILE, WHICH IS
      * OPTIONAL -- NO FILE, NO OPEN-
      * ITEM SECTIONS.
      *--------------------------------
       01   INVOICE-FILE-PRESENT      PIC X.
            88 INVOICE-FILE-IS-PRESENT   VALUE "Y".
       01   MORE-INVOICE-RECORDS      PIC X.
            88 INVOICE-RECORDS-REMAIN    VALUE "Y".
            88 NO-MORE-INVOICE-RECORDS   VALUE "N".
       01   OPEN-ITEM-KIND            PIC X.
            88 LISTING-INVOICES          VALUE "I".
            88 LISTING-CREDITS           VALUE "C".
       77   OPEN-ITEMS-TOTAL          PIC 9(9)V99.
       77   OPEN-ITEMS-COUNT          PIC 9(3).
            COPY "fldbal01.cbl".

      *--------------------------------
      * SELECTION -- ONE VENDOR OR
      * EVERY VENDOR WITH ACTIVITY,
                 "  PERIOD TOTAL : ".
            05 RPT-PERIOD-TOTAL       PIC ZZZ,ZZZ,ZZ9.99-.

       01   OPEN-ITEM-DETAIL-LINE.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-OPEN-DATE          PIC 9(8).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-OPEN-TYPE          PIC X(05).
            05 FILLER                 PIC X(01) VALUE SPACE.
            05 RPT-OPEN-NUMBER        PIC X(15).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RPT-OPEN-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       01   OPEN-TOTAL-LINE.
            05 RPT-OPEN-TOTAL-LABEL   PIC X(17).
            05 RPT-OPEN-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.

       01   BLANK-STATEMENT-LINE      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
                IF ADDRESS-FILE-STATUS NOT = "00"
                    MOVE "N" TO ADDRESS-FILE-PRESENT
                END-IF
                MOVE "Y" TO INVOICE-FILE-PRESENT
                OPEN INPUT OPEN-INVOICE-FILE
                IF INVOICE-FILE-STATUS NOT = "00"
                    MOVE "N" TO INVOICE-FILE-PRESENT
                END-IF
                OPEN OUTPUT STATEMENT-FILE
                PERFORM WRITE-ALL-STATEMENTS
                CLOSE STATEMENT-FILE
                IF ADDRESS-FILE-IS-PRESENT
                    CLOSE VENDOR-ADDRESS-FILE
                END-IF
                IF INVOICE-FILE-IS-PRESENT
                    CLOSE OPEN-INVOICE-FILE
                END-IF
                PERFORM CATALOG-THIS-OUTPUT
                DISPLAY STATEMENTS-WRITTEN-COUNT " STATEMENT(S) "
                    "WRITTEN TO " STATEMENT-FILE-NAME.
            MOVE PERIOD-NET-TOTAL TO RPT-PERIOD-TOTAL.
            MOVE STATEMENT-TOTAL-LINE TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            IF INVOICE-FILE-IS-PRESENT
                PERFORM PRINT-OPEN-ITEMS.

      *--------------------------------
      * THE VENDOR'S OPEN ITEMS, READ
      * IN KEY ORDER FROM ITS FIRST
      * OPEN-INVOICE RECORD: FIRST THE
      * INVOICES STILL OWED, AT THEIR
      * BALANCE DUE, THEN THE CREDIT
      * MEMOS WITH ANYTHING LEFT ON
      * THEM.  A SECTION WITH NOTHING
      * IN IT IS NOT PRINTED.
      *--------------------------------
       PRINT-OPEN-ITEMS.
            MOVE "I" TO OPEN-ITEM-KIND.
            PERFORM LIST-OPEN-ITEMS.
            MOVE "C" TO OPEN-ITEM-KIND.
            PERFORM LIST-OPEN-ITEMS.

       LIST-OPEN-ITEMS.
            MOVE ZEROS TO OPEN-ITEMS-TOTAL.
            MOVE ZEROS TO OPEN-ITEMS-COUNT.
            MOVE SPACES TO OPEN-INVOICE-RECORD.
            MOVE CURRENT-VENDOR-HOLD TO INV-VENDOR-NUMBER.
            MOVE "Y" TO MORE-INVOICE-RECORDS.
            START OPEN-INVOICE-FILE
               KEY IS NOT LESS THAN INV-INVOICE-KEY
               INVALID KEY
                   MOVE "N" TO MORE-INVOICE-RECORDS.
            PERFORM LIST-ONE-OPEN-ITEM
               UNTIL NO-MORE-INVOICE-RECORDS.
            IF OPEN-ITEMS-COUNT > 0
                IF LISTING-CREDITS
                    MOVE "  CREDITS OPEN : " TO RPT-OPEN-TOTAL-LABEL
                ELSE
                    MOVE "  BALANCE DUE  : " TO RPT-OPEN-TOTAL-LABEL
                END-IF
                MOVE OPEN-ITEMS-TOTAL TO RPT-OPEN-TOTAL
                MOVE OPEN-TOTAL-LINE TO STATEMENT-LINE
                WRITE STATEMENT-LINE.

       LIST-ONE-OPEN-ITEM.
            READ OPEN-INVOICE-FILE NEXT RECORD
                AT END
                MOVE "N" TO MORE-INVOICE-RECORDS.
            IF INVOICE-RECORDS-REMAIN
                IF INV-VENDOR-NUMBER NOT = CURRENT-VENDOR-HOLD
                    MOVE "N" TO MORE-INVOICE-RECORDS
                ELSE IF LISTING-CREDITS AND INV-IS-CREDIT-MEMO AND
                        INV-IS-OPEN
                    PERFORM PRINT-OPEN-ITEM-DETAIL
                ELSE IF LISTING-INVOICES AND INV-IS-INVOICE AND
                        (INV-IS-OPEN OR INV-IS-DISPUTED OR
                         INV-IS-AWAITING-APPROVAL)
                    PERFORM PRINT-OPEN-ITEM-DETAIL.

       PRINT-OPEN-ITEM-DETAIL.
            PERFORM COMPUTE-INVOICE-BALANCE.
            IF INVBAL-DUE > ZEROS
                IF OPEN-ITEMS-COUNT = 0
                    MOVE BLANK-STATEMENT-LINE TO STATEMENT-LINE
                    WRITE STATEMENT-LINE
                    IF LISTING-CREDITS
                        MOVE "CREDITS OUTSTANDING" TO STATEMENT-LINE
                    ELSE
                        MOVE "INVOICES OUTSTANDING" TO STATEMENT-LINE
                    END-IF
                    WRITE STATEMENT-LINE
                END-IF
                ADD 1 TO OPEN-ITEMS-COUNT
                ADD INVBAL-DUE TO OPEN-ITEMS-TOTAL
                MOVE INV-INVOICE-DATE TO RPT-OPEN-DATE
                IF LISTING-CREDITS
                    MOVE "CRED " TO RPT-OPEN-TYPE
                ELSE IF INV-IS-DISPUTED
                    MOVE "DISP " TO RPT-OPEN-TYPE
                ELSE
                    MOVE "INV  " TO RPT-OPEN-TYPE
                END-IF
                MOVE INV-INVOICE-NUMBER TO RPT-OPEN-NUMBER
                MOVE INVBAL-DUE TO RPT-OPEN-AMOUNT
                MOVE OPEN-ITEM-DETAIL-LINE TO STATEMENT-LINE
                WRITE STATEMENT-LINE.

       READ-STATEMENT-VENDOR.
            MOVE SPACE TO VENDOR-RECORD.
            MOVE CATALOG-OUTPUT-NAME TO RCT-OUTPUT-NAME.
            WRITE REPORT-CATALOG-RECORD.
            CLOSE REPORT-CATALOG-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * COMPUTE-INVOICE-BALANCE, SHARED
      * WITH EVERY PROGRAM THAT WORKS
      * FROM WHAT IS STILL OWED.
      *--------------------------------
            COPY "vndinvbal01.cbl".
