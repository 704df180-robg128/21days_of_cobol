      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FD for INVOICE-IMPORT-FILE.  One record per invoice
      *          (or credit memo) a supplier sends electronically --
      *          vendor number, the vendor's invoice number, document
      *          type, invoice date, due date, gross amount, and the
      *          PO billed against -- loaded into OPEN-INVOICE-FILE
      *          by vndimp01 with the same edits vndinv01 makes at
      *          the keyboard.  Each invoice names the company it is
      *          billed to, checked against the company table.
      * Tectonics: cobc
      ******************************************************************
       FD   INVOICE-IMPORT-FILE
            LABEL RECORDS ARE STANDARD.

       01   INVOICE-IMPORT-RECORD.
            05 IMP-VENDOR-NUMBER          PIC 9(7).
            05 IMP-INVOICE-NUMBER         PIC X(15).
      *--------------------------------
      * I FOR AN INVOICE, C FOR A
      * CREDIT MEMO.  SPACE READS AS
      * AN INVOICE.
      *--------------------------------
            05 IMP-DOCUMENT-TYPE          PIC X(01).
            05 IMP-INVOICE-DATE           PIC 9(8).
      *--------------------------------
      * THE SUPPLIER'S DUE DATE IS
      * USED ONLY FOR A VENDOR WITH NO
      * USABLE TERMS CODE -- OTHERWISE
      * THE DUE DATE COMES FROM THE
      * TERMS, AS IT DOES AT THE
      * KEYBOARD.  ZEROS WHEN THE
      * SUPPLIER SENDS NONE.
      *--------------------------------
            05 IMP-DUE-DATE               PIC 9(8).
            05 IMP-GROSS-AMOUNT           PIC 9(7)V99.
            05 IMP-PO-NUMBER              PIC X(10).
      *--------------------------------
      * THE COMPANY BILLED (SEE
      * COMPANY-FILE).  A SUPPLIER
      * THAT SENDS NONE BILLS THE HOME
      * COMPANY, 01.
      *--------------------------------
            05 IMP-COMPANY                PIC X(02).

      *--------------------------------
      * CONTROL RECORDS -- A HEADER
      * (RUN DATE AND THE SENDING
      * SUPPLIER) LEADS THE FILE AND A
      * TRAILER (RECORD COUNT PLUS A
      * HASH TOTAL OF THE GROSS
      * AMOUNTS IN CENTS) ENDS IT,
      * THE SAME CONTROL vndupd01 PUTS
      * ON VNDTRN.DAT.  DATA RECORDS
      * START WITH A DIGIT; THE
      * CONTROL RECORDS START WITH H
      * AND T.
      *--------------------------------
       01   INVOICE-IMPORT-HEADER-RECORD.
            05 IMH-RECORD-TYPE            PIC X(01).
            05 IMH-RUN-DATE               PIC 9(8).
            05 IMH-SOURCE-SYSTEM          PIC X(10).

       01   INVOICE-IMPORT-TRAILER-RECORD.
            05 IMT-RECORD-TYPE            PIC X(01).
            05 IMT-RECORD-COUNT           PIC 9(7).
            05 IMT-HASH-TOTAL             PIC 9(12).
