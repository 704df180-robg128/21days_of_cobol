               88 VENDOR-BACKUP-WITHHOLDS   VALUE "B".
               88 VENDOR-NO-WITHHOLDING     VALUE "N", " ".
            COPY "lchg01.cbl".
      *--------------------------------
      * THE VENDOR NUMBER OF THIS
      * VENDOR'S CORPORATE PARENT,
      * FOR A BRANCH OR LOCKBOX THAT
      * IS REALLY PART OF A BIGGER
      * SUPPLIER.  MAINTAINED IN
      * vndchg01, WHICH REFUSES A
      * LOOP.  SPACES ON EVERY RECORD
      * FROM BEFORE THE FIELD, AND
      * ZERO, MEAN NO PARENT -- READ
      * THE FAMILY THROUGH vndfam01.
      *--------------------------------
            05 VENDOR-PARENT-NUMBER        PIC 9(7).
      *--------------------------------
      * BANK-CHANGE COOLING-OFF.  ANY
      * APPLIED CHANGE TO THE PAYMENT
      * METHOD, ROUTING, OR ACCOUNT
      * STAMPS THE DATE AND THE
      * OPERATOR WHO ASKED FOR IT AND
      * SETS THE CALLBACK STATUS TO
      * "W"; NO EFT GOES OUT UNTIL A
      * CALLBACK TO A CONTACT ON FILE
      * BEFORE THE CHANGE IS RECORDED
      * AS VERIFIED IN vndcbk01.
      * SPACES ON OLDER RECORDS MEAN
      * NOTHING IS WAITING.
      *--------------------------------
            05 VENDOR-BANK-CHANGE-DATE     PIC 9(8).
            05 VENDOR-BANK-CHANGE-BY       PIC X(08).
            05 VENDOR-CALLBACK-STATUS      PIC X(01).
               88 VENDOR-AWAITS-CALLBACK    VALUE "W".
               88 VENDOR-CALLBACK-VERIFIED  VALUE "V".
