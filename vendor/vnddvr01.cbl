      *          the vendor carries on the VNDDVC.DAT child file.  A
      *          vendor with spend but no classification records
      *          totals under UNCLASSIFIED so the sheet still
      *          accounts for every dollar -- unless it belongs to a
      *          parent family, when it takes the codes its family
      *          head carries, so a branch or lockbox number counts
      *          the way its parent does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY "slvnd01.cbl".
            COPY "slpmt01.cbl".
            COPY "sldvt01.cbl".
            COPY "sldvc01.cbl".
                FILE STATUS IS CLASS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd01.cbl".
            COPY "fdpmt01.cbl".
            COPY "fddvt01.cbl".
            COPY "fddvc01.cbl".
       01   CLASS-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01   VENDOR-FILE-STATUS        PIC XX.
       01   PAYMENT-FILE-STATUS       PIC XX.
       01   CLASS-TABLE-STATUS        PIC XX.
       01   VENDOR-CLASS-STATUS       PIC XX.
       77   ANY-VENDOR-TOTALED        PIC X.
            88 A-VENDOR-WAS-TOTALED      VALUE "Y".
       77   VENDOR-CODE-COUNT         PIC 9(3).
       77   CLASS-VENDOR-HOLD         PIC 9(7).
       77   INHERITED-COUNT           PIC 9(5).

      *--------------------------------
      * NET SPEND PER CLASSIFICATION.
            05 RPT-CLASS-VENDORS      PIC ZZZZ9.
            05 FILLER                 PIC X(08) VALUE " VENDORS".

       01   INHERITED-COUNT-LINE.
            05 FILLER                 PIC X(41) VALUE
                 "VENDORS CLASSIFIED THROUGH THEIR PARENT: ".
            05 RPT-INHERITED-COUNT    PIC ZZZZ9.

       01   BLANK-REPORT-LINE         PIC X(80) VALUE SPACES.

      *--------------------------------
      * PARENT FAMILIES, THROUGH THE
      * SHARED vndfam01 FRAGMENT.
      *--------------------------------
            COPY "fldfam01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-REPORT-YEAR.
            PERFORM LOAD-VENDOR-FAMILIES.
            OPEN INPUT PAYMENT-FILE.
            IF PAYMENT-FILE-STATUS = "35"
                DISPLAY "NO PAYMENT HISTORY ON FILE -- NOTHING TO "
            MOVE ZEROS TO CLASS-OVERFLOW.
            MOVE ZEROS TO UNCLASSIFIED-TOTAL.
            MOVE ZEROS TO UNCLASSIFIED-COUNT.
            MOVE ZEROS TO INHERITED-COUNT.
            MOVE ZEROS TO GRAND-SPEND-TOTAL.
            MOVE "N" TO ANY-VENDOR-TOTALED.
            MOVE "Y" TO MORE-PAYMENT-RECORDS.
      *--------------------------------
      * ONE VENDOR'S YEAR IS NETTED.
      * ADD IT UNDER EVERY CODE THE
      * VENDOR CARRIES.  A VENDOR
      * WITH NONE OF ITS OWN TAKES ITS
      * FAMILY HEAD'S; FAILING THAT IT
      * GOES UNDER UNCLASSIFIED.
      *--------------------------------
       ROLL-OUT-ONE-VENDOR.
            IF VENDOR-YEAR-TOTAL = ZEROS
                ADD VENDOR-YEAR-TOTAL TO GRAND-SPEND-TOTAL
                MOVE ZEROS TO VENDOR-CODE-COUNT
                IF CLASS-FILE-IS-PRESENT
                    MOVE CURRENT-VENDOR-HOLD TO CLASS-VENDOR-HOLD
                    PERFORM ROLL-VENDOR-CLASSES
                    PERFORM ROLL-PARENT-CLASSES
                END-IF
                IF VENDOR-CODE-COUNT = 0
                    ADD VENDOR-YEAR-TOTAL TO UNCLASSIFIED-TOTAL
                    ADD 1 TO UNCLASSIFIED-COUNT.

       ROLL-PARENT-CLASSES.
            IF VENDOR-CODE-COUNT = 0
                MOVE CURRENT-VENDOR-HOLD TO FAMILY-VENDOR-NUMBER
                PERFORM FIND-FAMILY-HEAD
                IF FAMILY-HEAD-NUMBER NOT = CURRENT-VENDOR-HOLD
                    MOVE FAMILY-HEAD-NUMBER TO CLASS-VENDOR-HOLD
                    PERFORM ROLL-VENDOR-CLASSES
                    IF VENDOR-CODE-COUNT > 0
                        ADD 1 TO INHERITED-COUNT.

      *--------------------------------
      * EVERY CODE ON FILE FOR THE
      * VENDOR IN CLASS-VENDOR-HOLD.
      *--------------------------------
       ROLL-VENDOR-CLASSES.
            MOVE SPACES TO VENDOR-CLASS-RECORD.
            MOVE CLASS-VENDOR-HOLD TO DVC-VENDOR-NUMBER.
            MOVE LOW-VALUES TO DVC-CLASS-CODE.
            MOVE "Y" TO MORE-CLASS-RECORDS.
            START VENDOR-CLASS-FILE KEY IS NOT LESS THAN
                AT END
                MOVE "N" TO MORE-CLASS-RECORDS.
            IF CLASS-RECORDS-REMAIN
                IF DVC-VENDOR-NUMBER NOT = CLASS-VENDOR-HOLD
                    MOVE "N" TO MORE-CLASS-RECORDS
                ELSE
                    ADD 1 TO VENDOR-CODE-COUNT
            MOVE "(A VENDOR WITH SEVERAL CODES COUNTS UNDER EACH)"
                TO CLASS-REPORT-LINE.
            WRITE CLASS-REPORT-LINE.
            MOVE INHERITED-COUNT TO RPT-INHERITED-COUNT.
            MOVE INHERITED-COUNT-LINE TO CLASS-REPORT-LINE.
            WRITE CLASS-REPORT-LINE.
            IF CLASS-OVERFLOW > 0
                MOVE "** MORE THAN 50 CLASSIFICATIONS -- REPORT IS IN
      -             "COMPLETE **" TO CLASS-REPORT-LINE
                       MOVE DVT-DESCRIPTION TO RPT-CLASS-DESC
                END-READ
                CLOSE CLASS-TABLE-FILE.

      *--------------------------------
      * THE FRAGMENT BELOW SUPPLIES
      * LOAD-VENDOR-FAMILIES AND
      * FIND-FAMILY-HEAD, SHARED WITH
      * EVERY PROGRAM THAT ROLLS
      * VENDORS UP TO THEIR PARENT.
      *--------------------------------
            COPY "vndfam01.cbl".
