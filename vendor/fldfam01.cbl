      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared fields for the vndfam01 vendor-family
      *          fragment.  PERFORM LOAD-VENDOR-FAMILIES once, before
      *          the program opens VENDOR-FILE for itself; it keeps
      *          every child-to-parent link from the master in the
      *          table below.  Then put a vendor number in
      *          FAMILY-VENDOR-NUMBER and PERFORM FIND-FAMILY-HEAD:
      *          FAMILY-HEAD-NUMBER comes back as the top of the
      *          vendor's family (the vendor itself when it has no
      *          parent), and FAMILY-IS-MEMBER says whether the
      *          vendor has a parent or any children at all.  COPY
      *          this into WORKING-STORAGE the way fldcmp01 is
      *          COPYed.
      * Tectonics: cobc
      ******************************************************************
      *--------------------------------
      * ONE ENTRY PER VENDOR THAT
      * NAMES A PARENT, IN VENDOR-
      * NUMBER ORDER.  A VENDOR PAST
      * THE END OF A FULL TABLE IS
      * COUNTED AND TREATED AS ITS
      * OWN FAMILY.
      *--------------------------------
       01   FAMILY-TABLE.
            05 FAMILY-ENTRY OCCURS 3000 TIMES.
               10 FAM-CHILD-NUMBER PIC 9(7).
               10 FAM-PARENT-NUMBER PIC 9(7).
       77   FAMILY-COUNT           PIC 9(4) VALUE ZEROS.
       77   FAMILY-INDEX           PIC 9(4).
       77   FAMILY-OVERFLOW        PIC 9(5) VALUE ZEROS.
       77   FAMILY-LEVEL-COUNT     PIC 9(2).

       01   FAMILY-VENDOR-NUMBER   PIC 9(7).
       01   FAMILY-HEAD-NUMBER     PIC 9(7).
       01   FAMILY-MEMBER-STATUS   PIC X.
            88 FAMILY-IS-MEMBER       VALUE "Y".
       01   FAMILY-PARENT-STATUS   PIC X.
            88 FAMILY-PARENT-WAS-FOUND VALUE "Y".
       01   FAMILY-MORE-VENDORS    PIC X.
            88 FAMILY-VENDORS-REMAIN  VALUE "Y".
