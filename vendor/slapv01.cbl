      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for APPROVER-FILE, the invoice
      *          approver table keyed by vendor category plus the
      *          top of an amount band.
      * Tectonics: cobc
      ******************************************************************
           SELECT APPROVER-FILE ASSIGN TO "VNDAPV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-ROUTING-KEY
               FILE STATUS IS APPROVER-FILE-STATUS.
