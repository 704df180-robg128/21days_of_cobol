      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: FILE-CONTROL entry for SANCTIONS-FILE, the published
      *          sanctioned-parties list keyed by list entry number
      *          plus a line sequence within the entry.
      * Tectonics: cobc
      ******************************************************************
           SELECT SANCTIONS-FILE ASSIGN TO "VNDSDN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDN-KEY
               FILE STATUS IS SANCTIONS-FILE-STATUS.
