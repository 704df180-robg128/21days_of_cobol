      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: Shared sanctions screening, COPYed into the
      *          PROCEDURE DIVISION of every program that screens
      *          vendors against the sanctioned-parties list, the
      *          same way vndfam01 is shared.  Text is squeezed to
      *          upper-case letters and digits before it is compared,
      *          so punctuation, spacing, and case cannot hide a
      *          match.  A name hits when it equals a listed name or
      *          contains a listed name of six or more characters; an
      *          address hits when it contains a listed street
      *          address of eight or more characters and the city is
      *          the listed city.  The program provides the fields
      *          from fldsdn01, HOLD-REASON-STATUS, the slsdn01/
      *          fdsdn01, slofh01/fdofh01, and slhrs01/fdhrs01 file
      *          entries, and VENDOR-RECORD.
      * Tectonics: cobc
      ******************************************************************
       LOAD-SANCTIONS-LIST.
            MOVE ZEROS TO SANCTIONS-COUNT.
            MOVE ZEROS TO SANCTIONS-OVERFLOW.
            MOVE "N" TO SANCTIONS-LIST-STATUS.
            OPEN INPUT SANCTIONS-FILE.
            IF SANCTIONS-FILE-STATUS = "00"
                MOVE "Y" TO SANCTIONS-LIST-STATUS
                MOVE "Y" TO SANCTIONS-MORE-LINES
                PERFORM LOAD-ONE-SANCTIONS-LINE
                   UNTIL NOT SANCTIONS-LINES-REMAIN
                CLOSE SANCTIONS-FILE.

       LOAD-ONE-SANCTIONS-LINE.
            READ SANCTIONS-FILE NEXT RECORD
                AT END
                MOVE "N" TO SANCTIONS-MORE-LINES.
            IF SANCTIONS-LINES-REMAIN
                IF SANCTIONS-COUNT < 15000
                    ADD 1 TO SANCTIONS-COUNT
                    PERFORM STORE-SANCTIONS-LINE
                ELSE
                    ADD 1 TO SANCTIONS-OVERFLOW.

       STORE-SANCTIONS-LINE.
            MOVE SDN-ENTRY-NUMBER
                TO SNT-ENTRY-NUMBER(SANCTIONS-COUNT).
            MOVE SDN-LINE-SEQ TO SNT-LINE-SEQ(SANCTIONS-COUNT).
            MOVE SDN-PARTY-NAME TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-SCREEN-TEXT.
            MOVE SQUEEZE-OUTPUT TO SNT-NAME(SANCTIONS-COUNT).
            MOVE SQUEEZE-LENGTH TO SNT-NAME-LENGTH(SANCTIONS-COUNT).
            MOVE SDN-ADDRESS TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-SCREEN-TEXT.
            MOVE SQUEEZE-OUTPUT TO SNT-ADDRESS(SANCTIONS-COUNT).
            MOVE SQUEEZE-LENGTH
                TO SNT-ADDRESS-LENGTH(SANCTIONS-COUNT).
            MOVE SDN-CITY TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-SCREEN-TEXT.
            MOVE SQUEEZE-OUTPUT TO SNT-CITY(SANCTIONS-COUNT).

      *--------------------------------
      * UPPER-CASE THE TEXT AND KEEP
      * ONLY ITS LETTERS AND DIGITS,
      * LEFT-JUSTIFIED IN SQUEEZE-
      * OUTPUT WITH THEIR COUNT IN
      * SQUEEZE-LENGTH.
      *--------------------------------
       SQUEEZE-SCREEN-TEXT.
            INSPECT SQUEEZE-INPUT CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE SPACES TO SQUEEZE-OUTPUT.
            MOVE 0 TO SQUEEZE-LENGTH.
            MOVE 0 TO SQUEEZE-INDEX.
            PERFORM SQUEEZE-ONE-CHARACTER
               UNTIL SQUEEZE-INDEX = 60.

       SQUEEZE-ONE-CHARACTER.
            ADD 1 TO SQUEEZE-INDEX.
            IF SQUEEZE-INPUT(SQUEEZE-INDEX:1) NOT = SPACE
                IF SQUEEZE-INPUT(SQUEEZE-INDEX:1) IS NUMERIC OR
                        SQUEEZE-INPUT(SQUEEZE-INDEX:1) IS ALPHABETIC
                    ADD 1 TO SQUEEZE-LENGTH
                    MOVE SQUEEZE-INPUT(SQUEEZE-INDEX:1)
                        TO SQUEEZE-OUTPUT(SQUEEZE-LENGTH:1).

       START-VENDOR-SCREEN.
            MOVE ZEROS TO SCREEN-HIT-COUNT.

      *--------------------------------
      * THE THREE THINGS ON THE MASTER
      * RECORD ITSELF: THE NAME, THE
      * CONTACT, AND THE ADDRESS WITH
      * ITS CITY.
      *--------------------------------
       SCREEN-VENDOR-MASTER.
            MOVE 0 TO SCREEN-SOURCE-SEQ.
            MOVE "N" TO SCREEN-SOURCE.
            MOVE VENDOR-NAME TO SCREEN-TEXT.
            PERFORM SCREEN-NAME-TEXT.
            IF VENDOR-CONTACT NOT = SPACES
                MOVE "C" TO SCREEN-SOURCE
                MOVE VENDOR-CONTACT TO SCREEN-TEXT
                PERFORM SCREEN-NAME-TEXT.
            MOVE "A" TO SCREEN-SOURCE.
            MOVE VENDOR-ADDRESS-1 TO SCREEN-TEXT.
            MOVE VENDOR-CITY TO SCREEN-CITY.
            PERFORM SCREEN-ADDRESS-TEXT.

       SCREEN-NAME-TEXT.
            MOVE SCREEN-TEXT TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-SCREEN-TEXT.
            MOVE SQUEEZE-OUTPUT TO SCREEN-SQUEEZED-TEXT.
            MOVE SQUEEZE-LENGTH TO SCREEN-SQUEEZED-LENGTH.
            IF SANCTIONS-LIST-LOADED AND SCREEN-SQUEEZED-LENGTH > 0
                MOVE 0 TO SANCTIONS-INDEX
                PERFORM MATCH-ONE-LISTED-NAME
                   UNTIL SANCTIONS-INDEX = SANCTIONS-COUNT.

       MATCH-ONE-LISTED-NAME.
            ADD 1 TO SANCTIONS-INDEX.
            IF SNT-NAME-LENGTH(SANCTIONS-INDEX) = 0
                CONTINUE
            ELSE IF SNT-NAME(SANCTIONS-INDEX) = SCREEN-SQUEEZED-TEXT
                PERFORM ADD-SCREEN-HIT
            ELSE IF SNT-NAME-LENGTH(SANCTIONS-INDEX) NOT < 6 AND
                    SNT-NAME-LENGTH(SANCTIONS-INDEX) <
                        SCREEN-SQUEEZED-LENGTH
                MOVE ZEROS TO SCREEN-MATCH-TALLY
                INSPECT SCREEN-SQUEEZED-TEXT
                    TALLYING SCREEN-MATCH-TALLY FOR ALL
                    SNT-NAME(SANCTIONS-INDEX)
                        (1:SNT-NAME-LENGTH(SANCTIONS-INDEX))
                IF SCREEN-MATCH-TALLY > 0
                    PERFORM ADD-SCREEN-HIT.

       SCREEN-ADDRESS-TEXT.
            MOVE SCREEN-CITY TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-SCREEN-TEXT.
            MOVE SQUEEZE-OUTPUT TO SCREEN-SQUEEZED-CITY.
            MOVE SCREEN-TEXT TO SQUEEZE-INPUT.
            PERFORM SQUEEZE-SCREEN-TEXT.
            MOVE SQUEEZE-OUTPUT TO SCREEN-SQUEEZED-TEXT.
            MOVE SQUEEZE-LENGTH TO SCREEN-SQUEEZED-LENGTH.
            IF SANCTIONS-LIST-LOADED AND SCREEN-SQUEEZED-LENGTH > 0
                MOVE 0 TO SANCTIONS-INDEX
                PERFORM MATCH-ONE-LISTED-ADDRESS
                   UNTIL SANCTIONS-INDEX = SANCTIONS-COUNT.

       MATCH-ONE-LISTED-ADDRESS.
            ADD 1 TO SANCTIONS-INDEX.
            IF SNT-ADDRESS-LENGTH(SANCTIONS-INDEX) NOT < 8 AND
                    SNT-ADDRESS-LENGTH(SANCTIONS-INDEX) NOT >
                        SCREEN-SQUEEZED-LENGTH AND
                    SNT-CITY(SANCTIONS-INDEX) = SCREEN-SQUEEZED-CITY
                MOVE ZEROS TO SCREEN-MATCH-TALLY
                INSPECT SCREEN-SQUEEZED-TEXT
                    TALLYING SCREEN-MATCH-TALLY FOR ALL
                    SNT-ADDRESS(SANCTIONS-INDEX)
                        (1:SNT-ADDRESS-LENGTH(SANCTIONS-INDEX))
                IF SCREEN-MATCH-TALLY > 0
                    PERFORM ADD-SCREEN-HIT.

      *--------------------------------
      * A LISTED PARTY WITH SEVERAL
      * ADDRESS LINES WOULD HIT THE
      * SAME NAME ONCE PER LINE -- ONE
      * HIT PER ENTRY AND SOURCE IS
      * ENOUGH.  THE LISTED TEXT AS
      * PUBLISHED IS FETCHED FOR THE
      * REVIEWER TO READ.
      *--------------------------------
       ADD-SCREEN-HIT.
            MOVE "N" TO SCREEN-DUPLICATE-STATUS.
            MOVE 0 TO SCREEN-HIT-INDEX.
            PERFORM SCAN-SCREEN-HITS
               UNTIL SCREEN-HIT-INDEX = SCREEN-HIT-COUNT OR
                   SCREEN-HIT-IS-DUPLICATE.
            IF NOT SCREEN-HIT-IS-DUPLICATE
                IF SCREEN-HIT-COUNT < 20
                    ADD 1 TO SCREEN-HIT-COUNT
                    PERFORM FILL-SCREEN-HIT
                ELSE
                    ADD 1 TO SCREEN-HIT-OVERFLOW.

       SCAN-SCREEN-HITS.
            ADD 1 TO SCREEN-HIT-INDEX.
            IF SHT-ENTRY-NUMBER(SCREEN-HIT-INDEX) =
                    SNT-ENTRY-NUMBER(SANCTIONS-INDEX) AND
                    SHT-SOURCE(SCREEN-HIT-INDEX) = SCREEN-SOURCE AND
                    SHT-SOURCE-SEQ(SCREEN-HIT-INDEX) = SCREEN-SOURCE-SEQ
                MOVE "Y" TO SCREEN-DUPLICATE-STATUS.

       FILL-SCREEN-HIT.
            MOVE SNT-ENTRY-NUMBER(SANCTIONS-INDEX)
                TO SHT-ENTRY-NUMBER(SCREEN-HIT-COUNT).
            MOVE SNT-LINE-SEQ(SANCTIONS-INDEX)
                TO SHT-LINE-SEQ(SCREEN-HIT-COUNT).
            MOVE SCREEN-SOURCE TO SHT-SOURCE(SCREEN-HIT-COUNT).
            MOVE SCREEN-SOURCE-SEQ TO SHT-SOURCE-SEQ(SCREEN-HIT-COUNT).
            MOVE SCREEN-TEXT TO SHT-VENDOR-TEXT(SCREEN-HIT-COUNT).
            MOVE SPACES TO SHT-LISTED-TEXT(SCREEN-HIT-COUNT).
            MOVE SPACES TO SHT-PROGRAM(SCREEN-HIT-COUNT).
            OPEN INPUT SANCTIONS-FILE.
            IF SANCTIONS-FILE-STATUS = "00"
                MOVE SNT-ENTRY-NUMBER(SANCTIONS-INDEX)
                    TO SDN-ENTRY-NUMBER
                MOVE SNT-LINE-SEQ(SANCTIONS-INDEX) TO SDN-LINE-SEQ
                READ SANCTIONS-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FILL-SCREEN-HIT-LISTED-TEXT
                END-READ
                CLOSE SANCTIONS-FILE.

       FILL-SCREEN-HIT-LISTED-TEXT.
            MOVE SDN-PROGRAM TO SHT-PROGRAM(SCREEN-HIT-COUNT).
            IF SCREEN-SOURCE = "A" OR SCREEN-SOURCE = "R"
                STRING SDN-ADDRESS DELIMITED BY "  "
                    ", " DELIMITED BY SIZE
                    SDN-CITY DELIMITED BY "  "
                    INTO SHT-LISTED-TEXT(SCREEN-HIT-COUNT)
            ELSE
                MOVE SDN-PARTY-NAME
                    TO SHT-LISTED-TEXT(SCREEN-HIT-COUNT).

      *--------------------------------
      * WRITE THE HITS HELD FOR THE
      * VENDOR.  A PAIRING ALREADY ON
      * FILE KEEPS ITS VERDICT -- A
      * CLEARED FALSE MATCH STAYS
      * CLEARED -- SO ONLY NEW ONES
      * ARE COUNTED.
      *--------------------------------
       RECORD-SCREEN-HITS.
            MOVE ZEROS TO SCREEN-NEW-HIT-COUNT.
            IF SCREEN-HIT-COUNT > 0
                PERFORM OPEN-SCREEN-HIT-FILE
                MOVE 0 TO SCREEN-HIT-INDEX
                PERFORM RECORD-ONE-SCREEN-HIT
                   UNTIL SCREEN-HIT-INDEX = SCREEN-HIT-COUNT
                CLOSE SCREEN-HIT-FILE.

       OPEN-SCREEN-HIT-FILE.
            OPEN I-O SCREEN-HIT-FILE.
            IF SCREEN-HIT-STATUS = "35"
                OPEN OUTPUT SCREEN-HIT-FILE
                CLOSE SCREEN-HIT-FILE
                OPEN I-O SCREEN-HIT-FILE.

       RECORD-ONE-SCREEN-HIT.
            ADD 1 TO SCREEN-HIT-INDEX.
            PERFORM FILL-SCREEN-HIT-KEY.
            READ SCREEN-HIT-FILE RECORD
               INVALID KEY
                   PERFORM WRITE-NEW-SCREEN-HIT
            END-READ.

       FILL-SCREEN-HIT-KEY.
            MOVE SPACES TO SCREEN-HIT-RECORD.
            MOVE SCREEN-VENDOR-NUMBER TO OFH-VENDOR-NUMBER.
            MOVE SHT-ENTRY-NUMBER(SCREEN-HIT-INDEX) TO OFH-ENTRY-NUMBER.
            MOVE SHT-SOURCE(SCREEN-HIT-INDEX) TO OFH-SOURCE.
            MOVE SHT-SOURCE-SEQ(SCREEN-HIT-INDEX) TO OFH-SOURCE-SEQ.

       WRITE-NEW-SCREEN-HIT.
            PERFORM FILL-SCREEN-HIT-KEY.
            MOVE SHT-VENDOR-TEXT(SCREEN-HIT-INDEX) TO OFH-VENDOR-TEXT.
            MOVE SHT-LISTED-TEXT(SCREEN-HIT-INDEX) TO OFH-LISTED-TEXT.
            MOVE SHT-PROGRAM(SCREEN-HIT-INDEX) TO OFH-PROGRAM.
            ACCEPT OFH-FOUND-DATE FROM DATE YYYYMMDD.
            MOVE SCREEN-OPERATOR-ID TO OFH-FOUND-BY.
            MOVE "O" TO OFH-STATUS.
            MOVE SPACES TO OFH-REVIEWED-BY.
            MOVE ZEROS TO OFH-REVIEWED-DATE.
            WRITE SCREEN-HIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING SCREENING HIT FOR VENDOR "
                       SCREEN-VENDOR-NUMBER
               NOT INVALID KEY
                   ADD 1 TO SCREEN-NEW-HIT-COUNT
            END-WRITE.

      *--------------------------------
      * HOW MANY HITS ON FILE FOR
      * SCREEN-VENDOR-NUMBER ARE STILL
      * OPEN OR CONFIRMED?  ANY AT ALL
      * AND THE SANCTIONS HOLD STAYS.
      *--------------------------------
       COUNT-ACTIVE-HITS.
            MOVE ZEROS TO SCREEN-ACTIVE-COUNT.
            OPEN INPUT SCREEN-HIT-FILE.
            IF SCREEN-HIT-STATUS = "00"
                MOVE LOW-VALUES TO SCREEN-HIT-RECORD
                MOVE SCREEN-VENDOR-NUMBER TO OFH-VENDOR-NUMBER
                MOVE "Y" TO SCREEN-MORE-HITS
                START SCREEN-HIT-FILE
                   KEY IS NOT LESS THAN OFH-HIT-KEY
                   INVALID KEY
                       MOVE "N" TO SCREEN-MORE-HITS
                END-START
                PERFORM COUNT-ONE-ACTIVE-HIT
                   UNTIL NOT SCREEN-HITS-REMAIN
                CLOSE SCREEN-HIT-FILE.

       COUNT-ONE-ACTIVE-HIT.
            READ SCREEN-HIT-FILE NEXT RECORD
                AT END
                MOVE "N" TO SCREEN-MORE-HITS.
            IF SCREEN-HITS-REMAIN
                IF OFH-VENDOR-NUMBER NOT = SCREEN-VENDOR-NUMBER
                    MOVE "N" TO SCREEN-MORE-HITS
                ELSE IF OFH-IS-ACTIVE
                    ADD 1 TO SCREEN-ACTIVE-COUNT.

      *--------------------------------
      * PUT VENDOR-RECORD ON THE
      * SANCTIONS HOLD.  ANY HOLD IT
      * ALREADY CARRIES IS REPLACED --
      * LIFTING THAT ONE MUST NOT LIFT
      * THIS ONE -- AND IS KEPT IN
      * SANCTIONS-OLD-HOLD-STATUS AND
      * -REASON FOR THE AUDIT TRAIL.
      * THE CALLER WRITES THE RECORD.
      *--------------------------------
       PLACE-SANCTIONS-HOLD.
            MOVE VENDOR-HOLD-STATUS TO SANCTIONS-OLD-HOLD-STATUS.
            IF SANCTIONS-OLD-HOLD-STATUS = SPACE
                MOVE "N" TO SANCTIONS-OLD-HOLD-STATUS.
            MOVE VENDOR-HOLD-REASON TO SANCTIONS-OLD-HOLD-REASON.
            MOVE "H" TO VENDOR-HOLD-STATUS.
            MOVE SANCTIONS-HOLD-REASON TO VENDOR-HOLD-REASON.
            ACCEPT VENDOR-HOLD-DATE FROM DATE YYYYMMDD.
            MOVE SCREEN-OPERATOR-ID TO VENDOR-HOLD-BY.

      *--------------------------------
      * THE DEDICATED REASON CODE MUST
      * BE ON THE HOLD-REASON TABLE
      * FOR THE HOLD TO BE
      * EXPLAINABLE -- ADD IT (AND THE
      * TABLE ITSELF) ON FIRST USE,
      * THE WAY vndcex01 ADDS CERT.
      *--------------------------------
       MAKE-SURE-SANCTIONS-REASON.
            OPEN I-O HOLD-REASON-FILE.
            IF HOLD-REASON-STATUS = "35"
                OPEN OUTPUT HOLD-REASON-FILE
                CLOSE HOLD-REASON-FILE
                OPEN I-O HOLD-REASON-FILE.
            MOVE SPACES TO HOLD-REASON-RECORD.
            MOVE SANCTIONS-HOLD-REASON TO HRS-CODE.
            READ HOLD-REASON-FILE RECORD
               INVALID KEY
                   MOVE SANCTIONS-HOLD-REASON TO HRS-CODE
                   MOVE "SANCTIONS LIST SCREENING HIT"
                       TO HRS-DESCRIPTION
                   MOVE "A" TO HRS-STATUS
                   WRITE HOLD-REASON-RECORD
                      INVALID KEY
                      DISPLAY "ERROR ADDING OFAC REASON CODE"
                   END-WRITE
            END-READ.
            CLOSE HOLD-REASON-FILE.
