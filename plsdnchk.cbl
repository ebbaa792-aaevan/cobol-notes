      *----------------------------------
      * PLSDNCHK.CBL
      * Shared sanctions-list name check.
      * A name is normalized before it is
      * compared: upper case, periods
      * and apostrophes closed up
      * ("U.S.A." is "USA", "O'NEIL" is
      * "ONEIL"), every other non-letter
      * or digit a word break, legal-form
      * words (INC, LLC, GMBH ...)
      * dropped, and the words that are
      * left sorted and run together -
      * word order and punctuation do not
      * hide a match.  The key is then
      * read against the list's SDN-
      * MATCH-KEY.
      *----------------------------------
       SCREEN-SDN-NAME.
           MOVE "N" TO SDN-NAME-MATCHED.
           PERFORM NORMALIZE-SDN-NAME.
           IF SDN-NORM-KEY NOT = SPACES
               MOVE SDN-NORM-KEY TO SDN-MATCH-KEY
               MOVE "Y" TO SDN-NAME-MATCHED
               READ SDN-LIST-FILE RECORD
                   KEY IS SDN-MATCH-KEY
                   INVALID KEY
                       MOVE "N" TO SDN-NAME-MATCHED.

       NORMALIZE-SDN-NAME.
           INSPECT SDN-SCREEN-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE SPACES TO SDN-WORD-TABLE.
           MOVE SPACES TO SDN-WORD-BUILD.
           MOVE ZEROES TO SDN-WORD-COUNT.
           MOVE ZEROES TO SDN-WORD-LENGTH.
           PERFORM NORMALIZE-ONE-SDN-CHAR
               VARYING SDN-CHAR-INDEX FROM 1 BY 1
               UNTIL SDN-CHAR-INDEX > 60.
           PERFORM END-SDN-WORD.
           PERFORM SORT-SDN-WORDS.
           MOVE SPACES TO SDN-NORM-KEY.
           MOVE 1 TO SDN-KEY-POINTER.
           PERFORM APPEND-ONE-SDN-WORD
               VARYING SDN-WORD-INDEX FROM 1 BY 1
               UNTIL SDN-WORD-INDEX > SDN-WORD-COUNT.

       NORMALIZE-ONE-SDN-CHAR.
           MOVE SDN-SCREEN-CHAR (SDN-CHAR-INDEX) TO SDN-CHAR.
           IF (SDN-CHAR NOT < "A" AND SDN-CHAR NOT > "Z") OR
              (SDN-CHAR NOT < "0" AND SDN-CHAR NOT > "9")
               PERFORM ADD-SDN-WORD-CHAR
           ELSE
           IF SDN-CHAR NOT = "." AND SDN-CHAR NOT = "'"
               PERFORM END-SDN-WORD.

       ADD-SDN-WORD-CHAR.
           IF SDN-WORD-LENGTH < 20
               ADD 1 TO SDN-WORD-LENGTH
               MOVE SDN-CHAR TO SDN-WORD-CHAR (SDN-WORD-LENGTH).

       END-SDN-WORD.
           IF SDN-WORD-LENGTH NOT = ZEROES
               PERFORM CHECK-SDN-NOISE-WORD
               IF SDN-WORD-IS-NOISE = "N" AND
                  SDN-WORD-COUNT < 10
                   ADD 1 TO SDN-WORD-COUNT
                   MOVE SDN-WORD-BUILD TO SDN-WORD (SDN-WORD-COUNT).
           MOVE SPACES TO SDN-WORD-BUILD.
           MOVE ZEROES TO SDN-WORD-LENGTH.

       CHECK-SDN-NOISE-WORD.
           MOVE "N" TO SDN-WORD-IS-NOISE.
           PERFORM CHECK-ONE-NOISE-SLOT
               VARYING SDN-NOISE-INDEX FROM 1 BY 1
               UNTIL SDN-NOISE-INDEX > 20
                  OR SDN-WORD-IS-NOISE = "Y".

       CHECK-ONE-NOISE-SLOT.
           IF SDN-WORD-BUILD = SDN-NOISE-WORD (SDN-NOISE-INDEX)
               MOVE "Y" TO SDN-WORD-IS-NOISE.

       SORT-SDN-WORDS.
           MOVE "Y" TO SDN-WORD-SWAPPED.
           PERFORM SORT-ONE-SDN-PASS
               UNTIL SDN-WORD-SWAPPED = "N".

       SORT-ONE-SDN-PASS.
           MOVE "N" TO SDN-WORD-SWAPPED.
           PERFORM COMPARE-ADJACENT-SDN-WORDS
               VARYING SDN-WORD-INDEX FROM 1 BY 1
               UNTIL SDN-WORD-INDEX >= SDN-WORD-COUNT.

       COMPARE-ADJACENT-SDN-WORDS.
           IF SDN-WORD (SDN-WORD-INDEX) >
              SDN-WORD (SDN-WORD-INDEX + 1)
               MOVE SDN-WORD (SDN-WORD-INDEX) TO SDN-WORD-SWAP
               MOVE SDN-WORD (SDN-WORD-INDEX + 1)
                   TO SDN-WORD (SDN-WORD-INDEX)
               MOVE SDN-WORD-SWAP TO SDN-WORD (SDN-WORD-INDEX + 1)
               MOVE "Y" TO SDN-WORD-SWAPPED.

       APPEND-ONE-SDN-WORD.
           STRING SDN-WORD (SDN-WORD-INDEX) DELIMITED BY SPACE
               INTO SDN-NORM-KEY
               WITH POINTER SDN-KEY-POINTER.

      *----------------------------------
      * Sets SDN-REMIT-IS-NAME for the
      * remit-to line the caller moved to
      * SDN-REMIT-TEST (and the vendor
      * name to SDN-REMIT-VENDOR-NAME).
      * A line that starts with a street
      * number, is a PO box, or repeats
      * the vendor name is not screened
      * on its own.
      *----------------------------------
       CHECK-REMIT-IS-NAME.
           MOVE "N" TO SDN-REMIT-IS-NAME.
           INSPECT SDN-REMIT-TEST
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF SDN-REMIT-TEST NOT = SPACES AND
              SDN-REMIT-TEST NOT = SDN-REMIT-VENDOR-NAME AND
              SDN-REMIT-TEST (1:1) IS NOT NUMERIC AND
              SDN-REMIT-TEST (1:6) NOT = "PO BOX" AND
              SDN-REMIT-TEST (1:7) NOT = "P O BOX" AND
              SDN-REMIT-TEST (1:8) NOT = "P.O. BOX" AND
              SDN-REMIT-TEST (1:7) NOT = "P.O.BOX" AND
              SDN-REMIT-TEST (1:11) NOT = "POST OFFICE"
               MOVE "Y" TO SDN-REMIT-IS-NAME.
