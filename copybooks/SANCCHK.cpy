      *> SANCCHK - the one sanctions screening every program must agree
      *> on: CUSTMAINT at keying time, SANCSCRN when a new list version
      *> arrives. Two copies of the scoring drifting apart would pass a
      *> name at the keyboard that the rescreen then flags, or the
      *> reverse. COPY into PROCEDURE DIVISION once per program; see
      *> copybooks/SANCTAB.cpy for how to drive it, and SANCFILE.cpy
      *> and SANCFD.cpy. Requires PARMTAB/PARMLOAD.
       LOAD-WATCH-LIST.
           DISPLAY "SANCTIONS-LIST-PATH" UPON ENVIRONMENT-NAME
           ACCEPT SANCLISTPATH FROM ENVIRONMENT-VALUE
           IF SANCLISTPATH = SPACES
               MOVE "sanctions-list.dat" TO SANCLISTPATH
           END-IF
           DISPLAY "SANCTIONS-HIT-PATH" UPON ENVIRONMENT-NAME
           ACCEPT SANCHITPATH FROM ENVIRONMENT-VALUE
           IF SANCHITPATH = SPACES
               MOVE "sanctions-hits.dat" TO SANCHITPATH
           END-IF
           MOVE "SANCTIONS-MATCH-SCORE" TO PARM-SEARCH-KEY
           PERFORM GET-PARM-VALUE
           IF PARM-SEARCH-VALUE NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
               IF FUNCTION NUMVAL(PARM-SEARCH-VALUE) > ZERO
                       AND FUNCTION NUMVAL(PARM-SEARCH-VALUE) <= 100
                   MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE)
                       TO WS-SANC-THRESHOLD
               END-IF
           END-IF
           IF WS-SANC-TODAY = SPACES
               ACCEPT WS-SANC-TODAY FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT SANCTIONS-LIST-FILE
           IF SANC-LIST-STATUS = "00"
               SET WS-SANC-LIST-LOADED TO TRUE
               PERFORM UNTIL WS-SANC-END-OF-LIST
                   READ SANCTIONS-LIST-FILE INTO SANCTIONS-LIST-RECORD
                       AT END
                           SET WS-SANC-END-OF-LIST TO TRUE
                       NOT AT END
                           PERFORM NOTE-SANCTIONS-LIST-ROW
                   END-READ
               END-PERFORM
               CLOSE SANCTIONS-LIST-FILE
           END-IF.

       NOTE-SANCTIONS-LIST-ROW.
           *> Listed names and addresses are normalized once here, so
           *> the per-customer scoring compares like with like.
           EVALUATE TRUE
               WHEN SL-HEADER
                   MOVE SL-LIST-VERSION TO WS-SANC-LIST-VERSION
               WHEN SL-ENTRY AND SL-NAME NOT = SPACES
                   IF WS-SANC-ENTRY-COUNT < 10000
                       ADD 1 TO WS-SANC-ENTRY-COUNT
                       MOVE SL-ENTRY-ID
                           TO WS-SANC-ENTRY-ID(WS-SANC-ENTRY-COUNT)
                       MOVE SL-NAME TO WS-SANC-NORM-IN
                       PERFORM NORMALIZE-SANCTIONS-TEXT
                       MOVE WS-SANC-NORM-OUT
                           TO WS-SANC-ENTRY-NAME(WS-SANC-ENTRY-COUNT)
                       MOVE SL-ADDRESS TO WS-SANC-NORM-IN
                       PERFORM NORMALIZE-SANCTIONS-TEXT
                       MOVE WS-SANC-NORM-OUT
                           TO WS-SANC-ENTRY-ADDR(WS-SANC-ENTRY-COUNT)
                   ELSE
                       SET WS-SANC-TABLE-FULL TO TRUE
                   END-IF
           END-EVALUATE.

       LOAD-SANCTIONS-HITS.
           OPEN INPUT SANCTIONS-HIT-FILE
           IF SANC-HIT-STATUS = "00"
               PERFORM UNTIL WS-SANC-END-OF-HITS
                   READ SANCTIONS-HIT-FILE
                       AT END
                           SET WS-SANC-END-OF-HITS TO TRUE
                       NOT AT END
                           IF WS-SANC-HIT-COUNT < 20000
                               ADD 1 TO WS-SANC-HIT-COUNT
                               MOVE SANCTIONS-HIT-REC
                                 TO WS-SANC-HIT-IMAGE(WS-SANC-HIT-COUNT)
                           ELSE
                               SET WS-SANC-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANCTIONS-HIT-FILE
           END-IF
           COMPUTE WS-SANC-FIRST-NEW = WS-SANC-HIT-COUNT + 1.

       NORMALIZE-SANCTIONS-TEXT.
           *> Upper case, punctuation to spaces, runs of spaces closed
           *> up and leading spaces dropped: "o'brien, sean" and
           *> "O BRIEN SEAN" compare equal, "OBRIEN SEAN" does not.
           MOVE FUNCTION UPPER-CASE(WS-SANC-NORM-IN) TO WS-SANC-NORM-IN
           INSPECT WS-SANC-NORM-IN CONVERTING ".,-'/&()#;:"
                                           TO "           "
           MOVE SPACES TO WS-SANC-NORM-OUT
           MOVE ZERO TO WS-SANC-OUT-POS
           MOVE SPACE TO WS-SANC-PREV-CHAR
           PERFORM VARYING WS-SANC-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-SANC-CHAR-SUB > 60
               IF WS-SANC-NORM-IN(WS-SANC-CHAR-SUB:1) NOT = SPACE
                       OR WS-SANC-PREV-CHAR NOT = SPACE
                   ADD 1 TO WS-SANC-OUT-POS
                   MOVE WS-SANC-NORM-IN(WS-SANC-CHAR-SUB:1)
                       TO WS-SANC-NORM-OUT(WS-SANC-OUT-POS:1)
               END-IF
               MOVE WS-SANC-NORM-IN(WS-SANC-CHAR-SUB:1)
                   TO WS-SANC-PREV-CHAR
           END-PERFORM.

       SCREEN-CUSTOMER.
           MOVE 'N' TO WS-SANC-RESULT
           MOVE ZERO TO WS-SANC-NEW-HITS
           MOVE ZERO TO WS-SANC-MATCH-SCORE
           MOVE SPACES TO WS-SANC-MATCH-ENTRY
           MOVE WS-SANC-CUST-NAME TO WS-SANC-NORM-IN
           PERFORM NORMALIZE-SANCTIONS-TEXT
           MOVE WS-SANC-NORM-OUT TO WS-SANC-NORM-NAME
           MOVE WS-SANC-CUST-ADDRESS TO WS-SANC-NORM-IN
           PERFORM NORMALIZE-SANCTIONS-TEXT
           MOVE WS-SANC-NORM-OUT TO WS-SANC-NORM-ADDR
           *> the customer name with a space either side, so each
           *> listed word can be looked for as a whole word
           MOVE SPACES TO WS-SANC-PADDED-NAME
           MOVE WS-SANC-NORM-NAME TO WS-SANC-PADDED-NAME(2:40)
           IF WS-SANC-NORM-NAME NOT = SPACES
               PERFORM VARYING WS-SANC-SUB FROM 1 BY 1
                       UNTIL WS-SANC-SUB > WS-SANC-ENTRY-COUNT
                   PERFORM SCORE-SANCTIONS-ENTRY
                   IF WS-SANC-SCORE >= WS-SANC-THRESHOLD
                       PERFORM NOTE-SANCTIONS-MATCH
                   END-IF
               END-PERFORM
           END-IF.

       SCORE-SANCTIONS-ENTRY.
           MOVE ZERO TO WS-SANC-SCORE
           IF WS-SANC-ENTRY-NAME(WS-SANC-SUB) = WS-SANC-NORM-NAME
               MOVE 100 TO WS-SANC-SCORE
           ELSE
               PERFORM COUNT-SANCTIONS-WORDS
               EVALUATE TRUE
                   WHEN WS-SANC-WORD-COUNT >= 2
                           AND WS-SANC-WORDS-FOUND = WS-SANC-WORD-COUNT
                       MOVE 90 TO WS-SANC-SCORE
                   WHEN WS-SANC-ENTRY-NAME(WS-SANC-SUB)(1:10)
                           = WS-SANC-NORM-NAME(1:10)
                       MOVE 80 TO WS-SANC-SCORE
                   WHEN WS-SANC-WORD-COUNT >= 3
                           AND WS-SANC-WORDS-FOUND + 1
                               = WS-SANC-WORD-COUNT
                       MOVE 70 TO WS-SANC-SCORE
               END-EVALUATE
           END-IF
           IF WS-SANC-SCORE > ZERO
                   AND WS-SANC-ENTRY-ADDR(WS-SANC-SUB) NOT = SPACES
                   AND WS-SANC-ENTRY-ADDR(WS-SANC-SUB)
                       = WS-SANC-NORM-ADDR
               ADD 10 TO WS-SANC-SCORE
               IF WS-SANC-SCORE > 100
                   MOVE 100 TO WS-SANC-SCORE
               END-IF
           END-IF.

       COUNT-SANCTIONS-WORDS.
           MOVE ZERO TO WS-SANC-WORD-COUNT
           MOVE ZERO TO WS-SANC-WORDS-FOUND
           MOVE 1 TO WS-SANC-WORD-PTR
           PERFORM UNTIL WS-SANC-WORD-PTR > 40
               MOVE SPACES TO WS-SANC-WORD
               UNSTRING WS-SANC-ENTRY-NAME(WS-SANC-SUB)
                   DELIMITED BY ALL SPACE
                   INTO WS-SANC-WORD
                   WITH POINTER WS-SANC-WORD-PTR
               END-UNSTRING
               MOVE ZERO TO WS-SANC-WORD-LEN
               INSPECT WS-SANC-WORD TALLYING WS-SANC-WORD-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-SANC-WORD-LEN > 1
                   ADD 1 TO WS-SANC-WORD-COUNT
                   MOVE SPACES TO WS-SANC-PADDED-WORD
                   MOVE WS-SANC-WORD(1:WS-SANC-WORD-LEN)
                       TO WS-SANC-PADDED-WORD(2:WS-SANC-WORD-LEN)
                   MOVE ZERO TO WS-SANC-TALLY
                   INSPECT WS-SANC-PADDED-NAME TALLYING WS-SANC-TALLY
                       FOR ALL WS-SANC-PADDED-WORD
                                   (1:WS-SANC-WORD-LEN + 2)
                   IF WS-SANC-TALLY > ZERO
                       ADD 1 TO WS-SANC-WORDS-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-SANCTIONS-MATCH.
           *> What the register already says about this customer and
           *> this listed party decides the outcome: confirmed stays
           *> confirmed whatever the name; a clearance or a pending
           *> review counts only for the same names; anything else is
           *> a new hit.
           MOVE SPACE TO WS-SANC-DECIDED-SW
           PERFORM VARYING WS-SANC-HIT-SUB FROM 1 BY 1
                   UNTIL WS-SANC-HIT-SUB > WS-SANC-HIT-COUNT
               MOVE WS-SANC-HIT-IMAGE(WS-SANC-HIT-SUB)
                   TO SANCTIONS-HIT-RECORD
               IF SH-CUST-ID = WS-SANC-CUST-ID
                       AND SH-ENTRY-ID = WS-SANC-ENTRY-ID(WS-SANC-SUB)
                       AND NOT WS-SANC-WAS-CONFIRMED
                   IF SH-CONFIRMED
                       SET WS-SANC-WAS-CONFIRMED TO TRUE
                   ELSE
                       IF SH-SCREENED-NAME = WS-SANC-NORM-NAME
                               AND SH-LIST-NAME
                                   = WS-SANC-ENTRY-NAME(WS-SANC-SUB)
                           MOVE SH-STATUS TO WS-SANC-DECIDED-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SANC-WAS-CONFIRMED
                   MOVE 'C' TO WS-SANC-RESULT
                   MOVE WS-SANC-ENTRY-ID(WS-SANC-SUB)
                       TO WS-SANC-MATCH-ENTRY
                   MOVE WS-SANC-SCORE TO WS-SANC-MATCH-SCORE
               WHEN WS-SANC-WAS-CLEARED
                   CONTINUE
               WHEN OTHER
                   IF NOT WS-SANC-CONFIRMED
                       MOVE 'P' TO WS-SANC-RESULT
                       IF WS-SANC-SCORE > WS-SANC-MATCH-SCORE
                           MOVE WS-SANC-ENTRY-ID(WS-SANC-SUB)
                               TO WS-SANC-MATCH-ENTRY
                           MOVE WS-SANC-SCORE TO WS-SANC-MATCH-SCORE
                       END-IF
                   END-IF
                   IF NOT WS-SANC-WAS-PENDING
                       PERFORM ADD-SANCTIONS-HIT
                   END-IF
           END-EVALUATE.

       ADD-SANCTIONS-HIT.
           IF WS-SANC-HIT-COUNT < 20000
               MOVE SPACES TO SANCTIONS-HIT-RECORD
               MOVE WS-SANC-CUST-ID TO SH-CUST-ID
               MOVE WS-SANC-ENTRY-ID(WS-SANC-SUB) TO SH-ENTRY-ID
               MOVE WS-SANC-SCORE TO SH-SCORE
               MOVE WS-SANC-SOURCE TO SH-SOURCE
               MOVE WS-SANC-TODAY TO SH-FOUND-DATE
               MOVE WS-SANC-LIST-VERSION TO SH-LIST-VERSION
               MOVE WS-SANC-NORM-NAME TO SH-SCREENED-NAME
               MOVE WS-SANC-ENTRY-NAME(WS-SANC-SUB) TO SH-LIST-NAME
               SET SH-PENDING TO TRUE
               ADD 1 TO WS-SANC-HIT-COUNT
               MOVE SANCTIONS-HIT-RECORD
                   TO WS-SANC-HIT-IMAGE(WS-SANC-HIT-COUNT)
               ADD 1 TO WS-SANC-NEW-HITS
           ELSE
               SET WS-SANC-TABLE-FULL TO TRUE
           END-IF.

       WRITE-SANCTIONS-HITS-ADDED.
           IF WS-SANC-HIT-COUNT >= WS-SANC-FIRST-NEW
               OPEN EXTEND SANCTIONS-HIT-FILE
               IF SANC-HIT-STATUS = "35" OR SANC-HIT-STATUS = "05"
                   OPEN OUTPUT SANCTIONS-HIT-FILE
               END-IF
               PERFORM VARYING WS-SANC-HIT-SUB FROM WS-SANC-FIRST-NEW
                       BY 1 UNTIL WS-SANC-HIT-SUB > WS-SANC-HIT-COUNT
                   WRITE SANCTIONS-HIT-REC
                       FROM WS-SANC-HIT-IMAGE(WS-SANC-HIT-SUB)
               END-PERFORM
               CLOSE SANCTIONS-HIT-FILE
               COMPUTE WS-SANC-FIRST-NEW = WS-SANC-HIT-COUNT + 1
           END-IF.
