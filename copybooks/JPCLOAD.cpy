      *> JPCLOAD - standard paragraphs for the journal partition
      *> catalog. COPY into PROCEDURE DIVISION once per program, with
      *> TRXJOURNALPATH already resolved to the continuous journal.
      *> PERFORM LOAD-JOURNAL-CATALOG; WS-JOURNAL-PARTITIONED comes
      *> back false when there is no catalog yet. To read a range of
      *> months, set WS-JPC-FROM-PERIOD and WS-JPC-TO-PERIOD and
      *> PERFORM CHECK-JOURNAL-RANGE; when WS-JPC-USE-PARTITIONS comes
      *> back true, MOVE ZERO TO WS-JPC-SCAN-SUB and PERFORM
      *> NEXT-JOURNAL-PARTITION until WS-JPC-PARTITION-READY is false:
      *> each call points TRXJOURNALPATH at the next partition in the
      *> range and WS-JPC-CUR-INDEX-PATH at its customer index. When
      *> it comes back false, read the continuous journal as before.
      *> Either way MOVE WS-JPC-BASE-PATH back to TRXJOURNALPATH
      *> afterwards. Writers use
      *> FIND-JOURNAL-PERIOD, ADD-JOURNAL-PERIOD and
      *> SAVE-JOURNAL-CATALOG. See copybooks/JPCTAB.cpy, JPCFILE.cpy
      *> and JPCFD.cpy.
       LOAD-JOURNAL-CATALOG.
           DISPLAY "TRX-JOURNAL-CATALOG-PATH" UPON ENVIRONMENT-NAME
           ACCEPT JOURNALCATPATH FROM ENVIRONMENT-VALUE
           IF JOURNALCATPATH = SPACES
               MOVE "trx-journal-catalog.dat" TO JOURNALCATPATH
           END-IF
           MOVE TRXJOURNALPATH TO WS-JPC-BASE-PATH
           MOVE ZERO TO WS-JPC-COUNT
           MOVE 'N' TO WS-JPC-EOF-SW
           MOVE 'N' TO WS-JPC-PRESENT-SW
           OPEN INPUT JOURNAL-CATALOG-FILE
           IF JOURNAL-CATALOG-STATUS = "00"
               SET WS-JOURNAL-PARTITIONED TO TRUE
               PERFORM UNTIL WS-JPC-EOF
                   READ JOURNAL-CATALOG-FILE
                       AT END
                           SET WS-JPC-EOF TO TRUE
                       NOT AT END
                           MOVE JOURNAL-CATALOG-REC
                               TO JOURNAL-CATALOG-ENTRY
                           PERFORM STORE-JOURNAL-CATALOG-ROW
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-CATALOG-FILE
           END-IF.

       STORE-JOURNAL-CATALOG-ROW.
           IF JCE-PERIOD NUMERIC
               IF WS-JPC-COUNT < 600
                   ADD 1 TO WS-JPC-COUNT
                   MOVE JCE-PERIOD TO WS-JPC-PERIOD(WS-JPC-COUNT)
                   MOVE JCE-STATE TO WS-JPC-STATE(WS-JPC-COUNT)
                   IF JCE-ROW-COUNT NUMERIC
                       MOVE JCE-ROW-COUNT TO WS-JPC-ROWS(WS-JPC-COUNT)
                   ELSE
                       MOVE ZERO TO WS-JPC-ROWS(WS-JPC-COUNT)
                   END-IF
                   MOVE JCE-FIRST-POST-DATE
                       TO WS-JPC-FIRST-DATE(WS-JPC-COUNT)
                   MOVE JCE-LAST-POST-DATE
                       TO WS-JPC-LAST-DATE(WS-JPC-COUNT)
                   MOVE JCE-PARTITION-PATH
                       TO WS-JPC-PART-PATH(WS-JPC-COUNT)
                   MOVE JCE-INDEX-PATH
                       TO WS-JPC-INDEX-PATH(WS-JPC-COUNT)
               ELSE
                   MOVE "JPCLOAD" TO WS-ERR-PROGRAM-ID
                   MOVE "CATFULL" TO WS-ERR-CODE
                   MOVE "Journal partition catalog over 600 months"
                       TO WS-ERR-MESSAGE
                   SET WS-ERR-WARNING TO TRUE
                   PERFORM LOG-COMMON-ERROR
               END-IF
           END-IF.

       FIND-JOURNAL-PERIOD.
           MOVE ZERO TO WS-JPC-FOUND-SUB
           PERFORM VARYING WS-JPC-SUB FROM 1 BY 1
                   UNTIL WS-JPC-SUB > WS-JPC-COUNT
                      OR WS-JPC-FOUND-SUB > ZERO
               IF WS-JPC-PERIOD(WS-JPC-SUB) = WS-JPC-SEARCH-PERIOD
                   MOVE WS-JPC-SUB TO WS-JPC-FOUND-SUB
               END-IF
           END-PERFORM.

       ADD-JOURNAL-PERIOD.
      *> A new month goes in at its place in period order (in practice
      *> always the end) with its file names taken from the continuous
      *> journal's; WS-JPC-FOUND-SUB comes back pointing at it, or zero
      *> when the table is full.
           MOVE ZERO TO WS-JPC-FOUND-SUB
           IF WS-JPC-COUNT < 600
               MOVE WS-JPC-COUNT TO WS-JPC-SUB
               PERFORM UNTIL WS-JPC-SUB < 1
                   IF WS-JPC-PERIOD(WS-JPC-SUB) > WS-JPC-SEARCH-PERIOD
                       MOVE WS-JPC-ROW(WS-JPC-SUB)
                           TO WS-JPC-ROW(WS-JPC-SUB + 1)
                       SUBTRACT 1 FROM WS-JPC-SUB
                   ELSE
                       MOVE WS-JPC-SUB TO WS-JPC-FOUND-SUB
                       MOVE ZERO TO WS-JPC-SUB
                   END-IF
               END-PERFORM
               ADD 1 TO WS-JPC-FOUND-SUB
               ADD 1 TO WS-JPC-COUNT
               MOVE WS-JPC-SEARCH-PERIOD
                   TO WS-JPC-PERIOD(WS-JPC-FOUND-SUB)
               SET WS-JPC-OPEN(WS-JPC-FOUND-SUB) TO TRUE
               MOVE ZERO TO WS-JPC-ROWS(WS-JPC-FOUND-SUB)
               MOVE SPACES TO WS-JPC-FIRST-DATE(WS-JPC-FOUND-SUB)
               MOVE SPACES TO WS-JPC-LAST-DATE(WS-JPC-FOUND-SUB)
               MOVE SPACES TO WS-JPC-PART-PATH(WS-JPC-FOUND-SUB)
               STRING FUNCTION TRIM(WS-JPC-BASE-PATH) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WS-JPC-SEARCH-PERIOD DELIMITED BY SIZE
                      INTO WS-JPC-PART-PATH(WS-JPC-FOUND-SUB)
               MOVE SPACES TO WS-JPC-INDEX-PATH(WS-JPC-FOUND-SUB)
               STRING FUNCTION TRIM(WS-JPC-PART-PATH(WS-JPC-FOUND-SUB))
                          DELIMITED BY SIZE
                      ".idx" DELIMITED BY SIZE
                      INTO WS-JPC-INDEX-PATH(WS-JPC-FOUND-SUB)
           END-IF.

       CHECK-JOURNAL-RANGE.
      *> A range reaching into a month purged past retention is read
      *> from the continuous journal, which still has those rows.
           MOVE 'N' TO WS-JPC-USE-SW
           IF WS-JOURNAL-PARTITIONED
               SET WS-JPC-USE-PARTITIONS TO TRUE
               PERFORM VARYING WS-JPC-SUB FROM 1 BY 1
                       UNTIL WS-JPC-SUB > WS-JPC-COUNT
                   IF WS-JPC-PURGED(WS-JPC-SUB)
                       AND WS-JPC-PERIOD(WS-JPC-SUB)
                           NOT < WS-JPC-FROM-PERIOD
                       AND WS-JPC-PERIOD(WS-JPC-SUB)
                           NOT > WS-JPC-TO-PERIOD
                       MOVE 'N' TO WS-JPC-USE-SW
                   END-IF
               END-PERFORM
           END-IF.

       NEXT-JOURNAL-PARTITION.
           MOVE 'N' TO WS-JPC-READY-SW
           PERFORM UNTIL WS-JPC-PARTITION-READY
                      OR WS-JPC-SCAN-SUB NOT < WS-JPC-COUNT
               ADD 1 TO WS-JPC-SCAN-SUB
               IF WS-JPC-PERIOD(WS-JPC-SCAN-SUB)
                       NOT < WS-JPC-FROM-PERIOD
                   AND WS-JPC-PERIOD(WS-JPC-SCAN-SUB)
                       NOT > WS-JPC-TO-PERIOD
                   AND NOT WS-JPC-PURGED(WS-JPC-SCAN-SUB)
                   SET WS-JPC-PARTITION-READY TO TRUE
                   MOVE WS-JPC-PART-PATH(WS-JPC-SCAN-SUB)
                       TO TRXJOURNALPATH
                   MOVE WS-JPC-INDEX-PATH(WS-JPC-SCAN-SUB)
                       TO WS-JPC-CUR-INDEX-PATH
               END-IF
           END-PERFORM.

       SAVE-JOURNAL-CATALOG.
      *> Same replace-in-place convention as the other control files:
      *> built beside the live catalog, then copied over it.
           MOVE SPACES TO NEWJOURNALCATPATH
           STRING FUNCTION TRIM(JOURNALCATPATH) DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
                  INTO NEWJOURNALCATPATH
           OPEN OUTPUT NEW-JOURNAL-CATALOG-FILE
           IF NEW-JOURNAL-CATALOG-STATUS NOT = "00"
               MOVE "JPCLOAD" TO WS-ERR-PROGRAM-ID
               MOVE NEW-JOURNAL-CATALOG-STATUS TO WS-ERR-CODE
               MOVE "Unable to rewrite journal partition catalog"
                   TO WS-ERR-MESSAGE
               SET WS-ERR-WARNING TO TRUE
               PERFORM LOG-COMMON-ERROR
           ELSE
               PERFORM VARYING WS-JPC-SUB FROM 1 BY 1
                       UNTIL WS-JPC-SUB > WS-JPC-COUNT
                   MOVE SPACES TO JOURNAL-CATALOG-ENTRY
                   MOVE WS-JPC-PERIOD(WS-JPC-SUB) TO JCE-PERIOD
                   MOVE WS-JPC-STATE(WS-JPC-SUB) TO JCE-STATE
                   MOVE WS-JPC-ROWS(WS-JPC-SUB) TO JCE-ROW-COUNT
                   MOVE WS-JPC-FIRST-DATE(WS-JPC-SUB)
                       TO JCE-FIRST-POST-DATE
                   MOVE WS-JPC-LAST-DATE(WS-JPC-SUB)
                       TO JCE-LAST-POST-DATE
                   MOVE WS-JPC-PART-PATH(WS-JPC-SUB)
                       TO JCE-PARTITION-PATH
                   MOVE WS-JPC-INDEX-PATH(WS-JPC-SUB) TO JCE-INDEX-PATH
                   WRITE NEW-JOURNAL-CATALOG-REC
                       FROM JOURNAL-CATALOG-ENTRY
               END-PERFORM
               CLOSE NEW-JOURNAL-CATALOG-FILE
               CALL "CBL_DELETE_FILE" USING JOURNALCATPATH
                   RETURNING WS-JPC-DELETE-RC
               CALL "CBL_COPY_FILE" USING NEWJOURNALCATPATH
                   JOURNALCATPATH
                   RETURNING WS-JPC-DELETE-RC
               CALL "CBL_DELETE_FILE" USING NEWJOURNALCATPATH
                   RETURNING WS-JPC-DELETE-RC
               SET WS-JOURNAL-PARTITIONED TO TRUE
           END-IF.
