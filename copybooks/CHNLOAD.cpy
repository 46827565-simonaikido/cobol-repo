      *> CHNLOAD - standard paragraphs for the log hash chains and the
      *> archive checksums. COPY into PROCEDURE DIVISION once per
      *> program, together with the PARM* and ERR* copybooks. To append
      *> a line to a chained log: MOVE the log's path to
      *> WS-CHN-LOG-PATH and its marker column (WS-CHN-AUDIT-MARK or
      *> WS-CHN-CHANGE-MARK) to WS-CHN-MARK-POS, PERFORM
      *> LOAD-LOG-CHAIN, MOVE the built line to WS-CHN-LINE and PERFORM
      *> SEAL-LOG-LINE, write WS-CHN-LINE in place of the line, then
      *> PERFORM SAVE-LOG-CHAIN once it is written. To checksum a file,
      *> MOVE its path to WS-CHN-FILE-PATH and PERFORM
      *> CHECKSUM-ARCHIVE-FILE; the sum comes back in WS-CHN-FILE-SUM
      *> (WS-CHN-LAST-HASH is used on the way). See
      *> copybooks/CHNTAB.cpy, CHNFILE.cpy and CHNFD.cpy.
       LOAD-LOG-CHAIN.
           PERFORM LOAD-CHAIN-KEY
           MOVE SPACES TO CHAINHEADPATH
           STRING FUNCTION TRIM(WS-CHN-LOG-PATH) DELIMITED BY SIZE
                  ".chain" DELIMITED BY SIZE
                  INTO CHAINHEADPATH
           MOVE 'N' TO WS-CHN-HEAD-SW
           OPEN INPUT CHAIN-HEAD-FILE
           IF CHAIN-HEAD-STATUS = "00"
               READ CHAIN-HEAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHAIN-HEAD-REC TO CHAIN-HEAD-ENTRY
                       IF CHN-HEAD-COUNT NUMERIC
                               AND CHN-HEAD-HASH NOT = SPACES
                           SET WS-CHN-HEAD-FOUND TO TRUE
                           MOVE CHN-HEAD-COUNT TO WS-CHN-COUNT
                           MOVE CHN-HEAD-HASH TO WS-CHN-LAST-HASH
                       END-IF
               END-READ
               CLOSE CHAIN-HEAD-FILE
           END-IF
           IF NOT WS-CHN-HEAD-FOUND
               PERFORM SCAN-LOG-CHAIN
           END-IF.

       LOAD-CHAIN-KEY.
           IF NOT WS-CHN-KEY-LOADED
               IF PARM-COUNT = ZERO
                   PERFORM LOAD-PARAMETERS
               END-IF
               MOVE "LOG-CHAIN-KEY" TO PARM-SEARCH-KEY
               PERFORM GET-PARM-VALUE
               MOVE PARM-SEARCH-VALUE TO WS-CHN-KEY
               SET WS-CHN-KEY-LOADED TO TRUE
           END-IF.

       SCAN-LOG-CHAIN.
      *> The log itself is the record: its line count, and the hash on
      *> its last sealed line (zeros while nothing is sealed yet).
           MOVE ZERO TO WS-CHN-COUNT
           MOVE WS-CHN-ZERO-HASH TO WS-CHN-LAST-HASH
           MOVE WS-CHN-LOG-PATH TO CHAINSCANPATH
           MOVE 'N' TO WS-CHN-SCAN-EOF-SW
           OPEN INPUT CHAIN-SCAN-FILE
           IF CHAIN-SCAN-STATUS = "00"
               PERFORM UNTIL WS-CHN-SCAN-EOF
                   READ CHAIN-SCAN-FILE
                       AT END
                           SET WS-CHN-SCAN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CHN-COUNT
                           IF CHAIN-SCAN-REC(WS-CHN-MARK-POS:6)
                                   = WS-CHN-MARKER
                               MOVE CHAIN-SCAN-REC
                                   (WS-CHN-MARK-POS + 6:32)
                                   TO WS-CHN-LAST-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-SCAN-FILE
           END-IF.

       SEAL-LOG-LINE.
           MOVE SPACES TO WS-CHN-TEXT
           MOVE WS-CHN-LINE(1:WS-CHN-MARK-POS - 1) TO WS-CHN-TEXT
           PERFORM SEAL-CHAIN-TEXT
           MOVE WS-CHN-MARKER TO WS-CHN-LINE(WS-CHN-MARK-POS:6)
           MOVE WS-CHN-HASH TO WS-CHN-LINE(WS-CHN-MARK-POS + 6:32).

       SEAL-CHAIN-TEXT.
      *> Chains WS-CHN-TEXT onto the log: the hash comes back in
      *> WS-CHN-HASH and becomes the link for the next line.
           PERFORM LOAD-CHAIN-KEY
           PERFORM COMPUTE-CHAIN-HASH
           ADD 1 TO WS-CHN-COUNT
           MOVE WS-CHN-HASH TO WS-CHN-LAST-HASH.

       SAVE-LOG-CHAIN.
           MOVE SPACES TO CHAINHEADPATH
           STRING FUNCTION TRIM(WS-CHN-LOG-PATH) DELIMITED BY SIZE
                  ".chain" DELIMITED BY SIZE
                  INTO CHAINHEADPATH
           MOVE SPACES TO CHAIN-HEAD-ENTRY
           MOVE WS-CHN-COUNT TO CHN-HEAD-COUNT
           MOVE WS-CHN-LAST-HASH TO CHN-HEAD-HASH
           OPEN OUTPUT CHAIN-HEAD-FILE
           IF CHAIN-HEAD-STATUS NOT = "00"
               MOVE "CHNLOAD" TO WS-ERR-PROGRAM-ID
               MOVE CHAIN-HEAD-STATUS TO WS-ERR-CODE
               MOVE "Unable to save log chain head, log re-read next"
                   TO WS-ERR-MESSAGE
               SET WS-ERR-WARNING TO TRUE
               PERFORM LOG-COMMON-ERROR
           ELSE
               WRITE CHAIN-HEAD-REC FROM CHAIN-HEAD-ENTRY
               CLOSE CHAIN-HEAD-FILE
           END-IF.

       CHECKSUM-ARCHIVE-FILE.
           PERFORM LOAD-CHAIN-KEY
           MOVE 'N' TO WS-CHN-FILE-SW
           MOVE ZERO TO WS-CHN-FILE-LINES
           MOVE SPACES TO WS-CHN-FILE-SUM
           MOVE WS-CHN-ZERO-HASH TO WS-CHN-LAST-HASH
           MOVE WS-CHN-FILE-PATH TO CHAINSCANPATH
           MOVE 'N' TO WS-CHN-SCAN-EOF-SW
           OPEN INPUT CHAIN-SCAN-FILE
           IF CHAIN-SCAN-STATUS = "00"
               SET WS-CHN-FILE-READ TO TRUE
               PERFORM UNTIL WS-CHN-SCAN-EOF
                   READ CHAIN-SCAN-FILE
                       AT END
                           SET WS-CHN-SCAN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CHN-FILE-LINES
                           MOVE CHAIN-SCAN-REC TO WS-CHN-TEXT
                           PERFORM COMPUTE-CHAIN-HASH
                           MOVE WS-CHN-HASH TO WS-CHN-LAST-HASH
                   END-READ
               END-PERFORM
               CLOSE CHAIN-SCAN-FILE
               MOVE WS-CHN-LAST-HASH TO WS-CHN-FILE-SUM
           END-IF.

       COMPUTE-CHAIN-HASH.
      *> Two independent multiply-and-add lanes over the key, the
      *> previous link and the text up to its last non-blank, each
      *> taken out as 16 hex digits. Trailing blanks are left out
      *> because a line-sequential file does not keep them.
           MOVE 1000 TO WS-CHN-TEXT-LEN
           PERFORM UNTIL WS-CHN-TEXT-LEN = ZERO
                   OR WS-CHN-TEXT(WS-CHN-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CHN-TEXT-LEN
           END-PERFORM
           MOVE SPACES TO WS-CHN-WORK
           MOVE WS-CHN-KEY TO WS-CHN-WORK(1:80)
           MOVE WS-CHN-LAST-HASH TO WS-CHN-WORK(81:32)
           IF WS-CHN-TEXT-LEN > ZERO
               MOVE WS-CHN-TEXT(1:WS-CHN-TEXT-LEN)
                   TO WS-CHN-WORK(113:WS-CHN-TEXT-LEN)
           END-IF
           COMPUTE WS-CHN-WORK-LEN = 112 + WS-CHN-TEXT-LEN
           MOVE 7 TO WS-CHN-LANE-A
           MOVE 13 TO WS-CHN-LANE-B
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-CHN-WORK-LEN
               COMPUTE WS-CHN-LANE-A =
                   FUNCTION MOD(
                       (WS-CHN-LANE-A * 131) +
                       FUNCTION ORD(WS-CHN-WORK(WS-CHN-IDX:1)),
                       999999999999999989)
               COMPUTE WS-CHN-LANE-B =
                   FUNCTION MOD(
                       (WS-CHN-LANE-B * 257) +
                       FUNCTION ORD(WS-CHN-WORK(WS-CHN-IDX:1)),
                       999999999999999877)
           END-PERFORM
           MOVE SPACES TO WS-CHN-HASH
           PERFORM VARYING WS-CHN-NIBBLE-IDX FROM 1 BY 1
                   UNTIL WS-CHN-NIBBLE-IDX > 16
               COMPUTE WS-CHN-NIBBLE =
                   FUNCTION MOD(WS-CHN-LANE-A, 16)
               MOVE WS-CHN-HEXCHARS(WS-CHN-NIBBLE + 1:1)
                   TO WS-CHN-HASH(WS-CHN-NIBBLE-IDX:1)
               COMPUTE WS-CHN-LANE-A = WS-CHN-LANE-A / 16
               COMPUTE WS-CHN-NIBBLE =
                   FUNCTION MOD(WS-CHN-LANE-B, 16)
               MOVE WS-CHN-HEXCHARS(WS-CHN-NIBBLE + 1:1)
                   TO WS-CHN-HASH(WS-CHN-NIBBLE-IDX + 16:1)
               COMPUTE WS-CHN-LANE-B = WS-CHN-LANE-B / 16
           END-PERFORM.
