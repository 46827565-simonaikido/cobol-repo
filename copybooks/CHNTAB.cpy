      *> CHNTAB - working fields for the log hash chains and archive
      *> checksums in copybooks/CHNLOAD.cpy. COPY into WORKING-STORAGE
      *> by any program that appends to a chained log or proves one.
      *>
      *> Every line appended to the DBACCESS audit log and the customer
      *> change log ends in " HASH=" and 32 hex digits: a keyed hash of
      *> the line's own text (everything before the marker) and the
      *> hash on the line before it, so editing, removing or inserting
      *> any line breaks every link after it. The marker sits at a
      *> fixed column in each log - 163 in the 200-byte audit line,
      *> 263 in the 300-byte change-log line - clear of the columns
      *> the readers parse. The journal's 113-byte rows have no room,
      *> so TRXPOST writes one line per row to "<journal>.seal"
      *> instead: the row number in columns 1-10, then the marker and
      *> the chained hash of that row. A chained log's row count and
      *> last hash are kept in "<log>.chain" so an append does not
      *> have to read the log back; with the head file missing the
      *> log is read once to find its last hash.
      *>
      *> The key is LOG-CHAIN-KEY from the system parameter file, so a
      *> line cannot be re-hashed by someone who can only reach the
      *> logs. An archived artifact's checksum is the same chained
      *> hash run over its lines, recorded in the report catalog.
       01  CHAINHEADPATH           PIC X(200) VALUE SPACES.
       01  CHAIN-HEAD-STATUS       PIC XX.
       01  CHAINSCANPATH           PIC X(200) VALUE SPACES.
       01  CHAIN-SCAN-STATUS       PIC XX.
       01  CHAIN-HEAD-ENTRY.
           05  CHN-HEAD-COUNT      PIC 9(10).
           05  FILLER              PIC X VALUE SPACE.
           05  CHN-HEAD-HASH       PIC X(32).
       01  WS-CHN-LOG-PATH         PIC X(200) VALUE SPACES.
       01  WS-CHN-MARK-POS         PIC 9(4) COMP VALUE ZERO.
       01  WS-CHN-AUDIT-MARK       PIC 9(4) COMP VALUE 163.
       01  WS-CHN-CHANGE-MARK      PIC 9(4) COMP VALUE 263.
       01  WS-CHN-SEAL-MARK        PIC 9(4) COMP VALUE 11.
       01  WS-CHN-MARKER           PIC X(6) VALUE " HASH=".
       01  WS-CHN-ZERO-HASH        PIC X(32) VALUE ALL "0".
       01  WS-CHN-COUNT            PIC 9(10) VALUE ZERO.
       01  WS-CHN-LAST-HASH        PIC X(32) VALUE SPACES.
       01  WS-CHN-HASH             PIC X(32) VALUE SPACES.
       01  WS-CHN-LINE             PIC X(300) VALUE SPACES.
       01  WS-CHN-TEXT             PIC X(1000) VALUE SPACES.
       01  WS-CHN-TEXT-LEN         PIC 9(4) COMP VALUE ZERO.
       01  WS-CHN-WORK             PIC X(1112) VALUE SPACES.
       01  WS-CHN-WORK-LEN         PIC 9(4) COMP VALUE ZERO.
       01  WS-CHN-KEY              PIC X(80) VALUE SPACES.
       01  WS-CHN-KEY-SW           PIC X VALUE 'N'.
           88  WS-CHN-KEY-LOADED          VALUE 'Y'.
       01  WS-CHN-HEAD-SW          PIC X VALUE 'N'.
           88  WS-CHN-HEAD-FOUND          VALUE 'Y'.
       01  WS-CHN-SCAN-EOF-SW      PIC X VALUE 'N'.
           88  WS-CHN-SCAN-EOF            VALUE 'Y'.
       01  WS-CHN-FILE-PATH        PIC X(200) VALUE SPACES.
       01  WS-CHN-FILE-SUM         PIC X(32) VALUE SPACES.
       01  WS-CHN-FILE-LINES       PIC 9(10) VALUE ZERO.
       01  WS-CHN-FILE-SW          PIC X VALUE 'N'.
           88  WS-CHN-FILE-READ           VALUE 'Y'.
       01  WS-CHN-LANE-A           PIC 9(18) COMP.
       01  WS-CHN-LANE-B           PIC 9(18) COMP.
       01  WS-CHN-IDX              PIC 9(4) COMP.
       01  WS-CHN-NIBBLE-IDX       PIC 9(3) COMP.
       01  WS-CHN-NIBBLE           PIC 9(2).
       01  WS-CHN-HEXCHARS         PIC X(16)
               VALUE "0123456789ABCDEF".
