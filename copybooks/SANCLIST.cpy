      *> SANCLIST - one row of the published sanctions watch list, as
      *> compliance loads it from the government list. The first row
      *> is the header carrying the list version; SANCSCRN rescreens
      *> the whole customer base the first night a new version is on
      *> file. Every other row is one listed party: a name, and the
      *> address the list gives for it where it gives one.
       01  SANCTIONS-LIST-RECORD.
           05  SL-RECORD-TYPE      PIC X(1).
               88  SL-HEADER              VALUE 'H'.
               88  SL-ENTRY               VALUE 'D'.
           05  SL-ENTRY-DATA.
               10  SL-ENTRY-ID         PIC X(10).
               10  SL-NAME             PIC X(40).
               10  SL-ADDRESS          PIC X(60).
               10  SL-PROGRAM          PIC X(10).
           05  SL-HEADER-DATA REDEFINES SL-ENTRY-DATA.
               10  SL-LIST-VERSION     PIC X(10).
               10  SL-PUBLISHED-DATE   PIC X(8).
               10  SL-LIST-SOURCE      PIC X(40).
               10  FILLER              PIC X(62).
