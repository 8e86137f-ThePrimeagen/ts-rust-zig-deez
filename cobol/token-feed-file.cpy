      * on. Do not reorder or resize these fields without telling
      * every subscribing system first -- that's the whole point of
      * a stable feed.
      *
      * the layout is versioned, so a new field can reach the
      * subscribers who want it without a cutover of all of them at
      * once. the FEEDHDR literal ends " LAYOUT=nn" (columns 78-87,
      * the number at 86-87) and each FEEDSUBS subscriber is pinned
      * to the layout it loads (columns 76-77, blank = 01):
      *   01  the original 280 bytes, columns 1-280 below -- always
      *       published to TOKNFEED itself
      *   02  01 unchanged, plus the source file the token came
      *       from (the importing script's or the imported one's)
      *       in columns 281-300 -- published to TOKNFEED.V02
      * a later layout only ever appends to the one before it, so
      * each is the newest one cut short; staging is written in the
      * newest. a layout is retired only when no subscriber is
      * pinned to it.
       FD TOKEN-FEED-FILE
           RECORD CONTAINS 300 CHARACTERS.

       01 TOKEN-FEED-RECORD.
           05 TOKEN-FEED-TYPE-NAME PIC X(12).
           05 TOKEN-FEED-LINE-NO   PIC 9(5).
           05 TOKEN-FEED-COL-NO    PIC 9(5).
           05 FILLER                PIC X(2).
      * layout 02 onward.
           05 TOKEN-FEED-SOURCE    PIC X(20).
