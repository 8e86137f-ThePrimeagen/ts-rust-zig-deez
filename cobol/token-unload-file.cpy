      * the grand totals. TOKEN-UNLOAD-PROGRAM writes it;
      * TOKEN-RELOAD-PROGRAM proves every group's totals before a
      * single record lands in the rebuilt index, refusing a
      * partial load outright. the T trailer also carries the
      * record bytes the unloaded repository occupied and which
      * record layout it was in (fixed 314-byte or variable-length,
      * see token-master-file.cpy), so the reload can put a before
      * and after space figure on a cutover; an unload written
      * before those fields existed has them blank.
       FD TOKEN-UNLOAD-FILE
           RECORD CONTAINS 320 CHARACTERS.

           05 TOKEN-UNLOAD-TOTALS REDEFINES TOKEN-UNLOAD-DETAIL.
               10 TOKEN-UNLOAD-TOT-GROUPS  PIC 9(5).
               10 TOKEN-UNLOAD-TOT-RECORDS PIC 9(9).
               10 TOKEN-UNLOAD-TOT-BYTES   PIC 9(12).
               10 TOKEN-UNLOAD-TOT-LAYOUT  PIC X(1).
                   88 TOKEN-UNLOAD-FROM-FIXED   VALUE "F".
                   88 TOKEN-UNLOAD-FROM-VARYING VALUE "V".
               10 FILLER                   PIC X(292).
