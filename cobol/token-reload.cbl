      * half-rebuilt repository pretending to be the system of
      * record. the second pass writes the records into a fresh
      * index.
      * the rebuilt repository is always in the variable-length
      * literal layout, whatever layout the unload was taken from,
      * so an unload of a fixed 314-byte TOKNMSTR followed by this
      * program is the cutover onto variable-length storage (the
      * full sequence is in TOKEN-UNLOAD-PROGRAM). the closing line
      * sets the bytes the repository occupied when it was unloaded
      * (from the T trailer) against the bytes just written -- the
      * before/after space figure for the cutover. an unload taken
      * before the trailer carried a byte count shows BEFORE as
      * unknown.
      * the records loaded are not journaled one by one: the rebuild
      * lands on the RECOVJNL forward-recovery journal as a single
      * B line, which RECOVER-PROGRAM will not roll a restored
      * backup past -- back the rebuilt repository up straight
      * after.
      *
      * RETURN-CODE: 0 = rebuilt and verified; 16 = unload failed
      * verification or was unreadable, nothing loaded.
           SELECT TOKEN-UNLOAD-FILE ASSIGN TO "TOKNUNLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-UNLD-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "token-master-file.cpy".
       COPY "token-unload-file.cpy".
       COPY "recov-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "token-master-data.cpy".
       COPY "recov-data.cpy".

       01 WS-REL-MSTR-STATUS PIC XX VALUE "00".
       01 WS-REL-UNLD-STATUS PIC XX VALUE "00".


       01 WS-REL-LOADED PIC 9(9) VALUE 0.

      * space figure: bytes before (from the unload's T trailer) and
      * the share of them the rebuilt repository no longer needs.
       01 WS-REL-BYTES-BEFORE PIC 9(12) VALUE 0.
       01 WS-REL-BYTES-LAYOUT PIC X VALUE SPACE.
       01 WS-REL-BYTES-SAVED  PIC S9(12) VALUE 0.
       01 WS-REL-PCT-SAVED    PIC S9(3)V9 VALUE 0.
       01 WS-REL-PCT-DISPLAY  PIC -ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM RELOAD-VERIFY-PASS-PROCEDURE
               STOP RUN
           END-IF

           SET WS-TOKEN-MASTER-JOURNAL-OFF TO TRUE
           PERFORM RELOAD-LOAD-PASS-PROCEDURE

           MOVE "TOKEN-RELOAD-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE "TOKNMSTR" TO WS-RECOV-MASTER
           SET WS-RECOV-REBUILT TO TRUE
           PERFORM RECOV-JOURNAL-PROCEDURE

           DISPLAY "TOKEN-RELOAD-PROGRAM: " WS-REL-LOADED
               " RECORDS REBUILT INTO TOKNMSTR FROM "
               WS-REL-SEEN-GROUPS " VERIFIED GROUPS"

           PERFORM RELOAD-SPACE-FIGURE-PROCEDURE

           MOVE 0 TO RETURN-CODE
           STOP RUN.

                       DISPLAY "TOKEN-RELOAD-PROGRAM: FINAL TOTALS "
                           "DISAGREE WITH THE FILE"
                   END-IF
                   IF TOKEN-UNLOAD-TOT-BYTES IS NUMERIC
                       MOVE TOKEN-UNLOAD-TOT-BYTES TO
                           WS-REL-BYTES-BEFORE
                       MOVE TOKEN-UNLOAD-TOT-LAYOUT TO
                           WS-REL-BYTES-LAYOUT
                   END-IF
           END-EVALUATE.

      * pass two: a fresh index, loaded in key order.
           CLOSE TOKEN-UNLOAD-FILE
           CLOSE TOKEN-MASTER-FILE.

      * the index is open OUTPUT, so a duplicate key keeps the record
      * already loaded -- the rewrite the write procedure tries is
      * refused -- and is reported.
       RELOAD-WRITE-ONE-PROCEDURE.
           MOVE TOKEN-UNLOAD-JOB-ID TO WS-TOKEN-MASTER-IMG-JOB-ID
           MOVE TOKEN-UNLOAD-RUN-DATE TO WS-TOKEN-MASTER-IMG-RUN-DATE
           MOVE TOKEN-UNLOAD-SEQ TO WS-TOKEN-MASTER-IMG-SEQ
           MOVE TOKEN-UNLOAD-TYPE TO WS-TOKEN-MASTER-IMG-TYPE
           MOVE TOKEN-UNLOAD-LINE TO WS-TOKEN-MASTER-IMG-LINE
           MOVE TOKEN-UNLOAD-COL TO WS-TOKEN-MASTER-IMG-COL
           MOVE TOKEN-UNLOAD-SOURCE TO WS-TOKEN-MASTER-IMG-SOURCE
           MOVE TOKEN-UNLOAD-LITERAL TO WS-TOKEN-MASTER-LITERAL

           PERFORM TOKEN-MASTER-WRITE-PROCEDURE
           IF WS-TOKEN-MASTER-DUP-ON
               DISPLAY "TOKEN-RELOAD-PROGRAM: DUPLICATE KEY "
                   "DURING LOAD AT " WS-TOKEN-MASTER-IMG-JOB-ID
                   " SEQ " WS-TOKEN-MASTER-IMG-SEQ
           ELSE
               ADD 1 TO WS-REL-LOADED
           END-IF.

      * before/after space figure for the cutover.
       RELOAD-SPACE-FIGURE-PROCEDURE.
           IF WS-REL-BYTES-BEFORE = 0
               DISPLAY "TOKEN-RELOAD-PROGRAM: SPACE BEFORE UNKNOWN, "
                   "AFTER " WS-TOKEN-MASTER-BYTES " BYTES IN "
                   WS-TOKEN-MASTER-PARTS " RECORDS"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-REL-BYTES-SAVED =
               WS-REL-BYTES-BEFORE - WS-TOKEN-MASTER-BYTES
           COMPUTE WS-REL-PCT-SAVED ROUNDED =
               WS-REL-BYTES-SAVED * 100 / WS-REL-BYTES-BEFORE
               ON SIZE ERROR
                   MOVE 0 TO WS-REL-PCT-SAVED
           END-COMPUTE
           MOVE WS-REL-PCT-SAVED TO WS-REL-PCT-DISPLAY

           DISPLAY "TOKEN-RELOAD-PROGRAM: SPACE BEFORE "
               WS-REL-BYTES-BEFORE " BYTES ("
               WS-REL-BYTES-LAYOUT " LAYOUT), AFTER "
               WS-TOKEN-MASTER-BYTES " BYTES IN "
               WS-TOKEN-MASTER-PARTS " RECORDS, "
               WS-REL-PCT-DISPLAY " PCT SAVED".

       COPY "token-master-proc.cpy".
       COPY "token-master-update-proc.cpy".
       COPY "recov-proc.cpy".
