      * TOKEN-LIDX-REBUILD-PROGRAM builds the TOKNLIDX literal search
      * index (see token-literal-index-file.cpy) afresh from the
      * TOKNMSTR repository -- one walk in key order, one index entry
      * per stored identifier, number or string literal. run it once
      * to index the runs stored before TOKEN-STORE-PROGRAM started
      * maintaining the index, and again after any
      * TOKEN-RELOAD-PROGRAM cutover, since the reload rebuilds
      * TOKNMSTR alone. day to day the store step keeps the index in
      * step and this program is not needed.
      *
      * RETURN-CODE: 0 = index rebuilt; 16 = repository unreadable or
      * index could not be created.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKEN-LIDX-REBUILD-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-MASTER-FILE ASSIGN TO "TOKNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MASTER-KEY
               ALTERNATE RECORD KEY IS TOKEN-MASTER-SOURCE
                   WITH DUPLICATES
               FILE STATUS IS WS-LXR-MSTR-STATUS.
           SELECT TOKEN-LIDX-FILE ASSIGN TO "TOKNLIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-LIDX-KEY
               FILE STATUS IS WS-LXR-LIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "token-master-file.cpy".
       COPY "token-literal-index-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "token-master-data.cpy".

       01 WS-LXR-MSTR-STATUS PIC XX VALUE "00".
       01 WS-LXR-LIDX-STATUS PIC XX VALUE "00".

       01 WS-LXR-EOF-SWITCH PIC X VALUE "N".
           88 WS-LXR-EOF-ON  VALUE "Y".
           88 WS-LXR-EOF-OFF VALUE "N".

       01 WS-LXR-READ    PIC 9(9) VALUE 0.
       01 WS-LXR-INDEXED PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT TOKEN-MASTER-FILE
           IF WS-LXR-MSTR-STATUS NOT = "00"
               DISPLAY "TOKEN-LIDX-REBUILD-PROGRAM: TOKNMSTR OPEN "
                   "FAILED, STATUS=" WS-LXR-MSTR-STATUS
                   " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TOKEN-LIDX-FILE
           IF WS-LXR-LIDX-STATUS NOT = "00"
               DISPLAY "TOKEN-LIDX-REBUILD-PROGRAM: TOKNLIDX OPEN "
                   "FAILED, STATUS=" WS-LXR-LIDX-STATUS
                   " -- ABORTING RUN"
               CLOSE TOKEN-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO TOKEN-MASTER-KEY
           SET WS-LXR-EOF-OFF TO TRUE
           START TOKEN-MASTER-FILE KEY >= TOKEN-MASTER-KEY
               INVALID KEY
                   SET WS-LXR-EOF-ON TO TRUE
           END-START

           PERFORM UNTIL WS-LXR-EOF-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-LXR-EOF-ON TO TRUE
               ELSE
                   ADD 1 TO WS-LXR-READ
                   PERFORM LIDX-REBUILD-ONE-PROCEDURE
               END-IF
           END-PERFORM

           CLOSE TOKEN-LIDX-FILE
           CLOSE TOKEN-MASTER-FILE

           DISPLAY "TOKEN-LIDX-REBUILD-PROGRAM: " WS-LXR-READ
               " TOKNMSTR TOKENS READ, " WS-LXR-INDEXED
               " INDEX ENTRIES WRITTEN"

           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * same entry TOKEN-STORE-PROGRAM writes for a stored token --
      * literal split across the key text and the tail, the master
      * key carried behind it.
       LIDX-REBUILD-ONE-PROCEDURE.
           MOVE SPACES TO TOKEN-LIDX-RECORD
           MOVE TOKEN-MASTER-TYPE TO TOKEN-LIDX-TYPE
           IF NOT TOKEN-LIDX-TYPE-INDEXED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TOKEN-MASTER-LITERAL (1:200) TO TOKEN-LIDX-TEXT
           MOVE WS-TOKEN-MASTER-LITERAL (201:56) TO
               TOKEN-LIDX-TEXT-TAIL
           MOVE TOKEN-MASTER-JOB-ID TO TOKEN-LIDX-JOB-ID
           MOVE TOKEN-MASTER-RUN-DATE TO TOKEN-LIDX-RUN-DATE
           MOVE TOKEN-MASTER-SEQ TO TOKEN-LIDX-SEQ
           MOVE TOKEN-MASTER-SOURCE TO TOKEN-LIDX-SOURCE

           WRITE TOKEN-LIDX-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LXR-INDEXED
           END-WRITE.

       COPY "token-master-proc.cpy".
