      * its record count and checksum, and the file closes with the
      * grand totals, so TOKEN-RELOAD-PROGRAM can refuse anything
      * partial.
      * it reads the repository in either record layout: the
      * variable-length one the current definitions declare, or --
      * when TOKNMSTR refuses that (file status 39) -- the fixed
      * 314-byte one in token-fixed-master-file.cpy. that second
      * path is the unload half of the cutover onto variable-length
      * literal storage:
      *   1. TOKEN-UNLOAD-PROGRAM against the fixed-layout TOKNMSTR
      *   2. rename or delete the old dataset
      *   3. TOKEN-RELOAD-PROGRAM to rebuild it variable-length
      *   4. TOKEN-LIDX-REBUILD-PROGRAM to re-point the literal index
      * the T trailer carries the bytes the repository occupied in
      * the layout it was read in; the reload reports that against
      * what it wrote, which is the before/after space figure.
      *
      * RETURN-CODE: 0 = unloaded; 16 = repository unreadable.
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS TOKEN-MASTER-SOURCE
                   WITH DUPLICATES
               FILE STATUS IS WS-UNL-MSTR-STATUS.
           SELECT TOKEN-FIXED-FILE ASSIGN TO "TOKNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-FIXED-KEY
               ALTERNATE RECORD KEY IS TOKEN-FIXED-SOURCE
                   WITH DUPLICATES
               FILE STATUS IS WS-UNL-FIXED-STATUS.
           SELECT TOKEN-UNLOAD-FILE ASSIGN TO "TOKNUNLD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "token-master-file.cpy".
       COPY "token-fixed-master-file.cpy".
       COPY "token-unload-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "token-master-data.cpy".

       01 WS-UNL-MSTR-STATUS PIC XX VALUE "00".
       01 WS-UNL-FIXED-STATUS PIC XX VALUE "00".

       01 WS-UNL-LAYOUT-SWITCH PIC X VALUE "V".
           88 WS-UNL-LAYOUT-VARYING VALUE "V".
           88 WS-UNL-LAYOUT-FIXED   VALUE "F".
       01 WS-UNL-FIXED-BYTES PIC 9(12) VALUE 0.

       01 WS-UNL-EOF-SWITCH PIC X VALUE "N".
           88 WS-UNL-EOF-ON  VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT TOKEN-MASTER-FILE
           IF WS-UNL-MSTR-STATUS = "39"
               OPEN INPUT TOKEN-FIXED-FILE
               IF WS-UNL-FIXED-STATUS = "00"
                   SET WS-UNL-LAYOUT-FIXED TO TRUE
                   MOVE "00" TO WS-UNL-MSTR-STATUS
                   DISPLAY "TOKEN-UNLOAD-PROGRAM: TOKNMSTR IS IN THE "
                       "FIXED 314-BYTE LAYOUT -- UNLOADING IT AS SUCH"
               END-IF
           END-IF
           IF WS-UNL-MSTR-STATUS NOT = "00"
               DISPLAY "TOKEN-UNLOAD-PROGRAM: TOKNMSTR OPEN FAILED, "
                   "STATUS=" WS-UNL-MSTR-STATUS " -- ABORTING RUN"

           OPEN OUTPUT TOKEN-UNLOAD-FILE

           SET WS-UNL-EOF-OFF TO TRUE
           IF WS-UNL-LAYOUT-FIXED
               MOVE LOW-VALUES TO TOKEN-FIXED-KEY
               START TOKEN-FIXED-FILE KEY >= TOKEN-FIXED-KEY
                   INVALID KEY
                       SET WS-UNL-EOF-ON TO TRUE
               END-START
           ELSE
               MOVE LOW-VALUES TO TOKEN-MASTER-KEY
               START TOKEN-MASTER-FILE KEY >= TOKEN-MASTER-KEY
                   INVALID KEY
                       SET WS-UNL-EOF-ON TO TRUE
               END-START
           END-IF

           PERFORM UNTIL WS-UNL-EOF-ON
               IF WS-UNL-LAYOUT-FIXED
                   PERFORM UNLOAD-READ-FIXED-PROCEDURE
               ELSE
                   PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
                   IF WS-TOKEN-MASTER-EOF-ON
                       SET WS-UNL-EOF-ON TO TRUE
                   END-IF
               END-IF
               IF NOT WS-UNL-EOF-ON
                   PERFORM UNLOAD-ONE-RECORD-PROCEDURE
               END-IF
           END-PERFORM

           IF WS-UNL-GROUP-OPEN
           SET TOKEN-UNLOAD-REC-IS-TRAILER TO TRUE
           MOVE WS-UNL-TOTAL-GROUPS TO TOKEN-UNLOAD-TOT-GROUPS
           MOVE WS-UNL-TOTAL-RECORDS TO TOKEN-UNLOAD-TOT-RECORDS
           IF WS-UNL-LAYOUT-FIXED
               MOVE WS-UNL-FIXED-BYTES TO TOKEN-UNLOAD-TOT-BYTES
               SET TOKEN-UNLOAD-FROM-FIXED TO TRUE
           ELSE
               MOVE WS-TOKEN-MASTER-BYTES TO TOKEN-UNLOAD-TOT-BYTES
               SET TOKEN-UNLOAD-FROM-VARYING TO TRUE
           END-IF
           WRITE TOKEN-UNLOAD-RECORD

           CLOSE TOKEN-UNLOAD-FILE
           IF WS-UNL-LAYOUT-FIXED
               CLOSE TOKEN-FIXED-FILE
           ELSE
               CLOSE TOKEN-MASTER-FILE
           END-IF

           DISPLAY "TOKEN-UNLOAD-PROGRAM: " WS-UNL-TOTAL-RECORDS
               " RECORDS IN " WS-UNL-TOTAL-GROUPS
               " GROUPS UNLOADED TO TOKNUNLD, REPOSITORY "
               TOKEN-UNLOAD-TOT-BYTES " BYTES"

           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * one fixed-layout record into the same whole-token image the
      * variable-length read fills, so the unload itself doesn't care
      * which layout it came from.
       UNLOAD-READ-FIXED-PROCEDURE.
           READ TOKEN-FIXED-FILE NEXT
               AT END
                   SET WS-UNL-EOF-ON TO TRUE
               NOT AT END
                   ADD 314 TO WS-UNL-FIXED-BYTES
                   MOVE TOKEN-FIXED-JOB-ID TO WS-TOKEN-MASTER-IMG-JOB-ID
                   MOVE TOKEN-FIXED-RUN-DATE TO
                       WS-TOKEN-MASTER-IMG-RUN-DATE
                   MOVE TOKEN-FIXED-SEQ TO WS-TOKEN-MASTER-IMG-SEQ
                   MOVE TOKEN-FIXED-TYPE TO WS-TOKEN-MASTER-IMG-TYPE
                   MOVE TOKEN-FIXED-LINE TO WS-TOKEN-MASTER-IMG-LINE
                   MOVE TOKEN-FIXED-COL TO WS-TOKEN-MASTER-IMG-COL
                   MOVE TOKEN-FIXED-SOURCE TO
                       WS-TOKEN-MASTER-IMG-SOURCE
                   MOVE TOKEN-FIXED-LITERAL TO WS-TOKEN-MASTER-LITERAL
           END-READ.

       UNLOAD-ONE-RECORD-PROCEDURE.
           IF WS-UNL-GROUP-OPEN
               AND (WS-TOKEN-MASTER-IMG-JOB-ID NOT = WS-UNL-GROUP-JOB
               OR WS-TOKEN-MASTER-IMG-RUN-DATE NOT =
               WS-UNL-GROUP-DATE)
               PERFORM UNLOAD-CLOSE-GROUP-PROCEDURE
           END-IF

           IF WS-UNL-GROUP-CLOSED
               SET WS-UNL-GROUP-OPEN TO TRUE
               MOVE WS-TOKEN-MASTER-IMG-JOB-ID TO WS-UNL-GROUP-JOB
               MOVE WS-TOKEN-MASTER-IMG-RUN-DATE TO WS-UNL-GROUP-DATE
               MOVE 0 TO WS-UNL-GROUP-COUNT
               MOVE 0 TO WS-UNL-GROUP-SUM
           END-IF
           ADD 1 TO WS-UNL-GROUP-COUNT
           ADD 1 TO WS-UNL-TOTAL-RECORDS
           COMPUTE WS-UNL-GROUP-SUM = WS-UNL-GROUP-SUM
               + WS-TOKEN-MASTER-IMG-TYPE + WS-TOKEN-MASTER-IMG-LINE
               + WS-TOKEN-MASTER-IMG-COL
           IF WS-UNL-GROUP-SUM > 99999999
               COMPUTE WS-UNL-GROUP-SUM = WS-UNL-GROUP-SUM
                   - 99999999 * (WS-UNL-GROUP-SUM / 99999999)

           MOVE SPACES TO TOKEN-UNLOAD-RECORD
           SET TOKEN-UNLOAD-REC-IS-DETAIL TO TRUE
           MOVE WS-TOKEN-MASTER-IMG-JOB-ID TO TOKEN-UNLOAD-JOB-ID
           MOVE WS-TOKEN-MASTER-IMG-RUN-DATE TO TOKEN-UNLOAD-RUN-DATE
           MOVE WS-TOKEN-MASTER-IMG-SEQ TO TOKEN-UNLOAD-SEQ
           MOVE WS-TOKEN-MASTER-IMG-TYPE TO TOKEN-UNLOAD-TYPE
           MOVE WS-TOKEN-MASTER-IMG-LINE TO TOKEN-UNLOAD-LINE
           MOVE WS-TOKEN-MASTER-IMG-COL TO TOKEN-UNLOAD-COL
           MOVE WS-TOKEN-MASTER-IMG-SOURCE TO TOKEN-UNLOAD-SOURCE
           MOVE WS-TOKEN-MASTER-LITERAL TO TOKEN-UNLOAD-LITERAL
           WRITE TOKEN-UNLOAD-RECORD.

       UNLOAD-CLOSE-GROUP-PROCEDURE.
           WRITE TOKEN-UNLOAD-RECORD

           SET WS-UNL-GROUP-CLOSED TO TRUE.

       COPY "token-master-proc.cpy".
