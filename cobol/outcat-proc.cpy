      * output-catalog routines (state in outcat-data.cpy). OUTCAT
      * is opened and closed inside each routine, so no program
      * holds it across a run, and it is created on first use. an
      * output is never held up because the catalog would not
      * open: it is written under its plain name as it always was,
      * the miss is counted in WS-OUTCAT-MISSED and said on the
      * console.

      * a writer's next generation of WS-OUTCAT-NAME: numbered one
      * past the highest on the catalog, named <base>.Gnnnn, and
      * remembered for OUTCAT-REGISTER-PROCEDURE.
       OUTCAT-ASSIGN-PROCEDURE.
           MOVE WS-OUTCAT-BASE TO WS-OUTCAT-DSN
           MOVE 0 TO WS-OUTCAT-GEN

           IF WS-OUTCAT-OUT-COUNT >= WS-OUTCAT-OUT-MAX
               ADD 1 TO WS-OUTCAT-MISSED
               DISPLAY WS-OUTCAT-PROGRAM ": MORE THAN "
                   WS-OUTCAT-OUT-MAX " OUTPUTS -- " WS-OUTCAT-NAME
                   " WRITTEN UNCATALOGED"
               EXIT PARAGRAPH
           END-IF

           PERFORM OUTCAT-OPEN-PROCEDURE
           IF WS-OUTCAT-STATUS NOT = "00"
               ADD 1 TO WS-OUTCAT-MISSED
               DISPLAY WS-OUTCAT-PROGRAM ": OUTCAT OPEN FAILED, "
                   "STATUS=" WS-OUTCAT-STATUS " -- " WS-OUTCAT-NAME
                   " WRITTEN UNCATALOGED"
               EXIT PARAGRAPH
           END-IF

           PERFORM OUTCAT-LATEST-PROCEDURE
           CLOSE OUTPUT-CATALOG-FILE

           IF WS-OUTCAT-LATEST = 9999
               ADD 1 TO WS-OUTCAT-MISSED
               DISPLAY WS-OUTCAT-PROGRAM ": " WS-OUTCAT-NAME
                   " HAS USED EVERY GENERATION NUMBER -- WRITTEN "
                   "UNCATALOGED"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OUTCAT-GEN = WS-OUTCAT-LATEST + 1

           MOVE 0 TO WS-OUTCAT-BASE-LEN
           PERFORM VARYING WS-OUTCAT-SCAN-IDX FROM 40 BY -1
               UNTIL WS-OUTCAT-SCAN-IDX < 1
               IF WS-OUTCAT-BASE (WS-OUTCAT-SCAN-IDX:1) NOT = SPACE
                   MOVE WS-OUTCAT-SCAN-IDX TO WS-OUTCAT-BASE-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OUTCAT-DSN
           STRING WS-OUTCAT-BASE (1:WS-OUTCAT-BASE-LEN)
               ".G" WS-OUTCAT-GEN
               DELIMITED BY SIZE INTO WS-OUTCAT-DSN

           ADD 1 TO WS-OUTCAT-OUT-COUNT
           MOVE WS-OUTCAT-NAME TO WS-OUTCAT-OUT-NAME
               (WS-OUTCAT-OUT-COUNT)
           MOVE WS-OUTCAT-GEN TO WS-OUTCAT-OUT-GEN (WS-OUTCAT-OUT-COUNT)
           MOVE WS-OUTCAT-DSN TO WS-OUTCAT-OUT-DSN (WS-OUTCAT-OUT-COUNT)

           DISPLAY WS-OUTCAT-PROGRAM ": " WS-OUTCAT-NAME
               " GENERATION " WS-OUTCAT-GEN " IS " WS-OUTCAT-DSN.

      * every generation this run was handed, read back for its
      * count and fingerprint and put on the catalog -- PERFORMed
      * once the outputs are closed for the last time. a dataset
      * the step never opened (no exceptions tonight) is cataloged
      * as an empty generation, so a reader sees tonight's nothing
      * and not last night's something.
       OUTCAT-REGISTER-PROCEDURE.
           IF WS-OUTCAT-OUT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM OUTCAT-OPEN-PROCEDURE
           IF WS-OUTCAT-STATUS NOT = "00"
               ADD WS-OUTCAT-OUT-COUNT TO WS-OUTCAT-MISSED
               DISPLAY WS-OUTCAT-PROGRAM ": OUTCAT OPEN FAILED, "
                   "STATUS=" WS-OUTCAT-STATUS " -- "
                   WS-OUTCAT-OUT-COUNT " GENERATION(S) NOT CATALOGED"
               MOVE 0 TO WS-OUTCAT-OUT-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM OUTCAT-STAMP-PROCEDURE

           PERFORM VARYING WS-OUTCAT-OUT-IDX FROM 1 BY 1 UNTIL
               WS-OUTCAT-OUT-IDX > WS-OUTCAT-OUT-COUNT
               MOVE WS-OUTCAT-OUT-DSN (WS-OUTCAT-OUT-IDX) TO
                   WS-OUTCAT-SCAN-NAME
               PERFORM OUTCAT-SCAN-PROCEDURE

               MOVE SPACES TO OUTPUT-CATALOG-RECORD
               MOVE WS-OUTCAT-OUT-NAME (WS-OUTCAT-OUT-IDX) TO
                   OUTPUT-CATALOG-NAME
               MOVE WS-OUTCAT-OUT-GEN (WS-OUTCAT-OUT-IDX) TO
                   OUTPUT-CATALOG-GEN
               MOVE WS-OUTCAT-OUT-DSN (WS-OUTCAT-OUT-IDX) TO
                   OUTPUT-CATALOG-DSN
               MOVE WS-OUTCAT-STAMP-DASHED TO OUTPUT-CATALOG-DATE
               MOVE WS-OUTCAT-STAMP-COLON TO OUTPUT-CATALOG-TIME
               MOVE WS-OUTCAT-JOB TO OUTPUT-CATALOG-JOB
               MOVE WS-OUTCAT-PROGRAM TO OUTPUT-CATALOG-PROGRAM
               MOVE WS-OUTCAT-REC-COUNT TO OUTPUT-CATALOG-RECORDS
               MOVE WS-OUTCAT-FP-WORK TO OUTPUT-CATALOG-FINGERPRINT
               SET OUTPUT-CATALOG-ACTIVE TO TRUE
               WRITE OUTPUT-CATALOG-RECORD
                   INVALID KEY
                       REWRITE OUTPUT-CATALOG-RECORD
               END-WRITE
               ADD 1 TO WS-OUTCAT-REGISTERED
           END-PERFORM

           CLOSE OUTPUT-CATALOG-FILE
           MOVE 0 TO WS-OUTCAT-OUT-COUNT.

      * a reader's dataset for WS-OUTCAT-NAME: the highest active
      * generation on the catalog, or the plain base name when the
      * catalog has none (or is not there) -- which is what every
      * reader opened before outputs were cataloged.
       OUTCAT-CURRENT-PROCEDURE.
           MOVE WS-OUTCAT-BASE TO WS-OUTCAT-DSN
           MOVE 0 TO WS-OUTCAT-GEN

           OPEN INPUT OUTPUT-CATALOG-FILE
           IF WS-OUTCAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OUTCAT-LATEST
           SET WS-OUTCAT-PROBE-MORE TO TRUE
           PERFORM UNTIL WS-OUTCAT-PROBE-DONE
               MOVE WS-OUTCAT-NAME TO OUTPUT-CATALOG-NAME
               COMPUTE OUTPUT-CATALOG-GEN = WS-OUTCAT-LATEST + 1
               READ OUTPUT-CATALOG-FILE
                   INVALID KEY
                       SET WS-OUTCAT-PROBE-DONE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-OUTCAT-LATEST
                       IF OUTPUT-CATALOG-ACTIVE
                           MOVE OUTPUT-CATALOG-GEN TO WS-OUTCAT-GEN
                           MOVE OUTPUT-CATALOG-DSN TO WS-OUTCAT-DSN
                       END-IF
                       IF WS-OUTCAT-LATEST = 9999
                           SET WS-OUTCAT-PROBE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OUTPUT-CATALOG-FILE.

       OUTCAT-OPEN-PROCEDURE.
           OPEN I-O OUTPUT-CATALOG-FILE
           IF WS-OUTCAT-STATUS = "35"
               OPEN OUTPUT OUTPUT-CATALOG-FILE
               CLOSE OUTPUT-CATALOG-FILE
               OPEN I-O OUTPUT-CATALOG-FILE
           END-IF.

      * the highest generation of WS-OUTCAT-NAME on the catalog,
      * purged or not -- records are probed 0001, 0002, ... until
      * one is missing, which is why the numbering may have no gaps.
       OUTCAT-LATEST-PROCEDURE.
           MOVE 0 TO WS-OUTCAT-LATEST
           SET WS-OUTCAT-PROBE-MORE TO TRUE
           PERFORM UNTIL WS-OUTCAT-PROBE-DONE
               MOVE WS-OUTCAT-NAME TO OUTPUT-CATALOG-NAME
               COMPUTE OUTPUT-CATALOG-GEN = WS-OUTCAT-LATEST + 1
               READ OUTPUT-CATALOG-FILE
                   INVALID KEY
                       SET WS-OUTCAT-PROBE-DONE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-OUTCAT-LATEST
                       IF WS-OUTCAT-LATEST = 9999
                           SET WS-OUTCAT-PROBE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * count and fingerprint of the dataset in WS-OUTCAT-SCAN-NAME;
      * one that will not open counts as empty.
       OUTCAT-SCAN-PROCEDURE.
           MOVE 0 TO WS-OUTCAT-REC-COUNT
           MOVE 0 TO WS-OUTCAT-FP-WORK

           OPEN INPUT OUTPUT-SCAN-FILE
           IF WS-OUTCAT-SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-OUTCAT-SCAN-EOF-OFF TO TRUE
           PERFORM UNTIL WS-OUTCAT-SCAN-EOF-ON
               READ OUTPUT-SCAN-FILE
                   AT END
                       SET WS-OUTCAT-SCAN-EOF-ON TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OUTCAT-REC-COUNT
                       PERFORM OUTCAT-ROLL-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE OUTPUT-SCAN-FILE.

       OUTCAT-ROLL-PROCEDURE.
           MOVE 0 TO WS-OUTCAT-REC-LEN
           PERFORM VARYING WS-OUTCAT-CHAR-IDX
               FROM LENGTH OF OUTPUT-SCAN-RECORD BY -1
               UNTIL WS-OUTCAT-CHAR-IDX < 1
               IF OUTPUT-SCAN-RECORD (WS-OUTCAT-CHAR-IDX:1)
                   NOT = SPACE
                   MOVE WS-OUTCAT-CHAR-IDX TO WS-OUTCAT-REC-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-OUTCAT-CHAR-IDX FROM 1 BY 1 UNTIL
               WS-OUTCAT-CHAR-IDX > WS-OUTCAT-REC-LEN
               COMPUTE WS-OUTCAT-FP-WORK =
                   WS-OUTCAT-FP-WORK * 31 + FUNCTION ORD
                   (OUTPUT-SCAN-RECORD (WS-OUTCAT-CHAR-IDX:1))
               IF WS-OUTCAT-FP-WORK > 99999999
                   COMPUTE WS-OUTCAT-FP-WORK =
                       WS-OUTCAT-FP-WORK - 99999999 *
                       (WS-OUTCAT-FP-WORK / 99999999)
               END-IF
           END-PERFORM.

       OUTCAT-STAMP-PROCEDURE.
           ACCEPT WS-OUTCAT-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OUTCAT-STAMP-TIME FROM TIME
           MOVE SPACES TO WS-OUTCAT-STAMP-DASHED
           STRING WS-OUTCAT-STAMP-YYYY "-" WS-OUTCAT-STAMP-MM "-"
               WS-OUTCAT-STAMP-DD
               DELIMITED BY SIZE INTO WS-OUTCAT-STAMP-DASHED
           MOVE SPACES TO WS-OUTCAT-STAMP-COLON
           STRING WS-OUTCAT-STAMP-HH ":" WS-OUTCAT-STAMP-MIN ":"
               WS-OUTCAT-STAMP-SS
               DELIMITED BY SIZE INTO WS-OUTCAT-STAMP-COLON.
