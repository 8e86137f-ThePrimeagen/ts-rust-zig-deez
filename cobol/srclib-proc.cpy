      * shared SRCLIB / SRCLOCK routines (state in srclib-data.cpy).
      * the caller declares SOURCE-LIBRARY-FILE and SOURCE-LOCK-FILE
      * and sets WS-SRCLIB-SCRIPT. the library is opened I-O once
      * per run by SRCLIB-OPEN-PROCEDURE, which creates it on first
      * use; the caller tests WS-SRCLIB-STATUS afterwards. the lock
      * register is opened and closed inside each routine that
      * touches it, so it is never held across a run.
       SRCLIB-OPEN-PROCEDURE.
           OPEN I-O SOURCE-LIBRARY-FILE
           IF WS-SRCLIB-STATUS = "35"
               OPEN OUTPUT SOURCE-LIBRARY-FILE
               CLOSE SOURCE-LIBRARY-FILE
               OPEN I-O SOURCE-LIBRARY-FILE
           END-IF.

      * the highest completed version of the script -- headers are
      * probed 0001, 0002, ... until one is missing, which is why
      * the numbering may have no gaps.
       SRCLIB-LATEST-PROCEDURE.
           MOVE 0 TO WS-SRCLIB-LATEST
           SET WS-SRCLIB-PROBE-MORE TO TRUE
           PERFORM UNTIL WS-SRCLIB-PROBE-DONE
               MOVE WS-SRCLIB-SCRIPT TO SOURCE-LIBRARY-SCRIPT
               COMPUTE SOURCE-LIBRARY-VERSION = WS-SRCLIB-LATEST + 1
               MOVE 0 TO SOURCE-LIBRARY-LINE
               READ SOURCE-LIBRARY-FILE
                   INVALID KEY
                       SET WS-SRCLIB-PROBE-DONE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SRCLIB-LATEST
                       IF WS-SRCLIB-LATEST = 9999
                           SET WS-SRCLIB-PROBE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * readies the next version for storing: numbered one past the
      * latest, line count and checksum back to zero.
       SRCLIB-START-VERSION-PROCEDURE.
           PERFORM SRCLIB-LATEST-PROCEDURE
           COMPUTE WS-SRCLIB-NEW-VERSION = WS-SRCLIB-LATEST + 1
           MOVE 0 TO WS-SRCLIB-LINE-COUNT
           MOVE 0 TO WS-SRCLIB-FP-WORK.

      * the script's check-out register entry. no register yet, or
      * no record for the script, means nobody has it out.
       SRCLIB-LOCK-READ-PROCEDURE.
           SET WS-SRCLIB-UNLOCKED TO TRUE
           MOVE SPACES TO WS-SRCLIB-LOCK-HOLDER
           MOVE SPACES TO WS-SRCLIB-LOCK-DATE
           MOVE SPACES TO WS-SRCLIB-LOCK-TIME
           MOVE 0 TO WS-SRCLIB-LOCK-BASE

           OPEN INPUT SOURCE-LOCK-FILE
           IF WS-SRCLIB-LOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SRCLIB-SCRIPT TO SOURCE-LOCK-SCRIPT
           READ SOURCE-LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SRCLIB-LOCKED TO TRUE
                   MOVE SOURCE-LOCK-HOLDER TO WS-SRCLIB-LOCK-HOLDER
                   MOVE SOURCE-LOCK-DATE TO WS-SRCLIB-LOCK-DATE
                   MOVE SOURCE-LOCK-TIME TO WS-SRCLIB-LOCK-TIME
                   MOVE SOURCE-LOCK-BASE-VERSION TO WS-SRCLIB-LOCK-BASE
           END-READ

           CLOSE SOURCE-LOCK-FILE.

      * takes the script out for WS-SRCLIB-LOCK-HOLDER against
      * WS-SRCLIB-LOCK-BASE. the caller has already seen the script
      * is free; a record that appeared in between is not
      * overwritten -- WS-SRCLIB-LOCK-STATUS comes back "22".
       SRCLIB-LOCK-TAKE-PROCEDURE.
           PERFORM SRCLIB-STAMP-PROCEDURE

           OPEN I-O SOURCE-LOCK-FILE
           IF WS-SRCLIB-LOCK-STATUS = "35"
               OPEN OUTPUT SOURCE-LOCK-FILE
               CLOSE SOURCE-LOCK-FILE
               OPEN I-O SOURCE-LOCK-FILE
           END-IF
           IF WS-SRCLIB-LOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SOURCE-LOCK-RECORD
           MOVE WS-SRCLIB-SCRIPT TO SOURCE-LOCK-SCRIPT
           MOVE WS-SRCLIB-LOCK-HOLDER TO SOURCE-LOCK-HOLDER
           MOVE WS-SRCLIB-STAMP-DASHED TO SOURCE-LOCK-DATE
           MOVE WS-SRCLIB-STAMP-COLON TO SOURCE-LOCK-TIME
           MOVE WS-SRCLIB-LOCK-BASE TO SOURCE-LOCK-BASE-VERSION
           WRITE SOURCE-LOCK-RECORD
               INVALID KEY
                   MOVE "22" TO WS-SRCLIB-LOCK-STATUS
           END-WRITE

           IF WS-SRCLIB-LOCK-STATUS = "00"
               MOVE WS-SRCLIB-STAMP-DASHED TO WS-SRCLIB-LOCK-DATE
               MOVE WS-SRCLIB-STAMP-COLON TO WS-SRCLIB-LOCK-TIME
           END-IF

           CLOSE SOURCE-LOCK-FILE.

      * hands the script back -- whoever holds it; the caller has
      * decided the release is allowed.
       SRCLIB-LOCK-RELEASE-PROCEDURE.
           OPEN I-O SOURCE-LOCK-FILE
           IF WS-SRCLIB-LOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SRCLIB-SCRIPT TO SOURCE-LOCK-SCRIPT
           DELETE SOURCE-LOCK-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE

           CLOSE SOURCE-LOCK-FILE.

      * one source line of the version being stored, numbered from
      * 00001. a run that died mid-store can leave lines under a
      * version number with no header; the retry writes over them.
       SRCLIB-PUT-LINE-PROCEDURE.
           ADD 1 TO WS-SRCLIB-LINE-COUNT
           MOVE WS-SRCLIB-SCRIPT TO SOURCE-LIBRARY-SCRIPT
           MOVE WS-SRCLIB-NEW-VERSION TO SOURCE-LIBRARY-VERSION
           MOVE WS-SRCLIB-LINE-COUNT TO SOURCE-LIBRARY-LINE
           MOVE WS-SRCLIB-LINE-TEXT TO SOURCE-LIBRARY-TEXT
           WRITE SOURCE-LIBRARY-RECORD
               INVALID KEY
                   REWRITE SOURCE-LIBRARY-RECORD
           END-WRITE

           PERFORM SRCLIB-ROLL-PROCEDURE.

      * completes the version: the header goes on last, so until
      * this WRITE the version does not exist.
       SRCLIB-PUT-HEADER-PROCEDURE.
           PERFORM SRCLIB-STAMP-PROCEDURE

           MOVE SPACES TO SOURCE-LIBRARY-RECORD
           MOVE WS-SRCLIB-SCRIPT TO SOURCE-LIBRARY-SCRIPT
           MOVE WS-SRCLIB-NEW-VERSION TO SOURCE-LIBRARY-VERSION
           MOVE 0 TO SOURCE-LIBRARY-LINE
           MOVE WS-SRCLIB-NEW-FP TO SOURCE-LIBRARY-FINGERPRINT
           MOVE WS-SRCLIB-FP-WORK TO SOURCE-LIBRARY-CHECKSUM
           MOVE WS-SRCLIB-LINE-COUNT TO SOURCE-LIBRARY-RECORDS
           MOVE WS-SRCLIB-STAMP-DASHED TO SOURCE-LIBRARY-DATE
           MOVE WS-SRCLIB-STAMP-COLON TO SOURCE-LIBRARY-TIME
           MOVE WS-SRCLIB-PROMOTER TO SOURCE-LIBRARY-PROMOTER
           MOVE WS-SRCLIB-APPROVER TO SOURCE-LIBRARY-APPROVER
           MOVE WS-SRCLIB-ACTION TO SOURCE-LIBRARY-ACTION
           MOVE WS-SRCLIB-FROM TO SOURCE-LIBRARY-FROM-VERSION
           WRITE SOURCE-LIBRARY-RECORD
               INVALID KEY
                   REWRITE SOURCE-LIBRARY-RECORD
           END-WRITE.

       SRCLIB-ROLL-PROCEDURE.
           MOVE 0 TO WS-SRCLIB-REC-LEN
           PERFORM VARYING WS-SRCLIB-CHAR-IDX
               FROM LENGTH OF WS-SRCLIB-LINE-TEXT BY -1
               UNTIL WS-SRCLIB-CHAR-IDX < 1
               IF WS-SRCLIB-LINE-TEXT (WS-SRCLIB-CHAR-IDX:1)
                   NOT = SPACE
                   MOVE WS-SRCLIB-CHAR-IDX TO WS-SRCLIB-REC-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SRCLIB-CHAR-IDX FROM 1 BY 1 UNTIL
               WS-SRCLIB-CHAR-IDX > WS-SRCLIB-REC-LEN
               COMPUTE WS-SRCLIB-FP-WORK =
                   WS-SRCLIB-FP-WORK * 31 + FUNCTION ORD
                   (WS-SRCLIB-LINE-TEXT (WS-SRCLIB-CHAR-IDX:1))
               IF WS-SRCLIB-FP-WORK > 99999999
                   COMPUTE WS-SRCLIB-FP-WORK =
                       WS-SRCLIB-FP-WORK - 99999999 *
                       (WS-SRCLIB-FP-WORK / 99999999)
               END-IF
           END-PERFORM.

       SRCLIB-STAMP-PROCEDURE.
           ACCEPT WS-SRCLIB-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SRCLIB-STAMP-TIME FROM TIME
           MOVE SPACES TO WS-SRCLIB-STAMP-DASHED
           STRING WS-SRCLIB-STAMP-YYYY "-" WS-SRCLIB-STAMP-MM "-"
               WS-SRCLIB-STAMP-DD
               DELIMITED BY SIZE INTO WS-SRCLIB-STAMP-DASHED
           MOVE SPACES TO WS-SRCLIB-STAMP-COLON
           STRING WS-SRCLIB-STAMP-HH ":" WS-SRCLIB-STAMP-MIN ":"
               WS-SRCLIB-STAMP-SS
               DELIMITED BY SIZE INTO WS-SRCLIB-STAMP-COLON.
