      * RECOVER-PROGRAM rolls a restored backup of one keyed master
      * forward from the RECOVJNL forward-recovery journal (see
      * recov-file.cpy) -- the way back after a master is lost or
      * damaged between backups. restore the last good backup onto
      * the master's own DD, then run this: every journal line for
      * that master stamped after the backup was taken and no later
      * than the point chosen is applied in the order it was
      * written -- an add writes the after image, a change rewrites
      * it, a delete removes the record.
      *
      * before a record moves, the journal is read through once: a
      * B line (the master rebuilt whole, as TOKEN-RELOAD-PROGRAM
      * does) inside the window refuses the run -- nothing journaled
      * before a rebuild can be rolled forward past it, restore the
      * backup taken after the rebuild instead.
      *
      * control totals prove the result. the backup is counted and
      * hash-totalled before anything is applied (the hash is the sum
      * of each record's SRC-ARCHIVE-PROGRAM rolling checksum); the
      * journal says what the totals must become -- one record more
      * for each add and one fewer for each delete, every after
      * image's checksum in and every before image's out -- and the
      * rebuilt master is read back whole and counted again. the two
      * agree only when the backup and the journal belong together
      * and every image landed. a line whose before image is not
      * what the master held (or an add whose key is already there)
      * is applied anyway and listed on RCVRPT as a mismatch.
      *
      * the indexed masters (TOKNMSTR, EXCPMSTR, ALRTMSTR) are
      * updated in place; OWNERMST and KEYWORDS are held whole and
      * written back out at the end, the way their maintenance
      * screens save them. this program does not journal what it
      * applies -- back the recovered master up straight after.
      *
      * RCVCTL cards: MASTER=name (required -- TOKNMSTR, EXCPMSTR,
      * ALRTMSTR, OWNERMST or KEYWORDS); SINCE=yyyy-mm-dd hh:mm:ss,
      * when the restored backup was taken (default: the journal is
      * applied from its first line); UNTIL=yyyy-mm-dd hh:mm:ss, the
      * point in time to recover to (default: the journal's end). a
      * date alone means the start of that day for SINCE and its end
      * for UNTIL.
      *
      * RETURN-CODE: 0 = recovered, totals agree; 4 = totals agree
      * but some lines did not match what the master held; 8 = the
      * rebuilt master's totals do not agree with the backup plus
      * the journal; 16 = refused (bad or missing cards, no journal
      * or backup, or a rebuild inside the window) -- nothing
      * applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVER-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVER-CONTROL-FILE ASSIGN TO "RCVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-CTL-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-JNL-STATUS.
           SELECT TOKEN-MASTER-FILE ASSIGN TO "TOKNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKEN-MASTER-KEY
               ALTERNATE RECORD KEY IS TOKEN-MASTER-SOURCE
                   WITH DUPLICATES
               FILE STATUS IS WS-RCV-MSTR-STATUS.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCEPTION-MASTER-KEY
               FILE STATUS IS WS-RCV-MSTR-STATUS.
           SELECT ALERT-MASTER-FILE ASSIGN TO "ALRTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERT-MASTER-KEY
               FILE STATUS IS WS-RCV-MSTR-STATUS.
           SELECT RECOVER-FLAT-FILE ASSIGN TO DYNAMIC
               WS-RCV-FLAT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-MSTR-STATUS.
           SELECT RECOVER-REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECOVER-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 RECOVER-CONTROL-RECORD PIC X(80).

       COPY "recov-file.cpy".
       COPY "token-master-file.cpy".
       COPY "exception-master-file.cpy".
       COPY "alert-master-file.cpy".

      * OWNERMST or KEYWORDS, whichever is being recovered -- written
      * back at the master's own record length.
       FD RECOVER-FLAT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 100 CHARACTERS
           DEPENDING ON WS-RCV-FLAT-LEN.
       01 RECOVER-FLAT-RECORD PIC X(100).

       FD RECOVER-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RECOVER-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RCV-CTL-STATUS  PIC XX VALUE "00".
       01 WS-RCV-JNL-STATUS  PIC XX VALUE "00".
       01 WS-RCV-MSTR-STATUS PIC XX VALUE "00".

       01 WS-RCV-EOF-SWITCH PIC X VALUE "N".
           88 WS-RCV-EOF-ON  VALUE "Y".
           88 WS-RCV-EOF-OFF VALUE "N".

       01 WS-RCV-CARD-KEY   PIC X(12).
       01 WS-RCV-CARD-VALUE PIC X(40).

      * the master being recovered, how long its records are (0 for
      * TOKNMSTR, whose records are as long as their literal) and
      * how much of the front of one is its key.
       01 WS-RCV-MASTER  PIC X(8) VALUE SPACES.
           88 WS-RCV-TOKNMSTR VALUE "TOKNMSTR".
           88 WS-RCV-EXCPMSTR VALUE "EXCPMSTR".
           88 WS-RCV-ALRTMSTR VALUE "ALRTMSTR".
           88 WS-RCV-FLAT     VALUE "OWNERMST" "KEYWORDS".
       01 WS-RCV-REC-LEN PIC 9(3) VALUE 0.
       01 WS-RCV-KEY-LEN PIC 9(3) VALUE 0.
       01 WS-RCV-FLAT-DSN PIC X(8) VALUE SPACES.
       01 WS-RCV-FLAT-LEN PIC 9(3) VALUE 100.

      * the window: after SINCE, up to and including UNTIL, compared
      * on the first 19 characters of a journal line.
       01 WS-RCV-SINCE PIC X(19) VALUE SPACES.
       01 WS-RCV-UNTIL PIC X(19) VALUE "9999-12-31 23:59:59".
       01 WS-RCV-STAMP-IN   PIC X(40).
       01 WS-RCV-STAMP-FILL PIC X(9).
       01 WS-RCV-STAMP-OUT  PIC X(19).
       01 WS-RCV-STAMP-SWITCH PIC X VALUE "Y".
           88 WS-RCV-STAMP-OK  VALUE "Y".
           88 WS-RCV-STAMP-BAD VALUE "N".
       01 WS-RCV-CARDS-SWITCH PIC X VALUE "Y".
           88 WS-RCV-CARDS-OK  VALUE "Y".
           88 WS-RCV-CARDS-BAD VALUE "N".

       01 WS-RCV-LINE-STAMP PIC X(19).
       01 WS-RCV-REBUILT-AT PIC X(19) VALUE SPACES.
       01 WS-RCV-REFUSAL    PIC X(80) VALUE SPACES.

      * journal lines for the master: inside the window, and either
      * side of it.
       01 WS-RCV-IN-WINDOW PIC 9(9) VALUE 0.
       01 WS-RCV-BEFORE-SINCE PIC 9(9) VALUE 0.
       01 WS-RCV-AFTER-UNTIL  PIC 9(9) VALUE 0.

      * the record image in hand -- the journal's before and after,
      * and what the master holds now under the same key.
       01 WS-RCV-IMAGE     PIC X(170).
       01 WS-RCV-IMAGE-LEN PIC 9(3).
       01 WS-RCV-KEY-IMAGE PIC X(170).
       01 WS-RCV-CURRENT     PIC X(170).
       01 WS-RCV-CURRENT-LEN PIC 9(3).
       01 WS-RCV-FOUND-SWITCH PIC X VALUE "N".
           88 WS-RCV-FOUND     VALUE "Y".
           88 WS-RCV-NOT-FOUND VALUE "N".
       01 WS-RCV-MISMATCH-TEXT PIC X(40).

      * OWNERMST or KEYWORDS, held whole.
       01 WS-RCV-FLAT-MAX   PIC 9(4) VALUE 2000.
       01 WS-RCV-FLAT-COUNT PIC 9(4) VALUE 0.
       01 WS-RCV-FLAT-TABLE.
           05 WS-RCV-FLAT-ENTRY OCCURS 2000 TIMES.
               10 WS-RCV-FLAT-IMAGE   PIC X(100).
               10 WS-RCV-FLAT-REMOVED PIC X(1).
       01 WS-RCV-FLAT-IDX   PIC 9(4).
       01 WS-RCV-FOUND-IDX  PIC 9(4).
       01 WS-RCV-FLAT-DROPPED PIC 9(5) VALUE 0.

      * the control totals.
       01 WS-RCV-HASH-WORK PIC 9(10) VALUE 0.
       01 WS-RCV-CHAR-IDX  PIC 9(3).
       01 WS-RCV-TOT-COUNT PIC 9(9).
       01 WS-RCV-TOT-HASH  PIC 9(15).
       01 WS-RCV-START-COUNT PIC 9(9) VALUE 0.
       01 WS-RCV-START-HASH  PIC 9(15) VALUE 0.
       01 WS-RCV-END-COUNT   PIC 9(9) VALUE 0.
       01 WS-RCV-END-HASH    PIC 9(15) VALUE 0.
       01 WS-RCV-HASH-IN     PIC 9(15) VALUE 0.
       01 WS-RCV-HASH-OUT    PIC 9(15) VALUE 0.
       01 WS-RCV-EXP-COUNT   PIC S9(9) VALUE 0.
       01 WS-RCV-EXP-HASH    PIC S9(15) VALUE 0.
       01 WS-RCV-EDIT-COUNT  PIC -(9)9.
       01 WS-RCV-EDIT-HASH   PIC -(15)9.

       01 WS-RCV-ADDS       PIC 9(9) VALUE 0.
       01 WS-RCV-CHANGES    PIC 9(9) VALUE 0.
       01 WS-RCV-DELETES    PIC 9(9) VALUE 0.
       01 WS-RCV-MISMATCHES PIC 9(9) VALUE 0.
       01 WS-RCV-FAILURES   PIC 9(9) VALUE 0.

       01 WS-RCV-TODAY.
           05 WS-RCV-TODAY-YYYY PIC 9(4).
           05 WS-RCV-TODAY-MM   PIC 99.
           05 WS-RCV-TODAY-DD   PIC 99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RCV-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT RECOVER-REPORT-FILE

           PERFORM RECOVER-READ-CONTROL-PROCEDURE

           MOVE SPACES TO RECOVER-REPORT-RECORD
           STRING "FORWARD RECOVERY " WS-RCV-TODAY-YYYY "-"
               WS-RCV-TODAY-MM "-" WS-RCV-TODAY-DD " -- MASTER "
               WS-RCV-MASTER " -- JOURNAL AFTER '" WS-RCV-SINCE
               "' UP TO '" WS-RCV-UNTIL "'"
               DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD

           IF WS-RCV-CARDS-BAD
               PERFORM RECOVER-REFUSE-PROCEDURE
           END-IF

           PERFORM RECOVER-SCAN-PROCEDURE
           IF WS-RCV-REFUSAL NOT = SPACES
               PERFORM RECOVER-REFUSE-PROCEDURE
           END-IF

      * the restored backup's totals, before a record moves.
           PERFORM RECOVER-TOTALS-PROCEDURE
           IF WS-RCV-REFUSAL NOT = SPACES
               PERFORM RECOVER-REFUSE-PROCEDURE
           END-IF
           MOVE WS-RCV-TOT-COUNT TO WS-RCV-START-COUNT
           MOVE WS-RCV-TOT-HASH TO WS-RCV-START-HASH

           PERFORM RECOVER-OPEN-MASTER-PROCEDURE
           IF WS-RCV-REFUSAL NOT = SPACES
               PERFORM RECOVER-REFUSE-PROCEDURE
           END-IF
           PERFORM RECOVER-APPLY-PROCEDURE
           PERFORM RECOVER-CLOSE-MASTER-PROCEDURE

      * and the rebuilt master's, read back whole.
           PERFORM RECOVER-TOTALS-PROCEDURE
           MOVE WS-RCV-TOT-COUNT TO WS-RCV-END-COUNT
           MOVE WS-RCV-TOT-HASH TO WS-RCV-END-HASH

           COMPUTE WS-RCV-EXP-COUNT = WS-RCV-START-COUNT
               + WS-RCV-ADDS - WS-RCV-DELETES
           COMPUTE WS-RCV-EXP-HASH = WS-RCV-START-HASH
               + WS-RCV-HASH-IN - WS-RCV-HASH-OUT

           PERFORM RECOVER-REPORT-TOTALS-PROCEDURE

           EVALUATE TRUE
               WHEN WS-RCV-EXP-COUNT NOT = WS-RCV-END-COUNT
                   OR WS-RCV-EXP-HASH NOT = WS-RCV-END-HASH
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RCV-MISMATCHES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           DISPLAY "RECOVER-PROGRAM: " WS-RCV-MASTER " -- "
               WS-RCV-IN-WINDOW " JOURNAL LINE(S) APPLIED, "
               WS-RCV-MISMATCHES " MISMATCH(ES) -- SEE RCVRPT"

           CLOSE RECOVER-REPORT-FILE
           STOP RUN.

       RECOVER-READ-CONTROL-PROCEDURE.
           OPEN INPUT RECOVER-CONTROL-FILE
           IF WS-RCV-CTL-STATUS NOT = "00"
               MOVE "RCVCTL NOT AVAILABLE -- NO MASTER= CARD"
                   TO WS-RCV-REFUSAL
               SET WS-RCV-CARDS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET WS-RCV-EOF-OFF TO TRUE
           PERFORM UNTIL WS-RCV-EOF-ON
               READ RECOVER-CONTROL-FILE
                   AT END
                       SET WS-RCV-EOF-ON TO TRUE
                   NOT AT END
                       IF RECOVER-CONTROL-RECORD (1:1) NOT = "*"
                           AND RECOVER-CONTROL-RECORD NOT = SPACES
                           MOVE SPACES TO WS-RCV-CARD-KEY
                           MOVE SPACES TO WS-RCV-CARD-VALUE
                           UNSTRING RECOVER-CONTROL-RECORD
                               DELIMITED BY "="
                               INTO WS-RCV-CARD-KEY WS-RCV-CARD-VALUE
                           PERFORM RECOVER-APPLY-CARD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RECOVER-CONTROL-FILE

           EVALUATE TRUE
               WHEN WS-RCV-CARDS-BAD
                   CONTINUE
               WHEN WS-RCV-MASTER = SPACES
                   MOVE "NO MASTER= CARD ON RCVCTL" TO WS-RCV-REFUSAL
                   SET WS-RCV-CARDS-BAD TO TRUE
               WHEN WS-RCV-TOKNMSTR
                   MOVE 0 TO WS-RCV-REC-LEN
                   MOVE 27 TO WS-RCV-KEY-LEN
               WHEN WS-RCV-EXCPMSTR
                   MOVE 170 TO WS-RCV-REC-LEN
                   MOVE 18 TO WS-RCV-KEY-LEN
               WHEN WS-RCV-ALRTMSTR
                   MOVE 160 TO WS-RCV-REC-LEN
                   MOVE 15 TO WS-RCV-KEY-LEN
               WHEN WS-RCV-MASTER = "OWNERMST"
                   MOVE 100 TO WS-RCV-REC-LEN
                   MOVE 40 TO WS-RCV-KEY-LEN
               WHEN WS-RCV-MASTER = "KEYWORDS"
                   MOVE 27 TO WS-RCV-REC-LEN
                   MOVE 16 TO WS-RCV-KEY-LEN
               WHEN OTHER
                   MOVE SPACES TO WS-RCV-REFUSAL
                   STRING "MASTER " WS-RCV-MASTER
                       " IS NOT A JOURNALED MASTER"
                       DELIMITED BY SIZE INTO WS-RCV-REFUSAL
                   SET WS-RCV-CARDS-BAD TO TRUE
           END-EVALUATE

           IF WS-RCV-CARDS-OK AND WS-RCV-SINCE NOT = SPACES
               AND WS-RCV-SINCE >= WS-RCV-UNTIL
               MOVE "SINCE= IS NOT BEFORE UNTIL=" TO WS-RCV-REFUSAL
               SET WS-RCV-CARDS-BAD TO TRUE
           END-IF.

       RECOVER-APPLY-CARD-PROCEDURE.
           EVALUATE WS-RCV-CARD-KEY
               WHEN "MASTER"
                   MOVE WS-RCV-CARD-VALUE (1:8) TO WS-RCV-MASTER
               WHEN "SINCE"
                   MOVE WS-RCV-CARD-VALUE TO WS-RCV-STAMP-IN
                   MOVE " 00:00:00" TO WS-RCV-STAMP-FILL
                   PERFORM RECOVER-CHECK-STAMP-PROCEDURE
                   IF WS-RCV-STAMP-OK
                       MOVE WS-RCV-STAMP-OUT TO WS-RCV-SINCE
                   END-IF
               WHEN "UNTIL"
                   MOVE WS-RCV-CARD-VALUE TO WS-RCV-STAMP-IN
                   MOVE " 23:59:59" TO WS-RCV-STAMP-FILL
                   PERFORM RECOVER-CHECK-STAMP-PROCEDURE
                   IF WS-RCV-STAMP-OK
                       MOVE WS-RCV-STAMP-OUT TO WS-RCV-UNTIL
                   END-IF
               WHEN OTHER
                   DISPLAY "RECOVER-PROGRAM: RCVCTL CARD '"
                       WS-RCV-CARD-KEY "' NOT RECOGNIZED -- IGNORED"
           END-EVALUATE.

      * a point in time -- yyyy-mm-dd hh:mm:ss, or the date alone
      * with WS-RCV-STAMP-FILL's time of day. a bad one refuses the
      * run rather than recovering to a point nobody asked for.
       RECOVER-CHECK-STAMP-PROCEDURE.
           SET WS-RCV-STAMP-OK TO TRUE
           MOVE SPACES TO WS-RCV-STAMP-OUT
           IF WS-RCV-STAMP-IN (11:30) = SPACES
               STRING WS-RCV-STAMP-IN (1:10) WS-RCV-STAMP-FILL
                   DELIMITED BY SIZE INTO WS-RCV-STAMP-OUT
           ELSE
               MOVE WS-RCV-STAMP-IN (1:19) TO WS-RCV-STAMP-OUT
           END-IF

           IF WS-RCV-STAMP-IN (20:21) NOT = SPACES
               OR WS-RCV-STAMP-OUT (1:4) IS NOT NUMERIC
               OR WS-RCV-STAMP-OUT (5:1) NOT = "-"
               OR WS-RCV-STAMP-OUT (6:2) IS NOT NUMERIC
               OR WS-RCV-STAMP-OUT (8:1) NOT = "-"
               OR WS-RCV-STAMP-OUT (9:2) IS NOT NUMERIC
               OR WS-RCV-STAMP-OUT (11:1) NOT = SPACE
               OR WS-RCV-STAMP-OUT (12:2) IS NOT NUMERIC
               OR WS-RCV-STAMP-OUT (14:1) NOT = ":"
               OR WS-RCV-STAMP-OUT (15:2) IS NOT NUMERIC
               OR WS-RCV-STAMP-OUT (17:1) NOT = ":"
               OR WS-RCV-STAMP-OUT (18:2) IS NOT NUMERIC
               SET WS-RCV-STAMP-BAD TO TRUE
               SET WS-RCV-CARDS-BAD TO TRUE
               MOVE SPACES TO WS-RCV-REFUSAL
               STRING WS-RCV-CARD-KEY " '" WS-RCV-STAMP-IN (1:24)
                   "' IS NOT yyyy-mm-dd hh:mm:ss"
                   DELIMITED BY SIZE INTO WS-RCV-REFUSAL
           END-IF.

      * the first pass: how much of the journal falls in the window,
      * and whether the master was rebuilt inside it.
       RECOVER-SCAN-PROCEDURE.
           OPEN INPUT RECOVERY-JOURNAL-FILE
           IF WS-RCV-JNL-STATUS NOT = "00"
               MOVE SPACES TO WS-RCV-REFUSAL
               STRING "RECOVJNL NOT AVAILABLE, STATUS="
                   WS-RCV-JNL-STATUS
                   DELIMITED BY SIZE INTO WS-RCV-REFUSAL
               EXIT PARAGRAPH
           END-IF

           SET WS-RCV-EOF-OFF TO TRUE
           PERFORM UNTIL WS-RCV-EOF-ON
               READ RECOVERY-JOURNAL-FILE
                   AT END
                       SET WS-RCV-EOF-ON TO TRUE
                   NOT AT END
                       IF RECOVERY-JOURNAL-MASTER = WS-RCV-MASTER
                           MOVE RECOVERY-JOURNAL-RECORD (1:19) TO
                               WS-RCV-LINE-STAMP
                           EVALUATE TRUE
                               WHEN WS-RCV-LINE-STAMP <= WS-RCV-SINCE
                                   ADD 1 TO WS-RCV-BEFORE-SINCE
                               WHEN WS-RCV-LINE-STAMP > WS-RCV-UNTIL
                                   ADD 1 TO WS-RCV-AFTER-UNTIL
                               WHEN RECOVERY-JOURNAL-REBUILT
                                   MOVE WS-RCV-LINE-STAMP TO
                                       WS-RCV-REBUILT-AT
                               WHEN OTHER
                                   ADD 1 TO WS-RCV-IN-WINDOW
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RECOVERY-JOURNAL-FILE

           MOVE SPACES TO RECOVER-REPORT-RECORD
           STRING "  JOURNAL LINES FOR " WS-RCV-MASTER ": "
               WS-RCV-BEFORE-SINCE " ALREADY IN THE BACKUP, "
               WS-RCV-IN-WINDOW " TO APPLY, " WS-RCV-AFTER-UNTIL
               " AFTER THE RECOVERY POINT"
               DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD

           IF WS-RCV-REBUILT-AT NOT = SPACES
               MOVE SPACES TO WS-RCV-REFUSAL
               STRING WS-RCV-MASTER " WAS REBUILT WHOLE AT "
                   WS-RCV-REBUILT-AT " -- RESTORE A LATER BACKUP"
                   DELIMITED BY SIZE INTO WS-RCV-REFUSAL
           END-IF.

      * the master read through whole: record count, and the sum of
      * every record's rolling checksum.
       RECOVER-TOTALS-PROCEDURE.
           MOVE 0 TO WS-RCV-TOT-COUNT
           MOVE 0 TO WS-RCV-TOT-HASH
           SET WS-RCV-EOF-OFF TO TRUE

           EVALUATE TRUE
               WHEN WS-RCV-TOKNMSTR
                   OPEN INPUT TOKEN-MASTER-FILE
               WHEN WS-RCV-EXCPMSTR
                   OPEN INPUT EXCEPTION-MASTER-FILE
               WHEN WS-RCV-ALRTMSTR
                   OPEN INPUT ALERT-MASTER-FILE
               WHEN OTHER
                   MOVE WS-RCV-MASTER TO WS-RCV-FLAT-DSN
                   OPEN INPUT RECOVER-FLAT-FILE
           END-EVALUATE
           IF WS-RCV-MSTR-STATUS NOT = "00"
               MOVE SPACES TO WS-RCV-REFUSAL
               STRING WS-RCV-MASTER " WILL NOT OPEN, STATUS="
                   WS-RCV-MSTR-STATUS " -- RESTORE THE BACKUP FIRST"
                   DELIMITED BY SIZE INTO WS-RCV-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-RCV-EOF-ON
               MOVE SPACES TO WS-RCV-IMAGE
               EVALUATE TRUE
                   WHEN WS-RCV-TOKNMSTR
                       READ TOKEN-MASTER-FILE NEXT RECORD
                           AT END
                               SET WS-RCV-EOF-ON TO TRUE
                           NOT AT END
                               COMPUTE WS-RCV-IMAGE-LEN =
                                   64 + TOKEN-MASTER-LIT-LEN
                               MOVE TOKEN-MASTER-RECORD TO WS-RCV-IMAGE
                       END-READ
                   WHEN WS-RCV-EXCPMSTR
                       READ EXCEPTION-MASTER-FILE NEXT RECORD
                           AT END
                               SET WS-RCV-EOF-ON TO TRUE
                           NOT AT END
                               MOVE EXCEPTION-MASTER-RECORD TO
                                   WS-RCV-IMAGE
                       END-READ
                   WHEN WS-RCV-ALRTMSTR
                       READ ALERT-MASTER-FILE NEXT RECORD
                           AT END
                               SET WS-RCV-EOF-ON TO TRUE
                           NOT AT END
                               MOVE ALERT-MASTER-RECORD TO WS-RCV-IMAGE
                       END-READ
                   WHEN OTHER
                       READ RECOVER-FLAT-FILE
                           AT END
                               SET WS-RCV-EOF-ON TO TRUE
                           NOT AT END
                               MOVE RECOVER-FLAT-RECORD
                                   (1:WS-RCV-FLAT-LEN) TO WS-RCV-IMAGE
                       END-READ
               END-EVALUATE

               IF WS-RCV-EOF-OFF
                   IF NOT WS-RCV-TOKNMSTR
                       MOVE WS-RCV-REC-LEN TO WS-RCV-IMAGE-LEN
                   END-IF
      * a blank line on a flat master is not a record -- the
      * maintenance screens drop it on load.
                   IF WS-RCV-FLAT AND WS-RCV-IMAGE = SPACES
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-RCV-TOT-COUNT
                       PERFORM RECOVER-HASH-PROCEDURE
                       ADD WS-RCV-HASH-WORK TO WS-RCV-TOT-HASH
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-RCV-TOKNMSTR
                   CLOSE TOKEN-MASTER-FILE
               WHEN WS-RCV-EXCPMSTR
                   CLOSE EXCEPTION-MASTER-FILE
               WHEN WS-RCV-ALRTMSTR
                   CLOSE ALERT-MASTER-FILE
               WHEN OTHER
                   CLOSE RECOVER-FLAT-FILE
           END-EVALUATE.

      * SRC-ARCHIVE-PROGRAM's rolling checksum over WS-RCV-IMAGE
      * (1:WS-RCV-IMAGE-LEN), left in WS-RCV-HASH-WORK. trailing
      * blanks count -- in a fixed record they are data.
       RECOVER-HASH-PROCEDURE.
           MOVE 0 TO WS-RCV-HASH-WORK
           PERFORM VARYING WS-RCV-CHAR-IDX FROM 1 BY 1 UNTIL
               WS-RCV-CHAR-IDX > WS-RCV-IMAGE-LEN
               COMPUTE WS-RCV-HASH-WORK =
                   WS-RCV-HASH-WORK * 31 + FUNCTION ORD
                   (WS-RCV-IMAGE (WS-RCV-CHAR-IDX:1))
               IF WS-RCV-HASH-WORK > 99999999
                   COMPUTE WS-RCV-HASH-WORK =
                       WS-RCV-HASH-WORK - 99999999 *
                       (WS-RCV-HASH-WORK / 99999999)
               END-IF
           END-PERFORM.

      * an indexed master is updated in place; a flat one is loaded
      * into the table here and written back out at the close.
       RECOVER-OPEN-MASTER-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-RCV-TOKNMSTR
                   OPEN I-O TOKEN-MASTER-FILE
               WHEN WS-RCV-EXCPMSTR
                   OPEN I-O EXCEPTION-MASTER-FILE
               WHEN WS-RCV-ALRTMSTR
                   OPEN I-O ALERT-MASTER-FILE
               WHEN OTHER
                   PERFORM RECOVER-FLAT-LOAD-PROCEDURE
           END-EVALUATE
           IF WS-RCV-MSTR-STATUS NOT = "00"
               MOVE SPACES TO WS-RCV-REFUSAL
               STRING WS-RCV-MASTER " WILL NOT OPEN FOR UPDATE, "
                   "STATUS=" WS-RCV-MSTR-STATUS
                   DELIMITED BY SIZE INTO WS-RCV-REFUSAL
           END-IF.

       RECOVER-FLAT-LOAD-PROCEDURE.
           MOVE WS-RCV-MASTER TO WS-RCV-FLAT-DSN
           OPEN INPUT RECOVER-FLAT-FILE
           IF WS-RCV-MSTR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-RCV-EOF-OFF TO TRUE
           PERFORM UNTIL WS-RCV-EOF-ON
               READ RECOVER-FLAT-FILE
                   AT END
                       SET WS-RCV-EOF-ON TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-RCV-IMAGE
                       MOVE RECOVER-FLAT-RECORD (1:WS-RCV-FLAT-LEN)
                           TO WS-RCV-IMAGE
                       EVALUATE TRUE
                           WHEN WS-RCV-IMAGE = SPACES
                               CONTINUE
                           WHEN WS-RCV-FLAT-COUNT < WS-RCV-FLAT-MAX
                               ADD 1 TO WS-RCV-FLAT-COUNT
                               MOVE WS-RCV-IMAGE TO WS-RCV-FLAT-IMAGE
                                   (WS-RCV-FLAT-COUNT)
                               MOVE "N" TO WS-RCV-FLAT-REMOVED
                                   (WS-RCV-FLAT-COUNT)
                           WHEN OTHER
                               ADD 1 TO WS-RCV-FLAT-DROPPED
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE RECOVER-FLAT-FILE
           MOVE "00" TO WS-RCV-MSTR-STATUS

      * a record past the table would be lost on the write-back --
      * refuse rather than recover a short master.
           IF WS-RCV-FLAT-DROPPED > 0
               MOVE "99" TO WS-RCV-MSTR-STATUS
           END-IF.

      * the second pass: every line for the master inside the
      * window, in the order it was written.
       RECOVER-APPLY-PROCEDURE.
           OPEN INPUT RECOVERY-JOURNAL-FILE
           SET WS-RCV-EOF-OFF TO TRUE
           PERFORM UNTIL WS-RCV-EOF-ON
               READ RECOVERY-JOURNAL-FILE
                   AT END
                       SET WS-RCV-EOF-ON TO TRUE
                   NOT AT END
                       MOVE RECOVERY-JOURNAL-RECORD (1:19) TO
                           WS-RCV-LINE-STAMP
                       IF RECOVERY-JOURNAL-MASTER = WS-RCV-MASTER
                           AND WS-RCV-LINE-STAMP > WS-RCV-SINCE
                           AND WS-RCV-LINE-STAMP <= WS-RCV-UNTIL
                           PERFORM RECOVER-APPLY-ONE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECOVERY-JOURNAL-FILE.

       RECOVER-APPLY-ONE-PROCEDURE.
           IF RECOVERY-JOURNAL-DELETED
               MOVE RECOVERY-JOURNAL-BEFORE TO WS-RCV-KEY-IMAGE
           ELSE
               MOVE RECOVERY-JOURNAL-AFTER TO WS-RCV-KEY-IMAGE
           END-IF
           PERFORM RECOVER-FETCH-PROCEDURE

      * the control totals move by the journal's own images.
           IF RECOVERY-JOURNAL-CHANGED OR RECOVERY-JOURNAL-DELETED
               MOVE RECOVERY-JOURNAL-BEFORE TO WS-RCV-IMAGE
               MOVE RECOVERY-JOURNAL-BEFORE-LEN TO WS-RCV-IMAGE-LEN
               PERFORM RECOVER-HASH-PROCEDURE
               ADD WS-RCV-HASH-WORK TO WS-RCV-HASH-OUT
           END-IF
           IF RECOVERY-JOURNAL-ADDED OR RECOVERY-JOURNAL-CHANGED
               MOVE RECOVERY-JOURNAL-AFTER TO WS-RCV-IMAGE
               MOVE RECOVERY-JOURNAL-AFTER-LEN TO WS-RCV-IMAGE-LEN
               PERFORM RECOVER-HASH-PROCEDURE
               ADD WS-RCV-HASH-WORK TO WS-RCV-HASH-IN
           END-IF

           MOVE SPACES TO WS-RCV-MISMATCH-TEXT
           EVALUATE TRUE
               WHEN RECOVERY-JOURNAL-ADDED
                   ADD 1 TO WS-RCV-ADDS
                   IF WS-RCV-FOUND
                       MOVE "ADD -- KEY ALREADY ON THE MASTER" TO
                           WS-RCV-MISMATCH-TEXT
                   END-IF
                   PERFORM RECOVER-PUT-PROCEDURE
               WHEN RECOVERY-JOURNAL-CHANGED
                   ADD 1 TO WS-RCV-CHANGES
                   EVALUATE TRUE
                       WHEN WS-RCV-NOT-FOUND
                           MOVE "CHANGE -- KEY NOT ON THE MASTER" TO
                               WS-RCV-MISMATCH-TEXT
                       WHEN WS-RCV-CURRENT-LEN NOT =
                           RECOVERY-JOURNAL-BEFORE-LEN
                           OR WS-RCV-CURRENT (1:WS-RCV-CURRENT-LEN)
                           NOT = RECOVERY-JOURNAL-BEFORE
                           (1:WS-RCV-CURRENT-LEN)
                           MOVE "CHANGE -- BEFORE IMAGE DIFFERS" TO
                               WS-RCV-MISMATCH-TEXT
                   END-EVALUATE
                   PERFORM RECOVER-PUT-PROCEDURE
               WHEN RECOVERY-JOURNAL-DELETED
                   ADD 1 TO WS-RCV-DELETES
                   EVALUATE TRUE
                       WHEN WS-RCV-NOT-FOUND
                           MOVE "DELETE -- KEY NOT ON THE MASTER" TO
                               WS-RCV-MISMATCH-TEXT
                       WHEN WS-RCV-CURRENT-LEN NOT =
                           RECOVERY-JOURNAL-BEFORE-LEN
                           OR WS-RCV-CURRENT (1:WS-RCV-CURRENT-LEN)
                           NOT = RECOVERY-JOURNAL-BEFORE
                           (1:WS-RCV-CURRENT-LEN)
                           MOVE "DELETE -- BEFORE IMAGE DIFFERS" TO
                               WS-RCV-MISMATCH-TEXT
                   END-EVALUATE
                   IF WS-RCV-FOUND
                       PERFORM RECOVER-REMOVE-PROCEDURE
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION -- NOT APPLIED" TO
                       WS-RCV-MISMATCH-TEXT
           END-EVALUATE

           IF WS-RCV-MISMATCH-TEXT NOT = SPACES
               PERFORM RECOVER-MISMATCH-PROCEDURE
           END-IF.

      * the record the master holds now under WS-RCV-KEY-IMAGE's
      * key, into WS-RCV-CURRENT.
       RECOVER-FETCH-PROCEDURE.
           SET WS-RCV-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-RCV-CURRENT
           MOVE 0 TO WS-RCV-CURRENT-LEN
           EVALUATE TRUE
               WHEN WS-RCV-TOKNMSTR
                   MOVE WS-RCV-KEY-IMAGE (1:27) TO TOKEN-MASTER-KEY
                   READ TOKEN-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RCV-FOUND TO TRUE
                           COMPUTE WS-RCV-CURRENT-LEN =
                               64 + TOKEN-MASTER-LIT-LEN
                           MOVE TOKEN-MASTER-RECORD TO WS-RCV-CURRENT
                   END-READ
               WHEN WS-RCV-EXCPMSTR
                   MOVE WS-RCV-KEY-IMAGE (1:18) TO EXCEPTION-MASTER-KEY
                   READ EXCEPTION-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RCV-FOUND TO TRUE
                           MOVE 170 TO WS-RCV-CURRENT-LEN
                           MOVE EXCEPTION-MASTER-RECORD TO
                               WS-RCV-CURRENT
                   END-READ
               WHEN WS-RCV-ALRTMSTR
                   MOVE WS-RCV-KEY-IMAGE (1:15) TO ALERT-MASTER-KEY
                   READ ALERT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RCV-FOUND TO TRUE
                           MOVE 160 TO WS-RCV-CURRENT-LEN
                           MOVE ALERT-MASTER-RECORD TO WS-RCV-CURRENT
                   END-READ
               WHEN OTHER
                   MOVE 0 TO WS-RCV-FOUND-IDX
                   PERFORM VARYING WS-RCV-FLAT-IDX FROM 1 BY 1 UNTIL
                       WS-RCV-FLAT-IDX > WS-RCV-FLAT-COUNT
                       IF WS-RCV-FLAT-REMOVED (WS-RCV-FLAT-IDX) = "N"
                           AND WS-RCV-FLAT-IMAGE (WS-RCV-FLAT-IDX)
                           (1:WS-RCV-KEY-LEN) =
                           WS-RCV-KEY-IMAGE (1:WS-RCV-KEY-LEN)
                           MOVE WS-RCV-FLAT-IDX TO WS-RCV-FOUND-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-RCV-FOUND-IDX > 0
                       SET WS-RCV-FOUND TO TRUE
                       MOVE WS-RCV-REC-LEN TO WS-RCV-CURRENT-LEN
                       MOVE WS-RCV-FLAT-IMAGE (WS-RCV-FOUND-IDX) TO
                           WS-RCV-CURRENT
                   END-IF
           END-EVALUATE.

      * the journal's after image onto the master -- rewritten over
      * the record RECOVER-FETCH-PROCEDURE found, written fresh when
      * it found none.
       RECOVER-PUT-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-RCV-TOKNMSTR
                   MOVE RECOVERY-JOURNAL-AFTER (63:2) TO
                       TOKEN-MASTER-LIT-LEN
                   MOVE RECOVERY-JOURNAL-AFTER
                       (1:RECOVERY-JOURNAL-AFTER-LEN) TO
                       TOKEN-MASTER-RECORD
                   IF WS-RCV-FOUND
                       REWRITE TOKEN-MASTER-RECORD
                   ELSE
                       WRITE TOKEN-MASTER-RECORD
                   END-IF
               WHEN WS-RCV-EXCPMSTR
                   MOVE RECOVERY-JOURNAL-AFTER TO
                       EXCEPTION-MASTER-RECORD
                   IF WS-RCV-FOUND
                       REWRITE EXCEPTION-MASTER-RECORD
                   ELSE
                       WRITE EXCEPTION-MASTER-RECORD
                   END-IF
               WHEN WS-RCV-ALRTMSTR
                   MOVE RECOVERY-JOURNAL-AFTER TO ALERT-MASTER-RECORD
                   IF WS-RCV-FOUND
                       REWRITE ALERT-MASTER-RECORD
                   ELSE
                       WRITE ALERT-MASTER-RECORD
                   END-IF
               WHEN OTHER
                   MOVE "00" TO WS-RCV-MSTR-STATUS
                   EVALUATE TRUE
                       WHEN WS-RCV-FOUND
                           MOVE RECOVERY-JOURNAL-AFTER TO
                               WS-RCV-FLAT-IMAGE (WS-RCV-FOUND-IDX)
                       WHEN WS-RCV-FLAT-COUNT < WS-RCV-FLAT-MAX
                           ADD 1 TO WS-RCV-FLAT-COUNT
                           MOVE RECOVERY-JOURNAL-AFTER TO
                               WS-RCV-FLAT-IMAGE (WS-RCV-FLAT-COUNT)
                           MOVE "N" TO
                               WS-RCV-FLAT-REMOVED (WS-RCV-FLAT-COUNT)
                       WHEN OTHER
                           MOVE "99" TO WS-RCV-MSTR-STATUS
                   END-EVALUATE
           END-EVALUATE
           IF WS-RCV-MSTR-STATUS NOT = "00"
               PERFORM RECOVER-FAILED-PROCEDURE
           END-IF.

       RECOVER-REMOVE-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-RCV-TOKNMSTR
                   DELETE TOKEN-MASTER-FILE
               WHEN WS-RCV-EXCPMSTR
                   DELETE EXCEPTION-MASTER-FILE
               WHEN WS-RCV-ALRTMSTR
                   DELETE ALERT-MASTER-FILE
               WHEN OTHER
                   MOVE "00" TO WS-RCV-MSTR-STATUS
                   MOVE "Y" TO WS-RCV-FLAT-REMOVED (WS-RCV-FOUND-IDX)
           END-EVALUATE
           IF WS-RCV-MSTR-STATUS NOT = "00"
               PERFORM RECOVER-FAILED-PROCEDURE
           END-IF.

      * an image that would not go onto the master. the control
      * totals will not agree; this line says which one.
       RECOVER-FAILED-PROCEDURE.
           ADD 1 TO WS-RCV-FAILURES
           MOVE SPACES TO RECOVER-REPORT-RECORD
           STRING "  FAILED   " RECOVERY-JOURNAL-RECORD (1:22)
               RECOVERY-JOURNAL-ACTION " STATUS=" WS-RCV-MSTR-STATUS
               " KEY " WS-RCV-KEY-IMAGE (1:WS-RCV-KEY-LEN)
               DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD.

       RECOVER-MISMATCH-PROCEDURE.
           ADD 1 TO WS-RCV-MISMATCHES
           MOVE SPACES TO RECOVER-REPORT-RECORD
           STRING "  MISMATCH " RECOVERY-JOURNAL-RECORD (1:22) " "
               RECOVERY-JOURNAL-PROGRAM (1:24) " "
               RECOVERY-JOURNAL-OPERATOR " " WS-RCV-MISMATCH-TEXT
               " KEY " WS-RCV-KEY-IMAGE (1:WS-RCV-KEY-LEN)
               DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD.

       RECOVER-CLOSE-MASTER-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-RCV-TOKNMSTR
                   CLOSE TOKEN-MASTER-FILE
               WHEN WS-RCV-EXCPMSTR
                   CLOSE EXCEPTION-MASTER-FILE
               WHEN WS-RCV-ALRTMSTR
                   CLOSE ALERT-MASTER-FILE
               WHEN OTHER
                   PERFORM RECOVER-FLAT-SAVE-PROCEDURE
           END-EVALUATE.

       RECOVER-FLAT-SAVE-PROCEDURE.
           MOVE WS-RCV-MASTER TO WS-RCV-FLAT-DSN
           OPEN OUTPUT RECOVER-FLAT-FILE
           MOVE WS-RCV-REC-LEN TO WS-RCV-FLAT-LEN
           PERFORM VARYING WS-RCV-FLAT-IDX FROM 1 BY 1 UNTIL
               WS-RCV-FLAT-IDX > WS-RCV-FLAT-COUNT
               IF WS-RCV-FLAT-REMOVED (WS-RCV-FLAT-IDX) = "N"
                   MOVE WS-RCV-FLAT-IMAGE (WS-RCV-FLAT-IDX) TO
                       RECOVER-FLAT-RECORD
                   WRITE RECOVER-FLAT-RECORD
               END-IF
           END-PERFORM
           CLOSE RECOVER-FLAT-FILE.

       RECOVER-REPORT-TOTALS-PROCEDURE.
           MOVE SPACES TO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD
           MOVE SPACES TO RECOVER-REPORT-RECORD
           STRING "  APPLIED: " WS-RCV-ADDS " ADDED, "
               WS-RCV-CHANGES " CHANGED, " WS-RCV-DELETES
               " DELETED -- " WS-RCV-MISMATCHES " MISMATCH(ES), "
               WS-RCV-FAILURES " FAILED"
               DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD

           MOVE SPACES TO RECOVER-REPORT-RECORD
           STRING "  CONTROL TOTALS         RECORDS"
               "         HASH TOTAL"
               DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD

           MOVE WS-RCV-START-COUNT TO WS-RCV-EDIT-COUNT
           MOVE WS-RCV-START-HASH TO WS-RCV-EDIT-HASH
           MOVE SPACES TO RECOVER-REPORT-RECORD
           STRING "  RESTORED BACKUP     " WS-RCV-EDIT-COUNT
               "   " WS-RCV-EDIT-HASH
               DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD

           MOVE WS-RCV-EXP-COUNT TO WS-RCV-EDIT-COUNT
           MOVE WS-RCV-EXP-HASH TO WS-RCV-EDIT-HASH
           MOVE SPACES TO RECOVER-REPORT-RECORD
           STRING "  BACKUP + JOURNAL    " WS-RCV-EDIT-COUNT
               "   " WS-RCV-EDIT-HASH
               DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD

           MOVE WS-RCV-END-COUNT TO WS-RCV-EDIT-COUNT
           MOVE WS-RCV-END-HASH TO WS-RCV-EDIT-HASH
           MOVE SPACES TO RECOVER-REPORT-RECORD
           STRING "  REBUILT MASTER      " WS-RCV-EDIT-COUNT
               "   " WS-RCV-EDIT-HASH
               DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD

           MOVE SPACES TO RECOVER-REPORT-RECORD
           IF WS-RCV-EXP-COUNT = WS-RCV-END-COUNT
               AND WS-RCV-EXP-HASH = WS-RCV-END-HASH
               STRING "  TOTALS AGREE -- " WS-RCV-MASTER
                   " IS RECOVERED TO " WS-RCV-UNTIL
                   DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           ELSE
               STRING "  TOTALS DO NOT AGREE -- THE REBUILT "
                   WS-RCV-MASTER " IS NOT THE BACKUP PLUS THE "
                   "JOURNAL; CHECK THE BACKUP'S SINCE= TIME"
                   DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           END-IF
           WRITE RECOVER-REPORT-RECORD.

       RECOVER-REFUSE-PROCEDURE.
           MOVE SPACES TO RECOVER-REPORT-RECORD
           STRING "  REFUSED -- " WS-RCV-REFUSAL
               " -- NOTHING APPLIED"
               DELIMITED BY SIZE INTO RECOVER-REPORT-RECORD
           WRITE RECOVER-REPORT-RECORD
           CLOSE RECOVER-REPORT-FILE
           DISPLAY "RECOVER-PROGRAM: REFUSED -- " WS-RCV-REFUSAL
           MOVE 16 TO RETURN-CODE
           STOP RUN.
