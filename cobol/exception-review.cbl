      * source context here for free. records without the tags
      * (bracket-mismatch totals and the like) display without
      * context.
      *
      * the operator must be active on OPERMSTR to sign on; the
      * A/C/R dispositions need the disposition-exception authority,
      * and a refused one is logged to OPERLOG and left undone. a
      * disposition made goes onto the RECOVJNL forward-recovery
      * journal with the record's before and after images.
      *
      * MODE K at signon is the cluster workbench: instead of
      * tonight's LEXEXCPT it pages through the root-cause clusters
      * EXCEPTION-MASTER-PROGRAM's CLUS mode left on EXCPCLUS, and
      * A/C/R dispositions every member of the cluster on screen in
      * one action under one note (a note is required -- it is the
      * reason hundreds of records changed). the authority check is
      * made once for the cluster; each member is read, stamped and
      * rewritten on EXCPMSTR and journaled to RECOVJNL on its own,
      * exactly as a one-at-a-time disposition would be, so the
      * trail still shows every record's disposition. a member
      * ACCEPTED or RESOLVED since the clusters were built has had
      * its own decision and is left alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-REVIEW-PROGRAM.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCEPTION-MASTER-KEY
               FILE STATUS IS WS-EXCR-MSTR-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-LOG-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO "LEXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.
           SELECT EXCEPTION-CLUSTER-FILE ASSIGN TO "EXCPCLUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCR-CLUS-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "lexer-spill-file.cpy".
       COPY "lexer-import-file.cpy".
       COPY "exception-master-file.cpy".
       COPY "exception-cluster-file.cpy".
       COPY "owner-file.cpy".
       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "recov-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "lexer-data.cpy".
       COPY "owner-data.cpy".
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "recov-data.cpy".

       01 WS-EXCR-FILE-STATUS PIC XX VALUE "00".

       01 WS-EXCR-OPERATOR    PIC X(8) VALUE SPACES.
       01 WS-EXCR-NOTE        PIC X(40).
       01 WS-EXCR-NEW-STATUS  PIC X(1).
       01 WS-EXCR-MODE        PIC X(1) VALUE SPACE.
           88 WS-EXCR-CLUSTER-MODE VALUE "K".

      * cluster mode -- the EXCPCLUS clusters in file order (largest
      * first), each with the run of member keys it owns in the
      * member table, and what the last cluster action did.
       01 WS-EXCR-CLUS-STATUS PIC XX VALUE "00".
       01 WS-EXCR-CL-MAX   PIC 9(3) VALUE 500.
       01 WS-EXCR-CL-COUNT PIC 9(3) VALUE 0.
       01 WS-EXCR-CL-TABLE.
           05 WS-EXCR-CL-ENTRY OCCURS 500 TIMES.
               10 WS-EXCR-CL-ID         PIC 9(5).
               10 WS-EXCR-CL-SIZE       PIC 9(5).
               10 WS-EXCR-CL-PATTERN    PIC X(40).
               10 WS-EXCR-CL-JOB        PIC X(8).
               10 WS-EXCR-CL-SOURCE     PIC X(20).
               10 WS-EXCR-CL-FIRST-SEEN PIC X(10).
               10 WS-EXCR-CL-FIRST-MEM  PIC 9(4).
               10 WS-EXCR-CL-MEMBERS    PIC 9(4).
               10 WS-EXCR-CL-DONE       PIC X(1).
       01 WS-EXCR-CL-DROPPED PIC 9(5) VALUE 0.
       01 WS-EXCR-MEM-MAX   PIC 9(4) VALUE 2000.
       01 WS-EXCR-MEM-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCR-MEM-TABLE.
           05 WS-EXCR-MEM-KEY OCCURS 2000 TIMES PIC X(18).
       01 WS-EXCR-MEM-IDX   PIC 9(4).
       01 WS-EXCR-MEM-LAST  PIC 9(4).
       01 WS-EXCR-MEM-SHOWN PIC 9(4).
       01 WS-EXCR-MEM-VIEW.
           05 WS-EXCR-MEM-VIEW-JOB  PIC X(8).
           05 WS-EXCR-MEM-VIEW-LINE PIC 9(5).
           05 WS-EXCR-MEM-VIEW-COL  PIC 9(5).
       01 WS-EXCR-CL-CHANGED PIC 9(5).
       01 WS-EXCR-CL-SKIPPED PIC 9(5).
       01 WS-EXCR-CL-MISSING PIC 9(5).
       01 WS-EXCR-CL-FAILED  PIC 9(5).
       01 WS-EXCR-CL-VERB    PIC X(8).

      * the LINE=/COL= values sliced out of an exception record --
      * written as Z(4)9, so they arrive with leading spaces and are
               ACCEPT SCR-EXCREVIEW-SIGNON
           END-PERFORM

           MOVE "EXCEPTION-REVIEW" TO WS-OPER-CALLER
           MOVE WS-EXCR-OPERATOR TO WS-OPER-QUERY
           MOVE SPACE TO WS-OPER-NEED
           MOVE "SIGN-ON TO THE EXCEPTION WORKBENCH" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               DISPLAY "EXCEPTION-REVIEW-PROGRAM: OPERATOR "
                   WS-EXCR-OPERATOR " REFUSED -- " WS-OPER-REASON
               STOP RUN
           END-IF

      * cluster mode works EXCPCLUS, not tonight's LEXEXCPT -- there
      * is no single source line to show for a whole cluster.
           IF WS-EXCR-CLUSTER-MODE
               PERFORM EXCEPTION-CLUSTER-MODE-PROCEDURE
               STOP RUN
           END-IF

           MOVE "EXCREVW " TO WS-LEXER-JOB-ID
           MOVE "LEXERSRC" TO WS-LEXER-SOURCE-FILE-NAME
           PERFORM LEXER-READ-SOURCE-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EXCR-OPERATOR TO WS-OPER-QUERY
           MOVE "D" TO WS-OPER-NEED
           MOVE SPACES TO WS-OPER-DETAIL
           STRING "DISPOSITION " WS-EXCR-NEW-STATUS " ON JOB "
               WS-EXCR-JOB-ID (WS-EXCR-CURRENT)
               " LINE " WS-EXCR-LINE-NO (WS-EXCR-CURRENT)
               DELIMITED BY SIZE INTO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               MOVE SPACES TO WS-EXCR-MSG
               STRING "DISPOSITION REFUSED -- " WS-OPER-REASON
                   " FOR DISPOSITION."
                   DELIMITED BY SIZE INTO WS-EXCR-MSG
               EXIT PARAGRAPH
           END-IF

           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXCR-MSTR-STATUS NOT = "00"
               MOVE "EXCPMSTR NOT AVAILABLE -- RUN THE LOAD FIRST."
                   EXIT PARAGRAPH
           END-READ

           MOVE 170 TO WS-RECOV-BEFORE-LEN
           MOVE EXCEPTION-MASTER-RECORD TO WS-RECOV-BEFORE
           MOVE WS-EXCR-NEW-STATUS TO EXCEPTION-MASTER-STATUS
           MOVE WS-EXCR-OPERATOR TO EXCEPTION-MASTER-ASSIGNEE
           IF WS-EXCR-NOTE NOT = SPACES
                   MOVE "REWRITE FAILED -- RECORD UNCHANGED." TO
                       WS-EXCR-MSG
                   CLOSE EXCEPTION-MASTER-FILE
                   PERFORM RECOV-CLEAR-PROCEDURE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "EXCEPTION-REVIEW-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE WS-EXCR-OPERATOR TO WS-RECOV-OPERATOR
           MOVE "EXCPMSTR" TO WS-RECOV-MASTER
           SET WS-RECOV-CHANGED TO TRUE
           MOVE 170 TO WS-RECOV-AFTER-LEN
           MOVE EXCEPTION-MASTER-RECORD TO WS-RECOV-AFTER
           PERFORM RECOV-JOURNAL-PROCEDURE

           CLOSE EXCEPTION-MASTER-FILE

           EVALUATE WS-EXCR-NEW-STATUS
                   (WS-EXCR-WINDOW-START:100)
           END-IF.

      * the cluster workbench -- same paging and one-shot action area
      * as the exception list, a cluster per screen.
       EXCEPTION-CLUSTER-MODE-PROCEDURE.
           PERFORM EXCEPTION-CLUSTER-LOAD-PROCEDURE
           IF WS-EXCR-CL-COUNT = 0
               DISPLAY "EXCEPTION-REVIEW-PROGRAM: EXCPCLUS HAS NO "
                   "CLUSTERS -- NOTHING TO REVIEW"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-EXCR-CURRENT
           PERFORM UNTIL WS-EXCR-DONE-ON
               PERFORM EXCEPTION-CLUSTER-SHOW-PROCEDURE

               MOVE SPACES TO WS-EXCR-ACTION
               MOVE SPACES TO WS-EXCR-NOTE
               DISPLAY SCR-EXCREVIEW-CLUSTER-INPUT
               ACCEPT SCR-EXCREVIEW-CLUSTER-INPUT

               EVALUATE WS-EXCR-ACTION
                   WHEN "N"
                       IF WS-EXCR-CURRENT < WS-EXCR-CL-COUNT
                           ADD 1 TO WS-EXCR-CURRENT
                       ELSE
                           MOVE "ALREADY AT LAST CLUSTER." TO
                               WS-EXCR-MSG
                       END-IF
                   WHEN "P"
                       IF WS-EXCR-CURRENT > 1
                           SUBTRACT 1 FROM WS-EXCR-CURRENT
                       ELSE
                           MOVE "ALREADY AT FIRST CLUSTER." TO
                               WS-EXCR-MSG
                       END-IF
                   WHEN "A"
                       MOVE "A" TO WS-EXCR-NEW-STATUS
                       PERFORM EXCEPTION-CLUSTER-DISPOSE-PROCEDURE
                   WHEN "C"
                       MOVE "C" TO WS-EXCR-NEW-STATUS
                       PERFORM EXCEPTION-CLUSTER-DISPOSE-PROCEDURE
                   WHEN "R"
                       MOVE "R" TO WS-EXCR-NEW-STATUS
                       PERFORM EXCEPTION-CLUSTER-DISPOSE-PROCEDURE
                   WHEN "X"
                       SET WS-EXCR-DONE-ON TO TRUE
                   WHEN OTHER
                       MOVE "INVALID ACTION -- USE N,P,A,C,R, OR X."
                           TO WS-EXCR-MSG
               END-EVALUATE
           END-PERFORM.

      * EXCPCLUS arrives a cluster's members together, so a change of
      * cluster id starts the next cluster.
       EXCEPTION-CLUSTER-LOAD-PROCEDURE.
           OPEN INPUT EXCEPTION-CLUSTER-FILE
           IF WS-EXCR-CLUS-STATUS NOT = "00"
               DISPLAY "EXCEPTION-REVIEW-PROGRAM: EXCPCLUS NOT "
                   "AVAILABLE, STATUS=" WS-EXCR-CLUS-STATUS
                   " -- RUN EXCEPTION-MASTER-PROGRAM MODE=CLUS FIRST"
               EXIT PARAGRAPH
           END-IF

           SET WS-EXCR-EOF-OFF TO TRUE
           PERFORM UNTIL WS-EXCR-EOF-ON
               READ EXCEPTION-CLUSTER-FILE
                   AT END
                       SET WS-EXCR-EOF-ON TO TRUE
                   NOT AT END
                       PERFORM EXCEPTION-CLUSTER-RECORD-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE EXCEPTION-CLUSTER-FILE

           IF WS-EXCR-CL-DROPPED > 0
               DISPLAY "EXCEPTION-REVIEW-PROGRAM: " WS-EXCR-CL-DROPPED
                   " CLUSTER MEMBERS PAST THE WORKBENCH'S TABLES -- "
                   "WORK THESE CLUSTERS AND RUN MODE=CLUS AGAIN"
           END-IF.

       EXCEPTION-CLUSTER-RECORD-PROCEDURE.
           IF WS-EXCR-MEM-COUNT >= WS-EXCR-MEM-MAX
               ADD 1 TO WS-EXCR-CL-DROPPED
               EXIT PARAGRAPH
           END-IF

           IF WS-EXCR-CL-COUNT = 0
               OR EXCEPTION-CLUSTER-ID NOT =
               WS-EXCR-CL-ID (WS-EXCR-CL-COUNT)
               IF WS-EXCR-CL-COUNT >= WS-EXCR-CL-MAX
                   ADD 1 TO WS-EXCR-CL-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXCR-CL-COUNT
               MOVE EXCEPTION-CLUSTER-ID TO
                   WS-EXCR-CL-ID (WS-EXCR-CL-COUNT)
               MOVE EXCEPTION-CLUSTER-SIZE TO
                   WS-EXCR-CL-SIZE (WS-EXCR-CL-COUNT)
               MOVE EXCEPTION-CLUSTER-PATTERN TO
                   WS-EXCR-CL-PATTERN (WS-EXCR-CL-COUNT)
               MOVE EXCEPTION-CLUSTER-JOB TO
                   WS-EXCR-CL-JOB (WS-EXCR-CL-COUNT)
               MOVE EXCEPTION-CLUSTER-SOURCE TO
                   WS-EXCR-CL-SOURCE (WS-EXCR-CL-COUNT)
               MOVE EXCEPTION-CLUSTER-FIRST-SEEN TO
                   WS-EXCR-CL-FIRST-SEEN (WS-EXCR-CL-COUNT)
               COMPUTE WS-EXCR-CL-FIRST-MEM (WS-EXCR-CL-COUNT) =
                   WS-EXCR-MEM-COUNT + 1
               MOVE 0 TO WS-EXCR-CL-MEMBERS (WS-EXCR-CL-COUNT)
               MOVE SPACE TO WS-EXCR-CL-DONE (WS-EXCR-CL-COUNT)
           END-IF

           ADD 1 TO WS-EXCR-MEM-COUNT
           MOVE EXCEPTION-CLUSTER-MEMBER TO
               WS-EXCR-MEM-KEY (WS-EXCR-MEM-COUNT)
           ADD 1 TO WS-EXCR-CL-MEMBERS (WS-EXCR-CL-COUNT).

      * the cluster's signature and the first ten member positions.
       EXCEPTION-CLUSTER-SHOW-PROCEDURE.
           DISPLAY " "
           DISPLAY "CLUSTER " WS-EXCR-CURRENT " OF " WS-EXCR-CL-COUNT
               " -- ID " WS-EXCR-CL-ID (WS-EXCR-CURRENT) ", "
               WS-EXCR-CL-MEMBERS (WS-EXCR-CURRENT) " EXCEPTION(S)"
           DISPLAY "PATTERN:    " WS-EXCR-CL-PATTERN (WS-EXCR-CURRENT)
           IF WS-EXCR-CL-SOURCE (WS-EXCR-CURRENT) = SPACES
               DISPLAY "JOB:        " WS-EXCR-CL-JOB (WS-EXCR-CURRENT)
                   "  SOURCE: (NO LEXAUDIT RUN)"
           ELSE
               DISPLAY "JOB:        " WS-EXCR-CL-JOB (WS-EXCR-CURRENT)
                   "  SOURCE: " WS-EXCR-CL-SOURCE (WS-EXCR-CURRENT)
           END-IF
           DISPLAY "FIRST SEEN: "
               WS-EXCR-CL-FIRST-SEEN (WS-EXCR-CURRENT)
           IF WS-EXCR-CL-MEMBERS (WS-EXCR-CURRENT) <
               WS-EXCR-CL-SIZE (WS-EXCR-CURRENT)
               DISPLAY "(ONLY " WS-EXCR-CL-MEMBERS (WS-EXCR-CURRENT)
                   " OF " WS-EXCR-CL-SIZE (WS-EXCR-CURRENT)
                   " MEMBERS LOADED -- AN ACTION COVERS THOSE ONLY)"
           END-IF

           COMPUTE WS-EXCR-MEM-LAST =
               WS-EXCR-CL-FIRST-MEM (WS-EXCR-CURRENT)
               + WS-EXCR-CL-MEMBERS (WS-EXCR-CURRENT) - 1
           MOVE 0 TO WS-EXCR-MEM-SHOWN
           PERFORM VARYING WS-EXCR-MEM-IDX FROM
               WS-EXCR-CL-FIRST-MEM (WS-EXCR-CURRENT) BY 1 UNTIL
               WS-EXCR-MEM-IDX > WS-EXCR-MEM-LAST
               OR WS-EXCR-MEM-SHOWN >= 10
               MOVE WS-EXCR-MEM-KEY (WS-EXCR-MEM-IDX) TO
                   WS-EXCR-MEM-VIEW
               DISPLAY "  JOB " WS-EXCR-MEM-VIEW-JOB
                   " LINE " WS-EXCR-MEM-VIEW-LINE
                   " COL " WS-EXCR-MEM-VIEW-COL
               ADD 1 TO WS-EXCR-MEM-SHOWN
           END-PERFORM
           IF WS-EXCR-CL-MEMBERS (WS-EXCR-CURRENT) > WS-EXCR-MEM-SHOWN
               COMPUTE WS-EXCR-MEM-SHOWN =
                   WS-EXCR-CL-MEMBERS (WS-EXCR-CURRENT)
                   - WS-EXCR-MEM-SHOWN
               DISPLAY "  ... AND " WS-EXCR-MEM-SHOWN " MORE"
           END-IF

           IF WS-EXCR-CL-DONE (WS-EXCR-CURRENT) NOT = SPACE
               DISPLAY "(DISPOSITIONED "
                   WS-EXCR-CL-DONE (WS-EXCR-CURRENT)
                   " EARLIER THIS SESSION)"
           END-IF

           IF WS-EXCR-MSG NOT = SPACES
               DISPLAY WS-EXCR-MSG
               MOVE SPACES TO WS-EXCR-MSG
           END-IF.

      * one action, every member -- each read, stamped, rewritten
      * and journaled on its own, as EXCEPTION-DISPOSE-PROCEDURE
      * does for one. the journal is held open for the run of
      * members and closed after.
       EXCEPTION-CLUSTER-DISPOSE-PROCEDURE.
           IF WS-EXCR-NOTE = SPACES
               MOVE "A CLUSTER ACTION NEEDS A NOTE -- NOTHING CHANGED."
                   TO WS-EXCR-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EXCR-OPERATOR TO WS-OPER-QUERY
           MOVE "D" TO WS-OPER-NEED
           MOVE SPACES TO WS-OPER-DETAIL
           STRING "CLUSTER DISPOSITION " WS-EXCR-NEW-STATUS
               " ON CLUSTER " WS-EXCR-CL-ID (WS-EXCR-CURRENT)
               DELIMITED BY SIZE INTO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-REFUSED
               MOVE SPACES TO WS-EXCR-MSG
               STRING "DISPOSITION REFUSED -- " WS-OPER-REASON
                   " FOR DISPOSITION."
                   DELIMITED BY SIZE INTO WS-EXCR-MSG
               EXIT PARAGRAPH
           END-IF

           OPEN I-O EXCEPTION-MASTER-FILE
           IF WS-EXCR-MSTR-STATUS NOT = "00"
               MOVE "EXCPMSTR NOT AVAILABLE -- RUN THE LOAD FIRST."
                   TO WS-EXCR-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EXCR-CL-CHANGED
           MOVE 0 TO WS-EXCR-CL-SKIPPED
           MOVE 0 TO WS-EXCR-CL-MISSING
           MOVE 0 TO WS-EXCR-CL-FAILED
           MOVE "EXCEPTION-REVIEW-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE WS-EXCR-OPERATOR TO WS-RECOV-OPERATOR
           MOVE "EXCPMSTR" TO WS-RECOV-MASTER
           SET WS-RECOV-HOLD-OPEN TO TRUE

           COMPUTE WS-EXCR-MEM-LAST =
               WS-EXCR-CL-FIRST-MEM (WS-EXCR-CURRENT)
               + WS-EXCR-CL-MEMBERS (WS-EXCR-CURRENT) - 1
           PERFORM VARYING WS-EXCR-MEM-IDX FROM
               WS-EXCR-CL-FIRST-MEM (WS-EXCR-CURRENT) BY 1 UNTIL
               WS-EXCR-MEM-IDX > WS-EXCR-MEM-LAST
               PERFORM EXCEPTION-CLUSTER-MEMBER-PROCEDURE
           END-PERFORM

           PERFORM RECOV-CLOSE-PROCEDURE
           SET WS-RECOV-HOLD-OFF TO TRUE
           CLOSE EXCEPTION-MASTER-FILE

           MOVE WS-EXCR-NEW-STATUS TO WS-EXCR-CL-DONE (WS-EXCR-CURRENT)
           EVALUATE WS-EXCR-NEW-STATUS
               WHEN "A"
                   MOVE "ASSIGNED" TO WS-EXCR-CL-VERB
               WHEN "C"
                   MOVE "ACCEPTED" TO WS-EXCR-CL-VERB
               WHEN OTHER
                   MOVE "RESOLVED" TO WS-EXCR-CL-VERB
           END-EVALUATE
           MOVE SPACES TO WS-EXCR-MSG
           STRING WS-EXCR-CL-CHANGED " " WS-EXCR-CL-VERB ", "
               WS-EXCR-CL-SKIPPED " ALREADY CLOSED, "
               WS-EXCR-CL-MISSING " NOT ON EXCPMSTR"
               DELIMITED BY SIZE INTO WS-EXCR-MSG
           IF WS-EXCR-CL-FAILED > 0
               DISPLAY "EXCEPTION-REVIEW-PROGRAM: " WS-EXCR-CL-FAILED
                   " MEMBER REWRITE(S) FAILED -- THOSE RECORDS "
                   "UNCHANGED"
           END-IF.

      * a member ACCEPTED or RESOLVED since the clusters were built
      * keeps its own decision.
       EXCEPTION-CLUSTER-MEMBER-PROCEDURE.
           MOVE WS-EXCR-MEM-KEY (WS-EXCR-MEM-IDX) TO
               EXCEPTION-MASTER-KEY
           READ EXCEPTION-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-EXCR-CL-MISSING
                   EXIT PARAGRAPH
           END-READ

           IF NOT EXCEPTION-MASTER-NEW
               AND NOT EXCEPTION-MASTER-ASSIGNED
               ADD 1 TO WS-EXCR-CL-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE 170 TO WS-RECOV-BEFORE-LEN
           MOVE EXCEPTION-MASTER-RECORD TO WS-RECOV-BEFORE
           MOVE WS-EXCR-NEW-STATUS TO EXCEPTION-MASTER-STATUS
           MOVE WS-EXCR-OPERATOR TO EXCEPTION-MASTER-ASSIGNEE
           MOVE WS-EXCR-NOTE TO EXCEPTION-MASTER-NOTE

           REWRITE EXCEPTION-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-EXCR-CL-FAILED
                   PERFORM RECOV-CLEAR-PROCEDURE
                   EXIT PARAGRAPH
           END-REWRITE

           SET WS-RECOV-CHANGED TO TRUE
           MOVE 170 TO WS-RECOV-AFTER-LEN
           MOVE EXCEPTION-MASTER-RECORD TO WS-RECOV-AFTER
           PERFORM RECOV-JOURNAL-PROCEDURE
           ADD 1 TO WS-EXCR-CL-CHANGED.

       COPY "lexer-proc.cpy".
       COPY "owner-proc.cpy".
       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
       COPY "recov-proc.cpy".
