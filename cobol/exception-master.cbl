      *   MODE=AGE      write the aging report (EXCPAGE) of open
      *                 NEW/ASSIGNED exceptions first seen more than
      *                 AGEDAYS ago;
      *   AGEDAYS=nnn   the aging threshold, default 7;
      *   MODE=CLUS     group the open NEW/ASSIGNED exceptions by a
      *                 shared root cause onto EXCPCLUS (layout in
      *                 exception-cluster-file.cpy) for
      *                 EXCEPTION-REVIEW-PROGRAM's cluster mode, with
      *                 the clusters listed on EXCPCRPT. a keyword
      *                 change or a bad delivery fills the repository
      *                 with hundreds of NEW exceptions that share one
      *                 cause; their signature -- the text ahead of
      *                 the LINE= tag, the job, the script the job ran
      *                 (from LEXAUDIT) and the first-seen date --
      *                 puts them in one cluster to be worked at once;
      *   CLUSMIN=nnn   the fewest members a cluster needs to be
      *                 written, default 2 -- a lone exception is
      *                 worked one at a time as before.
      * records without the standard LINE=/COL= tags (bracket
      * totals and the like) cannot be keyed and are skipped with a
      * count -- they still show in EXCEPTION-REVIEW-PROGRAM.
      * every record the load adds or refreshes goes onto the
      * RECOVJNL forward-recovery journal with its before and after
      * images.
      *
      * RETURN-CODE: 0 = clean; 4 = AGE mode found overdue
      * exceptions, or CLUS mode wrote one or more clusters.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-MASTER-PROGRAM.

           SELECT EXCM-AGING-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-EXCPAGE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-LEXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCM-AUD-STATUS.
           SELECT EXCEPTION-CLUSTER-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-EXCPCLUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCM-CLUSTER-REPORT-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-EXCPCRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-RECOVJNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

           SELECT OUTPUT-CATALOG-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-OUTCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTPUT-CATALOG-KEY
               FILE STATUS IS WS-OUTCAT-STATUS.
           SELECT OUTPUT-SCAN-FILE ASSIGN TO DYNAMIC
               WS-OUTCAT-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCAT-SCAN-STATUS.
           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
           RECORD CONTAINS 160 CHARACTERS.
       01 EXCM-AGING-RECORD PIC X(160).

       COPY "lexer-audit-file.cpy".
       COPY "exception-cluster-file.cpy".

       FD EXCM-CLUSTER-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 EXCM-CLUSTER-REPORT-RECORD PIC X(132).

       COPY "recov-file.cpy".
       COPY "outcat-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".
       COPY "recov-data.cpy".
       COPY "outcat-data.cpy".
       01 WS-EXCM-EXC-STATUS  PIC XX VALUE "00".
       01 WS-EXCM-MSTR-STATUS PIC XX VALUE "00".
       01 WS-EXCM-CTL-STATUS  PIC XX VALUE "00".
       01 WS-EXCM-AUD-STATUS  PIC XX VALUE "00".

       01 WS-EXCM-EOF-SWITCH PIC X VALUE "N".
           88 WS-EXCM-EOF-ON  VALUE "Y".

       01 WS-EXCM-MODE    PIC X(4) VALUE "LOAD".
       01 WS-EXCM-AGEDAYS PIC 9(3) VALUE 7.
       01 WS-EXCM-CLUSMIN PIC 9(3) VALUE 2.

       01 WS-EXCM-CARD-KEY   PIC X(12).
       01 WS-EXCM-CARD-VALUE PIC X(40).
       01 WS-EXCM-SKIPPED   PIC 9(5) VALUE 0.
       01 WS-EXCM-OVERDUE   PIC 9(5) VALUE 0.

      * CLUS mode -- which script each job ran over which dates
      * (its LEXAUDIT runs), as SCORECARD-PROGRAM maps them.
       01 WS-EXCM-JOB-MAX   PIC 9(3) VALUE 500.
       01 WS-EXCM-JOB-COUNT PIC 9(3) VALUE 0.
       01 WS-EXCM-JOB-TABLE.
           05 WS-EXCM-JOB-ENTRY OCCURS 500 TIMES.
               10 WS-EXCM-JOB-ID     PIC X(8).
               10 WS-EXCM-JOB-SOURCE PIC X(20).
               10 WS-EXCM-JOB-FIRST  PIC X(10).
               10 WS-EXCM-JOB-LAST   PIC X(10).
       01 WS-EXCM-JOB-IDX   PIC 9(3).
       01 WS-EXCM-JOB-FOUND PIC 9(3).
       01 WS-EXCM-AUD-DATE   PIC X(10).
       01 WS-EXCM-AUD-SOURCE PIC X(20).
       01 WS-EXCM-AUD-JOB    PIC X(8).

      * the open exceptions, each with the cluster it joined, and
      * the clusters with their shared signature.
       01 WS-EXCM-MEM-MAX   PIC 9(4) VALUE 2000.
       01 WS-EXCM-MEM-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCM-MEM-TABLE.
           05 WS-EXCM-MEM-ENTRY OCCURS 2000 TIMES.
               10 WS-EXCM-MEM-KEY     PIC X(18).
               10 WS-EXCM-MEM-STATUS  PIC X(1).
               10 WS-EXCM-MEM-CLUSTER PIC 9(3).
       01 WS-EXCM-MEM-IDX PIC 9(4).

       01 WS-EXCM-CL-MAX   PIC 9(3) VALUE 500.
       01 WS-EXCM-CL-COUNT PIC 9(3) VALUE 0.
       01 WS-EXCM-CL-TABLE.
           05 WS-EXCM-CL-ENTRY OCCURS 500 TIMES.
               10 WS-EXCM-CL-PATTERN    PIC X(40).
               10 WS-EXCM-CL-JOB        PIC X(8).
               10 WS-EXCM-CL-SOURCE     PIC X(20).
               10 WS-EXCM-CL-FIRST-SEEN PIC X(10).
               10 WS-EXCM-CL-SIZE       PIC 9(5).
               10 WS-EXCM-CL-WRITTEN    PIC X(1).
       01 WS-EXCM-CL-IDX   PIC 9(3).
       01 WS-EXCM-CL-FOUND PIC 9(3).
       01 WS-EXCM-CL-BEST  PIC 9(3).

       01 WS-EXCM-PATTERN  PIC X(40).
       01 WS-EXCM-PAT-LEN  PIC 9(3).
       01 WS-EXCM-SOURCE   PIC X(20).

       01 WS-EXCM-OPEN        PIC 9(5) VALUE 0.
       01 WS-EXCM-CL-WRITES   PIC 9(5) VALUE 0.
       01 WS-EXCM-CL-MEMBERS  PIC 9(5) VALUE 0.
       01 WS-EXCM-CL-SMALL    PIC 9(5) VALUE 0.
       01 WS-EXCM-UNCLUSTERED PIC 9(5) VALUE 0.

      * date arithmetic for the aging report -- FUNCTION
      * INTEGER-OF-DATE is the one way to count days between two
      * calendar dates; no ordinary verb does this job.
      * writes datasets the profiled stream reads, so a QA
      * rehearsal must land on the QA copies, not production's.
       01 WS-PROF-DSN-LEXEXCPT PIC X(40) VALUE "LEXEXCPT".
       01 WS-PROF-DSN-OUTCAT   PIC X(40) VALUE "OUTCAT".
       01 WS-PROF-DSN-EXCPMSTR PIC X(40) VALUE "EXCPMSTR".
       01 WS-PROF-DSN-EXCPCTL  PIC X(40) VALUE "EXCPCTL".
       01 WS-PROF-DSN-EXCPAGE  PIC X(40) VALUE "EXCPAGE".
       01 WS-PROF-DSN-RECOVJNL PIC X(40) VALUE "RECOVJNL".
       01 WS-PROF-DSN-LEXAUDIT PIC X(40) VALUE "LEXAUDIT".
       01 WS-PROF-DSN-EXCPCLUS PIC X(40) VALUE "EXCPCLUS".
       01 WS-PROF-DSN-EXCPCRPT PIC X(40) VALUE "EXCPCRPT".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "LEXEXCPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXEXCPT
           MOVE "OUTCAT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-OUTCAT
      * LEXEXCPT is a cataloged output -- the latest active
      * generation, or the plain name when it has none.
           MOVE "LEXEXCPT" TO WS-OUTCAT-NAME
           MOVE WS-PROF-DSN-LEXEXCPT TO WS-OUTCAT-BASE
           PERFORM OUTCAT-CURRENT-PROCEDURE
           MOVE WS-OUTCAT-DSN TO WS-PROF-DSN-LEXEXCPT
           MOVE "EXCPMSTR" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-EXCPMSTR
           MOVE "EXCPAGE" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-EXCPAGE
           MOVE "RECOVJNL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-RECOVJNL
           MOVE "LEXAUDIT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-LEXAUDIT
           MOVE "EXCPCLUS" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-EXCPCLUS
           MOVE "EXCPCRPT" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-EXCPCRPT
           MOVE "EXCEPTION-MASTER-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE "EXCPMSTR" TO WS-RECOV-MASTER
           SET WS-RECOV-HOLD-OPEN TO TRUE
           ACCEPT WS-EXCM-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-EXCM-TODAY-DASHED
           STRING WS-EXCM-TODAY-YYYY "-" WS-EXCM-TODAY-MM "-"
           PERFORM EXCM-READ-CONTROL-PROCEDURE
           PERFORM EXCM-OPEN-MASTER-PROCEDURE

           EVALUATE WS-EXCM-MODE
               WHEN "AGE"
                   PERFORM EXCM-AGE-PROCEDURE
               WHEN "CLUS"
                   PERFORM EXCM-CLUSTER-PROCEDURE
               WHEN OTHER
                   PERFORM EXCM-LOAD-PROCEDURE
           END-EVALUATE

           CLOSE EXCEPTION-MASTER-FILE
           PERFORM RECOV-CLOSE-PROCEDURE

           IF WS-EXCM-OVERDUE > 0 OR WS-EXCM-CL-WRITES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
                                       MOVE WS-EXCM-CARD-NUM-9 TO
                                           WS-EXCM-AGEDAYS
                                   END-IF
                               WHEN "CLUSMIN"
                                   MOVE WS-EXCM-CARD-VALUE (1:3) TO
                                       WS-EXCM-CARD-NUM
                                   IF WS-EXCM-CARD-NUM IS NUMERIC
                                       AND WS-EXCM-CARD-NUM-9 > 0
                                       MOVE WS-EXCM-CARD-NUM-9 TO
                                           WS-EXCM-CLUSMIN
                                   END-IF
                               WHEN OTHER
                                   DISPLAY "EXCEPTION-MASTER-PROGRAM:"
                                       " CARD '" WS-EXCM-CARD-KEY
                   MOVE SPACES TO EXCEPTION-MASTER-NOTE
                   WRITE EXCEPTION-MASTER-RECORD
                   ADD 1 TO WS-EXCM-FRESH
                   SET WS-RECOV-ADDED TO TRUE
                   MOVE 170 TO WS-RECOV-AFTER-LEN
                   MOVE EXCEPTION-MASTER-RECORD TO WS-RECOV-AFTER
                   PERFORM RECOV-JOURNAL-PROCEDURE
                   EXIT PARAGRAPH
           END-READ

           MOVE 170 TO WS-RECOV-BEFORE-LEN
           MOVE EXCEPTION-MASTER-RECORD TO WS-RECOV-BEFORE
           MOVE WS-EXCM-TODAY-DASHED TO EXCEPTION-MASTER-LAST-SEEN
           MOVE LEXER-EXCEPTIONS-RECORD TO EXCEPTION-MASTER-TEXT

               ADD 1 TO WS-EXCM-REOPENED
           END-IF

           REWRITE EXCEPTION-MASTER-RECORD

           SET WS-RECOV-CHANGED TO TRUE
           MOVE 170 TO WS-RECOV-AFTER-LEN
           MOVE EXCEPTION-MASTER-RECORD TO WS-RECOV-AFTER
           PERFORM RECOV-JOURNAL-PROCEDURE.

      * the position tags off one exception record -- written Z(4)9,
      * five characters each, immediately after the tag; JOB= takes
                   DELIMITED BY SIZE INTO EXCM-AGING-RECORD
               WRITE EXCM-AGING-RECORD
           END-IF.

      * the clusters -- every open exception read into its
      * signature's cluster, then the clusters of CLUSMIN or more
      * written largest first, numbered in that order.
       EXCM-CLUSTER-PROCEDURE.
           PERFORM EXCM-CLUSTER-JOBS-PROCEDURE

           MOVE LOW-VALUES TO EXCEPTION-MASTER-KEY
           SET WS-EXCM-EOF-OFF TO TRUE
           START EXCEPTION-MASTER-FILE KEY >= EXCEPTION-MASTER-KEY
               INVALID KEY
                   SET WS-EXCM-EOF-ON TO TRUE
           END-START

           PERFORM UNTIL WS-EXCM-EOF-ON
               READ EXCEPTION-MASTER-FILE NEXT
                   AT END
                       SET WS-EXCM-EOF-ON TO TRUE
                   NOT AT END
                       IF EXCEPTION-MASTER-NEW
                           OR EXCEPTION-MASTER-ASSIGNED
                           PERFORM EXCM-CLUSTER-ONE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           OPEN OUTPUT EXCEPTION-CLUSTER-FILE
           OPEN OUTPUT EXCM-CLUSTER-REPORT-FILE

           MOVE SPACES TO EXCM-CLUSTER-REPORT-RECORD
           STRING "OPEN EXCEPTION CLUSTERS OF " WS-EXCM-CLUSMIN
               " OR MORE AS OF " WS-EXCM-TODAY-DASHED
               DELIMITED BY SIZE INTO EXCM-CLUSTER-REPORT-RECORD
           WRITE EXCM-CLUSTER-REPORT-RECORD
           MOVE SPACES TO EXCM-CLUSTER-REPORT-RECORD
           WRITE EXCM-CLUSTER-REPORT-RECORD
           MOVE "CLUSTER  SIZE  JOB       SOURCE" TO
               EXCM-CLUSTER-REPORT-RECORD
           MOVE "FIRST SEEN  PATTERN" TO
               EXCM-CLUSTER-REPORT-RECORD (47:19)
           WRITE EXCM-CLUSTER-REPORT-RECORD

           PERFORM EXCM-CLUSTER-BEST-PROCEDURE
           PERFORM UNTIL WS-EXCM-CL-BEST = 0
               PERFORM EXCM-CLUSTER-WRITE-PROCEDURE
               PERFORM EXCM-CLUSTER-BEST-PROCEDURE
           END-PERFORM

           PERFORM VARYING WS-EXCM-CL-IDX FROM 1 BY 1 UNTIL
               WS-EXCM-CL-IDX > WS-EXCM-CL-COUNT
               IF WS-EXCM-CL-WRITTEN (WS-EXCM-CL-IDX) NOT = "Y"
                   ADD WS-EXCM-CL-SIZE (WS-EXCM-CL-IDX) TO
                       WS-EXCM-CL-SMALL
               END-IF
           END-PERFORM

           MOVE SPACES TO EXCM-CLUSTER-REPORT-RECORD
           WRITE EXCM-CLUSTER-REPORT-RECORD
           MOVE SPACES TO EXCM-CLUSTER-REPORT-RECORD
           STRING "OPEN EXCEPTIONS " WS-EXCM-OPEN
               "  IN " WS-EXCM-CL-WRITES " CLUSTER(S) "
               WS-EXCM-CL-MEMBERS
               "  LEFT FOR ONE-AT-A-TIME REVIEW " WS-EXCM-CL-SMALL
               DELIMITED BY SIZE INTO EXCM-CLUSTER-REPORT-RECORD
           WRITE EXCM-CLUSTER-REPORT-RECORD
           IF WS-EXCM-UNCLUSTERED > 0
               MOVE SPACES TO EXCM-CLUSTER-REPORT-RECORD
               STRING "NOT CLUSTERED -- TABLES FULL "
                   WS-EXCM-UNCLUSTERED
                   DELIMITED BY SIZE INTO EXCM-CLUSTER-REPORT-RECORD
               WRITE EXCM-CLUSTER-REPORT-RECORD
           END-IF

           CLOSE EXCEPTION-CLUSTER-FILE
           CLOSE EXCM-CLUSTER-REPORT-FILE

           DISPLAY "EXCEPTION-MASTER-PROGRAM: " WS-EXCM-OPEN
               " OPEN EXCEPTIONS, " WS-EXCM-CL-MEMBERS " IN "
               WS-EXCM-CL-WRITES " CLUSTER(S), " WS-EXCM-CL-SMALL
               " LEFT SINGLE"
           IF WS-EXCM-UNCLUSTERED > 0
               DISPLAY "EXCEPTION-MASTER-PROGRAM: "
                   WS-EXCM-UNCLUSTERED " OPEN EXCEPTIONS NOT "
                   "CLUSTERED -- TABLES FULL"
           END-IF.

      * the job-to-script map off LEXAUDIT's run lines. OVRD lines
      * are an override's own marker, not a run.
       EXCM-CLUSTER-JOBS-PROCEDURE.
           OPEN INPUT LEXER-AUDIT-LOG-FILE
           IF WS-EXCM-AUD-STATUS NOT = "00"
               DISPLAY "EXCEPTION-MASTER-PROGRAM: NO LEXAUDIT -- "
                   "CLUSTERS WILL CARRY NO SOURCE"
               EXIT PARAGRAPH
           END-IF

           SET WS-EXCM-EOF-OFF TO TRUE
           PERFORM UNTIL WS-EXCM-EOF-ON
               READ LEXER-AUDIT-LOG-FILE
                   AT END
                       SET WS-EXCM-EOF-ON TO TRUE
                   NOT AT END
                       IF LEXER-AUDIT-LOG-RECORD (41:7) = "TOKENS="
                           AND LEXER-AUDIT-LOG-RECORD (56:4) NOT =
                           "OVRD"
                           AND NOT LEXER-AUDIT-LOG-EVENT
                           PERFORM EXCM-CLUSTER-RUN-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEXER-AUDIT-LOG-FILE.

       EXCM-CLUSTER-RUN-PROCEDURE.
           MOVE LEXER-AUDIT-LOG-RECORD (1:10) TO WS-EXCM-AUD-DATE
           MOVE LEXER-AUDIT-LOG-RECORD (21:20) TO WS-EXCM-AUD-SOURCE
           MOVE LEXER-AUDIT-LOG-RECORD (76:8) TO WS-EXCM-AUD-JOB

           MOVE 0 TO WS-EXCM-JOB-FOUND
           PERFORM VARYING WS-EXCM-JOB-IDX FROM 1 BY 1 UNTIL
               WS-EXCM-JOB-IDX > WS-EXCM-JOB-COUNT
               IF WS-EXCM-JOB-ID (WS-EXCM-JOB-IDX) = WS-EXCM-AUD-JOB
                   AND WS-EXCM-JOB-SOURCE (WS-EXCM-JOB-IDX) =
                   WS-EXCM-AUD-SOURCE
                   MOVE WS-EXCM-JOB-IDX TO WS-EXCM-JOB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXCM-JOB-FOUND = 0
               IF WS-EXCM-JOB-COUNT >= WS-EXCM-JOB-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXCM-JOB-COUNT
               MOVE WS-EXCM-JOB-COUNT TO WS-EXCM-JOB-FOUND
               MOVE WS-EXCM-AUD-JOB TO
                   WS-EXCM-JOB-ID (WS-EXCM-JOB-FOUND)
               MOVE WS-EXCM-AUD-SOURCE TO
                   WS-EXCM-JOB-SOURCE (WS-EXCM-JOB-FOUND)
               MOVE WS-EXCM-AUD-DATE TO
                   WS-EXCM-JOB-FIRST (WS-EXCM-JOB-FOUND)
           END-IF
           MOVE WS-EXCM-AUD-DATE TO
               WS-EXCM-JOB-LAST (WS-EXCM-JOB-FOUND).

      * one open exception into the cluster its signature names.
       EXCM-CLUSTER-ONE-PROCEDURE.
           ADD 1 TO WS-EXCM-OPEN
           IF WS-EXCM-MEM-COUNT >= WS-EXCM-MEM-MAX
               ADD 1 TO WS-EXCM-UNCLUSTERED
               EXIT PARAGRAPH
           END-IF

           PERFORM EXCM-CLUSTER-PATTERN-PROCEDURE
           PERFORM EXCM-CLUSTER-SOURCE-PROCEDURE

           MOVE 0 TO WS-EXCM-CL-FOUND
           PERFORM VARYING WS-EXCM-CL-IDX FROM 1 BY 1 UNTIL
               WS-EXCM-CL-IDX > WS-EXCM-CL-COUNT
               IF WS-EXCM-CL-PATTERN (WS-EXCM-CL-IDX) = WS-EXCM-PATTERN
                   AND WS-EXCM-CL-JOB (WS-EXCM-CL-IDX) =
                   EXCEPTION-MASTER-JOB
                   AND WS-EXCM-CL-SOURCE (WS-EXCM-CL-IDX) =
                   WS-EXCM-SOURCE
                   AND WS-EXCM-CL-FIRST-SEEN (WS-EXCM-CL-IDX) =
                   EXCEPTION-MASTER-FIRST-SEEN
                   MOVE WS-EXCM-CL-IDX TO WS-EXCM-CL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXCM-CL-FOUND = 0
               IF WS-EXCM-CL-COUNT >= WS-EXCM-CL-MAX
                   ADD 1 TO WS-EXCM-UNCLUSTERED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXCM-CL-COUNT
               MOVE WS-EXCM-CL-COUNT TO WS-EXCM-CL-FOUND
               MOVE WS-EXCM-PATTERN TO
                   WS-EXCM-CL-PATTERN (WS-EXCM-CL-FOUND)
               MOVE EXCEPTION-MASTER-JOB TO
                   WS-EXCM-CL-JOB (WS-EXCM-CL-FOUND)
               MOVE WS-EXCM-SOURCE TO
                   WS-EXCM-CL-SOURCE (WS-EXCM-CL-FOUND)
               MOVE EXCEPTION-MASTER-FIRST-SEEN TO
                   WS-EXCM-CL-FIRST-SEEN (WS-EXCM-CL-FOUND)
               MOVE 0 TO WS-EXCM-CL-SIZE (WS-EXCM-CL-FOUND)
               MOVE "N" TO WS-EXCM-CL-WRITTEN (WS-EXCM-CL-FOUND)
           END-IF

           ADD 1 TO WS-EXCM-CL-SIZE (WS-EXCM-CL-FOUND)
           ADD 1 TO WS-EXCM-MEM-COUNT
           MOVE EXCEPTION-MASTER-KEY TO
               WS-EXCM-MEM-KEY (WS-EXCM-MEM-COUNT)
           MOVE EXCEPTION-MASTER-STATUS TO
               WS-EXCM-MEM-STATUS (WS-EXCM-MEM-COUNT)
           MOVE WS-EXCM-CL-FOUND TO
               WS-EXCM-MEM-CLUSTER (WS-EXCM-MEM-COUNT).

      * the text ahead of the position tags -- "ILLEGAL CHAR='@'",
      * "NUMERIC LITERAL OUT OF RANGE." -- is the cause; LINE=,
      * COL= and JOB= only say where it struck.
       EXCM-CLUSTER-PATTERN-PROCEDURE.
           MOVE 0 TO WS-EXCM-PAT-LEN
           PERFORM VARYING WS-EXCM-SCAN-IDX FROM 1 BY 1 UNTIL
               WS-EXCM-SCAN-IDX > 76
               IF EXCEPTION-MASTER-TEXT (WS-EXCM-SCAN-IDX:5) =
                   "LINE="
                   COMPUTE WS-EXCM-PAT-LEN = WS-EXCM-SCAN-IDX - 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXCM-PAT-LEN = 0
               PERFORM VARYING WS-EXCM-SCAN-IDX FROM 1 BY 1 UNTIL
                   WS-EXCM-SCAN-IDX > 76
                   IF EXCEPTION-MASTER-TEXT (WS-EXCM-SCAN-IDX:5) =
                       " JOB="
                       COMPUTE WS-EXCM-PAT-LEN = WS-EXCM-SCAN-IDX - 1
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-EXCM-PATTERN
           IF WS-EXCM-PAT-LEN = 0
               MOVE EXCEPTION-MASTER-TEXT TO WS-EXCM-PATTERN
           ELSE
               MOVE EXCEPTION-MASTER-TEXT (1:WS-EXCM-PAT-LEN) TO
                   WS-EXCM-PATTERN
           END-IF.

      * the job's run covering the first-seen date is the script the
      * cause arrived in; failing that, the job's most recent script.
       EXCM-CLUSTER-SOURCE-PROCEDURE.
           MOVE SPACES TO WS-EXCM-SOURCE
           MOVE 0 TO WS-EXCM-JOB-FOUND
           PERFORM VARYING WS-EXCM-JOB-IDX FROM 1 BY 1 UNTIL
               WS-EXCM-JOB-IDX > WS-EXCM-JOB-COUNT
               IF WS-EXCM-JOB-ID (WS-EXCM-JOB-IDX) =
                   EXCEPTION-MASTER-JOB
                   IF WS-EXCM-JOB-FOUND = 0
                       OR WS-EXCM-JOB-LAST (WS-EXCM-JOB-IDX) >
                       WS-EXCM-JOB-LAST (WS-EXCM-JOB-FOUND)
                       MOVE WS-EXCM-JOB-IDX TO WS-EXCM-JOB-FOUND
                   END-IF
                   IF WS-EXCM-JOB-FIRST (WS-EXCM-JOB-IDX) <=
                       EXCEPTION-MASTER-FIRST-SEEN
                       AND WS-EXCM-JOB-LAST (WS-EXCM-JOB-IDX) >=
                       EXCEPTION-MASTER-FIRST-SEEN
                       MOVE WS-EXCM-JOB-IDX TO WS-EXCM-JOB-FOUND
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EXCM-JOB-FOUND > 0
               MOVE WS-EXCM-JOB-SOURCE (WS-EXCM-JOB-FOUND) TO
                   WS-EXCM-SOURCE
           END-IF.

      * the largest cluster not yet written that is big enough to
      * write -- 0 when none is left.
       EXCM-CLUSTER-BEST-PROCEDURE.
           MOVE 0 TO WS-EXCM-CL-BEST
           PERFORM VARYING WS-EXCM-CL-IDX FROM 1 BY 1 UNTIL
               WS-EXCM-CL-IDX > WS-EXCM-CL-COUNT
               IF WS-EXCM-CL-WRITTEN (WS-EXCM-CL-IDX) NOT = "Y"
                   AND WS-EXCM-CL-SIZE (WS-EXCM-CL-IDX) >=
                   WS-EXCM-CLUSMIN
                   IF WS-EXCM-CL-BEST = 0
                       OR WS-EXCM-CL-SIZE (WS-EXCM-CL-IDX) >
                       WS-EXCM-CL-SIZE (WS-EXCM-CL-BEST)
                       MOVE WS-EXCM-CL-IDX TO WS-EXCM-CL-BEST
                   END-IF
               END-IF
           END-PERFORM.

       EXCM-CLUSTER-WRITE-PROCEDURE.
           ADD 1 TO WS-EXCM-CL-WRITES
           MOVE "Y" TO WS-EXCM-CL-WRITTEN (WS-EXCM-CL-BEST)
           ADD WS-EXCM-CL-SIZE (WS-EXCM-CL-BEST) TO WS-EXCM-CL-MEMBERS

           MOVE SPACES TO EXCM-CLUSTER-REPORT-RECORD
           MOVE WS-EXCM-CL-WRITES TO EXCM-CLUSTER-REPORT-RECORD (1:5)
           MOVE WS-EXCM-CL-SIZE (WS-EXCM-CL-BEST) TO
               EXCM-CLUSTER-REPORT-RECORD (10:5)
           MOVE WS-EXCM-CL-JOB (WS-EXCM-CL-BEST) TO
               EXCM-CLUSTER-REPORT-RECORD (16:8)
           IF WS-EXCM-CL-SOURCE (WS-EXCM-CL-BEST) = SPACES
               MOVE "(NO LEXAUDIT RUN)" TO
                   EXCM-CLUSTER-REPORT-RECORD (26:20)
           ELSE
               MOVE WS-EXCM-CL-SOURCE (WS-EXCM-CL-BEST) TO
                   EXCM-CLUSTER-REPORT-RECORD (26:20)
           END-IF
           MOVE WS-EXCM-CL-FIRST-SEEN (WS-EXCM-CL-BEST) TO
               EXCM-CLUSTER-REPORT-RECORD (47:10)
           MOVE WS-EXCM-CL-PATTERN (WS-EXCM-CL-BEST) TO
               EXCM-CLUSTER-REPORT-RECORD (59:40)
           WRITE EXCM-CLUSTER-REPORT-RECORD

           PERFORM VARYING WS-EXCM-MEM-IDX FROM 1 BY 1 UNTIL
               WS-EXCM-MEM-IDX > WS-EXCM-MEM-COUNT
               IF WS-EXCM-MEM-CLUSTER (WS-EXCM-MEM-IDX) =
                   WS-EXCM-CL-BEST
                   MOVE SPACES TO EXCEPTION-CLUSTER-RECORD
                   MOVE WS-EXCM-CL-WRITES TO EXCEPTION-CLUSTER-ID
                   MOVE WS-EXCM-CL-SIZE (WS-EXCM-CL-BEST) TO
                       EXCEPTION-CLUSTER-SIZE
                   MOVE WS-EXCM-CL-PATTERN (WS-EXCM-CL-BEST) TO
                       EXCEPTION-CLUSTER-PATTERN
                   MOVE WS-EXCM-CL-JOB (WS-EXCM-CL-BEST) TO
                       EXCEPTION-CLUSTER-JOB
                   MOVE WS-EXCM-CL-SOURCE (WS-EXCM-CL-BEST) TO
                       EXCEPTION-CLUSTER-SOURCE
                   MOVE WS-EXCM-CL-FIRST-SEEN (WS-EXCM-CL-BEST) TO
                       EXCEPTION-CLUSTER-FIRST-SEEN
                   MOVE WS-EXCM-MEM-KEY (WS-EXCM-MEM-IDX) TO
                       EXCEPTION-CLUSTER-MEMBER
                   MOVE WS-EXCM-MEM-STATUS (WS-EXCM-MEM-IDX) TO
                       EXCEPTION-CLUSTER-STATUS
                   WRITE EXCEPTION-CLUSTER-RECORD
               END-IF
           END-PERFORM.
       COPY "profile-proc.cpy".
       COPY "outcat-proc.cpy".
       COPY "recov-proc.cpy".
