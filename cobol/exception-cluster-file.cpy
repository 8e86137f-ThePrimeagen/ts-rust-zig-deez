      * record layout for EXCEPTION-CLUSTER-FILE (EXCPCLUS), the open
      * EXCPMSTR exceptions grouped by a shared root cause -- written
      * by EXCEPTION-MASTER-PROGRAM's CLUS mode, worked a whole
      * cluster at a time in EXCEPTION-REVIEW-PROGRAM's cluster
      * mode. one record per member exception, a cluster's members
      * together, largest cluster first (cluster 1 is the biggest).
      * the signature every member shares:
      *   pattern     the exception text ahead of its LINE= tag, so
      *               the same illegal character, the same
      *               placeholder or the same truncation message
      *               matches wherever in the script it sits;
      *   job         the JOB= the exception was raised under;
      *   source      the script that job was running, from the
      *               LEXAUDIT runs around the first-seen date (blank
      *               when LEXAUDIT has no run of the job);
      *   first-seen  the night the cause arrived.
      * the member key is the member's EXCPMSTR key; the status is
      * the member's as it stood when the clusters were built.
       FD EXCEPTION-CLUSTER-FILE
           RECORD CONTAINS 120 CHARACTERS.

       01 EXCEPTION-CLUSTER-RECORD.
           05 EXCEPTION-CLUSTER-ID         PIC 9(5).
           05 FILLER                       PIC X(1).
           05 EXCEPTION-CLUSTER-SIZE       PIC 9(5).
           05 FILLER                       PIC X(1).
           05 EXCEPTION-CLUSTER-PATTERN    PIC X(40).
           05 FILLER                       PIC X(1).
           05 EXCEPTION-CLUSTER-JOB        PIC X(8).
           05 FILLER                       PIC X(1).
           05 EXCEPTION-CLUSTER-SOURCE     PIC X(20).
           05 FILLER                       PIC X(1).
           05 EXCEPTION-CLUSTER-FIRST-SEEN PIC X(10).
           05 FILLER                       PIC X(1).
           05 EXCEPTION-CLUSTER-MEMBER.
               10 EXCEPTION-CLUSTER-MEMBER-JOB  PIC X(8).
               10 EXCEPTION-CLUSTER-MEMBER-LINE PIC 9(5).
               10 EXCEPTION-CLUSTER-MEMBER-COL  PIC 9(5).
           05 FILLER                       PIC X(1).
           05 EXCEPTION-CLUSTER-STATUS     PIC X(1).
           05 FILLER                       PIC X(6).
