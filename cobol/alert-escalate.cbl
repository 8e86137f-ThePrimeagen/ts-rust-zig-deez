      * nobody ever touched escalates unconditionally. the interval
      * comes from the same MONCTL control file LEX-MONITOR-PROGRAM
      * reads (ESCMIN=nnn, minutes, default 60), not a compiled-in
      * constant. each bumped master record goes onto the RECOVJNL
      * forward-recovery journal with its before and after images.
      *
      * RETURN-CODE: 0 = nothing to escalate; 4 = one or more
      * alerts escalated.
               WS-PROF-DSN-ALERTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-ALERT-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-PROF-DSN-RECOVJNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

           SELECT PROFILE-CONTROL-FILE ASSIGN TO "LEXPROF"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 80 CHARACTERS.
       01 ALERT-QUEUE-RECORD PIC X(80).

       COPY "recov-file.cpy".

       COPY "profile-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "profile-data.cpy".
       COPY "recov-data.cpy".
       01 WS-ESC-CTL-STATUS   PIC XX VALUE "00".
       01 WS-ESC-MSTR-STATUS  PIC XX VALUE "00".
       01 WS-ESC-ALERT-STATUS PIC XX VALUE "00".
       01 WS-PROF-DSN-MONCTL   PIC X(40) VALUE "MONCTL".
       01 WS-PROF-DSN-ALRTMSTR PIC X(40) VALUE "ALRTMSTR".
       01 WS-PROF-DSN-ALERTQ   PIC X(40) VALUE "ALERTQ".
       01 WS-PROF-DSN-RECOVJNL PIC X(40) VALUE "RECOVJNL".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "ALERTQ" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-ALERTQ
           MOVE "RECOVJNL" TO WS-PROF-BASE-NAME
           PERFORM PROFILE-RESOLVE-PROCEDURE
           MOVE WS-PROF-RESOLVED-NAME TO WS-PROF-DSN-RECOVJNL
           MOVE "ALERT-ESCALATE-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE "ALRTMSTR" TO WS-RECOV-MASTER
           ACCEPT WS-ESC-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ESC-TODAY-DASHED
           STRING WS-ESC-TODAY-YYYY "-" WS-ESC-TODAY-MM "-"
      * and the digest can see how long this has sat.
       ESCALATE-ONE-PROCEDURE.
           ADD 1 TO WS-ESC-ESCALATED
           MOVE 160 TO WS-RECOV-BEFORE-LEN
           MOVE ALERT-MASTER-RECORD TO WS-RECOV-BEFORE
           ADD 1 TO ALERT-MASTER-ESCALATIONS

      * the fixed fields total 55 characters, so 25 of the original
                   DISPLAY "ALERT-ESCALATE-PROGRAM: REWRITE FAILED "
                       "FOR " ALERT-MASTER-DATE " SEQ "
                       ALERT-MASTER-SEQ
                   PERFORM RECOV-CLEAR-PROCEDURE
               NOT INVALID KEY
                   SET WS-RECOV-CHANGED TO TRUE
                   MOVE 160 TO WS-RECOV-AFTER-LEN
                   MOVE ALERT-MASTER-RECORD TO WS-RECOV-AFTER
                   PERFORM RECOV-JOURNAL-PROCEDURE
           END-REWRITE.
       COPY "profile-proc.cpy".
       COPY "recov-proc.cpy".
