      * acknowledge one with a note, or close it, with the deciding
      * operator stamped onto the record. this is what turns "a
      * record landed on ALERTQ at 02:10" into "somebody owned it
      * and here is what they did". every disposition goes onto the
      * RECOVJNL forward-recovery journal with the alert's before
      * and after images.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-REVIEW-PROGRAM.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERT-MASTER-KEY
               FILE STATUS IS WS-ALRV-FILE-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "alert-master-file.cpy".
       COPY "recov-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "recov-data.cpy".
       01 WS-ALRV-FILE-STATUS PIC XX VALUE "00".

       01 WS-ALRV-MAX   PIC 9(3) VALUE 200.
                   EXIT PARAGRAPH
           END-READ

           MOVE 160 TO WS-RECOV-BEFORE-LEN
           MOVE ALERT-MASTER-RECORD TO WS-RECOV-BEFORE
           MOVE WS-ALRV-NEW-STATUS TO ALERT-MASTER-STATUS
           MOVE WS-ALRV-OPERATOR TO ALERT-MASTER-OPERATOR
           IF WS-ALRV-NOTE NOT = SPACES
               INVALID KEY
                   MOVE "REWRITE FAILED -- ALERT UNCHANGED." TO
                       WS-ALRV-MSG
                   PERFORM RECOV-CLEAR-PROCEDURE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "ALERT-REVIEW-PROGRAM" TO WS-RECOV-PROGRAM
           MOVE WS-ALRV-OPERATOR TO WS-RECOV-OPERATOR
           MOVE "ALRTMSTR" TO WS-RECOV-MASTER
           SET WS-RECOV-CHANGED TO TRUE
           MOVE 160 TO WS-RECOV-AFTER-LEN
           MOVE ALERT-MASTER-RECORD TO WS-RECOV-AFTER
           PERFORM RECOV-JOURNAL-PROCEDURE

           MOVE WS-ALRV-NEW-STATUS TO
               WS-ALRV-STATUS (WS-ALRV-CURRENT)
           IF WS-ALRV-NEW-STATUS = "C"
           ELSE
               MOVE "ALERT ACKNOWLEDGED." TO WS-ALRV-MSG
           END-IF.

       COPY "recov-proc.cpy".
