      * day's TOKNSTAT tallies -- which carry no job id -- are
      * balanced in total against the TOKNSTAT job's own audit line.
      * one balance line per leg goes to BALRPT.
      * on a stress rehearsal (a STRSEXP dataset present -- see
      * STRESS-GEN-PROGRAM) each generated script's expected counts
      * are a further leg: its job's latest audit line today must
      * show the expected TOKENS=, LN= and PASS/FAIL, and LEXEXCPT
      * the expected number of ILLEGAL CHAR lines for the job. no
      * STRSEXP, no stress legs -- the nightly balance is unchanged.
      *
      * RETURN-CODE: 0 = every leg balances; 4 = any disagreement.
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-BAL-STATS-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STRESS-EXPECT-FILE ASSIGN TO "STRSEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STRS-STATUS.
           SELECT LEXER-EXCEPTIONS-FILE ASSIGN TO "LEXEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 130 CHARACTERS.
       01 BALANCE-REPORT-RECORD PIC X(130).

       COPY "stress-expect-file.cpy".
       COPY "lexer-exceptions-file.cpy".

       WORKING-STORAGE SECTION.
       COPY "token-master-data.cpy".
       01 WS-BAL-MSTR-STATUS  PIC XX VALUE "00".
       01 WS-LEXER-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01 WS-BAL-STATS-STATUS PIC XX VALUE "00".
       01 WS-BAL-STRS-STATUS  PIC XX VALUE "00".
       01 WS-BAL-EXC-STATUS   PIC XX VALUE "00".

       01 WS-BAL-EOF-SWITCH PIC X VALUE "N".
           88 WS-BAL-EOF-ON  VALUE "Y".
               10 WS-BAL-JOB-STORED  PIC 9(7).
               10 WS-BAL-JOB-AUDITED PIC 9(7).
               10 WS-BAL-JOB-AUD-SW  PIC X.
               10 WS-BAL-JOB-LINES   PIC 9(5).
               10 WS-BAL-JOB-RESULT  PIC X(4).
               10 WS-BAL-JOB-ILLEGAL PIC 9(7).

       01 WS-BAL-JOB-IDX   PIC 9(3).
       01 WS-BAL-FOUND-IDX PIC 9(3).
       01 WS-BAL-STATS-AUDIT PIC 9(7) VALUE 0.
       01 WS-BAL-STATS-AUD-SW PIC X VALUE "N".

      * stress-leg scratch -- LN= off the audit line, the text ahead
      * of JOB= on an exception line.
       01 WS-BAL-LN-SLICE PIC X(5).
       01 WS-BAL-LN-SLICE-9 REDEFINES WS-BAL-LN-SLICE PIC 9(5).
       01 WS-BAL-EXC-HEAD PIC X(80).
       01 WS-BAL-STRS-LEGS PIC 9(3) VALUE 0.

       01 WS-BAL-MISMATCHES PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM BALANCE-SCAN-AUDIT-PROCEDURE
           PERFORM BALANCE-SCAN-STATS-PROCEDURE
           PERFORM BALANCE-JUDGE-PROCEDURE
           PERFORM BALANCE-STRESS-PROCEDURE

           MOVE SPACES TO BALANCE-REPORT-RECORD
           STRING "END OF BALANCE -- " WS-BAL-MISMATCHES
               " LEG(S) OUT OF BALANCE"
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD

           CLOSE BALANCE-REPORT-FILE

           END-START

           PERFORM UNTIL WS-BAL-EOF-ON
               PERFORM TOKEN-MASTER-READ-NEXT-PROCEDURE
               IF WS-TOKEN-MASTER-EOF-ON
                   SET WS-BAL-EOF-ON TO TRUE
               ELSE
                   IF TOKEN-MASTER-RUN-DATE = WS-BAL-TODAY-DASHED
                       MOVE TOKEN-MASTER-JOB-ID TO WS-BAL-AUD-JOB
                       PERFORM BALANCE-FIND-JOB-PROCEDURE
                       IF WS-BAL-FOUND-IDX > 0
                           ADD 1 TO
                               WS-BAL-JOB-STORED (WS-BAL-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TOKEN-MASTER-FILE.
               MOVE 0 TO WS-BAL-JOB-STORED (WS-BAL-FOUND-IDX)
               MOVE 0 TO WS-BAL-JOB-AUDITED (WS-BAL-FOUND-IDX)
               MOVE "N" TO WS-BAL-JOB-AUD-SW (WS-BAL-FOUND-IDX)
               MOVE 0 TO WS-BAL-JOB-LINES (WS-BAL-FOUND-IDX)
               MOVE SPACES TO WS-BAL-JOB-RESULT (WS-BAL-FOUND-IDX)
               MOVE 0 TO WS-BAL-JOB-ILLEGAL (WS-BAL-FOUND-IDX)
           END-IF.

      * today's audit lines -- TOKENS= at 48, job at 76, the fixed
                                   (WS-BAL-FOUND-IDX)
                               MOVE "Y" TO
                                   WS-BAL-JOB-AUD-SW (WS-BAL-FOUND-IDX)
                               MOVE LEXER-AUDIT-LOG-RECORD (56:4) TO
                                   WS-BAL-JOB-RESULT (WS-BAL-FOUND-IDX)
                               MOVE LEXER-AUDIT-LOG-RECORD (110:5) TO
                                   WS-BAL-LN-SLICE
                               MOVE 0 TO
                                   WS-BAL-JOB-LINES (WS-BAL-FOUND-IDX)
                               IF WS-BAL-LN-SLICE IS NUMERIC
                                   MOVE WS-BAL-LN-SLICE-9 TO
                                       WS-BAL-JOB-LINES
                                       (WS-BAL-FOUND-IDX)
                               END-IF
                           END-IF
                           IF WS-BAL-AUD-JOB = "TOKNSTAT"
                               AND WS-BAL-AUD-SLICE IS NUMERIC
                       WS-BAL-STATS-TOTAL
                       DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-EVALUATE
           WRITE BALANCE-REPORT-RECORD.

       BALANCE-JUDGE-JOB-PROCEDURE.
                       DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-EVALUATE
           WRITE BALANCE-REPORT-RECORD.

      * the stress-rehearsal legs -- one per STRSEXP record.
       BALANCE-STRESS-PROCEDURE.
           OPEN INPUT STRESS-EXPECT-FILE
           IF WS-BAL-STRS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM BALANCE-STRESS-EXCEPTIONS-PROCEDURE

           SET WS-BAL-EOF-OFF TO TRUE
           PERFORM UNTIL WS-BAL-EOF-ON
               READ STRESS-EXPECT-FILE
                   AT END
                       SET WS-BAL-EOF-ON TO TRUE
                   NOT AT END
                       PERFORM BALANCE-STRESS-ONE-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE STRESS-EXPECT-FILE

           MOVE SPACES TO BALANCE-REPORT-RECORD
           STRING "STRESS REHEARSAL: " WS-BAL-STRS-LEGS
               " GENERATED SCRIPT(S) BALANCED AGAINST STRSEXP"
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD.

      * ILLEGAL CHAR lines per job off LEXEXCPT -- the job id is
      * whatever follows JOB= on the line.
       BALANCE-STRESS-EXCEPTIONS-PROCEDURE.
           OPEN INPUT LEXER-EXCEPTIONS-FILE
           IF WS-BAL-EXC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-BAL-EOF-OFF TO TRUE
           PERFORM UNTIL WS-BAL-EOF-ON
               READ LEXER-EXCEPTIONS-FILE
                   AT END
                       SET WS-BAL-EOF-ON TO TRUE
                   NOT AT END
                       IF LEXER-EXCEPTIONS-RECORD (1:13) =
                           "ILLEGAL CHAR="
                           MOVE SPACES TO WS-BAL-AUD-JOB
                           UNSTRING LEXER-EXCEPTIONS-RECORD
                               DELIMITED BY " JOB="
                               INTO WS-BAL-EXC-HEAD WS-BAL-AUD-JOB
                           PERFORM BALANCE-FIND-JOB-PROCEDURE
                           IF WS-BAL-FOUND-IDX > 0
                               ADD 1 TO
                                   WS-BAL-JOB-ILLEGAL (WS-BAL-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEXER-EXCEPTIONS-FILE.

       BALANCE-STRESS-ONE-PROCEDURE.
           ADD 1 TO WS-BAL-STRS-LEGS
           MOVE STRESS-EXPECT-JOB-ID TO WS-BAL-AUD-JOB
           PERFORM BALANCE-FIND-JOB-PROCEDURE

           MOVE SPACES TO BALANCE-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-BAL-FOUND-IDX = 0
                   ADD 1 TO WS-BAL-MISMATCHES
                   STRING "STRESS JOB " STRESS-EXPECT-JOB-ID
                       ": JOB TABLE FULL -- NOT BALANCED"
                       DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               WHEN WS-BAL-JOB-AUD-SW (WS-BAL-FOUND-IDX) = "N"
                   ADD 1 TO WS-BAL-MISMATCHES
                   STRING "STRESS JOB " STRESS-EXPECT-JOB-ID
                       " (" STRESS-EXPECT-SOURCE
                       "): NO AUDIT LINE TODAY"
                       DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               WHEN WS-BAL-JOB-AUDITED (WS-BAL-FOUND-IDX) NOT =
                   STRESS-EXPECT-TOKENS
                   OR WS-BAL-JOB-LINES (WS-BAL-FOUND-IDX) NOT =
                   STRESS-EXPECT-LINES
                   OR WS-BAL-JOB-ILLEGAL (WS-BAL-FOUND-IDX) NOT =
                   STRESS-EXPECT-ILLEGAL
                   OR WS-BAL-JOB-RESULT (WS-BAL-FOUND-IDX) NOT =
                   STRESS-EXPECT-RESULT
                   ADD 1 TO WS-BAL-MISMATCHES
                   STRING "STRESS JOB " STRESS-EXPECT-JOB-ID
                       ": EXPECTED TOKENS=" STRESS-EXPECT-TOKENS
                       " LN=" STRESS-EXPECT-LINES
                       " ILL=" STRESS-EXPECT-ILLEGAL
                       " " STRESS-EXPECT-RESULT
                       " BUT RUN SHOWS TOKENS="
                       WS-BAL-JOB-AUDITED (WS-BAL-FOUND-IDX)
                       " LN=" WS-BAL-JOB-LINES (WS-BAL-FOUND-IDX)
                       " ILL=" WS-BAL-JOB-ILLEGAL (WS-BAL-FOUND-IDX)
                       " " WS-BAL-JOB-RESULT (WS-BAL-FOUND-IDX)
                       DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               WHEN OTHER
                   STRING "STRESS JOB " STRESS-EXPECT-JOB-ID
                       " (" STRESS-EXPECT-SOURCE
                       "): IN BALANCE AT TOKENS=" STRESS-EXPECT-TOKENS
                       " LN=" STRESS-EXPECT-LINES
                       " ILL=" STRESS-EXPECT-ILLEGAL
                       " " STRESS-EXPECT-RESULT
                       DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-EVALUATE
           WRITE BALANCE-REPORT-RECORD.

       COPY "token-master-proc.cpy".
