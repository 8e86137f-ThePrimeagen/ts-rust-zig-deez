      * records without one (e.g. the fixed alert text MONKEYBATCH
      * drops on ALERTQ) are always retained -- better an undated
      * line lives forever than an audit line is guessed away.
      *
      * a RETNCTL card with a G in column 19 keeps a number of
      * generations of a cataloged output instead of a number of
      * days of a history file. those cards are OUTPUT-CATALOG-
      * PROGRAM's (MODE=PURGE) and are only noted on HKRPT here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP-PROGRAM.

           05 RETENTION-CONTROL-NAME PIC X(12).
           05 FILLER                 PIC X(1).
           05 RETENTION-CONTROL-DAYS PIC 9(4).
           05 FILLER                 PIC X(1).
           05 RETENTION-CONTROL-UNIT PIC X(1).
               88 RETENTION-CONTROL-IN-GENERATIONS VALUE "G".
           05 FILLER                 PIC X(61).

       FD HOUSEKEEP-TARGET-FILE
           RECORD CONTAINS 200 CHARACTERS.
                   AT END
                       SET WS-HK-CTL-EOF-ON TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RETENTION-CONTROL-NAME = SPACES
                               CONTINUE
                           WHEN RETENTION-CONTROL-IN-GENERATIONS
                               PERFORM HOUSEKEEP-GENERATION-PROCEDURE
                           WHEN OTHER
                               PERFORM HOUSEKEEP-ONE-FILE-PROCEDURE
                       END-EVALUATE
               END-READ
           END-PERFORM

               DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
           WRITE HOUSEKEEP-REPORT-RECORD.

      * a cataloged output kept by generation -- not a history file,
      * so it is never opened here.
       HOUSEKEEP-GENERATION-PROCEDURE.
           MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
           STRING RETENTION-CONTROL-NAME
               " KEPT BY GENERATION -- RETAIN-GENERATIONS="
               RETENTION-CONTROL-DAYS " (SEE OUTCATR)"
               DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
           WRITE HOUSEKEEP-REPORT-RECORD.

      * one record: dated and older than the window goes to the
      * archive, everything else (including undated lines) stays.
       HOUSEKEEP-SPLIT-RECORD-PROCEDURE.
