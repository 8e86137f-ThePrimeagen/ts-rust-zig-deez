      * SUNSET-REPORT-PROGRAM lists everything still depending on an
      * import member past its sunset date -- a member IMPCAT carries
      * as deprecated whose sunset has gone by, or one already
      * retired -- so the desk winding a member down can see who is
      * left to move off it before the batch gate starts refusing
      * them. the dependents come from the IMPXREF cross-reference
      * BATCH-RUN-PROGRAM records as each file lexes (transitive,
      * so a script reaching the member through another member is
      * listed too), each with the run date that last saw the pair
      * and the owner OWNERMST gives the script today. a script
      * its owner has already retired is marked as such -- it no
      * longer runs, but its pair stays on file until it ages out.
      * one section per member to SUNSETRPT, in catalog order.
      *
      * RETURN-CODE: 0 = nothing depends on a member past its
      * sunset; 4 = dependents remain; 16 = IMPCAT or IMPXREF
      * missing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUNSET-REPORT-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-CATALOG-FILE ASSIGN TO "IMPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUN-IMPCAT-STATUS.
           SELECT IMPORT-XREF-FILE ASSIGN TO "IMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMPORT-XREF-KEY
               FILE STATUS IS WS-SUN-IMPXREF-STATUS.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT SUNSET-REPORT-FILE ASSIGN TO "SUNSETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "import-catalog-file.cpy".
       COPY "import-xref-file.cpy".
       COPY "owner-file.cpy".

       FD SUNSET-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 SUNSET-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "owner-data.cpy".
       01 WS-SUN-IMPCAT-STATUS  PIC XX VALUE "00".
       01 WS-SUN-IMPXREF-STATUS PIC XX VALUE "00".

       01 WS-SUN-EOF-SWITCH PIC X VALUE "N".
           88 WS-SUN-EOF-ON  VALUE "Y".
           88 WS-SUN-EOF-OFF VALUE "N".

       01 WS-SUN-READ-DONE-SWITCH PIC X VALUE "N".
           88 WS-SUN-READ-DONE-ON  VALUE "Y".
           88 WS-SUN-READ-DONE-OFF VALUE "N".

       01 WS-SUN-TODAY.
           05 WS-SUN-TODAY-YYYY PIC 9(4).
           05 WS-SUN-TODAY-MM   PIC 99.
           05 WS-SUN-TODAY-DD   PIC 99.
       01 WS-SUN-TODAY-N REDEFINES WS-SUN-TODAY PIC 9(8).
       01 WS-SUN-TODAY-DASHED PIC X(10).

      * days past sunset -- FUNCTION INTEGER-OF-DATE is the one way
      * to count days between two calendar dates.
       01 WS-SUN-YMD PIC X(8).
       01 WS-SUN-YMD-9 REDEFINES WS-SUN-YMD PIC 9(8).
       01 WS-SUN-TODAY-INT  PIC 9(8).
       01 WS-SUN-SUNSET-INT PIC 9(8).

      * the members past their sunset, from IMPCAT.
       01 WS-SUN-MEM-MAX   PIC 9(3) VALUE 100.
       01 WS-SUN-MEM-COUNT PIC 9(3) VALUE 0.
       01 WS-SUN-MEM-TABLE.
           05 WS-SUN-MEM-ENTRY OCCURS 100 TIMES.
               10 WS-SUN-MEM-NAME   PIC X(20).
               10 WS-SUN-MEM-DESK   PIC X(4).
               10 WS-SUN-MEM-LIFE   PIC X(1).
               10 WS-SUN-MEM-SUNSET PIC X(10).
               10 WS-SUN-MEM-DAYS   PIC 9(5).
       01 WS-SUN-MEM-IDX PIC 9(3).

       01 WS-SUN-LIFE-TEXT PIC X(10).
       01 WS-SUN-RETIRED-MARK PIC X(15).

       01 WS-SUN-MEM-DEPS   PIC 9(5) VALUE 0.
       01 WS-SUN-TOTAL-DEPS PIC 9(5) VALUE 0.
       01 WS-SUN-CLEAR      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-SUN-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-SUN-TODAY-DASHED
           STRING WS-SUN-TODAY-YYYY "-" WS-SUN-TODAY-MM "-"
               WS-SUN-TODAY-DD
               DELIMITED BY SIZE INTO WS-SUN-TODAY-DASHED
           COMPUTE WS-SUN-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-SUN-TODAY-N)

           PERFORM SUNSET-LOAD-CATALOG-PROCEDURE

           OPEN INPUT IMPORT-XREF-FILE
           IF WS-SUN-IMPXREF-STATUS NOT = "00"
               DISPLAY "SUNSET-REPORT-PROGRAM: IMPXREF OPEN FAILED, "
                   "STATUS=" WS-SUN-IMPXREF-STATUS " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OWNER-LOAD-TABLE-PROCEDURE

           OPEN OUTPUT SUNSET-REPORT-FILE

           MOVE SPACES TO SUNSET-REPORT-RECORD
           STRING "IMPORT MEMBER SUNSET REPORT AS OF "
               WS-SUN-TODAY-DASHED " -- " WS-SUN-MEM-COUNT
               " MEMBER(S) PAST THEIR SUNSET DATE"
               DELIMITED BY SIZE INTO SUNSET-REPORT-RECORD
           WRITE SUNSET-REPORT-RECORD

           PERFORM VARYING WS-SUN-MEM-IDX FROM 1 BY 1 UNTIL
               WS-SUN-MEM-IDX > WS-SUN-MEM-COUNT
               PERFORM SUNSET-ONE-MEMBER-PROCEDURE
           END-PERFORM

           MOVE SPACES TO SUNSET-REPORT-RECORD
           WRITE SUNSET-REPORT-RECORD
           MOVE SPACES TO SUNSET-REPORT-RECORD
           STRING "END OF REPORT -- " WS-SUN-TOTAL-DEPS
               " DEPENDENCY(IES) REMAIN, " WS-SUN-CLEAR
               " MEMBER(S) WITH NO IMPORTERS LEFT"
               DELIMITED BY SIZE INTO SUNSET-REPORT-RECORD
           WRITE SUNSET-REPORT-RECORD

           CLOSE SUNSET-REPORT-FILE
           CLOSE IMPORT-XREF-FILE

           IF WS-SUN-TOTAL-DEPS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      * a deprecated member is past its sunset once today is after
      * the date; a retired member is past it by definition.
       SUNSET-LOAD-CATALOG-PROCEDURE.
           OPEN INPUT IMPORT-CATALOG-FILE
           IF WS-SUN-IMPCAT-STATUS NOT = "00"
               DISPLAY "SUNSET-REPORT-PROGRAM: NO IMPCAT, STATUS="
                   WS-SUN-IMPCAT-STATUS " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-SUN-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SUN-EOF-ON
               READ IMPORT-CATALOG-FILE
                   AT END
                       SET WS-SUN-EOF-ON TO TRUE
                   NOT AT END
                       IF IMPORT-CATALOG-MEMBER NOT = SPACES
                           AND IMPORT-CATALOG-RECORD (1:1) NOT = "*"
                           AND (IMPORT-CATALOG-RETIRED
                           OR (IMPORT-CATALOG-DEPRECATED
                           AND IMPORT-CATALOG-SUNSET <
                           WS-SUN-TODAY-DASHED))
                           PERFORM SUNSET-ADD-MEMBER-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IMPORT-CATALOG-FILE.

       SUNSET-ADD-MEMBER-PROCEDURE.
           IF WS-SUN-MEM-COUNT >= WS-SUN-MEM-MAX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SUN-MEM-COUNT
           MOVE IMPORT-CATALOG-MEMBER TO
               WS-SUN-MEM-NAME (WS-SUN-MEM-COUNT)
           MOVE IMPORT-CATALOG-DESK TO
               WS-SUN-MEM-DESK (WS-SUN-MEM-COUNT)
           MOVE IMPORT-CATALOG-LIFECYCLE TO
               WS-SUN-MEM-LIFE (WS-SUN-MEM-COUNT)
           MOVE IMPORT-CATALOG-SUNSET TO
               WS-SUN-MEM-SUNSET (WS-SUN-MEM-COUNT)
           MOVE 0 TO WS-SUN-MEM-DAYS (WS-SUN-MEM-COUNT)

           MOVE SPACES TO WS-SUN-YMD
           STRING IMPORT-CATALOG-SUNSET (1:4)
               IMPORT-CATALOG-SUNSET (6:2)
               IMPORT-CATALOG-SUNSET (9:2)
               DELIMITED BY SIZE INTO WS-SUN-YMD
           IF WS-SUN-YMD IS NUMERIC
               COMPUTE WS-SUN-SUNSET-INT = FUNCTION INTEGER-OF-DATE
                   (WS-SUN-YMD-9)
               IF WS-SUN-TODAY-INT > WS-SUN-SUNSET-INT
                   COMPUTE WS-SUN-MEM-DAYS (WS-SUN-MEM-COUNT) =
                       WS-SUN-TODAY-INT - WS-SUN-SUNSET-INT
               END-IF
           END-IF.

      * who imports this member -- the key leads with the importing
      * source, so this is a front-to-back walk filtering on the
      * member column, the same walk IMPORT-XREF-PROGRAM makes for
      * a MEMBER= query.
       SUNSET-ONE-MEMBER-PROCEDURE.
           IF WS-SUN-MEM-LIFE (WS-SUN-MEM-IDX) = "R"
               MOVE "RETIRED" TO WS-SUN-LIFE-TEXT
           ELSE
               MOVE "DEPRECATED" TO WS-SUN-LIFE-TEXT
           END-IF

           MOVE SPACES TO SUNSET-REPORT-RECORD
           WRITE SUNSET-REPORT-RECORD
           MOVE SPACES TO SUNSET-REPORT-RECORD
           STRING "=== MEMBER " WS-SUN-MEM-NAME (WS-SUN-MEM-IDX)
               " DESK " WS-SUN-MEM-DESK (WS-SUN-MEM-IDX)
               " " WS-SUN-LIFE-TEXT
               " SUNSET " WS-SUN-MEM-SUNSET (WS-SUN-MEM-IDX)
               " (" WS-SUN-MEM-DAYS (WS-SUN-MEM-IDX)
               " DAYS PAST) ==="
               DELIMITED BY SIZE INTO SUNSET-REPORT-RECORD
           WRITE SUNSET-REPORT-RECORD
           MOVE SPACES TO SUNSET-REPORT-RECORD
           MOVE "    SOURCE" TO SUNSET-REPORT-RECORD
           MOVE "LAST SEEN  DESK ANALYST  T" TO
               SUNSET-REPORT-RECORD (45:26)
           WRITE SUNSET-REPORT-RECORD

           MOVE 0 TO WS-SUN-MEM-DEPS
           MOVE LOW-VALUES TO IMPORT-XREF-KEY
           SET WS-SUN-READ-DONE-OFF TO TRUE

           START IMPORT-XREF-FILE KEY >= IMPORT-XREF-KEY
               INVALID KEY
                   SET WS-SUN-READ-DONE-ON TO TRUE
           END-START

           PERFORM UNTIL WS-SUN-READ-DONE-ON
               READ IMPORT-XREF-FILE NEXT
                   AT END
                       SET WS-SUN-READ-DONE-ON TO TRUE
                   NOT AT END
                       IF IMPORT-XREF-MEMBER =
                           WS-SUN-MEM-NAME (WS-SUN-MEM-IDX)
                           PERFORM SUNSET-DEPENDENT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO SUNSET-REPORT-RECORD
           IF WS-SUN-MEM-DEPS = 0
               ADD 1 TO WS-SUN-CLEAR
               MOVE "    (NO REMAINING IMPORTERS -- SAFE TO REMOVE)"
                   TO SUNSET-REPORT-RECORD
           ELSE
               STRING "    " WS-SUN-MEM-DEPS
                   " SCRIPT(S) STILL DEPEND ON THIS MEMBER"
                   DELIMITED BY SIZE INTO SUNSET-REPORT-RECORD
           END-IF
           WRITE SUNSET-REPORT-RECORD.

      * one importing script, stamped with its owner -- the analyst
      * who has to move it off the member.
       SUNSET-DEPENDENT-PROCEDURE.
           ADD 1 TO WS-SUN-MEM-DEPS
           ADD 1 TO WS-SUN-TOTAL-DEPS

           MOVE IMPORT-XREF-SOURCE TO WS-OWNER-QUERY
           PERFORM OWNER-LOOKUP-PROCEDURE
           IF WS-OWNER-HIT-LIFECYCLE = "R"
               MOVE "SCRIPT RETIRED" TO WS-SUN-RETIRED-MARK
           ELSE
               MOVE SPACES TO WS-SUN-RETIRED-MARK
           END-IF

           MOVE SPACES TO SUNSET-REPORT-RECORD
           STRING "    " IMPORT-XREF-SOURCE
               IMPORT-XREF-RUN-DATE " "
               WS-OWNER-HIT-DESK " "
               WS-OWNER-HIT-ANALYST " "
               WS-OWNER-HIT-TIER " "
               WS-SUN-RETIRED-MARK
               DELIMITED BY SIZE INTO SUNSET-REPORT-RECORD
           WRITE SUNSET-REPORT-RECORD.

       COPY "owner-proc.cpy".
