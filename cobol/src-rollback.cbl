      * SRC-ROLLBACK-PROGRAM puts a prior version of a production
      * rule script back into LEXERSRC from the SRCLIB source
      * library. the way back used to be whatever SRC-ARCHIVE
      * snapshot somebody could find, copied by hand with nobody's
      * approval; a rollback is now a change like any other. it
      * passes the same approval rules as PROMOTE-PROGRAM -- a
      * requester and a different approver, both active on
      * OPERMSTR, the approver with the promote-approve authority,
      * and no change freeze over the script without an approved
      * FRZEXMPT exemption -- and lands in PROMOLOG in the same
      * layout. the restored content is written to SRCLIB as a new
      * version (action R, naming the version it came from), so the
      * library's history only ever grows.
      *
      * ROLLCTL cards: REQUESTER=xxxxxxxx  APPROVER=xxxxxxxx
      * SCRIPT=name (LEXERSRC when omitted)  VERSION=nnnn (the
      * library version to restore).
      *
      * the gates are not re-run: the version being restored passed
      * them when it was promoted. what is re-proved is that it is
      * still that version -- its stored lines must checksum to what
      * its header recorded, or the rollback is refused.
      * a script checked out to another analyst is refused, since
      * the rollback would move production from under their edit; a
      * check-out held by the requester is released, its base being
      * no longer production.
      *
      * RETURN-CODE: 0 = rolled back; 4 = the version asked for is
      * already production, nothing done; 8 = refused (approval,
      * freeze, check-out, or a damaged version); 16 = control cards
      * missing or wrong, or SRCLIB unusable.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRC-ROLLBACK-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLBACK-CONTROL-FILE ASSIGN TO "ROLLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRB-CTL-STATUS.
           SELECT SOURCE-LIBRARY-FILE ASSIGN TO "SRCLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOURCE-LIBRARY-KEY
               FILE STATUS IS WS-SRCLIB-STATUS.
           SELECT SOURCE-LOCK-FILE ASSIGN TO "SRCLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOURCE-LOCK-SCRIPT
               FILE STATUS IS WS-SRCLIB-LOCK-STATUS.
           SELECT ROLLBACK-TARGET-FILE ASSIGN TO "LEXERSRC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMOTE-LOG-FILE ASSIGN TO "PROMOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRB-LOG-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-LOG-STATUS.
           SELECT LEXER-AUDIT-LOG-FILE ASSIGN TO "LEXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXER-AUDIT-FILE-STATUS.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT FREEZE-CALENDAR-FILE ASSIGN TO "FREEZCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-CAL-STATUS.
           SELECT FREEZE-EXEMPT-FILE ASSIGN TO "FRZEXMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-EXM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROLLBACK-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ROLLBACK-CONTROL-RECORD PIC X(80).

       COPY "srclib-file.cpy".
       COPY "srclock-file.cpy".
       COPY "oper-file.cpy".
       COPY "lexer-audit-file.cpy".
       COPY "owner-file.cpy".
       COPY "freeze-file.cpy".

      * the production target -- written whole from the library
      * version only after every check passes.
       FD ROLLBACK-TARGET-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01 ROLLBACK-TARGET-RECORD PIC X(256).

      * PROMOTE-PROGRAM's trail -- a rollback is one more way a
      * script got into production.
       FD PROMOTE-LOG-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 PROMOTE-LOG-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "srclib-data.cpy".
       COPY "oper-data.cpy".
       COPY "lexer-audit-data.cpy".
       COPY "owner-data.cpy".
       COPY "freeze-data.cpy".

       01 WS-SRB-CTL-STATUS PIC XX VALUE "00".
       01 WS-SRB-LOG-STATUS PIC XX VALUE "00".

       01 WS-SRB-EOF-SWITCH PIC X VALUE "N".
           88 WS-SRB-EOF-ON  VALUE "Y".
           88 WS-SRB-EOF-OFF VALUE "N".

       01 WS-SRB-CARD-KEY   PIC X(12).
       01 WS-SRB-CARD-VALUE PIC X(40).
       01 WS-SRB-CARD-DIGITS PIC 9(2) VALUE 0.

       01 WS-SRB-REQUESTER PIC X(8) VALUE SPACES.
       01 WS-SRB-APPROVER  PIC X(8) VALUE SPACES.
       01 WS-SRB-SCRIPT    PIC X(20) VALUE "LEXERSRC".
       01 WS-SRB-VERSION   PIC 9(4) VALUE 0.

      * the version being restored, off its SRCLIB header.
       01 WS-SRB-FROM-FP       PIC 9(8) VALUE 0.
       01 WS-SRB-FROM-CHECKSUM PIC 9(8) VALUE 0.
       01 WS-SRB-FROM-RECORDS  PIC 9(5) VALUE 0.
       01 WS-SRB-FROM-DATE     PIC X(10) VALUE SPACES.
       01 WS-SRB-FROM-PROMOTER PIC X(8) VALUE SPACES.
       01 WS-SRB-LINE          PIC 9(5) VALUE 0.
       01 WS-SRB-MISSING       PIC 9(5) VALUE 0.

       01 WS-SRB-VERDICT PIC X(8) VALUE SPACES.
       01 WS-SRB-LOG-PTR PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SRC-ROLLBACK-READ-CONTROL-PROCEDURE

           MOVE WS-SRB-SCRIPT TO WS-SRCLIB-SCRIPT
           PERFORM SRCLIB-OPEN-PROCEDURE
           IF WS-SRCLIB-STATUS NOT = "00"
               DISPLAY "SRC-ROLLBACK-PROGRAM: SRCLIB OPEN FAILED, "
                   "STATUS=" WS-SRCLIB-STATUS " -- ABORTING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SRCLIB-LATEST-PROCEDURE

           IF WS-SRB-VERSION > WS-SRCLIB-LATEST
               DISPLAY "SRC-ROLLBACK-PROGRAM: " WS-SRB-SCRIPT
                   " HAS NO VERSION " WS-SRB-VERSION
                   " ON SRCLIB (LATEST IS " WS-SRCLIB-LATEST
                   "). ABORTING"
               CLOSE SOURCE-LIBRARY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SRC-ROLLBACK-HEADER-PROCEDURE

           IF WS-SRB-VERSION = WS-SRCLIB-LATEST
               DISPLAY "SRC-ROLLBACK-PROGRAM: VERSION " WS-SRB-VERSION
                   " IS THE LATEST VERSION OF " WS-SRB-SCRIPT
                   " ALREADY -- NOTHING ROLLED BACK"
               CLOSE SOURCE-LIBRARY-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

      * the approval rules are PROMOTE-PROGRAM's, in its order.
           IF WS-SRB-REQUESTER = WS-SRB-APPROVER
               DISPLAY "SRC-ROLLBACK-PROGRAM: REQUESTER AND APPROVER "
                   "ARE THE SAME ID -- A DIFFERENT OPERATOR MUST "
                   "APPROVE. REFUSED"
               PERFORM SRC-ROLLBACK-REFUSE-PROCEDURE
           END-IF

           MOVE "SRC-ROLLBACK-PROGRAM" TO WS-OPER-CALLER
           MOVE WS-SRB-REQUESTER TO WS-OPER-QUERY
           MOVE SPACE TO WS-OPER-NEED
           MOVE "ROLLCTL REQUESTER= ON A ROLLBACK" TO WS-OPER-DETAIL
           PERFORM OPER-CHECK-PROCEDURE
           IF WS-OPER-ALLOWED
               MOVE WS-SRB-APPROVER TO WS-OPER-QUERY
               MOVE "P" TO WS-OPER-NEED
               MOVE "ROLLCTL APPROVER= ON A ROLLBACK" TO
                   WS-OPER-DETAIL
               PERFORM OPER-CHECK-PROCEDURE
           END-IF
           IF WS-OPER-REFUSED
               DISPLAY "SRC-ROLLBACK-PROGRAM: " WS-OPER-QUERY
                   " REFUSED -- " WS-OPER-REASON " ("
                   WS-OPER-AUTH-NAME " ON OPERMSTR). REFUSED"
               PERFORM SRC-ROLLBACK-REFUSE-PROCEDURE
           END-IF

           PERFORM SRC-ROLLBACK-FREEZE-PROCEDURE

           PERFORM SRCLIB-LOCK-READ-PROCEDURE
           IF WS-SRCLIB-LOCKED
               AND WS-SRCLIB-LOCK-HOLDER NOT = WS-SRB-REQUESTER
               DISPLAY "SRC-ROLLBACK-PROGRAM: " WS-SRB-SCRIPT
                   " IS CHECKED OUT TO " WS-SRCLIB-LOCK-HOLDER
                   " SINCE " WS-SRCLIB-LOCK-DATE " "
                   WS-SRCLIB-LOCK-TIME
                   " -- THE ROLLBACK WOULD MOVE PRODUCTION FROM UNDER "
                   "THE EDIT. REFUSED"
               PERFORM SRC-ROLLBACK-REFUSE-PROCEDURE
           END-IF

           PERFORM SRC-ROLLBACK-VERIFY-PROCEDURE
           IF WS-SRCLIB-FP-WORK NOT = WS-SRB-FROM-CHECKSUM
               OR WS-SRB-MISSING > 0
               DISPLAY "SRC-ROLLBACK-PROGRAM: VERSION " WS-SRB-VERSION
                   " OF " WS-SRB-SCRIPT " DOES NOT MATCH ITS HEADER ("
                   WS-SRB-MISSING " LINE(S) MISSING, CHECKSUM "
                   WS-SRCLIB-FP-WORK " NOT " WS-SRB-FROM-CHECKSUM
                   "). REFUSED"
               PERFORM SRC-ROLLBACK-REFUSE-PROCEDURE
           END-IF

           PERFORM SRC-ROLLBACK-RESTORE-PROCEDURE
           CLOSE SOURCE-LIBRARY-FILE

           IF WS-SRCLIB-LOCKED
               PERFORM SRCLIB-LOCK-RELEASE-PROCEDURE
               DISPLAY "SRC-ROLLBACK-PROGRAM: " WS-SRB-REQUESTER
                   "'S CHECK-OUT OF " WS-SRB-SCRIPT
                   " RELEASED -- CHECK OUT AGAIN TO EDIT"
           END-IF

           MOVE "ROLLBACK" TO WS-SRB-VERDICT
           PERFORM SRC-ROLLBACK-LOG-PROCEDURE

           DISPLAY "SRC-ROLLBACK-PROGRAM: " WS-SRB-SCRIPT
               " ROLLED BACK TO VERSION " WS-SRB-VERSION
               " (PROMOTED " WS-SRB-FROM-DATE " BY "
               WS-SRB-FROM-PROMOTER "), " WS-SRCLIB-LINE-COUNT
               " RECORDS TO LEXERSRC, FP=" WS-SRB-FROM-FP
           DISPLAY "SRC-ROLLBACK-PROGRAM: STORED AS VERSION "
               WS-SRCLIB-NEW-VERSION " BY " WS-SRB-REQUESTER
               " APPROVED BY " WS-SRB-APPROVER

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       SRC-ROLLBACK-READ-CONTROL-PROCEDURE.
           OPEN INPUT ROLLBACK-CONTROL-FILE
           IF WS-SRB-CTL-STATUS NOT = "00"
               DISPLAY "SRC-ROLLBACK-PROGRAM: NO ROLLCTL CONTROL "
                   "DATASET -- NOTHING NAMES THE VERSION. ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-SRB-EOF-OFF TO TRUE
           PERFORM UNTIL WS-SRB-EOF-ON
               READ ROLLBACK-CONTROL-FILE
                   AT END
                       SET WS-SRB-EOF-ON TO TRUE
                   NOT AT END
                       IF ROLLBACK-CONTROL-RECORD (1:1) NOT = "*"
                           AND ROLLBACK-CONTROL-RECORD NOT = SPACES
                           MOVE SPACES TO WS-SRB-CARD-KEY
                           MOVE SPACES TO WS-SRB-CARD-VALUE
                           UNSTRING ROLLBACK-CONTROL-RECORD
                               DELIMITED BY "="
                               INTO WS-SRB-CARD-KEY WS-SRB-CARD-VALUE
                           EVALUATE WS-SRB-CARD-KEY
                               WHEN "REQUESTER"
                                   MOVE WS-SRB-CARD-VALUE (1:8) TO
                                       WS-SRB-REQUESTER
                               WHEN "APPROVER"
                                   MOVE WS-SRB-CARD-VALUE (1:8) TO
                                       WS-SRB-APPROVER
                               WHEN "SCRIPT"
                                   MOVE WS-SRB-CARD-VALUE (1:20) TO
                                       WS-SRB-SCRIPT
                               WHEN "VERSION"
                                   PERFORM SRC-ROLLBACK-VER-PROCEDURE
                               WHEN OTHER
                                   DISPLAY "SRC-ROLLBACK-PROGRAM: "
                                       "ROLLCTL CARD '" WS-SRB-CARD-KEY
                                       "' NOT RECOGNIZED -- IGNORED"
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ROLLBACK-CONTROL-FILE

           IF WS-SRB-REQUESTER = SPACES
               OR WS-SRB-APPROVER = SPACES
               OR WS-SRB-SCRIPT = SPACES
               OR WS-SRB-VERSION = 0
               DISPLAY "SRC-ROLLBACK-PROGRAM: ROLLCTL MUST NAME "
                   "REQUESTER=, APPROVER= AND VERSION=. ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * VERSION= as keyed, 1 to 4 digits.
       SRC-ROLLBACK-VER-PROCEDURE.
           MOVE 0 TO WS-SRB-CARD-DIGITS
           INSPECT WS-SRB-CARD-VALUE TALLYING WS-SRB-CARD-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SRB-CARD-DIGITS = 0
               OR WS-SRB-CARD-DIGITS > 4
               OR WS-SRB-CARD-VALUE (1:WS-SRB-CARD-DIGITS)
                   IS NOT NUMERIC
               DISPLAY "SRC-ROLLBACK-PROGRAM: ROLLCTL CARD VERSION "
                   "VALUE '" WS-SRB-CARD-VALUE
                   "' IS NOT A VERSION NUMBER. ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SRB-CARD-VALUE (1:WS-SRB-CARD-DIGITS) TO
               WS-SRB-VERSION.

      * the version's header -- it exists, LATEST-PROCEDURE having
      * walked past it.
       SRC-ROLLBACK-HEADER-PROCEDURE.
           MOVE WS-SRB-SCRIPT TO SOURCE-LIBRARY-SCRIPT
           MOVE WS-SRB-VERSION TO SOURCE-LIBRARY-VERSION
           MOVE 0 TO SOURCE-LIBRARY-LINE
           READ SOURCE-LIBRARY-FILE
               INVALID KEY
                   MOVE SPACES TO SOURCE-LIBRARY-TEXT
           END-READ

           IF SOURCE-LIBRARY-FINGERPRINT IS NUMERIC
               MOVE SOURCE-LIBRARY-FINGERPRINT TO WS-SRB-FROM-FP
           END-IF
           IF SOURCE-LIBRARY-CHECKSUM IS NUMERIC
               MOVE SOURCE-LIBRARY-CHECKSUM TO WS-SRB-FROM-CHECKSUM
           END-IF
           IF SOURCE-LIBRARY-RECORDS IS NUMERIC
               MOVE SOURCE-LIBRARY-RECORDS TO WS-SRB-FROM-RECORDS
           END-IF
           MOVE SOURCE-LIBRARY-DATE TO WS-SRB-FROM-DATE
           MOVE SOURCE-LIBRARY-PROMOTER TO WS-SRB-FROM-PROMOTER.

      * the freeze check, against the OWNERMST desk and tier of the
      * script -- as PROMOTE-FREEZE-PROCEDURE does it.
       SRC-ROLLBACK-FREEZE-PROCEDURE.
           PERFORM OWNER-LOAD-TABLE-PROCEDURE
           MOVE SPACES TO WS-OWNER-QUERY
           MOVE WS-SRB-SCRIPT TO WS-OWNER-QUERY (1:20)
           PERFORM OWNER-LOOKUP-PROCEDURE

           MOVE WS-SRB-SCRIPT TO WS-FREEZE-SUBJECT
           MOVE WS-OWNER-HIT-DESK TO WS-FREEZE-DESK
           MOVE WS-OWNER-HIT-TIER TO WS-FREEZE-TIER
           SET WS-FREEZE-SCOPED TO TRUE
           PERFORM FREEZE-CHECK-PROCEDURE

           IF WS-FREEZE-FROZEN
               DISPLAY "SRC-ROLLBACK-PROGRAM: " WS-SRB-SCRIPT
                   " IS UNDER A CHANGE FREEZE " WS-FREEZE-HIT-START
                   " TO " WS-FREEZE-HIT-END " -- "
                   WS-FREEZE-HIT-REASON
               DISPLAY "SRC-ROLLBACK-PROGRAM: NO APPROVED EXEMPTION "
                   "ON FRZEXMPT. REFUSED"
               PERFORM SRC-ROLLBACK-REFUSE-PROCEDURE
           END-IF
           IF WS-FREEZE-EXEMPT
               DISPLAY "SRC-ROLLBACK-PROGRAM: " WS-SRB-SCRIPT
                   " IS UNDER A CHANGE FREEZE -- PROCEEDING ON AN "
                   "APPROVED EXEMPTION"
           END-IF.

      * re-checksums the stored lines the way the store took them.
       SRC-ROLLBACK-VERIFY-PROCEDURE.
           MOVE 0 TO WS-SRCLIB-FP-WORK
           MOVE 0 TO WS-SRB-MISSING
           PERFORM VARYING WS-SRB-LINE FROM 1 BY 1 UNTIL
               WS-SRB-LINE > WS-SRB-FROM-RECORDS
               MOVE WS-SRB-SCRIPT TO SOURCE-LIBRARY-SCRIPT
               MOVE WS-SRB-VERSION TO SOURCE-LIBRARY-VERSION
               MOVE WS-SRB-LINE TO SOURCE-LIBRARY-LINE
               READ SOURCE-LIBRARY-FILE
                   INVALID KEY
                       ADD 1 TO WS-SRB-MISSING
                   NOT INVALID KEY
                       MOVE SOURCE-LIBRARY-TEXT TO WS-SRCLIB-LINE-TEXT
                       PERFORM SRCLIB-ROLL-PROCEDURE
               END-READ
           END-PERFORM.

      * production and the new library version, line for line.
       SRC-ROLLBACK-RESTORE-PROCEDURE.
           PERFORM SRCLIB-START-VERSION-PROCEDURE
           MOVE WS-SRB-FROM-FP TO WS-SRCLIB-NEW-FP
           MOVE WS-SRB-REQUESTER TO WS-SRCLIB-PROMOTER
           MOVE WS-SRB-APPROVER TO WS-SRCLIB-APPROVER
           MOVE "R" TO WS-SRCLIB-ACTION
           MOVE WS-SRB-VERSION TO WS-SRCLIB-FROM

           OPEN OUTPUT ROLLBACK-TARGET-FILE

           PERFORM VARYING WS-SRB-LINE FROM 1 BY 1 UNTIL
               WS-SRB-LINE > WS-SRB-FROM-RECORDS
               MOVE WS-SRB-SCRIPT TO SOURCE-LIBRARY-SCRIPT
               MOVE WS-SRB-VERSION TO SOURCE-LIBRARY-VERSION
               MOVE WS-SRB-LINE TO SOURCE-LIBRARY-LINE
               READ SOURCE-LIBRARY-FILE
                   INVALID KEY
                       MOVE SPACES TO SOURCE-LIBRARY-TEXT
               END-READ
               MOVE SOURCE-LIBRARY-TEXT TO ROLLBACK-TARGET-RECORD
               WRITE ROLLBACK-TARGET-RECORD
               MOVE SOURCE-LIBRARY-TEXT TO WS-SRCLIB-LINE-TEXT
               PERFORM SRCLIB-PUT-LINE-PROCEDURE
           END-PERFORM

           CLOSE ROLLBACK-TARGET-FILE

           PERFORM SRCLIB-PUT-HEADER-PROCEDURE.

       SRC-ROLLBACK-REFUSE-PROCEDURE.
           CLOSE SOURCE-LIBRARY-FILE
           MOVE "REFUSED " TO WS-SRB-VERDICT
           PERFORM SRC-ROLLBACK-LOG-PROCEDURE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * PROMOTE-LOG-PROCEDURE's layout through FP=, so the readers
      * that take REQ=/APP=/FP= by position read a rollback too.
      * a refusal does not say ROLLBACK anywhere on the line -- the
      * readers count the word as an installed version.
       SRC-ROLLBACK-LOG-PROCEDURE.
           PERFORM SRCLIB-STAMP-PROCEDURE

           OPEN EXTEND PROMOTE-LOG-FILE
           IF WS-SRB-LOG-STATUS NOT = "00"
               OPEN OUTPUT PROMOTE-LOG-FILE
           END-IF

           MOVE SPACES TO PROMOTE-LOG-RECORD
           MOVE 1 TO WS-SRB-LOG-PTR
           STRING WS-SRCLIB-STAMP-DASHED " " WS-SRCLIB-STAMP-COLON
               " REQ=" WS-SRB-REQUESTER
               " APP=" WS-SRB-APPROVER
               " FP=" WS-SRB-FROM-FP
               " " WS-SRB-VERDICT
               DELIMITED BY SIZE INTO PROMOTE-LOG-RECORD
               WITH POINTER WS-SRB-LOG-PTR
           IF WS-SRB-VERDICT = "ROLLBACK"
               STRING " VER=" WS-SRCLIB-NEW-VERSION
                   " FROM=" WS-SRB-VERSION
                   " SCRIPT=" WS-SRB-SCRIPT
                   DELIMITED BY SIZE INTO PROMOTE-LOG-RECORD
                   WITH POINTER WS-SRB-LOG-PTR
           ELSE
               STRING " RESTORE OF VER=" WS-SRB-VERSION
                   " SCRIPT=" WS-SRB-SCRIPT
                   DELIMITED BY SIZE INTO PROMOTE-LOG-RECORD
                   WITH POINTER WS-SRB-LOG-PTR
           END-IF
           WRITE PROMOTE-LOG-RECORD

           CLOSE PROMOTE-LOG-FILE.

       COPY "srclib-proc.cpy".
       COPY "oper-proc.cpy".
       COPY "lexer-audit-chain.cpy".
       COPY "owner-proc.cpy".
       COPY "freeze-proc.cpy".
