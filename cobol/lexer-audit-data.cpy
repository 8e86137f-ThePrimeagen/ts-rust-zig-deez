      * pretending a fresh lex happened.
       01 WS-LEXER-AUDIT-RESULT-OVR PIC X(4) VALUE SPACES.

      * an approval-control event line (LEXER-AUDIT-EVENT-PROCEDURE,
      * lexer-audit-chain.cpy) -- set by the operator and freeze
      * checks, kept apart from the run fields above so an event
      * met mid-run cannot disturb the run's own line. the env is
      * the production profile unless a profile-aware program
      * copies WS-PROF-NAME in once its profile is read.
       01 WS-LEXER-AUDIT-EVENT-SOURCE PIC X(20) VALUE SPACES.
       01 WS-LEXER-AUDIT-EVENT-RESULT PIC X(4) VALUE SPACES.
       01 WS-LEXER-AUDIT-EVENT-JOB    PIC X(8) VALUE SPACES.
       01 WS-LEXER-AUDIT-EVENT-UNIT   PIC X(4) VALUE SPACES.
       01 WS-LEXER-AUDIT-EVENT-VER    PIC X(8) VALUE SPACES.
       01 WS-LEXER-AUDIT-ENV          PIC X(8) VALUE "PROD".

       01 WS-LEXER-AUDIT-DATE.
           05 WS-LEXER-AUDIT-DATE-YYYY PIC 9(4).
           05 WS-LEXER-AUDIT-DATE-MM   PIC 99.
