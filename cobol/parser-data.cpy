       01 WS-PARSER-STMT-SAVE-KIND  PIC X(6).

      * the Evaluator's reserved builtin vocabulary (round, min,
      * max, abs, len, param, and the PROCCAL-backed date set --
      * date, date_text, add_days, add_busdays, busdays_between,
      * is_month_end -- see MonkeyCompiler.lib.Evaluator),
      * mirrored here so the grammar gate refuses "let round = ..."
      * the same night the Evaluator would. reserving them as lexer
      * keywords would break ordinary call syntax, so the reservation is
      * enforced at the binding site on both sides instead.
       01 WS-PARSER-BUILTIN-COUNT PIC 99 VALUE 12.
       01 WS-PARSER-BUILTIN-TABLE-LOAD.
           05 FILLER PIC X(16) VALUE "round".
           05 FILLER PIC X(16) VALUE "min".
           05 FILLER PIC X(16) VALUE "max".
           05 FILLER PIC X(16) VALUE "abs".
           05 FILLER PIC X(16) VALUE "len".
           05 FILLER PIC X(16) VALUE "param".
           05 FILLER PIC X(16) VALUE "date".
           05 FILLER PIC X(16) VALUE "date_text".
           05 FILLER PIC X(16) VALUE "add_days".
           05 FILLER PIC X(16) VALUE "add_busdays".
           05 FILLER PIC X(16) VALUE "busdays_between".
           05 FILLER PIC X(16) VALUE "is_month_end".
       01 WS-PARSER-BUILTIN-TABLE REDEFINES
           WS-PARSER-BUILTIN-TABLE-LOAD.
           05 WS-PARSER-BUILTIN-NAME PIC X(16) OCCURS 12 TIMES.
       01 WS-PARSER-BUILTIN-IDX PIC 99.
