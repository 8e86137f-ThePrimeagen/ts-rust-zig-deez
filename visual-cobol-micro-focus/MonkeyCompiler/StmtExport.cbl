      * StmtExport produces MFSTMTS, the Micro Focus half of the
      * statement-level reconciliation in RECONBATCH.jcl: it reads
      * LEXERSRC the way the batch entry points do (imports spliced,
      * directives lifted, see ScriptSource.cbl), runs
      * MonkeyCompiler.lib.Parser over it, and writes what the parser
      * decided -- where each top-level statement starts and ends and
      * every error it recorded. STMT-RECON-PROGRAM on the GnuCOBOL
      * side compares this against PARSER-PROGRAM's PARSESTM and
      * grammar errors for the same content. fixed-column records:
      *   H  cols 2-9 content fingerprint, 10-14 statement count,
      *      15-19 error count
      *   S  cols 2-7 kind (LET/RETURN/EXPR), 8-12 first token,
      *      13-17 last token
      *   E  cols 2-6 line, 7-11 col, 12-80 message
      * token ordinals count from 1 over the same stream TokenExport
      * writes, so they line up with PARSESTM's TOK-FIRST/TOK-LAST.
      *
      * RETURN-CODE 0 the export was written, 16 the script could not
      * be read (no export is written).
       class-id MonkeyCompiler.StmtExport static.

      * "LINE    12 COL     8: expected ..." split into the E record
      * -- every Parser diagnostic leads with that position, in the
      * PARSERRS layout.
       method-id error-record (msg as string) returning z as string
           private static.
       local-storage section.
       01 err-line binary-long.
       01 err-col binary-long.
       01 err-text string.
       procedure division.
           set err-line to 0.
           set err-col to 0.
           set err-text to msg.
           if msg::StartsWith("LINE ") and msg::Length >= 22
               and msg::Substring(10, 5) = " COL "
               set err-line to type System.Convert::ToInt32(
                   msg::Substring(5, 5)::Trim())
               set err-col to type System.Convert::ToInt32(
                   msg::Substring(15, 5)::Trim())
               set err-text to msg::Substring(22)
           end-if.
           if err-text::Length > 69
               set err-text to err-text::Substring(0, 69)
           end-if.
           set z to "E" &
               type MonkeyCompiler.lib.BatchControl::Zoned(err-line, 5)
               & type MonkeyCompiler.lib.BatchControl::Zoned(err-col, 5)
               & err-text.
       end method.

       method-id ExportStatements (source-path as string,
           output-path as string) returning z as condition-value
           static.
       local-storage section.
       01 script type MonkeyCompiler.lib.ScriptSource.
       01 exp-parser type MonkeyCompiler.lib.Parser.
       01 exp-builder type System.Text.StringBuilder.
       01 idx binary-long.
       procedure division.
           set script to
               new type MonkeyCompiler.lib.ScriptSource(source-path).
           if script::LoadError not = ""
               display "StmtExport: " & script::LoadError &
                   " -- NO EXPORT WRITTEN"
               set z to false
               exit method
           end-if.

           set exp-parser to new type MonkeyCompiler.lib.Parser(
               new type MonkeyCompiler.lib.Lexer(script::Text)).
           invoke exp-parser::parse-program.

           set exp-builder to new type System.Text.StringBuilder.
           invoke exp-builder::Append("H" &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               script::Fingerprint, 8) &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               exp-parser::StatementKinds::Count, 5) &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               exp-parser::Errors::Count, 5)).
           invoke exp-builder::Append(x"0a").

           set idx to 0.
           perform until idx >= exp-parser::StatementKinds::Count
               invoke exp-builder::Append("S" &
                   (exp-parser::StatementKinds[idx] as string)
                   ::PadRight(6) &
                   type MonkeyCompiler.lib.BatchControl::Zoned(
                   exp-parser::StatementFirst[idx] as binary-long, 5) &
                   type MonkeyCompiler.lib.BatchControl::Zoned(
                   exp-parser::StatementLast[idx] as binary-long, 5))
               invoke exp-builder::Append(x"0a")
               set idx to idx + 1
           end-perform.

           set idx to 0.
           perform until idx >= exp-parser::Errors::Count
               invoke exp-builder::Append(self::error-record(
                   exp-parser::Errors[idx] as string))
               invoke exp-builder::Append(x"0a")
               set idx to idx + 1
           end-perform.

           invoke type System.IO.File::WriteAllText(output-path,
               exp-builder::ToString).
           display "StmtExport: " & exp-parser::StatementKinds::Count
               & " STATEMENT(S), " & exp-parser::Errors::Count &
               " ERROR(S) -> " & output-path.
           set z to true.
       end method.

       method-id main public static.
       procedure division.
           invoke type MonkeyCompiler.lib.BatchControl::InitProfile.
           display "StmtExport: LEXERSRC -> MFSTMTS".
           if self::ExportStatements(
               type MonkeyCompiler.lib.BatchControl::Resolve(
               "LEXERSRC"),
               type MonkeyCompiler.lib.BatchControl::Resolve(
               "MFSTMTS"))
               set return-code to 0
           else
               set return-code to 16
           end-if.
       end method.

       end class.
