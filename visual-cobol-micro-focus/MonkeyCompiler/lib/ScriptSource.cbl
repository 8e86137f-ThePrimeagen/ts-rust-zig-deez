      * a rule script as the GnuCOBOL lexer sees it, for the batch
      * entry points that evaluate production scripts -- the records
      * of the script dataset with continuation markers joined,
      * every import "member" line replaced by that member's lines
      * (include-once, which is also the cycle breaker, same as
      * LEXER-RESOLVE-IMPORTS-PROCEDURE), and the effective/script
      * header directives lifted out so they never reach the Lexer
      * as tokens. the content fingerprint rolls over every physical
      * record read, main source first and then members in splice
      * order, with the multiply-and-add checksum LEXER-APPEND-
      * SOURCE-RECORD-PROCEDURE uses -- a run here stamps the same
      * FP= a GnuCOBOL run over the same content would, so LEXAUDIT
      * lines from either side line up.
      * a missing script or member is not raised: LoadError carries
      * the reason and the caller decides how fatal that is.
       class-id MonkeyCompiler.lib.ScriptSource.

       working-storage section.
       01 src-lines type System.Collections.ArrayList private.
       01 src-imported type System.Collections.ArrayList private.
       01 src-text string private.
       01 src-fp binary-double private.
       01 src-records-read binary-long private.
       01 src-version string private.
       01 src-title string private.
       01 src-eff-date string private.
       01 src-load-error string private.
       01 src-parse-errors type System.Collections.ArrayList private.

      * the continuation marker -- a record whose last non-blank
      * character is this joins onto the next record, the
      * WS-LEXER-CONT-MARKER convention.
       78 CONT-MARKER VALUE "\".

       property-id Text string.
           getter.
               set property-value to src-text.
       end property.

       property-id Fingerprint binary-long.
           getter.
               set property-value to src-fp.
       end property.

       property-id LinesRead binary-long.
           getter.
               set property-value to src-records-read.
       end property.

       property-id Version string.
           getter.
               set property-value to src-version.
       end property.

       property-id Title string.
           getter.
               set property-value to src-title.
       end property.

       property-id EffDate string.
           getter.
               set property-value to src-eff-date.
       end property.

      * the member names spliced in, in splice order.
       property-id Imports type System.Collections.ArrayList.
           getter.
               set property-value to src-imported.
       end property.

      * the parser's messages from the last Parse, empty when it
      * parsed clean.
       property-id ParseErrors type System.Collections.ArrayList.
           getter.
               set property-value to src-parse-errors.
       end property.

      * "" when the load succeeded.
       property-id LoadError string.
           getter.
               set property-value to src-load-error.
       end property.

       method-id new(source-path as string).
       local-storage section.
       01 line-idx binary-long.
       procedure division.
           set src-lines to new type System.Collections.ArrayList.
           set src-imported to new type System.Collections.ArrayList.
           set src-text to "".
           set src-fp to 0.
           set src-records-read to 0.
           set src-version to "".
           set src-title to "".
           set src-eff-date to "".
           set src-load-error to "".
           set src-parse-errors to new type System.Collections.ArrayList.

           if not type System.IO.File::Exists(source-path)
               set src-load-error to "script dataset " & source-path &
                   " not available"
               exit method
           end-if.

           invoke self::read-logical-lines(source-path, src-lines).
           invoke self::resolve-directives.
           if src-load-error not = ""
               exit method
           end-if.

           set line-idx to 0.
           perform until line-idx >= src-lines::Count
               if line-idx > 0
                   set src-text to src-text & x"0a"
               end-if
               set src-text to src-text & (src-lines[line-idx] as
                   string)
               set line-idx to line-idx + 1
           end-perform.
       end method.

      * the assembled text through Lexer and Parser -- the Program
      * to evaluate; ParseErrors says whether it can be trusted.
       method-id Parse returning z as type MonkeyCompiler.lib.Program.
       local-storage section.
       01 src-parser type MonkeyCompiler.lib.Parser.
       procedure division.
           set src-parser to new type MonkeyCompiler.lib.Parser(
               new type MonkeyCompiler.lib.Lexer(src-text)).
           set z to src-parser::parse-program.
           set src-parse-errors to src-parser::Errors.
       end method.

      * the script's token count, EOF slot included, the way the
      * GnuCOBOL lexer's count stands -- what a LEXAUDIT line
      * carries so LEX-MONITOR-PROGRAM's per-source volume check
      * reads a run here like any other over the same script.
       method-id TokenCount returning z as binary-long.
       local-storage section.
       01 count-lex type MonkeyCompiler.lib.Lexer.
       01 count-token type MonkeyCompiler.lib.Token.
       procedure division.
           set z to 1.
           set count-lex to new type MonkeyCompiler.lib.Lexer(src-text).
           set count-token to count-lex::next-token.
           perform until count-token::TokenClass =
               type MonkeyCompiler.lib.TokenType::EOF
               set z to z + 1
               set count-token to count-lex::next-token
           end-perform.
       end method.

      * physical records into logical lines -- trailing blanks off,
      * each record rolled into the fingerprint before its
      * continuation marker (if any) is stripped, exactly the order
      * the GnuCOBOL reader does it in.
       method-id read-logical-lines (path as string,
           into-lines as type System.Collections.ArrayList) private.
       local-storage section.
       01 records string occurs any.
       01 rec-idx binary-long.
       01 one-rec string.
       01 logical string.
       01 continuing condition-value.
       procedure division.
           set records to type System.IO.File::ReadAllLines(path).
           set logical to "".
           set continuing to false.

           set rec-idx to 0.
           perform until rec-idx >= records::Length
               set one-rec to records(rec-idx)::TrimEnd()
               set src-records-read to src-records-read + 1
               invoke self::roll-fingerprint(one-rec)

               if one-rec::EndsWith(CONT-MARKER)
                   set logical to logical &
                       one-rec::Substring(0, one-rec::Length - 1)
                   set continuing to true
               else
                   set logical to logical & one-rec
                   invoke into-lines::Add(logical)
                   set logical to ""
                   set continuing to false
               end-if
               set rec-idx to rec-idx + 1
           end-perform.

      * the file ran out mid-continuation -- the logical line just
      * ends early, same as the GnuCOBOL reader.
           if continuing
               invoke into-lines::Add(logical)
           end-if.
       end method.

      * the multiply-and-add checksum held to eight digits. ORD is
      * one-based on the GnuCOBOL side, hence the + 1 on the
      * character code.
       method-id roll-fingerprint (one-rec as string) private.
       local-storage section.
       01 ch-idx binary-long.
       01 fp-quot binary-double.
       01 fp-rem binary-double.
       procedure division.
           set ch-idx to 0.
           perform until ch-idx >= one-rec::Length
               set src-fp to src-fp * 31 +
                   type System.Convert::ToInt32(one-rec::Chars(ch-idx))
                   + 1
               if src-fp > 99999999
                   divide src-fp by 99999999 giving fp-quot
                       remainder fp-rem
                   set src-fp to fp-rem
               end-if
               set ch-idx to ch-idx + 1
           end-perform.
       end method.

      * walks the logical lines splicing imports and lifting
      * directives. the scan does not advance past a freshly spliced
      * member, so members may import members.
       method-id resolve-directives private.
       local-storage section.
       01 scan-idx binary-long.
       01 one-line string.
       01 member-name string.
       01 member-lines type System.Collections.ArrayList.
       procedure division.
           set scan-idx to 0.
           perform until scan-idx >= src-lines::Count
               set one-line to (src-lines[scan-idx] as string)
                   ::TrimStart()

               evaluate true
                   when one-line::StartsWith("import ")
                       set member-name to self::quoted-value(
                           one-line, 1)
                       if member-name = ""
                           set scan-idx to scan-idx + 1
                           exit perform cycle
                       end-if
                       invoke src-lines::RemoveAt(scan-idx)
                       if src-imported::Contains(member-name)
                           display "ScriptSource: MEMBER " &
                               member-name & " ALREADY IMPORTED -- " &
                               "REPEAT (OR CYCLE) SKIPPED"
                           exit perform cycle
                       end-if
                       if not type System.IO.File::Exists(member-name)
                           set src-load-error to "import member " &
                               member-name & " not available"
                           exit method
                       end-if
                       invoke src-imported::Add(member-name)
                       set member-lines to
                           new type System.Collections.ArrayList
                       invoke self::read-logical-lines(member-name,
                           member-lines)
                       invoke src-lines::InsertRange(scan-idx,
                           member-lines)
                   when one-line::StartsWith("effective ")
                       and self::quoted-value(one-line, 1)::Length
                       = 10
                       set src-eff-date to
                           self::quoted-value(one-line, 1)
                       invoke src-lines::RemoveAt(scan-idx)
                   when one-line::StartsWith("script ")
                       and self::quoted-value(one-line, 3) not = ""
                       set src-title to
                           self::quoted-value(one-line, 1)
                       set src-version to
                           self::quoted-value(one-line, 2)
                       invoke src-lines::RemoveAt(scan-idx)
                   when other
                       set scan-idx to scan-idx + 1
               end-evaluate
           end-perform.
       end method.

      * the nth double-quoted value on a directive line, "" when the
      * line carries fewer than n quoted values.
       method-id quoted-value (one-line as string, nth as binary-long)
           returning z as string private.
       local-storage section.
       01 q-open binary-long.
       01 q-close binary-long.
       01 seen binary-long.
       procedure division.
           set z to "".
           set q-close to -1.
           set seen to 0.
           perform until seen >= nth
               set q-open to one-line::IndexOf("""", q-close + 1)
               if q-open < 0
                   exit method
               end-if
               set q-close to one-line::IndexOf("""", q-open + 1)
               if q-close < 0
                   exit method
               end-if
               set seen to seen + 1
           end-perform.
           set z to one-line::Substring(q-open + 1,
               q-close - q-open - 1).
       end method.

       end class.
