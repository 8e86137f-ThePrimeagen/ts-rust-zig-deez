      * end to end rather than only the let/return skeleton.
      * anything parse-expression doesn't recognize is recorded in
      * Errors rather than raised, so one bad statement doesn't stop
      * the whole program from parsing. after the first error in a
      * statement the parser is in panic: further diagnostics are
      * suppressed (they are almost always that first error echoing)
      * until it has resynchronized at the next statement boundary,
      * so one pass reports every independent error and nothing else.
      * every top-level statement's kind and token span (first and
      * last token, counted from 1 over the same stream the lexer
      * export writes) is kept alongside the Program, so a run here
      * can be reconciled statement by statement against PARSESTM.
       class-id MonkeyCompiler.lib.Parser.

       working-storage section.
       01 cur-token   type MonkeyCompiler.lib.Token private.
       01 peek-token  type MonkeyCompiler.lib.Token private.
       01 p-errors    type System.Collections.ArrayList private.
       01 p-tok-index binary-long private.
       01 p-panic     condition-value private.
       01 p-sync-at-close condition-value private.
       01 p-stmt-kinds type System.Collections.ArrayList private.
       01 p-stmt-first type System.Collections.ArrayList private.
       01 p-stmt-last  type System.Collections.ArrayList private.

      * binding powers, lowest to highest -- the whole point of the
      * Pratt scheme is that parse-expression keeps absorbing infix
               set property-value to p-errors.
       end property.

      * LET, RETURN or EXPR per top-level statement, in source
      * order -- the kind the opening token names, whether or not
      * the statement parsed.
       property-id StatementKinds type System.Collections.ArrayList.
           getter.
               set property-value to p-stmt-kinds.
       end property.

      * the ordinal of each top-level statement's opening token.
       property-id StatementFirst type System.Collections.ArrayList.
           getter.
               set property-value to p-stmt-first.
       end property.

      * the ordinal of the last token each statement consumed.
       property-id StatementLast type System.Collections.ArrayList.
           getter.
               set property-value to p-stmt-last.
       end property.

       method-id new(lex as type MonkeyCompiler.lib.Lexer).
       procedure division.
           set p-lexer to lex.
           set p-errors to new type System.Collections.ArrayList.
           set p-stmt-kinds to new type System.Collections.ArrayList.
           set p-stmt-first to new type System.Collections.ArrayList.
           set p-stmt-last to new type System.Collections.ArrayList.
           set cur-token to p-lexer::next-token.
           set peek-token to p-lexer::next-token.
           set p-tok-index to 1.
           set p-panic to false.
       end method.

       method-id next-token.
       procedure division.
           set cur-token to peek-token.
           set peek-token to p-lexer::next-token.
           set p-tok-index to p-tok-index + 1.
       end method.

      * advances past cur-token only when peek-token is the expected

      * every diagnostic leads with the offending token's line/col
      * (Token carries them since the Lexer started stamping
      * positions) in the PARSERRS report layout on the GnuCOBOL
      * side -- "LINE    12 COL     8: ..." -- so a message reads the
      * same whichever implementation produced it. nothing is
      * recorded while the parser is in panic from an earlier error
      * in the same statement.
       method-id record-error (tok as type MonkeyCompiler.lib.Token,
           msg as string) private.
       procedure division.
           if p-panic
               exit method
           end-if.
           invoke p-errors::Add(type System.String::Format(
               "LINE {0,5} COL {1,5}: ", tok::TokenLine, tok::TokenCol)
               & msg).
           set p-panic to true.
       end method.

       method-id peek-error (expected as type MonkeyCompiler.lib.TokenType).
       procedure division.
           invoke self::record-error(peek-token,
               "expected next token to be " &
               expected & ", got " & peek-token::TokenClass &
               " instead").
       end method.

      * panic-mode recovery: skip to the end of the broken statement
      * -- a ";" outside any bracket it opened, or the token before
      * a "let"/"return" that starts the next one, or (inside a
      * block) the token before the block's closing brace -- so the
      * caller's next-token lands on the next statement, then leave
      * panic. when the error left cur-token on the block's closing
      * brace itself, p-sync-at-close tells the block loop not to
      * step past it. at top level a stray closer is just skipped.
       method-id synchronize (in-block as condition-value).
       local-storage section.
       01 sync-depth binary-long.
       01 sync-done condition-value.
       procedure division.
           set sync-depth to 0.
           set sync-done to false.
           set p-sync-at-close to false.
           perform until sync-done
               evaluate true
                   when cur-token::TokenClass =
                       type MonkeyCompiler.lib.TokenType::EOF
                       set sync-done to true
                   when sync-depth = 0 and in-block and
                       cur-token::TokenClass =
                       type MonkeyCompiler.lib.TokenType::RBRACE
                       set p-sync-at-close to true
                       set sync-done to true
                   when cur-token::TokenClass =
                       type MonkeyCompiler.lib.TokenType::SEMICOLON
                       and sync-depth = 0
                       set sync-done to true
                   when sync-depth = 0 and
                       (peek-token::TokenClass =
                       type MonkeyCompiler.lib.TokenType::LET
                       or peek-token::TokenClass =
                       type MonkeyCompiler.lib.TokenType::RETURN
                       or peek-token::TokenClass =
                       type MonkeyCompiler.lib.TokenType::EOF)
                       set sync-done to true
                   when sync-depth = 0 and in-block and
                       peek-token::TokenClass =
                       type MonkeyCompiler.lib.TokenType::RBRACE
                       set sync-done to true
                   when other
                       evaluate peek-token::TokenClass
                           when type
                               MonkeyCompiler.lib.TokenType::LPAREN
                           when type
                               MonkeyCompiler.lib.TokenType::LBRACE
                           when type
                               MonkeyCompiler.lib.TokenType::LBRACKET
                               set sync-depth to sync-depth + 1
                           when type
                               MonkeyCompiler.lib.TokenType::RPAREN
                           when type
                               MonkeyCompiler.lib.TokenType::RBRACE
                           when type
                               MonkeyCompiler.lib.TokenType::RBRACKET
                               if sync-depth > 0
                                   set sync-depth to sync-depth - 1
                               end-if
                       end-evaluate
                       invoke self::next-token
               end-evaluate
           end-perform.
           set p-panic to false.
       end method.

      * the binding power an infix operator token carries; anything
      * that can't continue an expression binds at LOWEST so the
      * absorb loop in parse-expression stops in front of it.
           returning prog as type MonkeyCompiler.lib.Program.
       local-storage section.
       01 stmt object.
       01 stmt-first binary-long.
       procedure division.
           set prog to new type MonkeyCompiler.lib.Program.

           perform until cur-token::TokenClass =
               type MonkeyCompiler.lib.TokenType::EOF

               set stmt-first to p-tok-index
               evaluate cur-token::TokenClass
                   when type MonkeyCompiler.lib.TokenType::LET
                       invoke p-stmt-kinds::Add("LET")
                   when type MonkeyCompiler.lib.TokenType::RETURN
                       invoke p-stmt-kinds::Add("RETURN")
                   when other
                       invoke p-stmt-kinds::Add("EXPR")
               end-evaluate

               set stmt to self::parse-statement
               if p-panic
                   invoke self::synchronize(false)
               end-if
               if stmt not = null
                   invoke prog::Statements::Add(stmt)
               end-if
               invoke p-stmt-first::Add(stmt-first)
               invoke p-stmt-last::Add(p-tok-index)
               invoke self::next-token
           end-perform.
       end method.
               when type MonkeyCompiler.lib.TokenType::LBRACE
                   set z to self::parse-hash-literal
               when other
                   invoke self::record-error(cur-token,
                       "no prefix parse function for "
                       & cur-token::TokenClass & " found")
                   set z to null
           end-evaluate.
           end-perform.

           if int-digits > 12 or frac-digits > 6
               invoke self::record-error(cur-token,
                   "decimal literal out of range (12 integer / 6 " &
                   "decimal digits): " & cur-token::TokenLiteral)
               set z to null
               exit method

       method-id integer-range-error private.
       procedure division.
           invoke self::record-error(cur-token,
               "integer literal out of 32-bit range: " &
               cur-token::TokenLiteral).
       end method.

               type MonkeyCompiler.lib.TokenType::EOF

               set stmt to self::parse-statement
               if p-panic
                   invoke self::synchronize(true)
                   if p-sync-at-close
                       exit perform
                   end-if
               end-if
               if stmt not = null
                   invoke z::Statements::Add(stmt)
               end-if
