      * a parsed rule script kept as a reusable image (the RULEIMG
      * dataset) so the execution steps can load the Program instead
      * of lexing and parsing LEXERSRC again on every stream. the
      * ScriptCompile step Saves one from a clean parse; RuleExec
      * (and ShadowRun for the production side) load it with new.
      *
      * the image is text, one record per line, fields tab-separated
      * with backslash, tab, carriage return and line feed inside a
      * field escaped as \\ \t \r \n:
      *   IMG  fingerprint (8 digits), token count, records read,
      *        script version, title, effective date, compile date
      *   one record per node, the tree in prefix order: the node
      *        kind, its token's type name, line, column and literal,
      *        the node's own value (identifier name, number, string,
      *        Y/N, operator), and for a node owning a list the list's
      *        length -- the children follow it, each a node record or
      *        NULL where the tree holds none
      *   END  number of node records
      * the tokens keep their line and column, so traces, coverage
      * keys and error positions off an image-loaded run read the
      * same as off a fresh parse.
      *
      * the fingerprint is ScriptSource's over the script as it stood
      * when compiled -- the loader only rebuilds the tree; whether
      * the image still describes the current LEXERSRC is the
      * caller's check, against a ScriptSource over it. a missing,
      * truncated or malformed image is not raised: LoadError carries
      * the reason, the same convention ScriptSource follows.
       class-id MonkeyCompiler.lib.ScriptImage.

       working-storage section.
       01 img-records string occurs any private.
       01 img-pos binary-long private.
       01 img-nodes binary-long private.
       01 img-program type MonkeyCompiler.lib.Program private.
       01 img-fp binary-long private.
       01 img-tokens binary-long private.
       01 img-lines-read binary-long private.
       01 img-version string private.
       01 img-title string private.
       01 img-eff-date string private.
       01 img-compiled string private.
       01 img-load-error string private.

       property-id Program type MonkeyCompiler.lib.Program.
           getter.
               set property-value to img-program.
       end property.

       property-id Fingerprint binary-long.
           getter.
               set property-value to img-fp.
       end property.

      * the token count the compile step's lex produced, EOF slot
      * included -- what the LEXAUDIT line carries in place of a
      * fresh ScriptSource::TokenCount.
       property-id TokenCount binary-long.
           getter.
               set property-value to img-tokens.
       end property.

       property-id LinesRead binary-long.
           getter.
               set property-value to img-lines-read.
       end property.

       property-id Version string.
           getter.
               set property-value to img-version.
       end property.

       property-id Title string.
           getter.
               set property-value to img-title.
       end property.

       property-id EffDate string.
           getter.
               set property-value to img-eff-date.
       end property.

      * the run date of the compile step that wrote the image.
       property-id CompileDate string.
           getter.
               set property-value to img-compiled.
       end property.

      * "" when the load succeeded.
       property-id LoadError string.
           getter.
               set property-value to img-load-error.
       end property.

       method-id new(image-path as string).
       local-storage section.
       01 fields string occurs any.
       01 stmt-count binary-long.
       01 stmt-idx binary-long.
       01 stmt object.
       01 trailer-count binary-long.
       procedure division.
           set img-program to null.
           set img-fp to 0.
           set img-tokens to 0.
           set img-lines-read to 0.
           set img-version to "".
           set img-title to "".
           set img-eff-date to "".
           set img-compiled to "".
           set img-load-error to "".
           set img-pos to 0.
           set img-nodes to 0.

           if not type System.IO.File::Exists(image-path)
               set img-load-error to "script image " & image-path &
                   " not available"
               exit method
           end-if.
           set img-records to
               type System.IO.File::ReadAllLines(image-path).

           if img-records::Length < 3
               set img-load-error to "script image " & image-path &
                   " is empty or truncated"
               exit method
           end-if.
           set fields to img-records(0)::Split(x"09").
           if fields::Length < 8 or fields(0) not = "IMG"
               or not type System.Int32::TryParse(fields(1),
               by reference img-fp)
               or not type System.Int32::TryParse(fields(2),
               by reference img-tokens)
               or not type System.Int32::TryParse(fields(3),
               by reference img-lines-read)
               set img-load-error to "script image " & image-path &
                   " has no valid IMG header"
               exit method
           end-if.
           set img-version to self::unescape(fields(4)).
           set img-title to self::unescape(fields(5)).
           set img-eff-date to self::unescape(fields(6)).
           set img-compiled to fields(7).

      * the root record is the program's statement count; the
      * statements follow it.
           set img-pos to 1.
           set fields to img-records(img-pos)::Split(x"09").
           if fields::Length < 2 or fields(0) not = "PROGRAM"
               or not type System.Int32::TryParse(fields(1),
               by reference stmt-count)
               set img-load-error to "script image " & image-path &
                   " has no PROGRAM record"
               exit method
           end-if.
           set img-pos to img-pos + 1.
           set img-nodes to 1.
           set img-program to new type MonkeyCompiler.lib.Program.
           set stmt-idx to 0.
           perform until stmt-idx >= stmt-count
               set stmt to self::read-node
               if img-load-error not = ""
                   exit perform
               end-if
               invoke img-program::Statements::Add(stmt)
               set stmt-idx to stmt-idx + 1
           end-perform.

           if img-load-error = ""
               if img-pos >= img-records::Length
                   set img-load-error to "record " &
                       (img-pos + 1) & " missing"
               else
                   set fields to img-records(img-pos)::Split(x"09")
                   if fields::Length < 2 or fields(0) not = "END"
                       or not type System.Int32::TryParse(fields(1),
                       by reference trailer-count)
                       or trailer-count not = img-nodes
                       set img-load-error to "record " &
                           (img-pos + 1) & " is not the END record " &
                           "for " & img-nodes & " node(s)"
                   end-if
               end-if
           end-if.
           if img-load-error not = ""
               set img-load-error to "script image " & image-path &
                   " unusable -- " & img-load-error
               set img-program to null
           end-if.
       end method.

      * writes prog, as parsed from script, to image-path. the caller
      * only saves a clean parse -- an image is never the record of
      * a script that does not parse.
       method-id Save (prog as type MonkeyCompiler.lib.Program,
           script as type MonkeyCompiler.lib.ScriptSource,
           token-count as binary-long, image-path as string) static.
       local-storage section.
       01 img-out type System.Text.StringBuilder.
       01 node-count binary-long.
       01 stmt-idx binary-long.
       procedure division.
           set img-out to new type System.Text.StringBuilder.
           invoke img-out::Append("IMG" & x"09" &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               script::Fingerprint, 8) & x"09" & token-count & x"09" &
               script::LinesRead & x"09" &
               type MonkeyCompiler.lib.ScriptImage::escape(
               script::Version) & x"09" &
               type MonkeyCompiler.lib.ScriptImage::escape(
               script::Title) & x"09" &
               type MonkeyCompiler.lib.ScriptImage::escape(
               script::EffDate) & x"09" &
               type MonkeyCompiler.lib.BatchControl::RunDate &
               type System.Environment::NewLine).
           invoke img-out::Append("PROGRAM" & x"09" &
               prog::Statements::Count &
               type System.Environment::NewLine).
           set node-count to 1.
           set stmt-idx to 0.
           perform until stmt-idx >= prog::Statements::Count
               invoke type MonkeyCompiler.lib.ScriptImage::write-node(
                   img-out, prog::Statements[stmt-idx],
                   by reference node-count)
               set stmt-idx to stmt-idx + 1
           end-perform.
           invoke img-out::Append("END" & x"09" & node-count &
               type System.Environment::NewLine).
           invoke type System.IO.File::WriteAllText(image-path,
               img-out::ToString).
       end method.

      * one node record and, after it, its children.
       method-id write-node (img-out as type System.Text.StringBuilder,
           node as object, by reference node-count as binary-long)
           private static.
       local-storage section.
       01 if-node type MonkeyCompiler.lib.IfExpression.
       01 fn-node type MonkeyCompiler.lib.FunctionLiteral.
       01 call-node type MonkeyCompiler.lib.CallExpression.
       01 hash-node type MonkeyCompiler.lib.HashLiteral.
       procedure division.
           set node-count to node-count + 1.
           evaluate true
               when node = null
                   invoke img-out::Append("NULL" &
                       type System.Environment::NewLine)
               when node is instance of
                   type MonkeyCompiler.lib.LetStatement
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "LET", (node as type
                       MonkeyCompiler.lib.LetStatement)::LetToken, "",
                       -1)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, (node as type
                       MonkeyCompiler.lib.LetStatement)::Name,
                       by reference node-count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, (node as type
                       MonkeyCompiler.lib.LetStatement)::Value,
                       by reference node-count)
               when node is instance of
                   type MonkeyCompiler.lib.ReturnStatement
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "RETURN", (node as type
                       MonkeyCompiler.lib.ReturnStatement)::ReturnToken,
                       "", -1)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, (node as type
                       MonkeyCompiler.lib.ReturnStatement)::ReturnValue,
                       by reference node-count)
               when node is instance of
                   type MonkeyCompiler.lib.ExpressionStatement
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "EXPR", (node as type
                       MonkeyCompiler.lib.ExpressionStatement)
                       ::ExprToken, "", -1)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, (node as type
                       MonkeyCompiler.lib.ExpressionStatement)
                       ::Expression, by reference node-count)
               when node is instance of
                   type MonkeyCompiler.lib.Identifier
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "IDENT", (node as type
                       MonkeyCompiler.lib.Identifier)::IdentToken,
                       (node as type MonkeyCompiler.lib.Identifier)
                       ::Value, -1)
               when node is instance of
                   type MonkeyCompiler.lib.IntegerLiteral
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "INT", (node as type
                       MonkeyCompiler.lib.IntegerLiteral)::IntLitToken,
                       "" & (node as type
                       MonkeyCompiler.lib.IntegerLiteral)::Value, -1)
               when node is instance of
                   type MonkeyCompiler.lib.DecimalLiteral
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "DECIMAL", (node as type
                       MonkeyCompiler.lib.DecimalLiteral)::DecLitToken,
                       (node as type MonkeyCompiler.lib.DecimalLiteral)
                       ::Value, -1)
               when node is instance of
                   type MonkeyCompiler.lib.StringLiteral
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "STRING", (node as type
                       MonkeyCompiler.lib.StringLiteral)::StrLitToken,
                       (node as type MonkeyCompiler.lib.StringLiteral)
                       ::Value, -1)
               when node is instance of
                   type MonkeyCompiler.lib.BooleanLiteral
                   if (node as type MonkeyCompiler.lib.BooleanLiteral)
                       ::Value
                       invoke type MonkeyCompiler.lib.ScriptImage
                           ::node-rec(img-out, "BOOLEAN", (node as type
                           MonkeyCompiler.lib.BooleanLiteral)
                           ::BoolLitToken, "Y", -1)
                   else
                       invoke type MonkeyCompiler.lib.ScriptImage
                           ::node-rec(img-out, "BOOLEAN", (node as type
                           MonkeyCompiler.lib.BooleanLiteral)
                           ::BoolLitToken, "N", -1)
                   end-if
               when node is instance of
                   type MonkeyCompiler.lib.PrefixExpression
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "PREFIX", (node as type
                       MonkeyCompiler.lib.PrefixExpression)
                       ::PrefixToken, (node as type
                       MonkeyCompiler.lib.PrefixExpression)::Operator,
                       -1)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, (node as type
                       MonkeyCompiler.lib.PrefixExpression)::Right,
                       by reference node-count)
               when node is instance of
                   type MonkeyCompiler.lib.InfixExpression
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "INFIX", (node as type
                       MonkeyCompiler.lib.InfixExpression)::InfixToken,
                       (node as type MonkeyCompiler.lib.InfixExpression)
                       ::Operator, -1)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, (node as type
                       MonkeyCompiler.lib.InfixExpression)::Left,
                       by reference node-count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, (node as type
                       MonkeyCompiler.lib.InfixExpression)::Right,
                       by reference node-count)
               when node is instance of
                   type MonkeyCompiler.lib.BlockStatement
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "BLOCK", (node as type
                       MonkeyCompiler.lib.BlockStatement)::BlockToken,
                       "", (node as type
                       MonkeyCompiler.lib.BlockStatement)::Statements
                       ::Count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-list(img-out, (node as type
                       MonkeyCompiler.lib.BlockStatement)::Statements,
                       by reference node-count)
               when node is instance of
                   type MonkeyCompiler.lib.IfExpression
                   set if-node to node as
                       type MonkeyCompiler.lib.IfExpression
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "IF", if-node::IfToken, "", -1)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, if-node::Condition,
                       by reference node-count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, if-node::Consequence,
                       by reference node-count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, if-node::Alternative,
                       by reference node-count)
               when node is instance of
                   type MonkeyCompiler.lib.FunctionLiteral
                   set fn-node to node as
                       type MonkeyCompiler.lib.FunctionLiteral
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "FUNCTION", fn-node::FnToken, "",
                       fn-node::Parameters::Count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-list(img-out, fn-node::Parameters,
                       by reference node-count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, fn-node::Body,
                       by reference node-count)
               when node is instance of
                   type MonkeyCompiler.lib.CallExpression
                   set call-node to node as
                       type MonkeyCompiler.lib.CallExpression
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "CALL", call-node::CallToken, "",
                       call-node::Arguments::Count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, call-node::Function,
                       by reference node-count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-list(img-out, call-node::Arguments,
                       by reference node-count)
               when node is instance of
                   type MonkeyCompiler.lib.ArrayLiteral
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "ARRAY", (node as type
                       MonkeyCompiler.lib.ArrayLiteral)::ArrToken, "",
                       (node as type MonkeyCompiler.lib.ArrayLiteral)
                       ::Elements::Count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-list(img-out, (node as type
                       MonkeyCompiler.lib.ArrayLiteral)::Elements,
                       by reference node-count)
      * keys and values are parallel lists of one length -- the
      * keys' records come first, then the values'.
               when node is instance of
                   type MonkeyCompiler.lib.HashLiteral
                   set hash-node to node as
                       type MonkeyCompiler.lib.HashLiteral
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "HASH", hash-node::HashToken, "",
                       hash-node::Keys::Count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-list(img-out, hash-node::Keys,
                       by reference node-count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-list(img-out, hash-node::Values,
                       by reference node-count)
               when node is instance of
                   type MonkeyCompiler.lib.IndexExpression
                   invoke type MonkeyCompiler.lib.ScriptImage::node-rec(
                       img-out, "INDEX", (node as type
                       MonkeyCompiler.lib.IndexExpression)::IdxToken,
                       "", -1)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, (node as type
                       MonkeyCompiler.lib.IndexExpression)::Left,
                       by reference node-count)
                   invoke type MonkeyCompiler.lib.ScriptImage
                       ::write-node(img-out, (node as type
                       MonkeyCompiler.lib.IndexExpression)::Index,
                       by reference node-count)
      * a node kind this writer does not know would load back as
      * something else -- written so the load refuses the image.
               when other
                   invoke img-out::Append("UNKNOWN" &
                       type System.Environment::NewLine)
           end-evaluate.
       end method.

       method-id write-list (img-out as type System.Text.StringBuilder,
           nodes as type System.Collections.ArrayList,
           by reference node-count as binary-long) private static.
       local-storage section.
       01 node-idx binary-long.
       procedure division.
           set node-idx to 0.
           perform until node-idx >= nodes::Count
               invoke type MonkeyCompiler.lib.ScriptImage::write-node(
                   img-out, nodes[node-idx], by reference node-count)
               set node-idx to node-idx + 1
           end-perform.
       end method.

      * kind, token type, line, column, literal, value, and the list
      * length when list-len is not negative.
       method-id node-rec (img-out as type System.Text.StringBuilder,
           kind as string, tok as type MonkeyCompiler.lib.Token,
           node-value as string, list-len as binary-long)
           private static.
       procedure division.
           invoke img-out::Append(kind & x"09" &
               tok::TokenClass::ToString & x"09" & tok::TokenLine &
               x"09" & tok::TokenCol & x"09" &
               type MonkeyCompiler.lib.ScriptImage::escape(
               tok::TokenLiteral) & x"09" &
               type MonkeyCompiler.lib.ScriptImage::escape(node-value)).
           if list-len >= 0
               invoke img-out::Append(x"09" & list-len)
           end-if.
           invoke img-out::Append(type System.Environment::NewLine).
       end method.

       method-id escape (raw as string) returning z as string
           private static.
       procedure division.
           if raw = null
               set z to ""
               exit method
           end-if.
           set z to raw::Replace("\", "\\")::Replace(x"09", "\t")
               ::Replace(x"0d", "\r")::Replace(x"0a", "\n").
       end method.

       method-id unescape (held as string) returning z as string
           private.
       local-storage section.
       01 out-text type System.Text.StringBuilder.
       01 ch-idx binary-long.
       01 one-ch string.
       procedure division.
           set out-text to new type System.Text.StringBuilder.
           set ch-idx to 0.
           perform until ch-idx >= held::Length
               set one-ch to held::Substring(ch-idx, 1)
               set ch-idx to ch-idx + 1
               if one-ch = "\" and ch-idx < held::Length
                   set one-ch to held::Substring(ch-idx, 1)
                   set ch-idx to ch-idx + 1
                   evaluate one-ch
                       when "t"
                           set one-ch to x"09"
                       when "r"
                           set one-ch to x"0d"
                       when "n"
                           set one-ch to x"0a"
                   end-evaluate
               end-if
               invoke out-text::Append(one-ch)
           end-perform.
           set z to out-text::ToString.
       end method.

      * the next node off the image and, recursively, its children;
      * sets img-load-error (and returns null) at the first record
      * that is missing or does not read as the node it claims.
       method-id read-node returning z as object private.
       local-storage section.
       01 fields string occurs any.
       01 kind string.
       01 tok type MonkeyCompiler.lib.Token.
       01 tok-line binary-long.
       01 tok-col binary-long.
       01 node-value string.
       01 list-len binary-long.
       01 int-value binary-long.
       01 bool-value condition-value.
       01 first-child object.
       01 second-child object.
       01 third-child object.
       01 child-list type System.Collections.ArrayList.
       01 second-list type System.Collections.ArrayList.
       01 block-node type MonkeyCompiler.lib.BlockStatement.
       procedure division.
           set z to null.
           if img-pos >= img-records::Length
               set img-load-error to "record " & (img-pos + 1) &
                   " missing"
               exit method
           end-if.
           set fields to img-records(img-pos)::Split(x"09").
           set img-pos to img-pos + 1.
           set img-nodes to img-nodes + 1.
           set kind to fields(0).
           if kind = "NULL"
               exit method
           end-if.

           set list-len to -1.
           if fields::Length < 6
               or not type System.Int32::TryParse(fields(2),
               by reference tok-line)
               or not type System.Int32::TryParse(fields(3),
               by reference tok-col)
               set img-load-error to "record " & img-pos &
                   " is not a node record"
               exit method
           end-if.
           if fields::Length > 6
               if not type System.Int32::TryParse(fields(6),
                   by reference list-len)
                   set img-load-error to "record " & img-pos &
                       " has a bad list length"
                   exit method
               end-if
           end-if.
           set tok to new type MonkeyCompiler.lib.Token(
               type MonkeyCompiler.lib.Token::type-from-name(fields(1)),
               self::unescape(fields(4)), tok-line, tok-col).
           set node-value to self::unescape(fields(5)).

           evaluate kind
               when "LET"
                   set first-child to self::read-node
                   set second-child to self::read-node
                   if img-load-error = "" and first-child is instance
                       of type MonkeyCompiler.lib.Identifier
                       set z to new type
                           MonkeyCompiler.lib.LetStatement(tok,
                           first-child as type
                           MonkeyCompiler.lib.Identifier, second-child)
                   end-if
               when "RETURN"
                   set first-child to self::read-node
                   set z to new type
                       MonkeyCompiler.lib.ReturnStatement(tok,
                       first-child)
               when "EXPR"
                   set first-child to self::read-node
                   set z to new type
                       MonkeyCompiler.lib.ExpressionStatement(tok,
                       first-child)
               when "IDENT"
                   set z to new type MonkeyCompiler.lib.Identifier(tok,
                       node-value)
               when "INT"
                   if type System.Int32::TryParse(node-value,
                       by reference int-value)
                       set z to new type
                           MonkeyCompiler.lib.IntegerLiteral(tok,
                           int-value)
                   end-if
               when "DECIMAL"
                   set z to new type
                       MonkeyCompiler.lib.DecimalLiteral(tok,
                       node-value)
               when "STRING"
                   set z to new type
                       MonkeyCompiler.lib.StringLiteral(tok,
                       node-value)
               when "BOOLEAN"
                   set bool-value to node-value = "Y"
                   set z to new type
                       MonkeyCompiler.lib.BooleanLiteral(tok,
                       bool-value)
               when "PREFIX"
                   set first-child to self::read-node
                   set z to new type
                       MonkeyCompiler.lib.PrefixExpression(tok,
                       node-value, first-child)
               when "INFIX"
                   set first-child to self::read-node
                   set second-child to self::read-node
                   set z to new type
                       MonkeyCompiler.lib.InfixExpression(tok,
                       first-child, node-value, second-child)
               when "BLOCK"
                   if list-len >= 0
                       set block-node to new type
                           MonkeyCompiler.lib.BlockStatement(tok)
                       invoke self::read-list(list-len,
                           block-node::Statements)
                       set z to block-node
                   end-if
               when "IF"
                   set first-child to self::read-node
                   set second-child to self::read-node
                   set third-child to self::read-node
                   if img-load-error = ""
                       and second-child is instance of
                       type MonkeyCompiler.lib.BlockStatement
                       and (third-child = null or third-child is
                       instance of
                       type MonkeyCompiler.lib.BlockStatement)
                       set z to new type
                           MonkeyCompiler.lib.IfExpression(tok,
                           first-child, second-child as type
                           MonkeyCompiler.lib.BlockStatement,
                           third-child as type
                           MonkeyCompiler.lib.BlockStatement)
                   end-if
               when "FUNCTION"
                   if list-len >= 0
                       set child-list to
                           new type System.Collections.ArrayList
                       invoke self::read-list(list-len, child-list)
                       set first-child to self::read-node
                       if img-load-error = ""
                           and first-child is instance of
                           type MonkeyCompiler.lib.BlockStatement
                           set z to new type
                               MonkeyCompiler.lib.FunctionLiteral(tok,
                               child-list, first-child as type
                               MonkeyCompiler.lib.BlockStatement)
                       end-if
                   end-if
               when "CALL"
                   if list-len >= 0
                       set first-child to self::read-node
                       set child-list to
                           new type System.Collections.ArrayList
                       invoke self::read-list(list-len, child-list)
                       set z to new type
                           MonkeyCompiler.lib.CallExpression(tok,
                           first-child, child-list)
                   end-if
               when "ARRAY"
                   if list-len >= 0
                       set child-list to
                           new type System.Collections.ArrayList
                       invoke self::read-list(list-len, child-list)
                       set z to new type
                           MonkeyCompiler.lib.ArrayLiteral(tok,
                           child-list)
                   end-if
               when "HASH"
                   if list-len >= 0
                       set child-list to
                           new type System.Collections.ArrayList
                       set second-list to
                           new type System.Collections.ArrayList
                       invoke self::read-list(list-len, child-list)
                       invoke self::read-list(list-len, second-list)
                       set z to new type
                           MonkeyCompiler.lib.HashLiteral(tok,
                           child-list, second-list)
                   end-if
               when "INDEX"
                   set first-child to self::read-node
                   set second-child to self::read-node
                   set z to new type
                       MonkeyCompiler.lib.IndexExpression(tok,
                       first-child, second-child)
           end-evaluate.

           if img-load-error not = ""
               set z to null
               exit method
           end-if.
           if z = null
               set img-load-error to "record " & img-pos & " (" &
                   kind & ") does not read as a node"
           end-if.
       end method.

       method-id read-list (list-len as binary-long,
           into-list as type System.Collections.ArrayList) private.
       local-storage section.
       01 node-idx binary-long.
       01 one-node object.
       procedure division.
           set node-idx to 0.
           perform until node-idx >= list-len
               set one-node to self::read-node
               if img-load-error not = ""
                   exit method
               end-if
               invoke into-list::Add(one-node)
               set node-idx to node-idx + 1
           end-perform.
       end method.

       end class.
