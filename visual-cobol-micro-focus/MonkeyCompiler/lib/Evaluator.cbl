           set env-outer to outer.
       end method.

      * the enclosing scope, null for the outermost -- what the
      * REPL's debugger walks to show every scope's bindings at a
      * stop, innermost first.
       property-id Outer type MonkeyCompiler.lib.Environment.
           getter.
               set property-value to env-outer.
       end property.

       method-id GetVar(name as string) returning z as object.
       procedure division.
           if env-store::ContainsKey(name)

       end class.

      * what the Evaluator calls before every statement it runs
      * while a step hook is set (DebugStart) -- the REPL's debugger.
      * line and column are the statement's source position, depth
      * the number of user-function calls under way. returning
      * false ends the evaluation: the statement does not run and
      * the whole evaluation unwinds with a DEBUG-QUIT error.
       interface-id MonkeyCompiler.lib.StepHook.

       method-id AtStatement (stmt as object,
           stmt-line as binary-long, stmt-col as binary-long,
           depth as binary-long,
           env as type MonkeyCompiler.lib.Environment)
           returning z as condition-value.
       end method.

       end interface.

       class-id MonkeyCompiler.lib.Evaluator static.

       working-storage section.
       01 true-value type MonkeyCompiler.lib.MonkeyBoolean static.
       01 false-value type MonkeyCompiler.lib.MonkeyBoolean static.
       01 null-value type MonkeyCompiler.lib.MonkeyNull static.
      * the decision trace -- off unless a caller asks for it. each
      * entry is the event (BRANCH, CALL, BUILTIN, LET), the source
      * line and column it happened at (5 digits each), and the
      * detail, in the order evaluation reached them.
       01 trace-on condition-value static value false.
       01 trace-lines type System.Collections.ArrayList static.
      * runaway-execution limits -- evaluation steps (Eval calls),
      * user-function call depth, and result size (characters in a
      * string, elements in an array or hash). 0 is no limit, which
      * is how the REPL runs; a batch caller sets them with
      * SetLimits and clears the counters with ResetLimits before
      * each case. the first breach names itself in limit-breach
      * (STEP-LIMIT, DEPTH-LIMIT, SIZE-LIMIT) and every Eval after
      * it returns the same error, so the case unwinds at once.
       01 limit-steps binary-long static value 0.
       01 limit-depth binary-long static value 0.
       01 limit-size binary-long static value 0.
       01 eval-steps binary-long static value 0.
       01 call-depth binary-long static value 0.
       01 limit-breach string static value "".
       01 limit-message string static value "".
      * statement coverage -- off unless a caller asks for it. the
      * points reached since the last CoverReset, keyed the way
      * CoverageMap.cbl keys them: S (a statement), T (an if's then
      * arm) or E (its else arm, or the fall-through of an if with
      * no else), then the 5-digit line and column of the statement
      * or the if.
       01 cover-on condition-value static value false.
       01 cover-hits type System.Collections.Hashtable static.
      * the step hook -- null unless a debugger is attached, so an
      * ordinary run pays only the test.
       01 step-hook type MonkeyCompiler.lib.StepHook static.

       method-id ensure-singletons private static.
       procedure division.
           end-if.
       end method.

       method-id SetLimits (max-steps as binary-long,
           max-depth as binary-long, max-size as binary-long) static.
       procedure division.
           set limit-steps to max-steps.
           set limit-depth to max-depth.
           set limit-size to max-size.
       end method.

       method-id ResetLimits static.
       procedure division.
           set eval-steps to 0.
           set call-depth to 0.
           set limit-breach to "".
           set limit-message to "".
       end method.

      * the limit the last evaluation broke, "" when none did.
       method-id LimitBreach returning z as string static.
       procedure division.
           set z to limit-breach.
       end method.

      * records the first breach; later ones are the same runaway
      * still unwinding.
       method-id limit-error (breach as string, message as string)
           returning z as object private static.
       procedure division.
           if limit-breach = ""
               set limit-breach to breach
               set limit-message to message
           end-if.
           set z to new type MonkeyCompiler.lib.MonkeyError(
               limit-message).
       end method.

      * a result over the size limit -- the value is checked as it
      * is produced, so a runaway concatenation or array build
      * stops at the first oversized step.
       method-id over-size-limit (obj as object)
           returning z as condition-value private static.
       local-storage section.
       01 obj-size binary-long.
       procedure division.
           set z to false.
           if limit-size <= 0 or obj = null
               exit method
           end-if.
           evaluate true
               when obj is instance of type MonkeyCompiler.lib.MonkeyString
                   set obj-size to (obj as type
                       MonkeyCompiler.lib.MonkeyString)::Value::Length
               when obj is instance of type MonkeyCompiler.lib.MonkeyArray
                   set obj-size to (obj as type
                       MonkeyCompiler.lib.MonkeyArray)::Elements::Count
               when obj is instance of type MonkeyCompiler.lib.MonkeyHash
                   set obj-size to (obj as type
                       MonkeyCompiler.lib.MonkeyHash)::Keys::Count
               when other
                   exit method
           end-evaluate.
           if obj-size > limit-size
               set z to true
           end-if.
       end method.

       method-id CoverStart static.
       procedure division.
           set cover-hits to new type System.Collections.Hashtable.
           set cover-on to true.
       end method.

       method-id CoverStop static.
       procedure division.
           set cover-on to false.
       end method.

      * empties the reached set -- a caller counting cases resets it
      * before each one.
       method-id CoverReset static.
       procedure division.
           set cover-hits to new type System.Collections.Hashtable.
       end method.

       method-id CoverHits
           returning z as type System.Collections.Hashtable static.
       procedure division.
           if cover-hits = null
               set cover-hits to new type System.Collections.Hashtable
           end-if.
           set z to cover-hits.
       end method.

      * the coverage key of a point -- kind, line, column.
       method-id CoverKey (kind as string, node as object)
           returning z as string static.
       local-storage section.
       01 c-line binary-long.
       01 c-col binary-long.
       procedure division.
           invoke self::node-position(node, by reference c-line,
               by reference c-col).
           set z to kind &
               type MonkeyCompiler.lib.BatchControl::Zoned(c-line, 5) &
               type MonkeyCompiler.lib.BatchControl::Zoned(c-col, 5).
       end method.

       method-id cover-point (kind as string, node as object)
           private static.
       procedure division.
           if not cover-on
               exit method
           end-if.
           set cover-hits[self::CoverKey(kind, node)] to kind.
       end method.

      * attaches a debugger -- every statement evaluated until
      * DebugStop is offered to hook first.
       method-id DebugStart (hook as type MonkeyCompiler.lib.StepHook)
           static.
       procedure division.
           set step-hook to hook.
       end method.

       method-id DebugStop static.
       procedure division.
           set step-hook to null.
       end method.

      * false when the attached debugger ends the evaluation before
      * stmt runs.
       method-id debug-stop (stmt as object,
           env as type MonkeyCompiler.lib.Environment)
           returning z as condition-value private static.
       local-storage section.
       01 d-line binary-long.
       01 d-col binary-long.
       procedure division.
           set z to true.
           if step-hook = null
               exit method
           end-if.
           invoke self::node-position(stmt, by reference d-line,
               by reference d-col).
           set z to step-hook::AtStatement(stmt, d-line, d-col,
               call-depth, env).
       end method.

      * starts a fresh trace -- everything evaluated from here until
      * TraceStop lands on TraceLines.
       method-id TraceStart static.
       procedure division.
           set trace-lines to new type System.Collections.ArrayList.
           set trace-on to true.
       end method.

       method-id TraceStop static.
       procedure division.
           set trace-on to false.
       end method.

       method-id TraceLines
           returning z as type System.Collections.ArrayList static.
       procedure division.
           if trace-lines = null
               set trace-lines to new type System.Collections.ArrayList
           end-if.
           set z to trace-lines.
       end method.

      * one trace entry, positioned at pos-node's source line and
      * column. nothing is built while the trace is off, so an
      * untraced run pays only the test.
       method-id trace-event (event as string, pos-node as object,
           detail as string) private static.
       local-storage section.
       01 t-line binary-long.
       01 t-col binary-long.
       procedure division.
           if not trace-on
               exit method
           end-if.
           invoke self::node-position(pos-node, by reference t-line,
               by reference t-col).
           invoke trace-lines::Add(
               type MonkeyCompiler.lib.BatchControl::Fixed(event, 8) &
               type MonkeyCompiler.lib.BatchControl::Zoned(t-line, 5) &
               type MonkeyCompiler.lib.BatchControl::Zoned(t-col, 5) &
               detail).
       end method.

      * where a node starts in the source -- its own token, or for
      * the kinds whose token sits mid-expression (an infix
      * operator, a call's parenthesis, an index bracket) the start
      * of its leftmost operand. 0/0 for anything without one.
       method-id node-position (node as object,
           by reference t-line as binary-long,
           by reference t-col as binary-long) private static.
       local-storage section.
       01 pos-token type MonkeyCompiler.lib.Token.
       procedure division.
           set t-line to 0.
           set t-col to 0.
           evaluate true
               when node = null
                   exit method
               when node is instance of
                   type MonkeyCompiler.lib.InfixExpression
                   invoke self::node-position((node as type
                       MonkeyCompiler.lib.InfixExpression)::Left,
                       by reference t-line, by reference t-col)
                   exit method
               when node is instance of
                   type MonkeyCompiler.lib.CallExpression
                   invoke self::node-position((node as type
                       MonkeyCompiler.lib.CallExpression)::Function,
                       by reference t-line, by reference t-col)
                   exit method
               when node is instance of
                   type MonkeyCompiler.lib.IndexExpression
                   invoke self::node-position((node as type
                       MonkeyCompiler.lib.IndexExpression)::Left,
                       by reference t-line, by reference t-col)
                   exit method
               when node is instance of type MonkeyCompiler.lib.Identifier
                   set pos-token to (node as type
                       MonkeyCompiler.lib.Identifier)::IdentToken
               when node is instance of
                   type MonkeyCompiler.lib.IntegerLiteral
                   set pos-token to (node as type
                       MonkeyCompiler.lib.IntegerLiteral)::IntLitToken
               when node is instance of
                   type MonkeyCompiler.lib.DecimalLiteral
                   set pos-token to (node as type
                       MonkeyCompiler.lib.DecimalLiteral)::DecLitToken
               when node is instance of
                   type MonkeyCompiler.lib.StringLiteral
                   set pos-token to (node as type
                       MonkeyCompiler.lib.StringLiteral)::StrLitToken
               when node is instance of
                   type MonkeyCompiler.lib.BooleanLiteral
                   set pos-token to (node as type
                       MonkeyCompiler.lib.BooleanLiteral)::BoolLitToken
               when node is instance of
                   type MonkeyCompiler.lib.PrefixExpression
                   set pos-token to (node as type
                       MonkeyCompiler.lib.PrefixExpression)::PrefixToken
               when node is instance of
                   type MonkeyCompiler.lib.IfExpression
                   set pos-token to (node as type
                       MonkeyCompiler.lib.IfExpression)::IfToken
               when node is instance of
                   type MonkeyCompiler.lib.FunctionLiteral
                   set pos-token to (node as type
                       MonkeyCompiler.lib.FunctionLiteral)::FnToken
               when node is instance of
                   type MonkeyCompiler.lib.ArrayLiteral
                   set pos-token to (node as type
                       MonkeyCompiler.lib.ArrayLiteral)::ArrToken
               when node is instance of
                   type MonkeyCompiler.lib.HashLiteral
                   set pos-token to (node as type
                       MonkeyCompiler.lib.HashLiteral)::HashToken
               when node is instance of
                   type MonkeyCompiler.lib.LetStatement
                   set pos-token to (node as type
                       MonkeyCompiler.lib.LetStatement)::LetToken
               when node is instance of
                   type MonkeyCompiler.lib.ReturnStatement
                   set pos-token to (node as type
                       MonkeyCompiler.lib.ReturnStatement)::ReturnToken
               when node is instance of
                   type MonkeyCompiler.lib.ExpressionStatement
                   set pos-token to (node as type
                       MonkeyCompiler.lib.ExpressionStatement)::ExprToken
               when other
                   exit method
           end-evaluate.
           if pos-token not = null
               set t-line to pos-token::TokenLine
               set t-col to pos-token::TokenCol
           end-if.
       end method.

      * a value the way the trace shows it -- Inspect's text, null
      * for nothing.
       method-id trace-text (obj as object)
           returning z as string private static.
       procedure division.
           if obj = null
               set z to "null"
           else
               set z to (obj as type MonkeyCompiler.lib.MonkeyObject)
                   ::Inspect
           end-if.
       end method.

       method-id bool-to-value (b as condition-value)
           returning z as object private static.
       procedure division.
       procedure division.
           invoke self::ensure-singletons.

           if limit-breach not = ""
               set z to new type MonkeyCompiler.lib.MonkeyError(
                   limit-message)
               exit method
           end-if.
           set eval-steps to eval-steps + 1.
           if limit-steps > 0 and eval-steps > limit-steps
               set z to self::limit-error("STEP-LIMIT",
                   "step limit exceeded: more than " & limit-steps &
                   " evaluation steps")
               exit method
           end-if.

           evaluate true
               when node = null
                   set z to null
                   set z to self::eval-call-expression(
                       node as type MonkeyCompiler.lib.CallExpression,
                       env)
      * the parser has already held the spelling inside the 12-
      * integer / 6-decimal limits, so the parse cannot overflow.
               when node is instance of
                   type MonkeyCompiler.lib.DecimalLiteral
                   set z to new type MonkeyCompiler.lib.MonkeyDecimal(
                       type System.Decimal::Parse(
                       (node as type MonkeyCompiler.lib.DecimalLiteral)
                       ::Value, type System.Globalization.CultureInfo
                       ::InvariantCulture))
               when node is instance of
                   type MonkeyCompiler.lib.StringLiteral
                   set z to new type MonkeyCompiler.lib.MonkeyString(
               when other
                   set z to null
           end-evaluate.

           if self::over-size-limit(z)
               set z to self::limit-error("SIZE-LIMIT",
                   "size limit exceeded: result larger than " &
                   limit-size)
           end-if.
       end method.

      * a return value unwraps here, at the outermost level, and an
           set stmt-idx to 0.

           perform until stmt-idx >= prog::Statements::Count
               invoke self::cover-point("S", prog::Statements[stmt-idx])
               if not self::debug-stop(prog::Statements[stmt-idx], env)
                   set z to self::limit-error("DEBUG-QUIT",
                       "evaluation ended from the debugger")
                   exit perform
               end-if
               set z to self::Eval(prog::Statements[stmt-idx], env)

               if z not = null and z is instance of
           set stmt-idx to 0.

           perform until stmt-idx >= blk::Statements::Count
               invoke self::cover-point("S", blk::Statements[stmt-idx])
               if not self::debug-stop(blk::Statements[stmt-idx], env)
                   set z to self::limit-error("DEBUG-QUIT",
                       "evaluation ended from the debugger")
                   exit perform
               end-if
               set z to self::Eval(blk::Statements[stmt-idx], env)

               if z not = null
                   set z to self::bool-to-value(
                       not self::is-truthy(right-val))
               when "-"
                   evaluate true
                       when right-val not = null and right-val is
                           instance of type
                           MonkeyCompiler.lib.MonkeyInteger
                           set z to new type
                               MonkeyCompiler.lib.MonkeyInteger(0 -
                               (right-val as type
                               MonkeyCompiler.lib.MonkeyInteger)::Value)
                       when right-val not = null and right-val is
                           instance of type
                           MonkeyCompiler.lib.MonkeyDecimal
                           set z to new type
                               MonkeyCompiler.lib.MonkeyDecimal(0 -
                               (right-val as type
                               MonkeyCompiler.lib.MonkeyDecimal)::Value)
                       when other
                           set z to new type
                               MonkeyCompiler.lib.MonkeyError(
                               "unknown operator: -" &
                               self::type-name-of(right-val))
                   end-evaluate
               when other
                   set z to new type MonkeyCompiler.lib.MonkeyError(
                       "unknown operator: " & node::Operator &
                       left-val as type MonkeyCompiler.lib.MonkeyInteger,
                       right-val as type
                       MonkeyCompiler.lib.MonkeyInteger)
      * a decimal on either side takes the pair decimal -- an
      * integer balance times a fractional rate is the everyday case.
               when self::is-numeric(left-val)
                   and self::is-numeric(right-val)
                   set z to self::eval-decimal-infix(node::Operator,
                       self::numeric-value(left-val),
                       self::numeric-value(right-val))
               when left-val not = null and right-val not = null
                   and left-val is instance of
                   type MonkeyCompiler.lib.MonkeyDate
                   and right-val is instance of
                   type MonkeyCompiler.lib.MonkeyDate
                   set z to self::eval-date-infix(node::Operator,
                       left-val as type MonkeyCompiler.lib.MonkeyDate,
                       right-val as type MonkeyCompiler.lib.MonkeyDate)
               when left-val not = null and right-val not = null
                   and left-val is instance of
                   type MonkeyCompiler.lib.MonkeyString
           end-evaluate.
       end method.

      * fixed-point arithmetic and comparison. + - * are exact;
      * / rounds half-up (away from zero, the same rule round uses
      * for negatives) at six decimal places. anything past the
      * twelve integer digits the downstream packed fields carry is
      * an error rather than a silently wrong amount.
       method-id eval-decimal-infix (op as string,
           lv as decimal, rv as decimal)
           returning z as object private static.
       local-storage section.
       01 dv decimal.
       procedure division.
           evaluate op
               when "+"
                   set dv to lv + rv
               when "-"
                   set dv to lv - rv
               when "*"
                   set dv to lv * rv
               when "/"
                   if rv = 0
                       set z to new type MonkeyCompiler.lib.MonkeyError(
                           "division by zero")
                       exit method
                   end-if
                   set dv to type System.Math::Round(lv / rv, 6,
                       type System.MidpointRounding::AwayFromZero)
               when "<"
                   set z to self::bool-to-value(lv < rv)
                   exit method
               when ">"
                   set z to self::bool-to-value(lv > rv)
                   exit method
               when "=="
                   set z to self::bool-to-value(lv = rv)
                   exit method
               when "!="
                   set z to self::bool-to-value(lv not = rv)
                   exit method
               when other
                   set z to new type MonkeyCompiler.lib.MonkeyError(
                       "unknown operator: DECIMAL " & op & " DECIMAL")
                   exit method
           end-evaluate.

           set z to self::checked-decimal(dv).
       end method.

      * the 12-integer-digit ceiling every decimal result is held to.
       method-id checked-decimal (dv as decimal)
           returning z as object private static.
       procedure division.
           if dv >= 1000000000000 or dv <= -1000000000000
               set z to new type MonkeyCompiler.lib.MonkeyError(
                   "decimal overflow: " & dv::ToString(
                   type System.Globalization.CultureInfo
                   ::InvariantCulture) &
                   " exceeds 12 integer digits")
           else
               set z to new type MonkeyCompiler.lib.MonkeyDecimal(dv)
           end-if.
       end method.

       method-id is-numeric (obj as object)
           returning z as condition-value private static.
       procedure division.
           if obj not = null and
               (obj is instance of type MonkeyCompiler.lib.MonkeyInteger
               or obj is instance of type MonkeyCompiler.lib.MonkeyDecimal)
               set z to true
           else
               set z to false
           end-if.
       end method.

      * an integer or decimal as a decimal -- callers have already
      * proven is-numeric.
       method-id numeric-value (obj as object)
           returning z as decimal private static.
       procedure division.
           if obj is instance of type MonkeyCompiler.lib.MonkeyInteger
               set z to (obj as type
                   MonkeyCompiler.lib.MonkeyInteger)::Value
           else
               set z to (obj as type
                   MonkeyCompiler.lib.MonkeyDecimal)::Value
           end-if.
       end method.

       method-id eval-string-infix (op as string,
           left-str as type MonkeyCompiler.lib.MonkeyString,
           right-str as type MonkeyCompiler.lib.MonkeyString)
           end-evaluate.
       end method.

      * dates compare by value, earlier is less -- "due < today" reads
      * the way the rule is written. date arithmetic is the builtins'
      * job (add_days, add_busdays, busdays_between), not +/-.
       method-id eval-date-infix (op as string,
           left-date as type MonkeyCompiler.lib.MonkeyDate,
           right-date as type MonkeyCompiler.lib.MonkeyDate)
           returning z as object private static.
       local-storage section.
       01 cmp binary-long.
       procedure division.
           set cmp to type System.DateTime::Compare(left-date::Value,
               right-date::Value).
           evaluate op
               when "<"
                   set z to self::bool-to-value(cmp < 0)
               when ">"
                   set z to self::bool-to-value(cmp > 0)
               when "=="
                   set z to self::bool-to-value(cmp = 0)
               when "!="
                   set z to self::bool-to-value(cmp not = 0)
               when other
                   set z to new type MonkeyCompiler.lib.MonkeyError(
                       "unknown operator: DATE " & op & " DATE")
           end-evaluate.
       end method.

       method-id eval-array-literal
           (node as type MonkeyCompiler.lib.ArrayLiteral,
           env as type MonkeyCompiler.lib.Environment)

           evaluate true
               when self::is-truthy(cond-val)
                   invoke self::trace-event("BRANCH", node::Condition,
                       "condition " & self::trace-text(cond-val) &
                       " -- if taken")
                   invoke self::cover-point("T", node)
                   set z to self::Eval(node::Consequence, env)
               when node::Alternative not = null
                   invoke self::trace-event("BRANCH", node::Condition,
                       "condition " & self::trace-text(cond-val) &
                       " -- else taken")
                   invoke self::cover-point("E", node)
                   set z to self::Eval(node::Alternative, env)
               when other
                   invoke self::trace-event("BRANCH", node::Condition,
                       "condition " & self::trace-text(cond-val) &
                       " -- no else, null")
                   invoke self::cover-point("E", node)
                   set z to null-value
           end-evaluate.
       end method.
           end-if.

           invoke env::SetVar(node::Name::Value, let-val).
           invoke self::trace-event("LET", node,
               node::Name::Value & " = " & self::trace-text(let-val)).
           set z to null.
       end method.

               when "max"
               when "abs"
               when "len"
               when "param"
               when "date"
               when "date_text"
               when "add_days"
               when "add_busdays"
               when "busdays_between"
               when "is_month_end"
                   set z to true
               when other
                   set z to false
       01 args type System.Collections.ArrayList.
       01 arg-val object.
       01 arg-idx binary-long.
       01 call-name string.
       01 arg-list string.
       procedure division.
           set fn-val to self::Eval(node::Function, env).
           if self::is-error(fn-val)
               set arg-idx to arg-idx + 1
           end-perform.

           if trace-on
               if node::Function is instance of
                   type MonkeyCompiler.lib.Identifier
                   set call-name to (node::Function as type
                       MonkeyCompiler.lib.Identifier)::Value
               else
                   set call-name to "fn"
               end-if
               set arg-list to ""
               set arg-idx to 0
               perform until arg-idx >= args::Count
                   if arg-idx > 0
                       set arg-list to arg-list & ", "
                   end-if
                   set arg-list to arg-list &
                       self::trace-text(args[arg-idx])
                   set arg-idx to arg-idx + 1
               end-perform
               if fn-val not = null and fn-val is instance of
                   type MonkeyCompiler.lib.MonkeyBuiltin
                   invoke self::trace-event("BUILTIN", node,
                       call-name & "(" & arg-list & ")")
               else
                   invoke self::trace-event("CALL", node,
                       call-name & "(" & arg-list & ")")
               end-if
           end-if.

           set z to self::apply-function(fn-val, args).
       end method.

               exit method
           end-if.

           set call-depth to call-depth + 1.
           if limit-depth > 0 and call-depth > limit-depth
               set call-depth to call-depth - 1
               set z to self::limit-error("DEPTH-LIMIT",
                   "depth limit exceeded: calls nested more than " &
                   limit-depth & " deep")
               exit method
           end-if.

           set call-env to new type
               MonkeyCompiler.lib.Environment(fn::Env).
           set param-idx to 0.
           end-perform.

           set body-val to self::Eval(fn::Body, call-env).
           set call-depth to call-depth - 1.

           if body-val not = null and body-val is instance of
               type MonkeyCompiler.lib.MonkeyReturnValue
      * count elements). errors carry as MonkeyError values per the
      * standing convention -- a bad argument reports itself, it
      * never ends the session.
      * round, min, max and abs take decimals too. round(d, s) on a
      * decimal rounds half-up to s decimal places (0 through 6) --
      * round(balance * rate, 2) is the amount to the cent, not an
      * integer. min/max compare integer against decimal by value
      * and hand back the winning argument as it came in.
       method-id apply-builtin (name as string,
           args as type System.Collections.ArrayList)
           returning z as object private static.
       01 scale-idx binary-long.
       01 half-adjust binary-long.
       01 rounded binary-long.
       01 d1 decimal.
       01 d2 decimal.
       procedure division.
           evaluate name
               when "round"
                           "expected 2, got " & args::Count)
                       exit method
                   end-if
                   if args[0] not = null and args[0] is instance of
                       type MonkeyCompiler.lib.MonkeyDecimal
                       set z to self::round-decimal(args[0] as type
                           MonkeyCompiler.lib.MonkeyDecimal, args[1])
                       exit method
                   end-if
                   if not self::builtin-int-arg(args[0],
                       by reference a1)
                       or not self::builtin-int-arg(args[1],
                       by reference a2)
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "arguments to round must be INTEGER " &
                           "or DECIMAL, scale INTEGER")
                       exit method
                   end-if
                   if a2 < 0 or a2 > 9
                           ": expected 2, got " & args::Count)
                       exit method
                   end-if
                   if not self::is-numeric(args[0])
                       or not self::is-numeric(args[1])
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "arguments to " & name &
                           " must be INTEGER or DECIMAL")
                       exit method
                   end-if
                   set d1 to self::numeric-value(args[0])
                   set d2 to self::numeric-value(args[1])
                   if (name = "min" and d1 <= d2)
                       or (name = "max" and d1 >= d2)
                       set z to args[0]
                   else
                       set z to args[1]
                   end-if
               when "abs"
                   if args::Count not = 1
                           "expected 1, got " & args::Count)
                       exit method
                   end-if
                   if args[0] not = null and args[0] is instance of
                       type MonkeyCompiler.lib.MonkeyDecimal
                       set z to new type
                           MonkeyCompiler.lib.MonkeyDecimal(
                           type System.Math::Abs((args[0] as type
                           MonkeyCompiler.lib.MonkeyDecimal)::Value))
                       exit method
                   end-if
                   if not self::builtin-int-arg(args[0],
                       by reference a1)
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "argument to abs must be INTEGER " &
                           "or DECIMAL")
                       exit method
                   end-if
                   if a1 < 0
                               "argument to len not supported: " &
                               self::type-name-of(args[0]))
                   end-evaluate
               when "param"
                   set z to self::param-value(args)
               when "date"
               when "date_text"
               when "add_days"
               when "add_busdays"
               when "busdays_between"
               when "is_month_end"
                   set z to self::date-builtin(name, args)
               when other
                   set z to new type MonkeyCompiler.lib.MonkeyError(
                       "unknown builtin: " & name)
           end-evaluate.
       end method.

      * param(name) / param(name, unit) -- the value of a PARMTBL
      * parameter in force on the run's processing date, for the
      * run's business unit unless the script names one (see
      * ParamTable.cbl). the table holds text; a value that reads as
      * a whole number comes back INTEGER, one with a decimal point
      * DECIMAL, anything else STRING -- so a rate drops into the
      * arithmetic exactly as the literal it replaces did.
       method-id param-value (args as type System.Collections.ArrayList)
           returning z as object private static.
       local-storage section.
       01 parm-name string.
       01 unit-code string.
       01 val-text string.
       01 int-val binary-long.
       01 dec-val decimal.
       procedure division.
           if args::Count < 1 or args::Count > 2
               set z to new type MonkeyCompiler.lib.MonkeyError(
                   "wrong number of arguments to param: " &
                   "expected 1 or 2, got " & args::Count)
               exit method
           end-if.
           if args[0] = null or not args[0] is instance of
               type MonkeyCompiler.lib.MonkeyString
               or (args::Count = 2 and (args[1] = null
               or not args[1] is instance of
               type MonkeyCompiler.lib.MonkeyString))
               set z to new type MonkeyCompiler.lib.MonkeyError(
                   "arguments to param must be STRING")
               exit method
           end-if.
           if not type MonkeyCompiler.lib.ParamTable::IsOpen
               set z to new type MonkeyCompiler.lib.MonkeyError(
                   "parameter table not available")
               exit method
           end-if.

           set parm-name to (args[0] as type
               MonkeyCompiler.lib.MonkeyString)::Value.
           if args::Count = 2
               set unit-code to (args[1] as type
                   MonkeyCompiler.lib.MonkeyString)::Value
           else
               set unit-code to
                   type MonkeyCompiler.lib.ParamTable::BusinessUnit
           end-if.
           set val-text to type MonkeyCompiler.lib.ParamTable::Lookup(
               parm-name, unit-code).
           if val-text = null
               set z to new type MonkeyCompiler.lib.MonkeyError(
                   "no value in force for parameter " & parm-name &
                   " unit '" & unit-code & "' on " &
                   type MonkeyCompiler.lib.ParamTable::ProcessingDate)
               exit method
           end-if.

           evaluate true
               when val-text::IndexOf(".") >= 0
                   and type System.Decimal::TryParse(val-text,
                   type System.Globalization.NumberStyles::Number,
                   type System.Globalization.CultureInfo
                   ::InvariantCulture, by reference dec-val)
                   set z to self::checked-decimal(dec-val)
               when type System.Int32::TryParse(val-text,
                   by reference int-val)
                   set z to new type
                       MonkeyCompiler.lib.MonkeyInteger(int-val)
               when other
                   set z to new type
                       MonkeyCompiler.lib.MonkeyString(val-text)
           end-evaluate.
       end method.

      * the date builtins -- grace periods, notice periods and late-
      * fee rules are written in business days, so the business-day
      * ones count on PROCCAL through ProcCalendar.cbl, exactly as
      * BATCH-RUN-PROGRAM schedules the stream:
      *   date()        the run's processing date (PROCDATE=, as
      *                 param() uses; the clock's date in the REPL)
      *   date(s)       s parsed as yyyy-mm-dd, or date(s, p) with a
      *                 pattern p built from YYYY, MM and DD and the
      *                 separators - / . and space ("DD/MM/YYYY")
      *   date_text(d)  d as yyyy-mm-dd text, or in pattern p
      *   add_days(d, n)      n calendar days on (back, if negative)
      *   add_busdays(d, n)   the nth business day after d (before,
      *                       if negative) -- d itself never counts,
      *                       so a Friday plus 1 is the Monday, or
      *                       the Tuesday when Monday is a holiday;
      *                       n of 0 hands d back as it is
      *   busdays_between(a, b)  the business days after a up to
      *                       and including b, negative when b is
      *                       the earlier -- add_busdays(a, that)
      *                       lands on b whenever b is a business day
      *   is_month_end(d)     true on the day PROCCAL marks as the
      *                       month-end business day (type E)
      * day counts are held to 36600 either way (a hundred years),
      * so a runaway count reports itself instead of walking the
      * calendar to the end of time.
       method-id date-builtin (name as string,
           args as type System.Collections.ArrayList)
           returning z as object private static.
       local-storage section.
       01 d1 type System.DateTime.
       01 d2 type System.DateTime.
       01 n binary-long.
       01 pattern string.
       01 net-fmt string.
       01 date-text string.
       01 step binary-long.
       01 counted binary-long.
       01 wanted binary-long.
       procedure division.
           evaluate name
               when "date"
                   if args::Count > 2
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "wrong number of arguments to date: " &
                           "expected 0, 1 or 2, got " & args::Count)
                       exit method
                   end-if
                   if args::Count = 0
                       set date-text to type
                           MonkeyCompiler.lib.ParamTable::ProcessingDate
                       if date-text = ""
                           set date-text to type
                               MonkeyCompiler.lib.BatchControl::RunDate
                       end-if
                       set pattern to "YYYY-MM-DD"
                   else
                       if not self::builtin-str-arg(args[0],
                           by reference date-text)
                           or (args::Count = 2 and
                           not self::builtin-str-arg(args[1],
                           by reference pattern))
                           set z to new type
                               MonkeyCompiler.lib.MonkeyError(
                               "arguments to date must be STRING")
                           exit method
                       end-if
                       if args::Count = 1
                           set pattern to "YYYY-MM-DD"
                       end-if
                   end-if
                   if not self::date-pattern(pattern,
                       by reference net-fmt)
                       set z to self::bad-pattern-error(pattern)
                       exit method
                   end-if
                   if type System.DateTime::TryParseExact(
                       date-text::Trim(), net-fmt,
                       type System.Globalization.CultureInfo
                       ::InvariantCulture,
                       type System.Globalization.DateTimeStyles::None,
                       by reference d1)
                       set z to new type
                           MonkeyCompiler.lib.MonkeyDate(d1)
                   else
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "not a date: '" & date-text &
                           "' (expected " & pattern & ")")
                   end-if
               when "date_text"
                   if args::Count < 1 or args::Count > 2
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "wrong number of arguments to date_text: "
                           & "expected 1 or 2, got " & args::Count)
                       exit method
                   end-if
                   set pattern to "YYYY-MM-DD"
                   if not self::builtin-date-arg(args[0],
                       by reference d1)
                       or (args::Count = 2 and
                       not self::builtin-str-arg(args[1],
                       by reference pattern))
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "arguments to date_text must be DATE, " &
                           "pattern STRING")
                       exit method
                   end-if
                   if not self::date-pattern(pattern,
                       by reference net-fmt)
                       set z to self::bad-pattern-error(pattern)
                       exit method
                   end-if
                   set z to new type MonkeyCompiler.lib.MonkeyString(
                       d1::ToString(net-fmt,
                       type System.Globalization.CultureInfo
                       ::InvariantCulture))
               when "add_days"
               when "add_busdays"
                   if args::Count not = 2
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "wrong number of arguments to " & name &
                           ": expected 2, got " & args::Count)
                       exit method
                   end-if
                   if not self::builtin-date-arg(args[0],
                       by reference d1)
                       or not self::builtin-int-arg(args[1],
                       by reference n)
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "arguments to " & name &
                           " must be DATE and INTEGER")
                       exit method
                   end-if
                   if n < -36600 or n > 36600
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "day count to " & name &
                           " must be -36600 through 36600, got " & n)
                       exit method
                   end-if
                   if name = "add_days"
                       if not self::date-in-range(d1, n)
                           set z to self::date-range-error(name)
                           exit method
                       end-if
                       set z to new type
                           MonkeyCompiler.lib.MonkeyDate(
                           d1::AddDays(n))
                       exit method
                   end-if
                   if not type MonkeyCompiler.lib.ProcCalendar::IsOpen
                       set z to self::no-calendar-error(name)
                       exit method
                   end-if
                   if n < 0
                       set step to -1
                       set wanted to 0 - n
                   else
                       set step to 1
                       set wanted to n
                   end-if
                   set counted to 0
                   perform until counted >= wanted
                       if not self::date-in-range(d1, step)
                           set z to self::date-range-error(name)
                           exit method
                       end-if
                       set d1 to d1::AddDays(step)
                       if type MonkeyCompiler.lib.ProcCalendar
                           ::IsBusinessDay(d1)
                           set counted to counted + 1
                       end-if
                   end-perform
                   set z to new type MonkeyCompiler.lib.MonkeyDate(d1)
               when "busdays_between"
                   if args::Count not = 2
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "wrong number of arguments to " &
                           "busdays_between: expected 2, got " &
                           args::Count)
                       exit method
                   end-if
                   if not self::builtin-date-arg(args[0],
                       by reference d1)
                       or not self::builtin-date-arg(args[1],
                       by reference d2)
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "arguments to busdays_between must be DATE")
                       exit method
                   end-if
                   set n to d2::Subtract(d1)::Days
                   if n < -36600 or n > 36600
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "busdays_between span must be within " &
                           "36600 days, got " & n)
                       exit method
                   end-if
                   if not type MonkeyCompiler.lib.ProcCalendar::IsOpen
                       set z to self::no-calendar-error(name)
                       exit method
                   end-if
      * always walk forward from the earlier date; the sign goes on
      * at the end. backwards the days counted are b up to the day
      * before a -- the ones add_busdays steps over going back.
                   if n < 0
                       if not self::date-in-range(d2, -1)
                           set z to self::date-range-error(name)
                           exit method
                       end-if
                       set step to -1
                       set d1 to d2::AddDays(-1)
                       set wanted to 0 - n
                   else
                       set step to 1
                       set wanted to n
                   end-if
                   set counted to 0
                   perform wanted times
                       set d1 to d1::AddDays(1)
                       if type MonkeyCompiler.lib.ProcCalendar
                           ::IsBusinessDay(d1)
                           set counted to counted + 1
                       end-if
                   end-perform
                   set z to new type MonkeyCompiler.lib.MonkeyInteger(
                       counted * step)
               when "is_month_end"
                   if args::Count not = 1
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "wrong number of arguments to " &
                           "is_month_end: expected 1, got " &
                           args::Count)
                       exit method
                   end-if
                   if not self::builtin-date-arg(args[0],
                       by reference d1)
                       set z to new type
                           MonkeyCompiler.lib.MonkeyError(
                           "argument to is_month_end must be DATE, " &
                           "got " & self::type-name-of(args[0]))
                       exit method
                   end-if
                   if not type MonkeyCompiler.lib.ProcCalendar::IsOpen
                       set z to self::no-calendar-error(name)
                       exit method
                   end-if
                   set z to self::bool-to-value(
                       type MonkeyCompiler.lib.ProcCalendar
                       ::IsMonthEnd(d1))
           end-evaluate.
       end method.

      * a date pattern as the .NET format it stands for -- false
      * unless it holds YYYY, MM and DD once each and nothing else
      * but the separators - / . and space.
       method-id date-pattern (pattern as string,
           by reference net-fmt as string)
           returning z as condition-value private static.
       local-storage section.
       01 rest string.
       procedure division.
           set z to false.
           if pattern = null
               exit method
           end-if.
           if pattern::IndexOf("YYYY") < 0
               or pattern::IndexOf("YYYY") not =
               pattern::LastIndexOf("YYYY")
               or pattern::IndexOf("MM") < 0
               or pattern::IndexOf("MM") not =
               pattern::LastIndexOf("MM")
               or pattern::IndexOf("DD") < 0
               or pattern::IndexOf("DD") not =
               pattern::LastIndexOf("DD")
               exit method
           end-if.
           set rest to pattern::Replace("YYYY", "")::Replace("MM", "")
               ::Replace("DD", "")::Replace("-", "")::Replace("/", "")
               ::Replace(".", "")::Replace(" ", "").
           if rest not = ""
               exit method
           end-if.
           set net-fmt to
               pattern::Replace("YYYY", "yyyy")::Replace("DD", "dd").
           set z to true.
       end method.

      * true when d moved by days stays inside the dates a DATE can
      * hold (0001-01-01 through 9999-12-31).
       method-id date-in-range (d as type System.DateTime,
           days as binary-long)
           returning z as condition-value private static.
       procedure division.
           set z to true.
           if days >= 0
               if type System.DateTime::MaxValue::Date::Subtract(d)
                   ::Days < days
                   set z to false
               end-if
           else
               if d::Subtract(type System.DateTime::MinValue)::Days
                   < 0 - days
                   set z to false
               end-if
           end-if.
       end method.

       method-id bad-pattern-error (pattern as string)
           returning z as object private static.
       procedure division.
           set z to new type MonkeyCompiler.lib.MonkeyError(
               "date pattern must hold YYYY, MM and DD once each " &
               "and only - / . or space between, got '" & pattern &
               "'").
       end method.

       method-id date-range-error (name as string)
           returning z as object private static.
       procedure division.
           set z to new type MonkeyCompiler.lib.MonkeyError(
               name & " result outside 0001-01-01 through 9999-12-31").
       end method.

       method-id no-calendar-error (name as string)
           returning z as object private static.
       procedure division.
           set z to new type MonkeyCompiler.lib.MonkeyError(
               "business calendar not available for " & name).
       end method.

      * round on a decimal -- half-up (away from zero) to scale-arg
      * decimal places.
       method-id round-decimal
           (dec-arg as type MonkeyCompiler.lib.MonkeyDecimal,
           scale-arg as object)
           returning z as object private static.
       local-storage section.
       01 places binary-long.
       procedure division.
           if not self::builtin-int-arg(scale-arg, by reference places)
               set z to new type MonkeyCompiler.lib.MonkeyError(
                   "round scale must be INTEGER, got " &
                   self::type-name-of(scale-arg))
               exit method
           end-if.
           if places < 0 or places > 6
               set z to new type MonkeyCompiler.lib.MonkeyError(
                   "round scale for a DECIMAL must be 0 through 6, got "
                   & places)
               exit method
           end-if.
           set z to new type MonkeyCompiler.lib.MonkeyDecimal(
               type System.Math::Round(dec-arg::Value, places,
               type System.MidpointRounding::AwayFromZero)).
       end method.

      * unwraps a MonkeyInteger argument -- false when the value is
      * anything else, so the callers above can report honestly.
       method-id builtin-int-arg (arg as object,
           end-if.
       end method.

      * the same for a MonkeyString argument.
       method-id builtin-str-arg (arg as object,
           by reference val as string)
           returning z as condition-value private static.
       procedure division.
           if arg not = null and arg is instance of
               type MonkeyCompiler.lib.MonkeyString
               set val to (arg as type
                   MonkeyCompiler.lib.MonkeyString)::Value
               set z to true
           else
               set z to false
           end-if.
       end method.

      * and for a MonkeyDate argument.
       method-id builtin-date-arg (arg as object,
           by reference val as type System.DateTime)
           returning z as condition-value private static.
       procedure division.
           if arg not = null and arg is instance of
               type MonkeyCompiler.lib.MonkeyDate
               set val to (arg as type
                   MonkeyCompiler.lib.MonkeyDate)::Value
               set z to true
           else
               set z to false
           end-if.
       end method.

      * the type word error messages use -- INTEGER, BOOLEAN, etc.,
      * matching the reference implementation's wording. public so
      * the batch entry points can stamp a result's kind with the
      * same word.
       method-id type-name-of (obj as object)
           returning z as string static.
       procedure division.
           evaluate true
               when obj = null
               when obj is instance of
                   type MonkeyCompiler.lib.MonkeyInteger
                   set z to "INTEGER"
               when obj is instance of
                   type MonkeyCompiler.lib.MonkeyDecimal
                   set z to "DECIMAL"
               when obj is instance of
                   type MonkeyCompiler.lib.MonkeyDate
                   set z to "DATE"
               when obj is instance of
                   type MonkeyCompiler.lib.MonkeyBoolean
                   set z to "BOOLEAN"
