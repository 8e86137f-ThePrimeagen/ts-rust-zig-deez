      * ScriptTest runs a rule script's own assertion tests (see
      * PROMOTE.jcl) -- CompilerTester proves the compiler, but
      * nothing proved a business script still gives the answers its
      * owner signed off on. each script may carry a companion test
      * member (TESTSRC) of named cases:
      *
      *     * comment
      *     CASE GOLD-OVER-1000
      *       tier = "GOLD"
      *       amount = 1200.50
      *       EXPECT 120.05
      *     CASE UNKNOWN-TIER
      *       tier = "TIN"
      *       EXPECT ERROR EVAL
      *
      * a binding's right-hand side and an EXPECT value are Monkey
      * expressions, evaluated on their own -- a literal in the
      * script's own notation. EXPECT ERROR passes on any error, and
      * EXPECT ERROR class only on that error class (EVAL, STEP-LIMIT
      * ...). numbers compare by value, so 120.05 and 120.050 agree;
      * everything else compares by kind and display text.
      *
      * every case is evaluated against the LEXERSRC script in its own
      * fresh Environment, under the runaway limits off PARMCARD and
      * with param() reading PARMTBL as of its PROCDATE=/UNIT= cards
      * (a test can pin the date its expected rates belong to, and
      * the date() its business-day counts start from) and the
      * business-day builtins reading PROCCAL, and
      * gets one PASS or FAIL line on SCRTEST (layout in
      * script-test-file.cpy on the GnuCOBOL side) between a header
      * carrying the script's content fingerprint and a trailer of
      * totals. a case the member states badly -- no EXPECT, a value
      * that will not evaluate -- is a FAIL, not a skip.
      *
      * RETURN-CODE: 0 every case passed (or the script carries no
      * test member -- the header and trailer still go out, zero
      * cases); 8 one or more cases failed; 16 the step could not run
      * (script missing or not parsing).
       class-id MonkeyCompiler.ScriptTest static.

       working-storage section.
       78 REASON-WIDTH VALUE 40.

      * the member into its cases, in member order -- a line that is
      * neither CASE, a binding nor EXPECT fails the case it is in.
       method-id load-cases (member-path as string)
           returning z as type System.Collections.ArrayList private
           static.
       local-storage section.
       01 member string occurs any.
       01 line-idx binary-long.
       01 one-line string.
       01 eq-idx binary-long.
       01 cur type MonkeyCompiler.ScriptTestCase.
       procedure division.
           set z to new type System.Collections.ArrayList.
           set member to type System.IO.File::ReadAllLines(member-path).
           set cur to null.
           set line-idx to 0.
           perform until line-idx >= member::Length
               set one-line to member(line-idx)::Trim()
               set line-idx to line-idx + 1
               if one-line = "" or one-line::StartsWith("*")
                   exit perform cycle
               end-if

               if one-line::ToUpper()::StartsWith("CASE ")
                   set cur to new type MonkeyCompiler.ScriptTestCase(
                       one-line::Substring(5)::Trim())
                   invoke z::Add(cur)
                   exit perform cycle
               end-if

               if cur = null
                   set cur to new type MonkeyCompiler.ScriptTestCase(
                       "LINE " & line-idx)
                   invoke cur::Reject("statement before any CASE")
                   invoke z::Add(cur)
                   exit perform cycle
               end-if

               if one-line::ToUpper()::StartsWith("EXPECT ")
                   if cur::ExpectText not = ""
                       invoke cur::Reject("second EXPECT line")
                   end-if
                   invoke cur::SetExpect(one-line::Substring(7)::Trim())
                   exit perform cycle
               end-if

               set eq-idx to one-line::IndexOf("=")
               if eq-idx < 1
                   invoke cur::Reject("line " & line-idx &
                       " is not a binding or EXPECT")
                   exit perform cycle
               end-if
               invoke cur::AddBinding(
                   one-line::Substring(0, eq-idx)::Trim(),
                   one-line::Substring(eq-idx + 1)::Trim())
           end-perform.
       end method.

      * one expression from the member, evaluated alone -- null with
      * a reason when it does not parse or does not evaluate.
       method-id literal-value (expr as string,
           by reference reason as string)
           returning z as object private static.
       local-storage section.
       01 lit-parser type MonkeyCompiler.lib.Parser.
       01 lit-prog type MonkeyCompiler.lib.Program.
       procedure division.
           set z to null.
           set lit-parser to new type MonkeyCompiler.lib.Parser(
               new type MonkeyCompiler.lib.Lexer(expr)).
           set lit-prog to lit-parser::parse-program.
           if lit-parser::Errors::Count > 0
               set reason to "'" & expr & "' does not parse"
               exit method
           end-if.
           invoke type MonkeyCompiler.lib.Evaluator::ResetLimits.
           set z to type MonkeyCompiler.lib.Evaluator::Eval(lit-prog,
               new type MonkeyCompiler.lib.Environment).
           if z = null or z is instance of
               type MonkeyCompiler.lib.MonkeyError
               set reason to "'" & expr & "' has no value"
               set z to null
           end-if.
       end method.

       method-id numeric-of (obj as object, by reference num as decimal)
           returning z as condition-value private static.
       procedure division.
           set z to true.
           evaluate true
               when obj = null
                   set z to false
               when obj is instance of
                   type MonkeyCompiler.lib.MonkeyInteger
                   set num to (obj as type
                       MonkeyCompiler.lib.MonkeyInteger)::Value
               when obj is instance of
                   type MonkeyCompiler.lib.MonkeyDecimal
                   set num to (obj as type
                       MonkeyCompiler.lib.MonkeyDecimal)::Value
               when other
                   set z to false
           end-evaluate.
       end method.

      * one case run and judged -- "" when it passed, otherwise why
      * not. actual is what the report shows the script returned.
       method-id run-case (prog as type MonkeyCompiler.lib.Program,
           tc as type MonkeyCompiler.ScriptTestCase,
           by reference actual as string)
           returning z as string private static.
       local-storage section.
       01 case-env type MonkeyCompiler.lib.Environment.
       01 bind-idx binary-long.
       01 bound object.
       01 reason string.
       01 expect-word string.
       01 expected object.
       01 outcome type MonkeyCompiler.lib.CaseOutcome.
       01 exp-num decimal.
       01 act-num decimal.
       procedure division.
           set z to "".
           set actual to "".
           set reason to "".
           if tc::RejectText not = ""
               set z to tc::RejectText
               exit method
           end-if.
           if tc::ExpectText = ""
               set z to "no EXPECT line"
               exit method
           end-if.

           set case-env to new type MonkeyCompiler.lib.Environment.
           set bind-idx to 0.
           perform until bind-idx >= tc::BindNames::Count
               set bound to self::literal-value(
                   tc::BindExprs[bind-idx] as string, by reference
                   reason)
               if bound = null
                   set z to "binding " & tc::BindNames[bind-idx] &
                       ": " & reason
                   exit method
               end-if
               invoke case-env::SetVar(tc::BindNames[bind-idx] as
                   string, bound)
               set bind-idx to bind-idx + 1
           end-perform.

      * the expected value is evaluated before the case, so the
      * case's runaway counters start clean.
           set expect-word to tc::ExpectText::ToUpper().
           set expected to null.
           if not expect-word::StartsWith("ERROR")
               set expected to self::literal-value(tc::ExpectText,
                   by reference reason)
               if expected = null
                   set z to "EXPECT " & reason
                   exit method
               end-if
           end-if.

           set outcome to type MonkeyCompiler.lib.CaseOutcome
               ::EvaluateIn(prog, case-env).
           if outcome::Status = "OK"
               set actual to outcome::ValueText
           else
               set actual to outcome::ErrClass & ": " &
                   outcome::ErrorText
           end-if.

           if expect-word::StartsWith("ERROR")
               if outcome::Status = "OK"
                   set z to "expected an error, got a value"
                   exit method
               end-if
               if expect-word::Trim() not = "ERROR"
                   and expect-word::Substring(5)::Trim() not =
                   outcome::ErrClass
                   set z to "expected error class " &
                       expect-word::Substring(5)::Trim()
               end-if
               exit method
           end-if.

           if outcome::Status not = "OK"
               set z to "unexpected " & outcome::ErrClass & " error"
               exit method
           end-if.
           if self::numeric-of(expected, by reference exp-num)
               and self::numeric-of(outcome::Result, by reference
               act-num)
               if exp-num not = act-num
                   set z to "value differs"
               end-if
               exit method
           end-if.
           if type MonkeyCompiler.lib.Evaluator::type-name-of(expected)
               not = outcome::Kind
               set z to "kind differs, expected " &
                   type MonkeyCompiler.lib.Evaluator::type-name-of(
                   expected)
               exit method
           end-if.
           if (expected as type MonkeyCompiler.lib.MonkeyObject)
               ::Inspect not = outcome::ValueText
               set z to "value differs"
           end-if.
       end method.

       method-id main public static.
       local-storage section.
       01 cards type System.Collections.Hashtable.
       01 src-name string.
       01 member-name string.
       01 script type MonkeyCompiler.lib.ScriptSource.
       01 prog type MonkeyCompiler.lib.Program.
       01 err-idx binary-long.
       01 cases type System.Collections.ArrayList.
       01 case-idx binary-long.
       01 tc type MonkeyCompiler.ScriptTestCase.
       01 actual string.
       01 reason string.
       01 pass-count binary-long.
       01 fail-count binary-long.
       01 out type System.Text.StringBuilder.
       01 nl string.
       procedure division.
           invoke type MonkeyCompiler.lib.BatchControl::InitProfile.
           set cards to type MonkeyCompiler.lib.BatchControl::ReadCards(
               type MonkeyCompiler.lib.BatchControl::Resolve(
               "PARMCARD")).
           invoke type MonkeyCompiler.lib.CaseOutcome::ApplyLimitCards(
               cards).
           invoke type MonkeyCompiler.lib.ParamTable::Open(cards).
           invoke type MonkeyCompiler.lib.ProcCalendar::Open.
           set nl to type System.Environment::NewLine.

           set src-name to
               type MonkeyCompiler.lib.BatchControl::Resolve("LEXERSRC").
           set script to new type MonkeyCompiler.lib.ScriptSource(
               src-name).
           if script::LoadError not = ""
               display "ScriptTest: " & script::LoadError &
                   " -- ABORTING RUN"
               set return-code to 16
               exit method
           end-if.
           set prog to script::Parse.
           if script::ParseErrors::Count > 0
               set err-idx to 0
               perform until err-idx >= script::ParseErrors::Count
                   display "ScriptTest: parse error: " &
                       script::ParseErrors[err-idx]
                   set err-idx to err-idx + 1
               end-perform
               display "ScriptTest: SCRIPT DOES NOT PARSE -- ABORTING "
                   & "RUN"
               set return-code to 16
               exit method
           end-if.

           set member-name to
               type MonkeyCompiler.lib.BatchControl::Resolve("TESTSRC").
           if type System.IO.File::Exists(member-name)
               set cases to self::load-cases(member-name)
           else
               display "ScriptTest: NO TEST MEMBER " & member-name &
                   " -- SCRIPT CARRIES NO CASES"
               set cases to new type System.Collections.ArrayList
           end-if.

           set out to new type System.Text.StringBuilder.
           invoke out::Append("H" &
               type MonkeyCompiler.lib.BatchControl::Fixed(src-name, 20)
               & type MonkeyCompiler.lib.BatchControl::RunDate &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               script::Fingerprint, 8) &
               type MonkeyCompiler.lib.BatchControl::Fixed(
               member-name, 20) &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               cases::Count, 5) & nl).

           set pass-count to 0.
           set fail-count to 0.
           set case-idx to 0.
           perform until case-idx >= cases::Count
               set tc to cases[case-idx] as
                   type MonkeyCompiler.ScriptTestCase
               set case-idx to case-idx + 1
               set reason to self::run-case(prog, tc, by reference
                   actual)
               invoke out::Append("D" &
                   type MonkeyCompiler.lib.BatchControl::Zoned(
                   case-idx, 5) &
                   type MonkeyCompiler.lib.BatchControl::Fixed(
                   tc::CaseName, 30))
               if reason = ""
                   set pass-count to pass-count + 1
                   invoke out::Append("PASS")
               else
                   set fail-count to fail-count + 1
                   invoke out::Append("FAIL")
                   display "ScriptTest: FAIL " & tc::CaseName & " -- "
                       & reason
               end-if
               invoke out::Append(
                   type MonkeyCompiler.lib.BatchControl::Fixed(
                   tc::ExpectText, 40) &
                   type MonkeyCompiler.lib.BatchControl::Fixed(
                   actual, 40) &
                   type MonkeyCompiler.lib.BatchControl::Fixed(
                   reason, REASON-WIDTH) & nl)
           end-perform.

           invoke out::Append("T" &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               pass-count, 5) &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               fail-count, 5) & nl).
           invoke type System.IO.File::WriteAllText(
               type MonkeyCompiler.lib.BatchControl::Resolve("SCRTEST"),
               out::ToString).

           display "ScriptTest: " & cases::Count & " CASE(S), " &
               pass-count & " PASSED, " & fail-count & " FAILED".
           if fail-count > 0
               set return-code to 8
           else
               set return-code to 0
           end-if.
       end method.

       end class.

      * one named case off the test member -- its bindings in member
      * order, the EXPECT text, and the reason the member's own
      * statement of it is unusable ("" when it is fine).
       class-id MonkeyCompiler.ScriptTestCase.

       working-storage section.
       01 tc-name string private.
       01 tc-bind-names type System.Collections.ArrayList private.
       01 tc-bind-exprs type System.Collections.ArrayList private.
       01 tc-expect string private.
       01 tc-reject string private.

       property-id CaseName string.
           getter.
               set property-value to tc-name.
       end property.

       property-id BindNames type System.Collections.ArrayList.
           getter.
               set property-value to tc-bind-names.
       end property.

       property-id BindExprs type System.Collections.ArrayList.
           getter.
               set property-value to tc-bind-exprs.
       end property.

       property-id ExpectText string.
           getter.
               set property-value to tc-expect.
       end property.

       property-id RejectText string.
           getter.
               set property-value to tc-reject.
       end property.

       method-id new(case-name as string).
       procedure division.
           set tc-name to case-name.
           set tc-bind-names to new type System.Collections.ArrayList.
           set tc-bind-exprs to new type System.Collections.ArrayList.
           set tc-expect to "".
           set tc-reject to "".
       end method.

       method-id AddBinding (var-name as string, expr as string).
       procedure division.
           invoke tc-bind-names::Add(var-name).
           invoke tc-bind-exprs::Add(expr).
       end method.

       method-id SetExpect (expect-text as string).
       procedure division.
           set tc-expect to expect-text.
       end method.

      * the first reason stands.
       method-id Reject (reason as string).
       procedure division.
           if tc-reject = ""
               set tc-reject to reason
           end-if.
       end method.

       end class.
