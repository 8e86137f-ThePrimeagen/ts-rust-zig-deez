      * shape every other history file here uses, so the housekeeping
      * job trims REPLLOG with an ordinary RETNCTL entry and the
      * audit tooling reads it like any other trail.
      * not private: the step debugger (ScriptDebugger.cbl) logs its
      * stops and commands to the same trail.
       method-id log-session (analyst as string, text as string)
           static.
       local-storage section.
       01 stamp string.
       01 log-text string.
      * renders one bound value back as Monkey source text, so a
      * saved workspace is an ordinary script the next session (or a
      * reviewing analyst) evaluates line by line. integers and
      * booleans render as themselves, dates as the date() call
      * that makes them, strings re-quote with their
      * escapes restored, arrays and hashes render element by
      * element. a value that cannot round-trip (a function, an
      * error) renders empty and the caller skips the binding with
                   set z to ""
               when val is instance of
                   type MonkeyCompiler.lib.MonkeyInteger
               when val is instance of
                   type MonkeyCompiler.lib.MonkeyDecimal
               when val is instance of
                   type MonkeyCompiler.lib.MonkeyBoolean
                   set z to (val as type
                       MonkeyCompiler.lib.MonkeyObject)::Inspect
               when val is instance of
                   type MonkeyCompiler.lib.MonkeyDate
                   set z to "date(""" & (val as type
                       MonkeyCompiler.lib.MonkeyDate)::Inspect & """)"
               when val is instance of
                   type MonkeyCompiler.lib.MonkeyString
                   set str-val to (val as type
           display z.
       end method.

      * DEBUG <script>: loads the whole script the way the batch
      * steps do (ScriptSource -- continuations joined, imports
      * spliced, directives lifted), parses it, and evaluates it
      * with the step debugger attached. the script runs in a scope
      * enclosed by the session's, so bindings made at the prompt
      * beforehand (the case's field values, say) are visible to it
      * while its own lets vanish with the run. the run stops before
      * its first statement, so breakpoints can be set there.
       method-id debug-script (script-path as string,
           analyst as string,
           env as type MonkeyCompiler.lib.Environment)
           returning z as string private static.
       local-storage section.
       01 script type MonkeyCompiler.lib.ScriptSource.
       01 prog type MonkeyCompiler.lib.Program.
       01 err-idx binary-long.
       01 debugger type MonkeyCompiler.ScriptDebugger.
       01 run-env type MonkeyCompiler.lib.Environment.
       01 result object.
       procedure division.
           set script to
               new type MonkeyCompiler.lib.ScriptSource(script-path).
           if script::LoadError not = ""
               set z to script::LoadError
               display z
               exit method
           end-if.
           set prog to script::Parse.
           if script::ParseErrors::Count > 0
               set err-idx to 0
               perform until err-idx >= script::ParseErrors::Count
                   display "parse error: " &
                       script::ParseErrors[err-idx]
                   set err-idx to err-idx + 1
               end-perform
               set z to script-path & " does not parse: " &
                   script::ParseErrors::Count & " error(s)"
               display z
               exit method
           end-if.

           display "debugging " & script-path & ": " &
               prog::Statements::Count & " statement(s) at top level".
           display "commands at a stop: step (s), next (n), " &
               "continue (c), break <line> (b), clear <line>, " &
               "breaks, vars (v), list (l), quit (q)".
           set debugger to
               new type MonkeyCompiler.ScriptDebugger(analyst,
               script::Text).
           set run-env to new type MonkeyCompiler.lib.Environment(env).

      * ResetLimits either side: a quit unwinds through the limit
      * machinery, and the session's own evaluations after it must
      * not see that breach.
           invoke type MonkeyCompiler.lib.Evaluator::ResetLimits.
           invoke type MonkeyCompiler.lib.Evaluator::DebugStart(
               debugger).
           set result to
               type MonkeyCompiler.lib.Evaluator::Eval(prog, run-env).
           invoke type MonkeyCompiler.lib.Evaluator::DebugStop.
           invoke type MonkeyCompiler.lib.Evaluator::ResetLimits.

           if result = null
               set z to "debug run ended, no value"
           else
               set z to "debug run ended: " & (result as
                   type MonkeyCompiler.lib.MonkeyObject)::Inspect
           end-if.
           set z to z & " (" & debugger::Stops & " stop(s))".
           display z.
       end method.

      * a mode command (alongside the existing exit/quit handling)
      * switches what each input line produces: "mode tokens" for the
      * raw token dump, "mode parse" for statement kinds and grammar
                       set repl-mode to "eval"
                       display "mode set to eval"
                       invoke self::log-session(analyst, "MODE eval")
      * SAVE/LOAD/DEBUG sit alongside exit/quit -- session commands,
      * not source lines. the workspace name (or script path) is
      * whatever follows the verb, trimmed.
                   when other
                       if lower-line::StartsWith("save ")
                           invoke self::log-session(analyst,
                               "OUT " & result-text)
                           exit perform cycle
                       end-if
                       if lower-line::StartsWith("debug ")
                           invoke self::log-session(analyst,
                               "DEBUG " & scan-line::Substring(6)
                               ::Trim())
                           set result-text to self::debug-script(
                               scan-line::Substring(6)::Trim(),
                               analyst, session-env)
                           invoke self::log-session(analyst,
                               "OUT " & result-text)
                           exit perform cycle
                       end-if
                       if lower-line::StartsWith("load ")
                           invoke self::log-session(analyst,
                               "LOAD " & scan-line::Substring(5)
