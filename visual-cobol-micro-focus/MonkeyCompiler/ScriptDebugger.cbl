      * the REPL's step debugger (RunREPL's "debug <script>" command)
      * -- attached to the Evaluator as its StepHook, it stops before
      * a statement runs when single-stepping, or when the statement
      * sits on a breakpoint line, shows where it stopped and every
      * binding in scope, innermost scope first out to the session's
      * own, and takes commands until the analyst lets it run on.
      * line numbers are the script's as ScriptSource assembles it
      * (continuations joined, imports spliced in) -- "list" shows
      * that numbering, so a breakpoint is set on what is shown.
      * every stop and every command goes to REPLLOG through the
      * REPL's own session trail.
       class-id MonkeyCompiler.ScriptDebugger
           implements type MonkeyCompiler.lib.StepHook.

       working-storage section.
       01 dbg-analyst string private.
       01 dbg-lines type System.Collections.ArrayList private.
       01 dbg-breaks type System.Collections.Hashtable private.
      * S single-steps, N steps over function calls (stops at the
      * next statement no deeper than dbg-next-depth), R runs to the
      * next breakpoint.
       01 dbg-mode string private.
       01 dbg-next-depth binary-long private.
       01 dbg-stops binary-long private.

      * how many times the run stopped.
       property-id Stops binary-long.
           getter.
               set property-value to dbg-stops.
       end property.

       method-id new(analyst as string, src-text as string).
       local-storage section.
       01 line-start binary-long.
       01 scan-pos binary-long.
       procedure division.
           set dbg-analyst to analyst.
           set dbg-breaks to new type System.Collections.Hashtable.
           set dbg-mode to "S".
           set dbg-next-depth to 0.
           set dbg-stops to 0.

      * the same x"0a" scan the REPL's other line-splitters use.
           set dbg-lines to new type System.Collections.ArrayList.
           set line-start to 0.
           set scan-pos to 0.
           perform until scan-pos >= src-text::Length
               if src-text::Substring(scan-pos, 1) = x"0a"
                   invoke dbg-lines::Add(src-text::Substring(
                       line-start, scan-pos - line-start))
                   set line-start to scan-pos + 1
               end-if
               set scan-pos to scan-pos + 1
           end-perform.
           invoke dbg-lines::Add(src-text::Substring(line-start)).
       end method.

       method-id AtStatement (stmt as object,
           stmt-line as binary-long, stmt-col as binary-long,
           depth as binary-long,
           env as type MonkeyCompiler.lib.Environment)
           returning z as condition-value.
       local-storage section.
       01 at-break condition-value.
       01 stop-text string.
       01 cmd-line string.
       01 cmd-verb string.
       01 cmd-arg string.
       01 space-idx binary-long.
       01 awaiting condition-value.
       procedure division.
           set z to true.
           set at-break to dbg-breaks::ContainsKey(stmt-line).
           evaluate true
               when at-break
                   continue
               when dbg-mode = "S"
                   continue
               when dbg-mode = "N" and depth <= dbg-next-depth
                   continue
               when other
                   exit method
           end-evaluate.

           set dbg-stops to dbg-stops + 1.
           set stop-text to "stopped at line " & stmt-line &
               ", column " & stmt-col.
           if at-break
               set stop-text to stop-text & " (breakpoint)"
           end-if.
           if depth > 0
               set stop-text to stop-text & ", call depth " & depth
           end-if.
           set stop-text to stop-text & ": " &
               self::source-line(stmt-line)::Trim().
           display stop-text.
           invoke type MonkeyCompiler.repl::log-session(dbg-analyst,
               "DBG " & stop-text).
           invoke self::show-bindings(env).

           set awaiting to true.
           perform until not awaiting
               display "debug> " with no advancing
               accept cmd-line
               set cmd-line to cmd-line::Trim()
               invoke type MonkeyCompiler.repl::log-session(dbg-analyst,
                   "DBG IN " & cmd-line)
               set space-idx to cmd-line::IndexOf(" ")
               if space-idx > 0
                   set cmd-verb to
                       cmd-line::Substring(0, space-idx)::ToLower()
                   set cmd-arg to
                       cmd-line::Substring(space-idx + 1)::Trim()
               else
                   set cmd-verb to cmd-line::ToLower()
                   set cmd-arg to ""
               end-if

               evaluate cmd-verb
                   when "s"
                   when "step"
                       set dbg-mode to "S"
                       set awaiting to false
                   when "n"
                   when "next"
                       set dbg-mode to "N"
                       set dbg-next-depth to depth
                       set awaiting to false
                   when "c"
                   when "continue"
                       set dbg-mode to "R"
                       set awaiting to false
                   when "q"
                   when "quit"
                       set z to false
                       set awaiting to false
                   when "v"
                   when "vars"
                       invoke self::show-bindings(env)
                   when "l"
                   when "list"
                       invoke self::list-source(stmt-line)
                   when "b"
                   when "break"
                       invoke self::set-break(cmd-arg, true)
                   when "clear"
                       invoke self::set-break(cmd-arg, false)
                   when "breaks"
                       invoke self::show-breaks
                   when other
                       display "commands: step (s), next (n), " &
                           "continue (c), break <line> (b), " &
                           "clear <line>, breaks, vars (v), " &
                           "list (l), quit (q)"
               end-evaluate
           end-perform.
       end method.

      * a 1-based line of the script, "" past either end.
       method-id source-line (line-no as binary-long)
           returning z as string private.
       procedure division.
           set z to "".
           if line-no >= 1 and line-no <= dbg-lines::Count
               set z to dbg-lines[line-no - 1] as string
           end-if.
       end method.

      * every scope from the one the statement runs in out to the
      * session's, each name with its value, names in order.
       method-id show-bindings (env as type
           MonkeyCompiler.lib.Environment) private.
       local-storage section.
       01 scope-env type MonkeyCompiler.lib.Environment.
       01 scope-no binary-long.
       01 scope-label string.
       01 names type System.Collections.ArrayList.
       01 name-idx binary-long.
       01 bound-name string.
       01 bound-val object.
       01 out-text string.
       procedure division.
           set out-text to "".
           set scope-env to env.
           set scope-no to 0.
           perform until scope-env = null
               evaluate true
                   when scope-env::Outer = null
                       set scope-label to "session scope"
                   when scope-no = 0
                       set scope-label to "current scope"
                   when other
                       set scope-label to "enclosing scope " &
                           scope-no
               end-evaluate
               set names to scope-env::GetNames
               invoke names::Sort
               set out-text to out-text & "  [" & scope-label &
                   "] " & names::Count & " binding(s)" & x"0a"
               set name-idx to 0
               perform until name-idx >= names::Count
                   set bound-name to names[name-idx] as string
                   set bound-val to scope-env::GetVar(bound-name)
                   if bound-val = null
                       set out-text to out-text & "    " &
                           bound-name & " = (none)" & x"0a"
                   else
                       set out-text to out-text & "    " &
                           bound-name & " = " & (bound-val as type
                           MonkeyCompiler.lib.MonkeyObject)::Inspect &
                           x"0a"
                   end-if
                   set name-idx to name-idx + 1
               end-perform
               set scope-env to scope-env::Outer
               set scope-no to scope-no + 1
           end-perform.
           display out-text with no advancing.
           invoke type MonkeyCompiler.repl::log-session(dbg-analyst,
               "DBG OUT " & out-text).
       end method.

      * three lines either side of the stop, the stop marked > and
      * breakpoints marked *.
       method-id list-source (at-line as binary-long) private.
       local-storage section.
       01 line-no binary-long.
       01 mark string.
       procedure division.
           set line-no to at-line - 3.
           if line-no < 1
               set line-no to 1
           end-if.
           perform until line-no > at-line + 3
               or line-no > dbg-lines::Count
               set mark to " "
               if dbg-breaks::ContainsKey(line-no)
                   set mark to "*"
               end-if
               if line-no = at-line
                   set mark to mark & ">"
               else
                   set mark to mark & " "
               end-if
               display mark & " " &
                   type MonkeyCompiler.lib.BatchControl::Zoned(
                   line-no, 5) & "  " & self::source-line(line-no)
               set line-no to line-no + 1
           end-perform.
       end method.

       method-id set-break (line-text as string,
           setting as condition-value) private.
       local-storage section.
       01 line-no binary-long.
       procedure division.
           if not type System.Int32::TryParse(line-text,
               by reference line-no)
               or line-no < 1 or line-no > dbg-lines::Count
               display "no line " & line-text & " in this script (1-"
                   & dbg-lines::Count & ")"
               exit method
           end-if.
           if setting
               set dbg-breaks[line-no] to true
               display "breakpoint set at line " & line-no
           else
               invoke dbg-breaks::Remove(line-no)
               display "breakpoint cleared at line " & line-no
           end-if.
       end method.

       method-id show-breaks private.
       local-storage section.
       01 break-lines type System.Collections.ArrayList.
       01 break-idx binary-long.
       01 out-text string.
       procedure division.
           set break-lines to new type
               System.Collections.ArrayList(dbg-breaks::Keys).
           invoke break-lines::Sort.
           if break-lines::Count = 0
               display "no breakpoints set"
               exit method
           end-if.
           set out-text to "breakpoints at line(s)".
           set break-idx to 0.
           perform until break-idx >= break-lines::Count
               set out-text to out-text & " " &
                   (break-lines[break-idx] as binary-long)
               set break-idx to break-idx + 1
           end-perform.
           display out-text.
       end method.

       end class.
