      * RuleExec is the batch rule-execution step (see RULEEXEC.jcl)
      * -- the nightly stream used to validate production scripts
      * without ever applying them to anything, and the pricing
      * desk kept its answers in hand-run spreadsheets. this reads
      * the LEXERSRC script (imports spliced, directives lifted, see
      * ScriptSource.cbl), parses it once, and evaluates it through
      * MonkeyCompiler.lib.Evaluator once per case on the CASEDECK
      * case deck, each case in a fresh Environment holding only
      * that case's fields, so one case's bindings can never leak
      * into the next. one RULERSLT record per case carries the case
      * key, the returned value and any MonkeyError text (layout in
      * rule-result-file.cpy on the GnuCOBOL side).
      *
      * the case deck's layout (an HDR record naming the fields,
      * then one fixed-layout record per case) is read by
      * CaseDeck.cbl; each case's outcome is CaseOutcome's. in the
      * production stream the deck arrives already held to its
      * declared schema by CASE-VALIDATE-PROGRAM (step CASEV01),
      * which keeps the records that fail it off the deck.
      *
      * RETURN-CODE follows the stream's convention: 0 every case
      * evaluated clean, 4 one or more cases ended in an error (the
      * run still finishes every case), 16 the step could not run
      * at all (script missing, script does not parse, no deck or
      * no header). RUNCTL's TOK=/ILL= carry cases evaluated and
      * cases in error; the LEXAUDIT line carries the script's own
      * token count and fingerprint, like any other run over it.
      *
      * the decision trace (RULETRCE, layout in rule-trace-file.cpy)
      * lists for each case, in evaluation order, the if/else arms
      * taken with the line and column of their conditions, the
      * function and builtin calls with their argument values, and
      * every let binding's value, closed by the case's result.
      * PARMCARD TRACE=Y turns it on for the run; a BATCHLST entry
      * for the script (SCRIPT=name on PARMCARD, otherwise the
      * LEXERSRC name) overrides that with T or N in its trace
      * column, so only the regulated scripts pay for it. an
      * untraced run still writes RULETRCE, empty.
      *
      * RULECOV records, for every statement and every if/else arm
      * of the script (CoverageMap.cbl), how many cases reached it
      * -- the input COVERAGE-PROGRAM lays over PARSESTM's statement
      * spans for the coverage report.
      *
      * runaway limits come off PARMCARD -- MAXSTEPS (evaluation
      * steps per case), MAXDEPTH (nested function calls) and
      * MAXSIZE (characters in a string, elements in an array or
      * hash). a case that breaches one ends ERR with the class
      * STEP-LIMIT, DEPTH-LIMIT or SIZE-LIMIT instead of EVAL, the
      * run carries on with the next case, and the count of such
      * aborts goes onto the step's RUNCTL record as ABT= for
      * LEX-MONITOR-PROGRAM.
      *
      * the param() builtin reads PARMTBL (ParamTable.cbl) as of
      * PARMCARD PROCDATE= (the run date when absent) for the
      * business unit on UNIT= -- a rate the table no longer covers
      * ends the case EVAL, like any other missing value. the
      * business-day builtins (add_busdays, busdays_between,
      * is_month_end) count on PROCCAL (ProcCalendar.cbl), the
      * calendar BATCH-RUN-PROGRAM schedules from; date() is the
      * PROCDATE= day.
      *
      * the Program normally comes off RULEIMG, the image
      * ScriptCompile wrote when the script was promoted
      * (ScriptImage.cbl), rather than from lexing and parsing
      * LEXERSRC again; an image whose fingerprint is not the
      * current script's is refused with a warning and the script
      * is parsed as before.
       class-id MonkeyCompiler.RuleExec static.

      * whether this run traces -- the BATCHLST entry named
      * entry-name has the last word (T on, N off); no entry, no
      * BATCHLST, or a blank trace column leaves run-default.
       method-id batchlst-trace (entry-name as string,
           run-default as condition-value)
           returning z as condition-value private static.
       local-storage section.
       01 entries string occurs any.
       01 entry-idx binary-long.
       01 one-entry string.
       01 trace-flag string.
       procedure division.
           set z to run-default.
           if not type System.IO.File::Exists(
               type MonkeyCompiler.lib.BatchControl::Resolve("BATCHLST"))
               exit method
           end-if.
           set entries to type System.IO.File::ReadAllLines(
               type MonkeyCompiler.lib.BatchControl::Resolve("BATCHLST")).
           set entry-idx to 0.
           perform until entry-idx >= entries::Length
               set one-entry to type MonkeyCompiler.lib.BatchControl
                   ::Fixed(entries(entry-idx), 80)
               set entry-idx to entry-idx + 1
               if one-entry::Substring(0, 40)::Trim() not =
                   entry-name::Trim()
                   exit perform cycle
               end-if
               set trace-flag to one-entry::Substring(56, 1)
               evaluate trace-flag
                   when "T"
                       set z to true
                   when "N"
                       set z to false
               end-evaluate
               exit method
           end-perform.
       end method.

      * one case's trace entries off the Evaluator, each prefixed
      * with the case sequence, key and step number per
      * rule-trace-file.cpy, closed by a RESULT entry.
       method-id append-trace (trace-out as type System.Text.StringBuilder,
           seq as binary-long, case-key as string, result-text as string)
           private static.
       local-storage section.
       01 trace-entries type System.Collections.ArrayList.
       01 step-idx binary-long.
       procedure division.
           set trace-entries to
               type MonkeyCompiler.lib.Evaluator::TraceLines.
           set step-idx to 0.
           perform until step-idx > trace-entries::Count
               invoke trace-out::Append(
                   type MonkeyCompiler.lib.BatchControl::Zoned(seq, 7) &
                   type MonkeyCompiler.lib.BatchControl::Fixed(
                   case-key, 20) &
                   type MonkeyCompiler.lib.BatchControl::Zoned(
                   step-idx + 1, 5))
               if step-idx < trace-entries::Count
                   invoke trace-out::Append(
                       type MonkeyCompiler.lib.BatchControl::Fixed(
                       trace-entries[step-idx] as string, 168))
               else
                   invoke trace-out::Append(
                       type MonkeyCompiler.lib.BatchControl::Fixed(
                       "RESULT  0000000000" & result-text, 168))
               end-if
               invoke trace-out::Append(
                   type System.Environment::NewLine)
               set step-idx to step-idx + 1
           end-perform.
       end method.

      * one D record, positioned per rule-result-file.cpy.
       method-id detail-record (seq as binary-long, case-key as string,
           status as string, kind as string, err-class as string,
           val-text as string, err-text as string)
           returning z as string private static.
       procedure division.
           set z to "D" &
               type MonkeyCompiler.lib.BatchControl::Zoned(seq, 7) &
               type MonkeyCompiler.lib.BatchControl::Fixed(case-key, 20)
               & type MonkeyCompiler.lib.BatchControl::Fixed(status, 4)
               & type MonkeyCompiler.lib.BatchControl::Fixed(kind, 8)
               & type MonkeyCompiler.lib.BatchControl::Fixed(
               err-class, 12)
               & type MonkeyCompiler.lib.BatchControl::Fixed(
               val-text, 40)
               & type MonkeyCompiler.lib.BatchControl::Fixed(
               err-text, 100).
       end method.

       method-id main public static.
       local-storage section.
       01 cards type System.Collections.Hashtable.
       01 job-id string.
       01 src-name string.
       01 deck-name string.
       01 script type MonkeyCompiler.lib.ScriptSource.
       01 image type MonkeyCompiler.lib.ScriptImage.
       01 prog type MonkeyCompiler.lib.Program.
       01 err-idx binary-long.
       01 deck type MonkeyCompiler.lib.CaseDeck.
       01 case-idx binary-long.
       01 case-rec string.
       01 case-key string.
       01 outcome type MonkeyCompiler.lib.CaseOutcome.
       01 cover type MonkeyCompiler.lib.CoverageMap.
       01 details type System.Text.StringBuilder.
       01 trace-out type System.Text.StringBuilder.
       01 trace-run condition-value.
       01 trace-entry string.
       01 case-count binary-long.
       01 error-count binary-long.
       01 abort-count binary-long.
       01 token-count binary-long.
       01 rc binary-long.
       procedure division.
           invoke type MonkeyCompiler.lib.BatchControl::StartStep.
           invoke type MonkeyCompiler.lib.BatchControl::InitProfile.

           set cards to type MonkeyCompiler.lib.BatchControl::ReadCards(
               type MonkeyCompiler.lib.BatchControl::Resolve(
               "PARMCARD")).
           set job-id to "RULEEXEC".
           if cards::ContainsKey("JOBID")
               set job-id to cards["JOBID"] as string
           end-if.
           display "PARM ECHO: JOBID=" & job-id.

           set src-name to
               type MonkeyCompiler.lib.BatchControl::Resolve("LEXERSRC").
           set trace-run to false.
           if cards::ContainsKey("TRACE")
               set trace-run to (cards["TRACE"] as string) = "Y"
           end-if.
           set trace-entry to src-name.
           if cards::ContainsKey("SCRIPT")
               set trace-entry to cards["SCRIPT"] as string
           end-if.
           set trace-run to self::batchlst-trace(trace-entry, trace-run).
           if trace-run
               display "PARM ECHO: TRACE=Y (" & trace-entry & ")"
           else
               display "PARM ECHO: TRACE=N (" & trace-entry & ")"
           end-if.
           set trace-out to new type System.Text.StringBuilder.
           invoke type MonkeyCompiler.lib.CaseOutcome::ApplyLimitCards(
               cards).
           invoke type MonkeyCompiler.lib.ParamTable::Open(cards).
           invoke type MonkeyCompiler.lib.ProcCalendar::Open.
           set deck-name to
               type MonkeyCompiler.lib.BatchControl::Resolve("CASEDECK").
           set case-count to 0.
           set error-count to 0.
           set abort-count to 0.
           set token-count to 0.
           set rc to 0.

           set script to
               new type MonkeyCompiler.lib.ScriptSource(src-name).
           if script::LoadError not = ""
               display "RuleExec: " & script::LoadError &
                   " -- ABORTING RUN"
               set rc to 16
               invoke self::finish(job-id, src-name, script, rc,
                   token-count, case-count, error-count, abort-count)
               exit method
           end-if.

      * the RULEIMG image ScriptCompile left is the Program when it
      * was compiled from exactly this content; anything else -- no
      * image, an unreadable one, or one whose fingerprint is not
      * LEXERSRC's -- is refused with a warning and the script is
      * parsed afresh, so a stale image can cost time but never
      * run the wrong rules.
           set prog to null.
           set image to new type MonkeyCompiler.lib.ScriptImage(
               type MonkeyCompiler.lib.BatchControl::Resolve(
               "RULEIMG")).
           evaluate true
               when image::LoadError not = ""
                   display "RuleExec: WARNING -- " & image::LoadError
                       & " -- PARSING LEXERSRC"
               when image::Fingerprint not = script::Fingerprint
                   display "RuleExec: WARNING -- SCRIPT IMAGE FP=" &
                       type MonkeyCompiler.lib.BatchControl::Zoned(
                       image::Fingerprint, 8) & " (COMPILED " &
                       image::CompileDate & ") DOES NOT MATCH " &
                       "LEXERSRC FP=" &
                       type MonkeyCompiler.lib.BatchControl::Zoned(
                       script::Fingerprint, 8) &
                       " -- IMAGE REFUSED, PARSING LEXERSRC"
               when other
                   set prog to image::Program
                   set token-count to image::TokenCount
                   display "RuleExec: SCRIPT IMAGE FP=" &
                       type MonkeyCompiler.lib.BatchControl::Zoned(
                       image::Fingerprint, 8) & " (COMPILED " &
                       image::CompileDate & ") LOADED -- NOT REPARSED"
           end-evaluate.

      * parsed once for the whole deck -- only the Environment is
      * per case.
           if prog = null
               set token-count to script::TokenCount
               set prog to script::Parse
           end-if.
           if script::ParseErrors::Count > 0
               set err-idx to 0
               perform until err-idx >= script::ParseErrors::Count
                   display "RuleExec: parse error: " &
                       script::ParseErrors[err-idx]
                   set err-idx to err-idx + 1
               end-perform
               display "RuleExec: SCRIPT DOES NOT PARSE -- " &
                   "ABORTING RUN"
               set rc to 16
               invoke self::finish(job-id, src-name, script, rc,
                   token-count, case-count, error-count, abort-count)
               exit method
           end-if.

           set deck to new type MonkeyCompiler.lib.CaseDeck(deck-name).
           if deck::LoadError not = ""
               display "RuleExec: " & deck::LoadError &
                   " -- ABORTING RUN"
               set rc to 16
               invoke self::finish(job-id, src-name, script, rc,
                   token-count, case-count, error-count, abort-count)
               exit method
           end-if.

           set cover to new type MonkeyCompiler.lib.CoverageMap(prog).
           invoke type MonkeyCompiler.lib.Evaluator::CoverStart.
           set details to new type System.Text.StringBuilder.
           set case-idx to 0.
           perform until case-idx >= deck::Cases::Count
               set case-rec to deck::Cases[case-idx] as string
               set case-idx to case-idx + 1
               set case-count to case-count + 1
               set case-key to deck::CaseKey(case-rec)

               if trace-run
                   invoke type MonkeyCompiler.lib.Evaluator::TraceStart
               end-if
               invoke type MonkeyCompiler.lib.Evaluator::CoverReset
               set outcome to type MonkeyCompiler.lib.CaseOutcome
                   ::Evaluate(prog, deck, case-rec)
               invoke type MonkeyCompiler.lib.Evaluator::TraceStop
               if outcome::ErrClass not = "INPUT"
                   invoke cover::Tally(
                       type MonkeyCompiler.lib.Evaluator::CoverHits)
               end-if

               if outcome::Status = "ERR"
                   set error-count to error-count + 1
                   if outcome::ErrClass not = "EVAL"
                       and outcome::ErrClass not = "INPUT"
                       set abort-count to abort-count + 1
                   end-if
               end-if
               invoke details::Append(self::detail-record(
                   case-count, case-key, outcome::Status,
                   outcome::Kind, outcome::ErrClass,
                   outcome::ValueText, outcome::ErrorText))
               invoke details::Append(
                   type System.Environment::NewLine)

      * a case that never bound never evaluated -- nothing to trace.
               if trace-run and outcome::ErrClass not = "INPUT"
                   if outcome::Status = "ERR"
                       invoke self::append-trace(trace-out,
                           case-count, case-key, "ERROR " &
                           outcome::ErrorText)
                   else
                       invoke self::append-trace(trace-out,
                           case-count, case-key, outcome::Kind & " " &
                           outcome::ValueText)
                   end-if
               end-if
           end-perform.

           invoke type System.IO.File::WriteAllText(
               type MonkeyCompiler.lib.BatchControl::Resolve("RULERSLT"),
               "H" &
               type MonkeyCompiler.lib.BatchControl::Fixed(job-id, 8) &
               type MonkeyCompiler.lib.BatchControl::Fixed(src-name, 20)
               & type MonkeyCompiler.lib.BatchControl::RunDate &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               script::Fingerprint, 8) &
               type MonkeyCompiler.lib.BatchControl::Fixed(deck-name, 20)
               & type MonkeyCompiler.lib.BatchControl::Zoned(
               case-count, 7) &
               type System.Environment::NewLine & details::ToString).
           invoke type System.IO.File::WriteAllText(
               type MonkeyCompiler.lib.BatchControl::Resolve("RULETRCE"),
               trace-out::ToString).
           invoke type MonkeyCompiler.lib.Evaluator::CoverStop.
           invoke self::write-coverage(job-id, trace-entry, script,
               cover).

           display "RuleExec: " & case-count & " CASE(S) EVALUATED, " &
               error-count & " IN ERROR, " & abort-count &
               " ON A RUNAWAY LIMIT".
           if error-count > 0
               set rc to 4
           end-if.
           invoke self::finish(job-id, src-name, script, rc,
               token-count, case-count, error-count, abort-count).
       end method.

      * RULECOV (layout in rule-cover-file.cpy) -- a header naming
      * the script (by its BATCHLST/OWNERMST name, the one tracing
      * matches on) and its fingerprint, so COVERAGE-PROGRAM can prove
      * the PARSESTM spans it lays these over describe the same
      * content, then one record per coverage point with the number
      * of cases that reached it. a case that never bound never ran,
      * and is not in the count.
       method-id write-coverage (job-id as string, script-name as string,
           script as type MonkeyCompiler.lib.ScriptSource,
           cover as type MonkeyCompiler.lib.CoverageMap) private static.
       local-storage section.
       01 cov-out type System.Text.StringBuilder.
       01 point-idx binary-long.
       01 point-key string.
       procedure division.
           set cov-out to new type System.Text.StringBuilder.
           invoke cov-out::Append("H" &
               type MonkeyCompiler.lib.BatchControl::Fixed(job-id, 8) &
               type MonkeyCompiler.lib.BatchControl::Fixed(script-name,
               20) & type MonkeyCompiler.lib.BatchControl::RunDate &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               script::Fingerprint, 8) &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               cover::CaseCount, 7) &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               cover::Points::Count, 5) &
               type System.Environment::NewLine).
           set point-idx to 0.
           perform until point-idx >= cover::Points::Count
               set point-key to cover::Points[point-idx] as string
               invoke cov-out::Append("D" &
                   type MonkeyCompiler.lib.BatchControl::Zoned(
                   point-idx + 1, 5) & point-key &
                   type MonkeyCompiler.lib.BatchControl::Fixed(
                   cover::Describe(point-idx), 6) &
                   type MonkeyCompiler.lib.BatchControl::Zoned(
                   cover::CasesAt(point-idx), 7) &
                   type System.Environment::NewLine)
               set point-idx to point-idx + 1
           end-perform.
           invoke type System.IO.File::WriteAllText(
               type MonkeyCompiler.lib.BatchControl::Resolve("RULECOV"),
               cov-out::ToString).
           display "RuleExec: " & cover::Reached & " OF " &
               cover::Points::Count & " COVERAGE POINT(S) REACHED".
       end method.

      * every way out of main comes through here -- the step record
      * and the audit line are written whether the run finished or
      * aborted, and RETURN-CODE is set last.
       method-id finish (job-id as string, src-name as string,
           script as type MonkeyCompiler.lib.ScriptSource,
           rc as binary-long, token-count as binary-long,
           case-count as binary-long, error-count as binary-long,
           abort-count as binary-long) private static.
       local-storage section.
       01 step-ran condition-value.
       procedure division.
           set step-ran to rc < 16.
           invoke type MonkeyCompiler.lib.BatchControl::WriteRunControl(
               job-id, "RULEX01", rc, case-count, error-count, false,
               abort-count).
           invoke type MonkeyCompiler.lib.BatchControl::WriteAudit(
               src-name, "", token-count, step-ran, rc, "", job-id,
               script::Fingerprint, script::LinesRead, script::Version).
           set return-code to rc.
       end method.

       end class.
