      * ScriptCompile is the compile step behind a promotion
      * (PROMOTE.jcl step COMPL01, once PROMO01 has installed the
      * script): it reads the production LEXERSRC script the same
      * way RuleExec does (imports spliced, directives lifted, see
      * ScriptSource.cbl), lexes and parses it once, and writes the
      * parsed Program to RULEIMG as a ScriptImage stamped with
      * the script's content fingerprint. every RULEEXEC stream
      * after it loads the image instead of lexing and parsing the
      * script over again; an image whose fingerprint no longer
      * matches LEXERSRC is refused there.
      *
      * RETURN-CODE 0 the image was written, 16 it could not be --
      * script missing, or the script does not parse (no image is
      * ever written for a script that does not parse, so the old
      * one, if any, is left to be refused on its fingerprint).
      * RUNCTL's TOK= carries the token count; LEXAUDIT gets its line
      * like any other run over the script.
       class-id MonkeyCompiler.ScriptCompile static.

       method-id main public static.
       local-storage section.
       01 cards type System.Collections.Hashtable.
       01 job-id string.
       01 src-name string.
       01 image-name string.
       01 script type MonkeyCompiler.lib.ScriptSource.
       01 prog type MonkeyCompiler.lib.Program.
       01 err-idx binary-long.
       01 token-count binary-long.
       01 rc binary-long.
       procedure division.
           invoke type MonkeyCompiler.lib.BatchControl::StartStep.
           invoke type MonkeyCompiler.lib.BatchControl::InitProfile.

           set cards to type MonkeyCompiler.lib.BatchControl::ReadCards(
               type MonkeyCompiler.lib.BatchControl::Resolve(
               "PARMCARD")).
           set job-id to "PROMOTE".
           if cards::ContainsKey("JOBID")
               set job-id to cards["JOBID"] as string
           end-if.
           display "PARM ECHO: JOBID=" & job-id.

           set src-name to
               type MonkeyCompiler.lib.BatchControl::Resolve(
               "LEXERSRC").
           set image-name to
               type MonkeyCompiler.lib.BatchControl::Resolve(
               "RULEIMG").
           set token-count to 0.
           set rc to 0.

           set script to
               new type MonkeyCompiler.lib.ScriptSource(src-name).
           if script::LoadError not = ""
               display "ScriptCompile: " & script::LoadError &
                   " -- NO IMAGE WRITTEN"
               set rc to 16
               invoke self::finish(job-id, src-name, script, rc,
                   token-count)
               exit method
           end-if.
           set token-count to script::TokenCount.

           set prog to script::Parse.
           if script::ParseErrors::Count > 0
               set err-idx to 0
               perform until err-idx >= script::ParseErrors::Count
                   display "ScriptCompile: parse error: " &
                       script::ParseErrors[err-idx]
                   set err-idx to err-idx + 1
               end-perform
               display "ScriptCompile: SCRIPT DOES NOT PARSE -- " &
                   "NO IMAGE WRITTEN"
               set rc to 16
               invoke self::finish(job-id, src-name, script, rc,
                   token-count)
               exit method
           end-if.

           invoke type MonkeyCompiler.lib.ScriptImage::Save(prog,
               script, token-count, image-name).
           display "ScriptCompile: " & src-name & " FP=" &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               script::Fingerprint, 8) & " -> " & image-name & ", " &
               prog::Statements::Count & " STATEMENT(S), " &
               token-count & " TOKEN(S)".
           invoke self::finish(job-id, src-name, script, rc,
               token-count).
       end method.

      * the step record and the audit line, written whether the
      * image was or not; RETURN-CODE is set last.
       method-id finish (job-id as string, src-name as string,
           script as type MonkeyCompiler.lib.ScriptSource,
           rc as binary-long, token-count as binary-long)
           private static.
       local-storage section.
       01 step-ran condition-value.
       procedure division.
           set step-ran to rc < 16.
           invoke type MonkeyCompiler.lib.BatchControl::WriteRunControl(
               job-id, "COMPL01", rc, token-count, 0, false, 0).
           invoke type MonkeyCompiler.lib.BatchControl::WriteAudit(
               src-name, "", token-count, step-ran, rc, "", job-id,
               script::Fingerprint, script::LinesRead, script::Version).
           set return-code to rc.
       end method.

       end class.
