      * ShadowRun is the outcome gate of a promotion (see PROMOTE.jcl)
      * -- the grammar, lint and complexity gates prove a candidate
      * is well formed, but nothing proved it gives customers the
      * answers intended. this evaluates the production script
      * (LEXERSRC) and the candidate (CANDSRC) over the same saved
      * case deck (CASEDECK, the layout CaseDeck.cbl reads), case by
      * case, and compares the two outcomes. a case is changed when
      * the status, the kind or the displayed value differs.
      *
      * SHADRPT, the outcome-difference report: the two scripts'
      * fingerprints, the case counts, the changed cases counted by
      * magnitude band (for a number that changed to a number, the
      * size of the move; otherwise NON-NUMERIC or STATUS CHANGE),
      * and the first DIFFMAX differing cases (PARMCARD, default 50)
      * with case key, old value and new value.
      * SHADSUM, the one-record verdict PROMOTE-PROGRAM reads (layout
      * in shadow-summary-file.cpy) -- the changed count is what its
      * SHADOWMAX/ACKCHANGES gate judges.
      *
      * the runaway limits (MAXSTEPS/MAXDEPTH/MAXSIZE) apply to both
      * scripts alike, so a limit abort is an outcome like any other,
      * and both read the same PARMTBL as of the same PROCDATE= and
      * UNIT= cards and count business days on the same PROCCAL, so
      * a changed outcome is the script's doing.
      *
      * RETURN-CODE: 0 the comparison ran (changed or not -- the
      * gate is PROMOTE-PROGRAM's call, not this step's); 16 it
      * could not run (either script missing or not parsing, no
      * deck).
       class-id MonkeyCompiler.ShadowRun static.

       working-storage section.
       78 DEFAULT-DIFF-MAX VALUE 50.
       78 BAND-COUNT VALUE 7.
       01 band-names string occurs 7 static.
       01 band-totals binary-long occurs 7 static.

      * the magnitude band of one changed case -- 1 through 5 by the
      * size of a numeric move, 6 a change involving a value that is
      * not a number, 7 a change of status (OK to ERR or back, or a
      * different error).
       method-id band-of (old-out as type MonkeyCompiler.lib.CaseOutcome,
           new-out as type MonkeyCompiler.lib.CaseOutcome)
           returning z as binary-long private static.
       local-storage section.
       01 old-num decimal.
       01 new-num decimal.
       01 delta decimal.
       procedure division.
           if old-out::Status not = "OK" or new-out::Status not = "OK"
               set z to 7
               exit method
           end-if.
           if not self::numeric-of(old-out::Result, by reference
               old-num)
               or not self::numeric-of(new-out::Result, by reference
               new-num)
               set z to 6
               exit method
           end-if.
           set delta to type System.Math::Abs(new-num - old-num).
           evaluate true
               when delta < 0.01
                   set z to 1
               when delta < 1
                   set z to 2
               when delta < 100
                   set z to 3
               when delta < 10000
                   set z to 4
               when other
                   set z to 5
           end-evaluate.
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

      * what a case came to, as the report shows it.
       method-id shown (out as type MonkeyCompiler.lib.CaseOutcome)
           returning z as string private static.
       procedure division.
           if out::Status = "OK"
               set z to out::ValueText
           else
               set z to out::ErrClass & ": " & out::ErrorText
           end-if.
       end method.

      * one script off its dataset and parsed -- null, with the
      * reason displayed, when it cannot be evaluated.
       method-id load-script (dd-name as string, role as string,
           by reference script as type MonkeyCompiler.lib.ScriptSource)
           returning z as type MonkeyCompiler.lib.Program private static.
       local-storage section.
       01 err-idx binary-long.
       procedure division.
           set z to null.
           set script to new type MonkeyCompiler.lib.ScriptSource(
               type MonkeyCompiler.lib.BatchControl::Resolve(dd-name)).
           if script::LoadError not = ""
               display "ShadowRun: " & role & " " & script::LoadError
               exit method
           end-if.
           set z to script::Parse.
           if script::ParseErrors::Count > 0
               set err-idx to 0
               perform until err-idx >= script::ParseErrors::Count
                   display "ShadowRun: " & role & " parse error: " &
                       script::ParseErrors[err-idx]
                   set err-idx to err-idx + 1
               end-perform
               set z to null
           end-if.
       end method.

       method-id main public static.
       local-storage section.
       01 cards type System.Collections.Hashtable.
       01 deck-name string.
       01 prod-script type MonkeyCompiler.lib.ScriptSource.
       01 cand-script type MonkeyCompiler.lib.ScriptSource.
       01 prod-prog type MonkeyCompiler.lib.Program.
       01 cand-prog type MonkeyCompiler.lib.Program.
       01 deck type MonkeyCompiler.lib.CaseDeck.
       01 case-idx binary-long.
       01 case-rec string.
       01 old-out type MonkeyCompiler.lib.CaseOutcome.
       01 new-out type MonkeyCompiler.lib.CaseOutcome.
       01 band binary-long.
       01 diff-max binary-long.
       01 case-count binary-long.
       01 changed-count binary-long.
       01 listed-count binary-long.
       01 diff-lines type System.Text.StringBuilder.
       01 rpt type System.Text.StringBuilder.
       01 nl string.
       procedure division.
           invoke type MonkeyCompiler.lib.BatchControl::InitProfile.
           set cards to type MonkeyCompiler.lib.BatchControl::ReadCards(
               type MonkeyCompiler.lib.BatchControl::Resolve(
               "PARMCARD")).
           set diff-max to type MonkeyCompiler.lib.BatchControl
               ::NumberCard(cards, "DIFFMAX", DEFAULT-DIFF-MAX).
           invoke type MonkeyCompiler.lib.CaseOutcome::ApplyLimitCards(
               cards).
           invoke type MonkeyCompiler.lib.ParamTable::Open(cards).
           invoke type MonkeyCompiler.lib.ProcCalendar::Open.
           set nl to type System.Environment::NewLine.

           set band-names(1) to "UNDER 0.01".
           set band-names(2) to "0.01 TO UNDER 1".
           set band-names(3) to "1 TO UNDER 100".
           set band-names(4) to "100 TO UNDER 10000".
           set band-names(5) to "10000 AND OVER".
           set band-names(6) to "NON-NUMERIC".
           set band-names(7) to "STATUS CHANGE".

           set prod-prog to self::load-script("LEXERSRC", "PRODUCTION",
               by reference prod-script).
           set cand-prog to self::load-script("CANDSRC", "CANDIDATE",
               by reference cand-script).
           if prod-prog = null or cand-prog = null
               display "ShadowRun: BOTH SCRIPTS MUST LOAD AND PARSE -- "
                   & "ABORTING RUN"
               set return-code to 16
               exit method
           end-if.

           set deck-name to
               type MonkeyCompiler.lib.BatchControl::Resolve("CASEDECK").
           set deck to new type MonkeyCompiler.lib.CaseDeck(deck-name).
           if deck::LoadError not = ""
               display "ShadowRun: " & deck::LoadError &
                   " -- ABORTING RUN"
               set return-code to 16
               exit method
           end-if.

           set case-count to 0.
           set changed-count to 0.
           set listed-count to 0.
           set diff-lines to new type System.Text.StringBuilder.
           set case-idx to 0.
           perform until case-idx >= deck::Cases::Count
               set case-rec to deck::Cases[case-idx] as string
               set case-idx to case-idx + 1
               set case-count to case-count + 1
               set old-out to type MonkeyCompiler.lib.CaseOutcome
                   ::Evaluate(prod-prog, deck, case-rec)
               set new-out to type MonkeyCompiler.lib.CaseOutcome
                   ::Evaluate(cand-prog, deck, case-rec)
               if old-out::Status = new-out::Status
                   and old-out::Kind = new-out::Kind
                   and old-out::ValueText = new-out::ValueText
                   and old-out::ErrorText = new-out::ErrorText
                   exit perform cycle
               end-if

               set changed-count to changed-count + 1
               set band to self::band-of(old-out, new-out)
               set band-totals(band) to band-totals(band) + 1
               if listed-count < diff-max
                   set listed-count to listed-count + 1
                   invoke diff-lines::Append(" " &
                       type MonkeyCompiler.lib.BatchControl::Fixed(
                       deck::CaseKey(case-rec), 20) & " " &
                       type MonkeyCompiler.lib.BatchControl::Fixed(
                       self::shown(old-out), 40) & " " &
                       type MonkeyCompiler.lib.BatchControl::Fixed(
                       self::shown(new-out), 40) & " " &
                       band-names(band) & nl)
               end-if
           end-perform.

           set rpt to new type System.Text.StringBuilder.
           invoke rpt::Append("SHADOW RUN " &
               type MonkeyCompiler.lib.BatchControl::RunDate &
               " -- CANDIDATE FP=" &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               cand-script::Fingerprint, 8) & " PRODUCTION FP=" &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               prod-script::Fingerprint, 8) & " DECK=" & deck-name & nl).
           invoke rpt::Append("CASES EVALUATED   " &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               case-count, 7) & nl).
           invoke rpt::Append("OUTCOMES CHANGED  " &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               changed-count, 7) & nl).
           invoke rpt::Append("OUTCOMES SAME     " &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               case-count - changed-count, 7) & nl).
           invoke rpt::Append(nl & "CHANGED BY MAGNITUDE" & nl).
           set band to 1.
           perform until band > BAND-COUNT
               invoke rpt::Append("  " &
                   type MonkeyCompiler.lib.BatchControl::Fixed(
                   band-names(band), 20) &
                   type MonkeyCompiler.lib.BatchControl::Zoned(
                   band-totals(band), 7) & nl)
               set band to band + 1
           end-perform.
           invoke rpt::Append(nl & "FIRST " & listed-count & " OF " &
               changed-count & " DIFFERING CASES" & nl).
           invoke rpt::Append(" " &
               type MonkeyCompiler.lib.BatchControl::Fixed(
               "CASE KEY", 20) & " " &
               type MonkeyCompiler.lib.BatchControl::Fixed(
               "PRODUCTION", 40) & " " &
               type MonkeyCompiler.lib.BatchControl::Fixed(
               "CANDIDATE", 40) & " BAND" & nl).
           invoke rpt::Append(diff-lines::ToString).
           invoke type System.IO.File::WriteAllText(
               type MonkeyCompiler.lib.BatchControl::Resolve("SHADRPT"),
               rpt::ToString).

           invoke type System.IO.File::WriteAllText(
               type MonkeyCompiler.lib.BatchControl::Resolve("SHADSUM"),
               type MonkeyCompiler.lib.BatchControl::RunDate & " " &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               cand-script::Fingerprint, 8) & " " &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               prod-script::Fingerprint, 8) & " " &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               case-count, 7) & " " &
               type MonkeyCompiler.lib.BatchControl::Zoned(
               changed-count, 7) & " " &
               type MonkeyCompiler.lib.BatchControl::Fixed(
               deck-name, 20) & nl).

           display "ShadowRun: " & case-count & " CASE(S), " &
               changed-count & " OUTCOME(S) CHANGED".
           set return-code to 0.
       end method.

       end class.
