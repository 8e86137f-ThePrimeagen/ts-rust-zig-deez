      * a case deck as the batch rule-execution steps read it --
      * RuleExec, ShadowRun and the rest evaluate scripts against
      * the same fixed-layout decks, so the deck's reading and the
      * binding of one case's fields live here once. the first
      * non-blank record is the header naming the fields,
      *     HDR name:start:length[:type[:O]] ...
      * start is the 1-based column, type is X (text, the default)
      * or N (numeric -- a DECIMAL when the field holds a decimal
      * point, otherwise an INTEGER). O marks a field the deck's
      * schema lets be blank: a blank optional N field binds as 0
      * rather than failing the case (CASE-VALIDATE-PROGRAM writes
      * the flag on the decks it accepts). the first field declared is
      * the case key; every field, the key included, is bound under
      * its declared name. every later non-blank record is a case.
      * a missing deck or bad header is not raised: LoadError
      * carries the reason and the caller decides how fatal it is.
       class-id MonkeyCompiler.lib.CaseDeck.

       working-storage section.
       01 field-names type System.Collections.ArrayList private.
       01 field-starts type System.Collections.ArrayList private.
       01 field-lens type System.Collections.ArrayList private.
       01 field-types type System.Collections.ArrayList private.
       01 field-optional type System.Collections.ArrayList private.
       01 deck-cases type System.Collections.ArrayList private.
       01 deck-load-error string private.

      * the case records, header excluded, in deck order.
       property-id Cases type System.Collections.ArrayList.
           getter.
               set property-value to deck-cases.
       end property.

      * "" when the deck loaded.
       property-id LoadError string.
           getter.
               set property-value to deck-load-error.
       end property.

       method-id new(deck-path as string).
       local-storage section.
       01 deck string occurs any.
       01 rec-idx binary-long.
       01 hdr-seen condition-value.
       01 hdr-error string.
       procedure division.
           set deck-cases to new type System.Collections.ArrayList.
           set deck-load-error to "".
           if not type System.IO.File::Exists(deck-path)
               set deck-load-error to "case deck " & deck-path &
                   " not available"
               exit method
           end-if.

           set deck to type System.IO.File::ReadAllLines(deck-path).
           set hdr-seen to false.
           set rec-idx to 0.
           perform until rec-idx >= deck::Length
               if deck(rec-idx)::Trim() = ""
                   set rec-idx to rec-idx + 1
                   exit perform cycle
               end-if
               if hdr-seen
                   invoke deck-cases::Add(deck(rec-idx))
               else
                   set hdr-error to self::parse-deck-header(
                       deck(rec-idx))
                   if hdr-error not = ""
                       set deck-load-error to "case deck " & deck-path &
                           ": " & hdr-error
                       exit method
                   end-if
                   set hdr-seen to true
               end-if
               set rec-idx to rec-idx + 1
           end-perform.

           if not hdr-seen
               set deck-load-error to "case deck " & deck-path &
                   " has no HDR record"
           end-if.
       end method.

      * the case key -- the first declared field.
       method-id CaseKey (case-rec as string) returning z as string.
       procedure division.
           set z to self::FieldText(case-rec, 0).
       end method.

      * the HDR record into the five parallel field lists -- "" when
      * it is well formed, otherwise the reason it is not.
       method-id parse-deck-header (hdr-rec as string)
           returning z as string private.
       local-storage section.
       01 specs string occurs any.
       01 spec-idx binary-long.
       01 parts string occurs any.
       01 f-start binary-long.
       01 f-len binary-long.
       01 f-type string.
       01 f-optional string.
       procedure division.
           set z to "".
           set field-names to new type System.Collections.ArrayList.
           set field-starts to new type System.Collections.ArrayList.
           set field-lens to new type System.Collections.ArrayList.
           set field-types to new type System.Collections.ArrayList.
           set field-optional to new type System.Collections.ArrayList.

           if not hdr-rec::StartsWith("HDR ")
               set z to "first record is not an HDR record"
               exit method
           end-if.

           set specs to hdr-rec::Substring(4)::Trim()::Split(" ").
           set spec-idx to 0.
           perform until spec-idx >= specs::Length
               if specs(spec-idx) = ""
                   set spec-idx to spec-idx + 1
                   exit perform cycle
               end-if
               set parts to specs(spec-idx)::Split(":")
               if parts::Length < 3 or parts::Length > 5
                   set z to "field spec " & specs(spec-idx) &
                       " is not name:start:length[:type[:O]]"
                   exit method
               end-if
               if not type System.Int32::TryParse(parts(1),
                   by reference f-start)
                   or not type System.Int32::TryParse(parts(2),
                   by reference f-len)
                   or f-start < 1 or f-len < 1
                   set z to "field spec " & specs(spec-idx) &
                       " has a bad start or length"
                   exit method
               end-if
               set f-type to "X"
               if parts::Length >= 4
                   set f-type to parts(3)::ToUpper()
               end-if
               if f-type not = "X" and f-type not = "N"
                   set z to "field spec " & specs(spec-idx) &
                       " has type " & f-type & ", expected X or N"
                   exit method
               end-if
               set f-optional to "N"
               if parts::Length = 5
                   if parts(4)::ToUpper() not = "O"
                       set z to "field spec " & specs(spec-idx) &
                           " has flag " & parts(4) & ", expected O"
                       exit method
                   end-if
                   set f-optional to "Y"
               end-if
               invoke field-names::Add(parts(0))
               invoke field-starts::Add(f-start)
               invoke field-lens::Add(f-len)
               invoke field-types::Add(f-type)
               invoke field-optional::Add(f-optional)
               set spec-idx to spec-idx + 1
           end-perform.

           if field-names::Count = 0
               set z to "HDR record declares no fields"
           end-if.
       end method.

      * one declared field's text off a case record, trimmed -- a
      * record shorter than the layout reads as blanks past its end.
       method-id FieldText (case-rec as string, field-idx as binary-long)
           returning z as string.
       local-storage section.
       01 f-start binary-long.
       01 f-len binary-long.
       procedure division.
           set f-start to (field-starts[field-idx] as binary-long) - 1.
           set f-len to field-lens[field-idx] as binary-long.
           if f-start >= case-rec::Length
               set z to ""
               exit method
           end-if.
           if f-start + f-len > case-rec::Length
               set f-len to case-rec::Length - f-start
           end-if.
           set z to case-rec::Substring(f-start, f-len)::Trim().
       end method.

      * binds every declared field of one case into env -- "" when
      * they all bound, otherwise the reason the case cannot run.
       method-id Bind (case-rec as string,
           env as type MonkeyCompiler.lib.Environment)
           returning z as string.
       local-storage section.
       01 field-idx binary-long.
       01 f-text string.
       01 int-val binary-long.
       01 dec-val decimal.
       procedure division.
           set z to "".
           set field-idx to 0.
           perform until field-idx >= field-names::Count
               set f-text to self::FieldText(case-rec, field-idx)
               if (field-types[field-idx] as string) = "N"
                   and f-text = ""
                   and (field-optional[field-idx] as string) = "Y"
                   invoke env::SetVar(field-names[field-idx] as string,
                       new type MonkeyCompiler.lib.MonkeyInteger(0))
                   set field-idx to field-idx + 1
                   exit perform cycle
               end-if
               if (field-types[field-idx] as string) = "N"
                   and f-text::IndexOf(".") >= 0
                   if not type System.Decimal::TryParse(f-text,
                       type System.Globalization.NumberStyles::Number,
                       type System.Globalization.CultureInfo
                       ::InvariantCulture, by reference dec-val)
                       set z to "field " & field-names[field-idx] &
                           " is not numeric: '" & f-text & "'"
                       exit method
                   end-if
                   invoke env::SetVar(field-names[field-idx] as string,
                       new type MonkeyCompiler.lib.MonkeyDecimal(
                       dec-val))
                   set field-idx to field-idx + 1
                   exit perform cycle
               end-if
               if (field-types[field-idx] as string) = "N"
                   if not type System.Int32::TryParse(f-text,
                       by reference int-val)
                       set z to "field " & field-names[field-idx] &
                           " is not numeric: '" & f-text & "'"
                       exit method
                   end-if
                   invoke env::SetVar(field-names[field-idx] as string,
                       new type MonkeyCompiler.lib.MonkeyInteger(
                       int-val))
               else
                   invoke env::SetVar(field-names[field-idx] as string,
                       new type MonkeyCompiler.lib.MonkeyString(f-text))
               end-if
               set field-idx to field-idx + 1
           end-perform.
       end method.

       end class.

      * one case's outcome, the way every execution step records it:
      * OK with the kind and display text of the returned value, or
      * ERR with an error class -- INPUT for a field that would not
      * bind, EVAL for an ordinary MonkeyError, or the runaway limit
      * the Evaluator says was breached (STEP-LIMIT, DEPTH-LIMIT,
      * SIZE-LIMIT).
       class-id MonkeyCompiler.lib.CaseOutcome.

       working-storage section.
       01 out-status string private.
       01 out-kind string private.
       01 out-class string private.
       01 out-value string private.
       01 out-error string private.
       01 out-result object private.

      * the limits a PARMCARD card leaves alone.
       78 DEFAULT-MAX-STEPS VALUE 1000000.
       78 DEFAULT-MAX-DEPTH VALUE 200.
       78 DEFAULT-MAX-SIZE VALUE 65536.

      * "OK" or "ERR".
       property-id Status string.
           getter.
               set property-value to out-status.
       end property.

       property-id Kind string.
           getter.
               set property-value to out-kind.
       end property.

       property-id ErrClass string.
           getter.
               set property-value to out-class.
       end property.

       property-id ValueText string.
           getter.
               set property-value to out-value.
       end property.

       property-id ErrorText string.
           getter.
               set property-value to out-error.
       end property.

      * the returned value itself, null for an error.
       property-id Result object.
           getter.
               set property-value to out-result.
       end property.

       method-id new.
       procedure division.
           set out-status to "OK".
           set out-kind to "".
           set out-class to "".
           set out-value to "".
           set out-error to "".
           set out-result to null.
       end method.

      * the runaway limits off PARMCARD -- MAXSTEPS (evaluation
      * steps per case), MAXDEPTH (nested function calls), MAXSIZE
      * (characters in a string, elements in an array or hash) --
      * with the stream's defaults where a card is absent.
       method-id ApplyLimitCards (cards as type
           System.Collections.Hashtable) static.
       procedure division.
           invoke type MonkeyCompiler.lib.Evaluator::SetLimits(
               type MonkeyCompiler.lib.BatchControl::NumberCard(cards,
               "MAXSTEPS", DEFAULT-MAX-STEPS),
               type MonkeyCompiler.lib.BatchControl::NumberCard(cards,
               "MAXDEPTH", DEFAULT-MAX-DEPTH),
               type MonkeyCompiler.lib.BatchControl::NumberCard(cards,
               "MAXSIZE", DEFAULT-MAX-SIZE)).
       end method.

      * binds one case into a fresh Environment and evaluates prog
      * there, runaway counters cleared first -- one case's bindings
      * and step count can never leak into the next. a trace, if the
      * caller started one, keeps running across the call.
       method-id Evaluate (prog as type MonkeyCompiler.lib.Program,
           deck as type MonkeyCompiler.lib.CaseDeck,
           case-rec as string)
           returning z as type MonkeyCompiler.lib.CaseOutcome static.
       local-storage section.
       01 case-env type MonkeyCompiler.lib.Environment.
       01 bind-error string.
       procedure division.
           set case-env to new type MonkeyCompiler.lib.Environment.
           set bind-error to deck::Bind(case-rec, case-env).
           if bind-error not = ""
               set z to new type MonkeyCompiler.lib.CaseOutcome
               invoke z::set-error("INPUT", bind-error)
               exit method
           end-if.
           set z to type MonkeyCompiler.lib.CaseOutcome::EvaluateIn(
               prog, case-env).
       end method.

      * evaluates prog in an Environment the caller has already
      * bound -- the script test cases bind theirs off the test
      * member rather than a deck record.
       method-id EvaluateIn (prog as type MonkeyCompiler.lib.Program,
           case-env as type MonkeyCompiler.lib.Environment)
           returning z as type MonkeyCompiler.lib.CaseOutcome static.
       local-storage section.
       01 result object.
       procedure division.
           set z to new type MonkeyCompiler.lib.CaseOutcome.
           invoke type MonkeyCompiler.lib.Evaluator::ResetLimits.
           set result to
               type MonkeyCompiler.lib.Evaluator::Eval(prog, case-env).
           if result not = null and result is instance of
               type MonkeyCompiler.lib.MonkeyError
               if type MonkeyCompiler.lib.Evaluator::LimitBreach = ""
                   invoke z::set-error("EVAL", (result as type
                       MonkeyCompiler.lib.MonkeyError)::Message)
               else
                   invoke z::set-error(
                       type MonkeyCompiler.lib.Evaluator::LimitBreach,
                       (result as type
                       MonkeyCompiler.lib.MonkeyError)::Message)
               end-if
               exit method
           end-if.

           invoke z::set-value(result).
       end method.

       method-id set-error (err-class as string, err-text as string).
       procedure division.
           set out-status to "ERR".
           set out-kind to "ERROR".
           set out-class to err-class.
           set out-error to err-text.
       end method.

      * a script that ends on a let returns nothing, which reads as
      * null, the same as the REPL's silence.
       method-id set-value (result as object).
       procedure division.
           set out-result to result.
           set out-kind to
               type MonkeyCompiler.lib.Evaluator::type-name-of(result).
           if result = null
               set out-value to "null"
           else
               set out-value to (result as
                   type MonkeyCompiler.lib.MonkeyObject)::Inspect
           end-if.
       end method.

       end class.
