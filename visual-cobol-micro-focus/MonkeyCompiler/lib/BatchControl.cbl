      * the nightly-stream plumbing the GnuCOBOL programs share
      * through profile-proc.cpy, parmcard-proc.cpy, runctl-proc.cpy
      * and lexer-audit-proc.cpy, for the Micro Focus batch entry
      * points -- so a step that evaluates scripts here reads the
      * same LEXPROF and PARMCARD conventions and stamps RUNCTL and
      * LEXAUDIT in exactly the fixed layouts CHAIN-STATUS-PROGRAM,
      * LEX-MONITOR-PROGRAM, DIGEST-PROGRAM and AUDIT-VERIFY-PROGRAM
      * already slice by position. LEXAUDIT lines written here carry
      * the CH= chain, rolled from the newest chain value on file,
      * so the trail stays verifiable across both sides' appends.
       class-id MonkeyCompiler.lib.BatchControl static.

       working-storage section.
       01 prof-name string static value "PROD".
       01 prof-prefix string static value "".
       01 step-start type System.DateTime static.
       01 audit-chain binary-double static value 0.
       01 audit-chain-known condition-value static value false.

      * PROFILE-INIT-PROCEDURE's twin -- no LEXPROF is production.
       method-id InitProfile static.
       local-storage section.
       01 prof-cards string occurs any.
       01 card-idx binary-long.
       01 one-card string.
       01 eq-idx binary-long.
       01 card-key string.
       01 card-value string.
       procedure division.
           if not type System.IO.File::Exists("LEXPROF")
               display "PROFILE: NO LEXPROF -- PRODUCTION NAMES APPLY"
           else
               set prof-cards to
                   type System.IO.File::ReadAllLines("LEXPROF")
               set card-idx to 0
               perform until card-idx >= prof-cards::Length
                   set one-card to prof-cards(card-idx)
                   set eq-idx to one-card::IndexOf("=")
                   if one-card::Trim() not = ""
                       and not one-card::StartsWith("*")
                       and eq-idx > 0
                       set card-key to
                           one-card::Substring(0, eq-idx)::Trim()
                       set card-value to
                           one-card::Substring(eq-idx + 1)::Trim()
                       evaluate card-key
                           when "PROFILE"
                               set prof-name to
                                   self::Fixed(card-value, 8)::Trim()
                           when "PREFIX"
                               set prof-prefix to
                                   self::Fixed(card-value, 8)::Trim()
                           when other
                               display "PROFILE: CARD '" & card-key &
                                   "' NOT RECOGNIZED -- IGNORED"
                       end-evaluate
                   end-if
                   set card-idx to card-idx + 1
               end-perform
           end-if.
           display "PROFILE: ACTIVE=" & prof-name & " PREFIX=" &
               prof-prefix.
       end method.

       method-id ProfileName returning z as string static.
       procedure division.
           set z to prof-name.
       end method.

      * prefix + base -- PROFILE-RESOLVE-PROCEDURE's rule.
       method-id Resolve (base-name as string)
           returning z as string static.
       procedure division.
           set z to prof-prefix & base-name::Trim().
       end method.

      * the KEY=VALUE control cards of dd-name, keyed by card name
      * ("*" in column 1 comments a card out). a missing dataset is
      * not an error -- compiled-in defaults stand, and the echo
      * says so, same as PARMCARD-READ-PROCEDURE.
       method-id ReadCards (dd-name as string)
           returning z as type System.Collections.Hashtable static.
       local-storage section.
       01 cards string occurs any.
       01 card-idx binary-long.
       01 one-card string.
       01 eq-idx binary-long.
       01 applied binary-long.
       procedure division.
           set z to new type System.Collections.Hashtable.
           if not type System.IO.File::Exists(dd-name)
               display "PARM ECHO: NO " & dd-name & " DATASET -- " &
                   "COMPILED-IN DEFAULTS APPLY"
               exit method
           end-if.

           set applied to 0.
           set cards to type System.IO.File::ReadAllLines(dd-name).
           set card-idx to 0.
           perform until card-idx >= cards::Length
               set one-card to cards(card-idx)
               set eq-idx to one-card::IndexOf("=")
               if one-card::Trim() not = ""
                   and not one-card::StartsWith("*")
                   and eq-idx > 0
                   set z[one-card::Substring(0, eq-idx)::Trim()
                       ::ToUpper()] to
                       one-card::Substring(eq-idx + 1)::Trim()
                   set applied to applied + 1
               end-if
               set card-idx to card-idx + 1
           end-perform.
           display "PARM ECHO: " & applied & " CARDS APPLIED".
       end method.

      * a positive whole-number card, or default-value when the card
      * is absent or unusable -- echoed either way.
       method-id NumberCard (cards as type System.Collections.Hashtable,
           card-key as string, default-value as binary-long)
           returning z as binary-long static.
       local-storage section.
       01 card-num binary-long.
       procedure division.
           set z to default-value.
           if cards::ContainsKey(card-key)
               if type System.Int32::TryParse(cards[card-key] as string,
                   by reference card-num) and card-num > 0
                   set z to card-num
               else
                   display "PARM ECHO: " & card-key & "=" &
                       (cards[card-key] as string) &
                       " NOT A POSITIVE NUMBER -- DEFAULT APPLIES"
               end-if
           end-if.
           display "PARM ECHO: " & card-key & "=" & z.
       end method.

      * RUNCTL-START-PROCEDURE's twin.
       method-id StartStep static.
       procedure division.
           set step-start to type System.DateTime::Now.
       end method.

      * the yyyy-mm-dd run date LEXER-INIT-PROCEDURE stamps.
       method-id RunDate returning z as string static.
       procedure division.
           set z to type System.DateTime::Now::ToString("yyyy-MM-dd").
       end method.

      * text padded or cut to exactly width characters.
       method-id Fixed (text as string, width as binary-long)
           returning z as string static.
       procedure division.
           if text = null
               set z to ""
           else
               set z to text
           end-if.
           if z::Length > width
               set z to z::Substring(0, width)
           else
               set z to z::PadRight(width)
           end-if.
       end method.

      * an unsigned number zero-filled to exactly width digits, the
      * way a PIC 9(n) field receives it (high-order digits cut).
       method-id Zoned (num as binary-double, width as binary-long)
           returning z as string static.
       procedure division.
           if num < 0
               set num to 0 - num
           end-if.
           set z to num::ToString()::PadLeft(width, "0").
           if z::Length > width
               set z to z::Substring(z::Length - width)
           end-if.
       end method.

      * RUNCTL-WRITE-PROCEDURE's record, position for position (see
      * runctl-file.cpy): RC= at 47, TOK= at 55, ILL= at 67, ELAP=
      * at 79, ENV= at 90, OVR=Y at 103, ABT= at 111 when aborts
      * is non-zero.
       method-id WriteRunControl (job-id as string, step-name as string,
           rc as binary-long, tokens as binary-long,
           illegal as binary-long, override-used as condition-value,
           aborts as binary-long) static.
       local-storage section.
       01 step-end type System.DateTime.
       01 elapsed binary-long.
       01 ctl-line string.
       procedure division.
           set step-end to type System.DateTime::Now.
           set elapsed to step-end::TimeOfDay::TotalSeconds -
               step-start::TimeOfDay::TotalSeconds.
           if elapsed < 0
               set elapsed to elapsed + 86400
           end-if.

           set ctl-line to self::RunDate & " " &
               self::Fixed(job-id, 8) & " " &
               self::Fixed(step-name, 8) & " " &
               step-start::ToString("HH:mm:ss") & " " &
               step-end::ToString("HH:mm:ss") &
               " RC=" & self::Zoned(rc, 4) &
               " TOK=" & self::Zoned(tokens, 7) &
               " ILL=" & self::Zoned(illegal, 7) &
               " ELAP=" & self::Zoned(elapsed, 5) &
               " ENV=" & self::Fixed(prof-name, 8).
           if override-used
               set ctl-line to ctl-line & " OVR=Y"
           end-if.
           if aborts > 0
               set ctl-line to self::Fixed(ctl-line, 110) & " ABT=" &
                   self::Zoned(aborts, 7)
           end-if.

           invoke type System.IO.File::AppendAllText(
               self::Resolve("RUNCTL"),
               ctl-line & type System.Environment::NewLine).
       end method.

      * LEXER-AUDIT-WRITE-PROCEDURE's line, position for position
      * (see lexer-audit-data.cpy): tokens at 48 for 7, result at
      * 56, job id at 76, then FP=/UNIT=/LN=/VER=/ENV= and the CH=
      * chain over the first 140 characters. result-ovr, when not
      * blank, replaces the PASS/FAIL word the same way
      * WS-LEXER-AUDIT-RESULT-OVR does.
       method-id WriteAudit (source-id as string, unit as string,
           token-count as binary-long, did-pass as condition-value,
           abend as binary-long, result-ovr as string,
           job-id as string, fp as binary-long,
           lines-read as binary-long, version as string) static.
       local-storage section.
       01 result-text string.
       01 audit-line string.
       01 ch-idx binary-long.
       01 ch-quot binary-double.
       01 ch-rem binary-double.
       procedure division.
           evaluate true
               when result-ovr not = null and result-ovr::Trim() not = ""
                   set result-text to self::Fixed(result-ovr, 4)
               when did-pass
                   set result-text to "PASS"
               when other
                   set result-text to "FAIL"
           end-evaluate.

           set audit-line to
               type System.DateTime::Now::ToString(
               "yyyy-MM-dd HH:mm:ss") & " " &
               self::Fixed(source-id, 20) &
               "TOKENS=" & token-count::ToString()::PadLeft(7) &
               " " & result-text &
               " ABND=" & abend::ToString()::PadLeft(5) &
               " JOB=" & self::Fixed(job-id, 8) &
               " FP=" & self::Zoned(fp, 8) &
               " UNIT=" & self::Fixed(unit, 4) &
               " LN=" & self::Zoned(lines-read, 5) &
               " VER=" & self::Fixed(version, 8) &
               " ENV=" & self::Fixed(prof-name, 8).

           if not audit-chain-known
               invoke self::find-audit-chain
           end-if.
           set ch-idx to 0.
           perform until ch-idx >= 140
               set audit-chain to audit-chain * 31 +
                   type System.Convert::ToInt32(
                   audit-line::Chars(ch-idx)) + 1
               if audit-chain > 99999999
                   divide audit-chain by 99999999 giving ch-quot
                       remainder ch-rem
                   set audit-chain to ch-rem
               end-if
               set ch-idx to ch-idx + 1
           end-perform.
           set audit-line to audit-line & " CH=" &
               self::Zoned(audit-chain, 8).

           invoke type System.IO.File::AppendAllText(
               self::Resolve("LEXAUDIT"),
               audit-line & type System.Environment::NewLine).
       end method.

      * LEXER-AUDIT-FIND-CHAIN-PROCEDURE's twin -- the newest CH=
      * value on file; lines without one are passed over.
       method-id find-audit-chain private static.
       local-storage section.
       01 trail string occurs any.
       01 line-idx binary-long.
       01 one-line string.
       01 ch-val binary-double.
       procedure division.
           set audit-chain-known to true.
           set audit-chain to 0.
           if not type System.IO.File::Exists(self::Resolve("LEXAUDIT"))
               exit method
           end-if.
           set trail to type System.IO.File::ReadAllLines(
               self::Resolve("LEXAUDIT")).
           set line-idx to 0.
           perform until line-idx >= trail::Length
               set one-line to trail(line-idx)
               if one-line::Length >= 152
                   and one-line::Substring(140, 4) = " CH="
                   if type System.Int64::TryParse(
                       one-line::Substring(144, 8), by reference ch-val)
                       set audit-chain to ch-val
                   end-if
               end-if
               set line-idx to line-idx + 1
           end-perform.
       end method.

       end class.
