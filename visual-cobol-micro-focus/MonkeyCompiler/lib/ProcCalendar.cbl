      * the processing calendar (PROCCAL, layout in proccal-file.cpy,
      * built by PROCCAL-GEN-PROGRAM and kept by PROCCAL-MAINT-
      * PROGRAM) as the Evaluator's business-day builtins see it --
      * the very dataset BATCH-RUN-PROGRAM schedules the stream from,
      * read by the same rules, so a script's business day is the
      * batch's business day: a date typed H is a holiday, every
      * other date (B, E, or not on the calendar at all) is a
      * business day, and only a date typed E is a month-end.
      *
      * the batch entry points Open it before the first case so the
      * load is echoed up front; anything else (the REPL) gets it
      * loaded on the first business-day call. a missing PROCCAL
      * leaves the business-day builtins reporting so on every call
      * rather than quietly counting weekends and holidays as
      * business days.
       class-id MonkeyCompiler.lib.ProcCalendar static.

       working-storage section.
       01 cal-tried condition-value static value false.
       01 cal-open condition-value static value false.
      * day type keyed by yyyy-mm-dd, one entry per calendar record.
       01 cal-days type System.Collections.Hashtable static.

      * loads PROCCAL for the run -- once; a second Open (or a
      * builtin after it) reuses what the first one read.
       method-id Open static.
       local-storage section.
       01 cal-name string.
       01 rows string occurs any.
       01 row-idx binary-long.
       01 one-row string.
       procedure division.
           if cal-tried
               exit method
           end-if.
           set cal-tried to true.
           set cal-days to new type System.Collections.Hashtable.
           set cal-open to false.
           set cal-name to
               type MonkeyCompiler.lib.BatchControl::Resolve("PROCCAL").
           if not type System.IO.File::Exists(cal-name)
               display "ProcCalendar: NO " & cal-name &
                   " -- BUSINESS-DAY BUILTINS WILL REPORT NOT AVAILABLE"
               exit method
           end-if.

           set rows to type System.IO.File::ReadAllLines(cal-name).
           set row-idx to 0.
           perform until row-idx >= rows::Length
               set one-row to
                   type MonkeyCompiler.lib.BatchControl::Fixed(
                   rows(row-idx), 80)
               set row-idx to row-idx + 1
               if one-row::Substring(0, 10)::Trim() not = ""
                   set cal-days[one-row::Substring(0, 10)] to
                       one-row::Substring(11, 1)
               end-if
           end-perform.
           set cal-open to true.
           display "ProcCalendar: " & cal-days::Count &
               " DAY(S) LOADED FROM " & cal-name.
       end method.

       method-id IsOpen returning z as condition-value static.
       procedure division.
           invoke self::Open.
           set z to cal-open.
       end method.

      * the calendar's type for the day -- B when the calendar does
      * not carry it, the same default BATCH-RUN-PROGRAM applies.
       method-id DayType (day as type System.DateTime)
           returning z as string static.
       local-storage section.
       01 day-key string.
       procedure division.
           invoke self::Open.
           set z to "B".
           set day-key to day::ToString("yyyy-MM-dd",
               type System.Globalization.CultureInfo::InvariantCulture).
           if cal-days::ContainsKey(day-key)
               set z to cal-days[day-key] as string
           end-if.
       end method.

       method-id IsBusinessDay (day as type System.DateTime)
           returning z as condition-value static.
       procedure division.
           if self::DayType(day) = "H"
               set z to false
           else
               set z to true
           end-if.
       end method.

       method-id IsMonthEnd (day as type System.DateTime)
           returning z as condition-value static.
       procedure division.
           if self::DayType(day) = "E"
               set z to true
           else
               set z to false
           end-if.
       end method.

       end class.
