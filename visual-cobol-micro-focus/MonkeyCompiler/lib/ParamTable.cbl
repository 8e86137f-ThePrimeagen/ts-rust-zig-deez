      * the effective-dated parameter table (PARMTBL, layout in
      * parm-table-file.cpy, maintained through PARM-MAINT-PROGRAM)
      * as the Evaluator's param() builtin sees it: the value of a
      * named parameter in force on the run's processing date for the
      * run's business unit. a rate change is a dated row on the
      * table, not an edit to the script.
      *
      * the batch entry points Open it off PARMCARD -- PROCDATE=
      * (yyyy-mm-dd; the run date when absent) and UNIT= (the
      * business unit; blank when absent) -- before the first case.
      * rows in force are the active ones plus those whose update or
      * delete is still pending a second approval (their current
      * values stand until then); pending adds are not in force yet.
      * a unit's own row wins over the blank-unit default. the REPL
      * never opens the table, so param() there reports that.
       class-id MonkeyCompiler.lib.ParamTable static.

       working-storage section.
       01 table-open condition-value static value false.
       01 proc-date string static value "".
       01 run-unit string static value "".
      * one entry per row in force, as the fixed 140-byte record.
       01 table-rows type System.Collections.ArrayList static.

       property-id ProcessingDate string static.
           getter.
               set property-value to proc-date.
       end property.

       property-id BusinessUnit string static.
           getter.
               set property-value to run-unit.
       end property.

      * loads PARMTBL for the run -- a missing table leaves param()
      * reporting so on every call, which the case outcome shows.
       method-id Open (cards as type System.Collections.Hashtable)
           static.
       local-storage section.
       01 tbl-name string.
       01 rows string occurs any.
       01 row-idx binary-long.
       01 one-row string.
       01 row-status string.
       procedure division.
           set proc-date to
               type MonkeyCompiler.lib.BatchControl::RunDate.
           if cards::ContainsKey("PROCDATE")
               set proc-date to cards["PROCDATE"] as string
           end-if.
           set run-unit to "".
           if cards::ContainsKey("UNIT")
               set run-unit to cards["UNIT"] as string
           end-if.
           display "PARM ECHO: PROCDATE=" & proc-date & " UNIT=" &
               run-unit.

           set table-rows to new type System.Collections.ArrayList.
           set table-open to false.
           set tbl-name to
               type MonkeyCompiler.lib.BatchControl::Resolve("PARMTBL").
           if not type System.IO.File::Exists(tbl-name)
               display "ParamTable: NO " & tbl-name &
                   " -- param() WILL REPORT NOT AVAILABLE"
               exit method
           end-if.

           set rows to type System.IO.File::ReadAllLines(tbl-name).
           set row-idx to 0.
           perform until row-idx >= rows::Length
               set one-row to
                   type MonkeyCompiler.lib.BatchControl::Fixed(
                   rows(row-idx), 140)
               set row-idx to row-idx + 1
               set row-status to one-row::Substring(77, 1)
               if one-row::Substring(0, 20)::Trim() not = ""
                   and (row-status = "A" or row-status = "U"
                   or row-status = "D")
                   invoke table-rows::Add(one-row)
               end-if
           end-perform.
           set table-open to true.
           display "ParamTable: " & table-rows::Count &
               " ROW(S) IN FORCE FROM " & tbl-name.
       end method.

       method-id IsOpen returning z as condition-value static.
       procedure division.
           set z to table-open.
       end method.

      * the value text of param-name for unit-code on the processing
      * date, null when no row covers it. among the rows covering
      * the date the unit's own row is preferred, then the latest
      * effective-from.
       method-id Lookup (param-name as string, unit-code as string)
           returning z as string static.
       local-storage section.
       01 row-idx binary-long.
       01 one-row string.
       01 row-unit string.
       01 row-from string.
       01 row-to string.
       01 best-from string.
       01 best-own condition-value.
       01 this-own condition-value.
       procedure division.
           set z to null.
           set best-from to "".
           set best-own to false.
           set row-idx to 0.
           perform until row-idx >= table-rows::Count
               set one-row to table-rows[row-idx] as string
               set row-idx to row-idx + 1
               if one-row::Substring(0, 20)::Trim() not = param-name
                   exit perform cycle
               end-if
               set row-unit to one-row::Substring(20, 4)::Trim()
               if row-unit not = "" and row-unit not = unit-code
                   exit perform cycle
               end-if
               set row-from to one-row::Substring(24, 10)
               set row-to to one-row::Substring(35, 10)::Trim()
               if type System.String::CompareOrdinal(row-from,
                   proc-date) > 0
                   exit perform cycle
               end-if
               if row-to not = "" and
                   type System.String::CompareOrdinal(row-to,
                   proc-date) < 0
                   exit perform cycle
               end-if
               if row-unit = ""
                   set this-own to false
               else
                   set this-own to true
               end-if
               evaluate true
                   when z = null
                       continue
                   when best-own and not this-own
                       exit perform cycle
                   when this-own and not best-own
                       continue
                   when type System.String::CompareOrdinal(row-from,
                       best-from) <= 0
                       exit perform cycle
               end-evaluate
               set z to one-row::Substring(46, 30)::Trim()
               set best-from to row-from
               set best-own to this-own
           end-perform.
       end method.

       end class.
