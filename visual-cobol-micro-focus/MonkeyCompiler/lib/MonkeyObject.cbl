
       end class.

      * a fixed-point decimal -- the balance-times-rate value kind.
      * held as a System.Decimal, so addition, subtraction and
      * multiplication are exact (no binary floating point anywhere
      * near money); division rounds half-up at six places, the
      * decimal precision DecimalLiteral and the downstream packed
      * fields carry. the display form keeps the value's own scale,
      * so 0.0450 shows as 0.0450 and round(x, 2) shows as cents.
       class-id MonkeyCompiler.lib.MonkeyDecimal
           implements type MonkeyCompiler.lib.MonkeyObject.

       working-storage section.
       01 dec-value decimal private.

       property-id Value decimal.
           getter.
               set property-value to dec-value.
       end property.

       method-id new(val as decimal).
       procedure division.
           set dec-value to val.
       end method.

       method-id Inspect returning z as string.
       procedure division.
           set z to dec-value::ToString(
               type System.Globalization.CultureInfo::InvariantCulture).
       end method.

       end class.

      * a calendar date -- what grace periods, notice periods and
      * late-fee rules count in. held as a System.DateTime with no
      * time of day; the display form is yyyy-mm-dd, the way PROCCAL,
      * PARMTBL and every report in the stream write a date.
       class-id MonkeyCompiler.lib.MonkeyDate
           implements type MonkeyCompiler.lib.MonkeyObject.

       working-storage section.
       01 date-value type System.DateTime private.

       property-id Value type System.DateTime.
           getter.
               set property-value to date-value.
       end property.

       method-id new(val as type System.DateTime).
       procedure division.
           set date-value to val::Date.
       end method.

       method-id Inspect returning z as string.
       procedure division.
           set z to date-value::ToString("yyyy-MM-dd",
               type System.Globalization.CultureInfo::InvariantCulture).
       end method.

       end class.

      * true/false are shared singletons (see Evaluator's TrueValue/
      * FalseValue) so boolean identity comparison is reference
      * comparison, but nothing here enforces that -- the evaluator
