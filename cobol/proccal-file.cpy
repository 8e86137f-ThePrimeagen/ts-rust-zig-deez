      * the processing calendar: one record per date that matters,
      * date in columns 1-10, day type in column 12 -- B = ordinary
      * business day, E = month-end business day, H = holiday (a
      * weekend day is an H too). a date absent from the calendar
      * is treated as a business day, so a hand-kept calendar need
      * only carry the exceptions and month-ends; PROCCAL-GEN-
      * PROGRAM writes every day of the year it builds.
      *   col  14     origin -- G = generated from the HOLRULES
      *               holiday rules, M = set by hand on PROCCAL-
      *               MAINT-PROGRAM (a regeneration keeps these),
      *               blank = typed in before either existed
      *   cols 16-45  note -- the holiday's name, or the reason a
      *               day was changed by hand
       FD PROCESS-CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PROCESS-CALENDAR-RECORD.
           05 PROCESS-CALENDAR-DATE   PIC X(10).
           05 FILLER                  PIC X(1).
           05 PROCESS-CALENDAR-TYPE   PIC X(1).
           05 FILLER                  PIC X(1).
           05 PROCESS-CALENDAR-ORIGIN PIC X(1).
               88 PROCESS-CALENDAR-GENERATED VALUE "G".
               88 PROCESS-CALENDAR-MANUAL    VALUE "M".
           05 FILLER                  PIC X(1).
           05 PROCESS-CALENDAR-NOTE   PIC X(30).
           05 FILLER                  PIC X(35).
