      * record layout for CASE-SCHEMA-FILE (CASESCHM), the declared
      * input schema of one rule-execution case deck -- one record
      * per field, in the order the deck's HDR record names them
      * (the first is the case key). CASE-VALIDATE-PROGRAM holds
      * every deck record to it before RuleExec sees the deck.
      * "*" in column 1 comments a record out.
      *   cols 1-20   field name, as the script refers to it
      *   cols 22-25  start column on the deck record, 1-based
      *   cols 27-30  length
      *   col  32     type -- X text, N numeric (a whole number, or
      *               one with a decimal point: at most 12 integer
      *               and 6 decimal places)
      *   col  34     required -- Y the field may not be blank; N
      *               (or blank) it may, and a blank N field reads
      *               as 0
      *   cols 36-53  lowest value allowed, blank for no floor
      *   cols 55-72  highest value allowed, blank for no cap --
      *               compared as numbers on an N field, as text
      *               (left-aligned) on an X field, so a yyyy-mm-dd
      *               date or a code range works too
       FD CASE-SCHEMA-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 CASE-SCHEMA-RECORD.
           05 CASE-SCHEMA-NAME     PIC X(20).
           05 FILLER               PIC X(1).
           05 CASE-SCHEMA-START    PIC X(4).
           05 CASE-SCHEMA-START-9 REDEFINES CASE-SCHEMA-START
                                   PIC 9(4).
           05 FILLER               PIC X(1).
           05 CASE-SCHEMA-LENGTH   PIC X(4).
           05 CASE-SCHEMA-LENGTH-9 REDEFINES CASE-SCHEMA-LENGTH
                                   PIC 9(4).
           05 FILLER               PIC X(1).
           05 CASE-SCHEMA-TYPE     PIC X(1).
               88 CASE-SCHEMA-IS-TEXT    VALUE "X".
               88 CASE-SCHEMA-IS-NUMERIC VALUE "N".
           05 FILLER               PIC X(1).
           05 CASE-SCHEMA-REQUIRED PIC X(1).
               88 CASE-SCHEMA-IS-REQUIRED VALUE "Y".
               88 CASE-SCHEMA-IS-OPTIONAL VALUE "N" " ".
           05 FILLER               PIC X(1).
           05 CASE-SCHEMA-MIN      PIC X(18).
           05 FILLER               PIC X(1).
           05 CASE-SCHEMA-MAX      PIC X(18).
           05 FILLER               PIC X(8).
