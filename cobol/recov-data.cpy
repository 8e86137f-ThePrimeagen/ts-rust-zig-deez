      * working storage for the forward-recovery journal routines
      * (see recov-proc.cpy). the caller names itself and its
      * operator once, in WS-RECOV-PROGRAM and WS-RECOV-OPERATOR
      * (batch programs leave the operator at BATCH); for each
      * update it sets the master, the action and the before and
      * after images with their lengths, and PERFORMs
      * RECOV-JOURNAL-PROCEDURE -- which clears the images again.
       01 WS-RECOV-STATUS PIC XX VALUE "00".

       01 WS-RECOV-PROGRAM  PIC X(30) VALUE SPACES.
       01 WS-RECOV-OPERATOR PIC X(8) VALUE "BATCH".

       01 WS-RECOV-MASTER PIC X(8) VALUE SPACES.
       01 WS-RECOV-ACTION PIC X(1) VALUE SPACE.
           88 WS-RECOV-ADDED   VALUE "A".
           88 WS-RECOV-CHANGED VALUE "C".
           88 WS-RECOV-DELETED VALUE "D".
           88 WS-RECOV-REBUILT VALUE "B".
       01 WS-RECOV-BEFORE-LEN PIC 9(3) VALUE 0.
       01 WS-RECOV-BEFORE     PIC X(170) VALUE SPACES.
       01 WS-RECOV-AFTER-LEN  PIC 9(3) VALUE 0.
       01 WS-RECOV-AFTER      PIC X(170) VALUE SPACES.

      * a program journaling thousands of records in one run (the
      * token store) holds RECOVJNL open between lines and closes
      * it through RECOV-CLOSE-PROCEDURE at the end; everyone else
      * opens and closes it around each line, so a screen left up
      * all day never holds the journal.
       01 WS-RECOV-HOLD-SWITCH PIC X VALUE "N".
           88 WS-RECOV-HOLD-OPEN VALUE "Y".
           88 WS-RECOV-HOLD-OFF  VALUE "N".
       01 WS-RECOV-OPEN-SWITCH PIC X VALUE "N".
           88 WS-RECOV-IS-OPEN   VALUE "Y".
           88 WS-RECOV-IS-CLOSED VALUE "N".

      * lines written this run, and updates that could not be
      * journaled because RECOVJNL would not open.
       01 WS-RECOV-WRITTEN PIC 9(9) VALUE 0.
       01 WS-RECOV-MISSED  PIC 9(9) VALUE 0.

       01 WS-RECOV-DATE.
           05 WS-RECOV-DATE-YYYY PIC 9(4).
           05 WS-RECOV-DATE-MM   PIC 99.
           05 WS-RECOV-DATE-DD   PIC 99.
       01 WS-RECOV-TIME.
           05 WS-RECOV-TIME-HH PIC 99.
           05 WS-RECOV-TIME-MM PIC 99.
           05 WS-RECOV-TIME-SS PIC 99.
           05 WS-RECOV-TIME-CC PIC 99.

      * the whole-file masters (KEYWORDS, OWNERMST) are held in a
      * table and written back out whole, so their journal lines
      * come from comparing the records as loaded with the records
      * as saved: the caller keeps each loaded record through
      * RECOV-PRIOR-KEEP-PROCEDURE, offers each saved one to
      * RECOV-PRIOR-MATCH-PROCEDURE, and ends with
      * RECOV-PRIOR-FINISH-PROCEDURE for whatever was removed.
      * WS-RECOV-KEY-LEN is how much of the front of a record is
      * its key.
       01 WS-RECOV-KEY-LEN  PIC 9(3) VALUE 0.
       01 WS-RECOV-PRIOR-MAX   PIC 9(3) VALUE 500.
       01 WS-RECOV-PRIOR-COUNT PIC 9(3) VALUE 0.
       01 WS-RECOV-PRIOR-TABLE.
           05 WS-RECOV-PRIOR-ENTRY OCCURS 500 TIMES.
               10 WS-RECOV-PRIOR-IMAGE   PIC X(100).
               10 WS-RECOV-PRIOR-MATCHED PIC X(1).
       01 WS-RECOV-PRIOR-IDX   PIC 9(3).
       01 WS-RECOV-PRIOR-FOUND PIC 9(3).
       01 WS-RECOV-PRIOR-LEN   PIC 9(3) VALUE 0.
