      * record layouts for the change-freeze calendar and its
      * exemptions. FREEZE-CALENDAR-FILE (FREEZCAL) carries one
      * record per declared freeze -- quarter-end, a regulatory
      * reporting week -- with the first and last frozen dates, the
      * scope, and why:
      *   A  every script;
      *   U  one business unit -- SCOPE-VALUE is the OWNERMST desk;
      *   T  one criticality tier -- SCOPE-VALUE is the tier digit.
      * FREEZE-EXEMPT-FILE (FRZEXMPT) carries the exemptions: the
      * start date of the freeze it breaks, the script, catalog
      * member or KEYWORDS it covers ("*" for everything the freeze
      * holds), and the two ids behind it -- the requester, and an
      * approver who is a different id, active on OPERMSTR with the
      * break-glass authority. "*" in column 1 comments either kind
      * of record out. the shared check is freeze-proc.cpy.
       FD FREEZE-CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 FREEZE-CALENDAR-RECORD.
           05 FREEZE-CALENDAR-START       PIC X(10).
           05 FILLER                      PIC X(1).
           05 FREEZE-CALENDAR-END         PIC X(10).
           05 FILLER                      PIC X(1).
           05 FREEZE-CALENDAR-SCOPE       PIC X(1).
           05 FILLER                      PIC X(1).
           05 FREEZE-CALENDAR-SCOPE-VALUE PIC X(4).
           05 FILLER                      PIC X(1).
           05 FREEZE-CALENDAR-REASON      PIC X(40).
           05 FILLER                      PIC X(11).

       FD FREEZE-EXEMPT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 FREEZE-EXEMPT-RECORD.
           05 FREEZE-EXEMPT-START     PIC X(10).
           05 FILLER                  PIC X(1).
           05 FREEZE-EXEMPT-SUBJECT   PIC X(20).
           05 FILLER                  PIC X(1).
           05 FREEZE-EXEMPT-REQUESTER PIC X(8).
           05 FILLER                  PIC X(1).
           05 FREEZE-EXEMPT-APPROVER  PIC X(8).
           05 FILLER                  PIC X(1).
           05 FREEZE-EXEMPT-REASON    PIC X(30).
