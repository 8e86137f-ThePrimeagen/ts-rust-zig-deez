      * or whose content no longer fingerprints to what was cataloged.
      * status: A = active, H = hold (cataloged but not currently
      * sanctioned for production splicing).
      * lifecycle: A (or blank) = active, D = deprecated -- still
      * sanctioned, but a script taking it up as a new import is
      * warned, and SUNSET-REPORT-PROGRAM lists whatever still
      * depends on it once the sunset date passes -- R = retired,
      * blocked at the gate outright. the sunset date on a retired
      * member is the day it was retired.
       FD IMPORT-CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

           05 IMPORT-CATALOG-FINGERPRINT PIC 9(8).
           05 FILLER                     PIC X(1).
           05 IMPORT-CATALOG-STATUS      PIC X(1).
           05 FILLER                     PIC X(1).
           05 IMPORT-CATALOG-LIFECYCLE   PIC X(1).
               88 IMPORT-CATALOG-ACTIVE     VALUE "A" SPACE.
               88 IMPORT-CATALOG-DEPRECATED VALUE "D".
               88 IMPORT-CATALOG-RETIRED    VALUE "R".
           05 FILLER                     PIC X(1).
           05 IMPORT-CATALOG-SUNSET      PIC X(10).
           05 FILLER                     PIC X(26).
