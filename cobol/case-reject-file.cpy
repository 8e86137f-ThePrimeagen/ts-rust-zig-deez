      * record layout for CASE-REJECT-FILE (CASEREJ), the deck
      * records CASE-VALIDATE-PROGRAM held back from execution --
      * one record per field that failed its CASESCHM declaration,
      * so a record wrong in two fields appears twice. the record
      * number is its line on the incoming deck (HDR included), the
      * key is the first schema field's text, the value is what the
      * field held (cut to 20), and the image is the record as it
      * arrived, as far as it fits.
       FD CASE-REJECT-FILE
           RECORD CONTAINS 300 CHARACTERS.

       01 CASE-REJECT-RECORD.
           05 CASE-REJ-RECNO  PIC 9(7).
           05 FILLER          PIC X(1).
           05 CASE-REJ-KEY    PIC X(20).
           05 FILLER          PIC X(1).
           05 CASE-REJ-FIELD  PIC X(20).
           05 FILLER          PIC X(1).
           05 CASE-REJ-REASON PIC X(50).
           05 FILLER          PIC X(1).
           05 CASE-REJ-VALUE  PIC X(20).
           05 FILLER          PIC X(1).
           05 CASE-REJ-IMAGE  PIC X(178).
