       COPY "runctl-file.cpy".

       FD CHAIN-REPORT-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01 CHAIN-REPORT-RECORD PIC X(122).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE "00".
