       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HIST-RECORD PIC X(1665).
       FD HISTNEW RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HISTNEW-RECORD PIC X(1665).
       FD PURGERPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 PURGE-PRINT PIC X(150).
       WORKING-STORAGE SECTION.
       01 HIST-LINE.
        05 HIST-RUN-ID PIC X(14).
        05 HIST-PROC-DATE PIC 9(8).
        05 FILLER PIC X(1643).
      *Retention arithmetic: cutoff = today minus CAESAR_KEEPDAYS
      *days (default 90); anything processed BEFORE the cutoff goes.
       01 KEEP-DAYS PIC 9(4) VALUE 90.
