       FILE STATUS IS RETR-STATUS.
      *Protected key master - history carries key LABELS for the
      *vault-keyed modes, and a compliance pull has to show the
      *keyword the label stood for on the record's processing date -
      *the version in force then, not whatever the vault says today.
       SELECT KEYVAULT ASSIGN TO DYNAMIC KEYVAULT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS KEYVAULT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HIST-RECORD PIC X(1665).
       FD RETROUT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 RETR-PRINT PIC X(850).
       FD KEYVAULT RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Vault record as KEY-MAINT writes it: label in 1-20, keyword
      *in 22-41, version 43-45, effective-from 47-54, effective-to
      *56-63, status 65. A bare 41-byte record reads as version 1
      *in force from the beginning with no end.
       01 KEYVAULT-RECORD PIC X(65).
       WORKING-STORAGE SECTION.
       01 HIST-DSN PIC X(100) VALUE "history.dat".
       01 RETR-DSN PIC X(100) VALUE "histretr.rpt".
        05 HIST-RUN-ID PIC X(14).
        05 HIST-PROC-DATE PIC 9(8).
        05 HIST-SEQ PIC 9(7).
        05 HIST-MODE PIC 9(2).
        05 HIST-SHIFT PIC 9(2).
        05 HIST-KEY PIC X(20).
        05 HIST-IN PIC X(800).
        05 HIST-OUT PIC X(800).
        05 HIST-PARTNER PIC X(4).
        05 HIST-FLAG PIC X(1).
      *Mode 12 identification - family, confidence, IC in
      *thousandths; blank for every other mode.
        05 HIST-IDENT.
         10 HIST-ID-FAMILY PIC X(1).
         10 HIST-ID-CONF PIC X(1).
         10 HIST-ID-IC PIC X(3).
      *Language the message was submitted under (blank before it was
      *kept - the run default applied).
        05 HIST-LANG PIC X(2).
      *Requested key, from the command line
       01 CMD-LINE PIC X(100).
       01 WANT-RUN-ID PIC X(14).
       01 MATCH-COUNT PIC 9(5) VALUE 0.
       01 RECORDS-READ PIC 9(7) VALUE 0.
       01 RETR-LINE PIC X(850).
       01 ID-FAMILY-TEXT PIC X(30).
       01 ID-CONF-TEXT PIC X(4).
      *Key vault, loaded once - the vault-keyed modes store the LABEL
      *on history, resolved here so the pull shows the real keyword.
       01 KEYVAULT-DSN PIC X(100) VALUE "keyvault.txt".
       01 KEYVAULT-STATUS PIC X(2).
       01 VAULT-COUNT PIC 9(3) VALUE 0.
       01 VAULT-TABLE.
        05 VAULT-ENTRY OCCURS 500 TIMES.
         10 VAULT-LABEL PIC X(20).
         10 VAULT-KEYWORD PIC X(20).
         10 VAULT-VERSION PIC 9(3).
         10 VAULT-FROM PIC 9(8).
         10 VAULT-TO PIC 9(8).
       01 VAULT-IDX PIC 9(3).
       01 RESOLVED-VERSION PIC 9(3).
       01 LABEL-ON-VAULT PIC X(1).
       01 RESOLVED-KEY PIC X(20).
       01 RESOLVED-OK PIC X(1).
       PROCEDURE DIVISION.

      *Loads the key vault the same way the solver does - labels
      *folded upper, keywords kept verbatim, blank-keyword records
      *skipped, every version held with its effective dates. A
      *missing vault only means labels print unresolved.
       LOAD-KEY-VAULT.
        MOVE 0 TO VAULT-COUNT.
        OPEN INPUT KEYVAULT.
        IF KEYVAULT-STATUS = "00"
         PERFORM UNTIL KEYVAULT-STATUS NOT = "00"
          READ KEYVAULT
          IF KEYVAULT-STATUS = "00" AND VAULT-COUNT < 500
           AND KEYVAULT-RECORD(1:1) NOT = "*"
           AND KEYVAULT-RECORD(1:20) NOT = SPACES
           AND KEYVAULT-RECORD(22:20) NOT = SPACES
           PERFORM LOAD-ONE-VAULT-RECORD
          END-IF
         END-PERFORM
         CLOSE KEYVAULT
        END-IF.

       LOAD-ONE-VAULT-RECORD.
        IF KEYVAULT-RECORD(43:23) = SPACES
         ADD 1 TO VAULT-COUNT
         MOVE 1 TO VAULT-VERSION(VAULT-COUNT)
         MOVE 0 TO VAULT-FROM(VAULT-COUNT)
         MOVE 99999999 TO VAULT-TO(VAULT-COUNT)
         PERFORM LOAD-VAULT-LABEL
        ELSE
         IF KEYVAULT-RECORD(43:3) IS NUMERIC
          AND KEYVAULT-RECORD(47:8) IS NUMERIC
          AND KEYVAULT-RECORD(56:8) IS NUMERIC
          ADD 1 TO VAULT-COUNT
          MOVE KEYVAULT-RECORD(43:3) TO VAULT-VERSION(VAULT-COUNT)
          MOVE KEYVAULT-RECORD(47:8) TO VAULT-FROM(VAULT-COUNT)
          MOVE KEYVAULT-RECORD(56:8) TO VAULT-TO(VAULT-COUNT)
          PERFORM LOAD-VAULT-LABEL
         END-IF
        END-IF.

       LOAD-VAULT-LABEL.
        MOVE FUNCTION UPPER-CASE(KEYVAULT-RECORD(1:20))
         TO VAULT-LABEL(VAULT-COUNT).
        MOVE KEYVAULT-RECORD(22:20) TO VAULT-KEYWORD(VAULT-COUNT).

      *The full record, one labeled line per field, on the report
      *and the console - the console copy is what the help desk or
      *the compliance officer reads back over the phone.
            HIST-PARTNER DELIMITED BY SIZE
            " FLAG=" DELIMITED BY SIZE
            HIST-FLAG DELIMITED BY SIZE
            " LANG=" DELIMITED BY SIZE
            HIST-LANG DELIMITED BY SIZE
            INTO RETR-LINE
        END-STRING.
        WRITE RETR-PRINT FROM RETR-LINE.
        DISPLAY FUNCTION TRIM(RETR-LINE).
      *The vault-keyed modes (4, 5, 7, 8, 9 and 10) store a label in
      *the KEY field - resolve it so the pull shows the keyword (or
      *affine "mmbb" key) the message actually used. Modes 6 and 11
      *store their recovered key whole and need nothing.
        IF HIST-MODE = 4 OR HIST-MODE = 5
         OR HIST-MODE = 7 OR HIST-MODE = 8
         OR HIST-MODE = 9 OR HIST-MODE = 10
         PERFORM RESOLVE-HIST-LABEL
         MOVE SPACES TO RETR-LINE
         IF RESOLVED-OK = "Y"
          STRING "KEY LABEL RESOLVES TO: " DELIMITED BY SIZE
              RESOLVED-KEY DELIMITED BY SIZE
              " (VERSION " DELIMITED BY SIZE
              RESOLVED-VERSION DELIMITED BY SIZE
              " IN FORCE " DELIMITED BY SIZE
              HIST-PROC-DATE DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO RETR-LINE
          END-STRING
         ELSE
          IF LABEL-ON-VAULT = "Y"
           STRING "KEY LABEL HAD NO VERSION IN FORCE ON "
               DELIMITED BY SIZE
               HIST-PROC-DATE DELIMITED BY SIZE
               INTO RETR-LINE
           END-STRING
          ELSE
           MOVE "KEY LABEL NOT ON VAULT" TO RETR-LINE
          END-IF
         END-IF
         WRITE RETR-PRINT FROM RETR-LINE
         DISPLAY FUNCTION TRIM(RETR-LINE)
        END-IF.
      *A mode 12 message shows what the identification decided and
      *how sure it was - the shift or key above is whatever the
      *chosen engine recovered.
        IF HIST-MODE = 12 AND HIST-IDENT NOT = SPACES
         EVALUATE HIST-ID-FAMILY
          WHEN "M" MOVE "MONOALPHABETIC SHIFT" TO ID-FAMILY-TEXT
          WHEN "P" MOVE "POLYALPHABETIC KEYWORD" TO ID-FAMILY-TEXT
          WHEN "T" MOVE "TRANSPOSITION" TO ID-FAMILY-TEXT
          WHEN OTHER MOVE "UNKNOWN" TO ID-FAMILY-TEXT
         END-EVALUATE
         IF HIST-ID-CONF = "H"
          MOVE "HIGH" TO ID-CONF-TEXT
         ELSE
          MOVE "LOW" TO ID-CONF-TEXT
         END-IF
         MOVE SPACES TO RETR-LINE
         STRING "CIPHER IDENTIFIED: " DELIMITED BY SIZE
             ID-FAMILY-TEXT DELIMITED BY "  "
             " (IC=." DELIMITED BY SIZE
             HIST-ID-IC DELIMITED BY SIZE
             ", CONFIDENCE " DELIMITED BY SIZE
             ID-CONF-TEXT DELIMITED BY SPACE
             ")" DELIMITED BY SIZE
             INTO RETR-LINE
         END-STRING
         WRITE RETR-PRINT FROM RETR-LINE
         DISPLAY FUNCTION TRIM(RETR-LINE)
        END-IF.
        WRITE RETR-PRINT FROM RETR-LINE.
        DISPLAY FUNCTION TRIM(RETR-LINE).

      *The version whose effective dates cover the record's own
      *processing date - a rotation since then must not change what
      *an old message is shown to have used.
       RESOLVE-HIST-LABEL.
        MOVE "N" TO RESOLVED-OK.
        MOVE "N" TO LABEL-ON-VAULT.
        MOVE SPACES TO RESOLVED-KEY.
        MOVE 0 TO RESOLVED-VERSION.
        PERFORM VARYING VAULT-IDX FROM 1 BY 1
         UNTIL VAULT-IDX > VAULT-COUNT OR RESOLVED-OK = "Y"
         IF VAULT-LABEL(VAULT-IDX) = FUNCTION UPPER-CASE(HIST-KEY)
          MOVE "Y" TO LABEL-ON-VAULT
          IF VAULT-FROM(VAULT-IDX) <= HIST-PROC-DATE
           AND VAULT-TO(VAULT-IDX) >= HIST-PROC-DATE
           MOVE VAULT-KEYWORD(VAULT-IDX) TO RESOLVED-KEY
           MOVE VAULT-VERSION(VAULT-IDX) TO RESOLVED-VERSION
           MOVE "Y" TO RESOLVED-OK
          END-IF
         END-IF
        END-PERFORM.
       END PROGRAM HIST-RETRIEVE.
