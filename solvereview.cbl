      *          CAESAR-SOLVER
      * Tectonics: cobc
      ******************************************************************
      *Companion to the solver's low-confidence hold: SOLVE,
      *VIGENERE-SOLVE and AFFINE-SOLVE verdicts the engine was unsure
      *of - and mode 12 messages whose cipher identification was
      *shaky - sit on the
      *review queue instead of the feed, and this program is how an
      *analyst rules on them.
      *
      *Run with no arguments it LISTS every open queue item with the
      *candidate lines in dispute - the frequency-analysis best, the
      *runner-up, and the dictionary best for a SOLVE or an
      *AFFINE-SOLVE; the recovered-keyword decrypt for a
      *VIGENERE-SOLVE; for a mode 12 item the family it was taken
      *for and whichever of those its engine produced - on the
      *review report and the console.
      *
      *Run as "RUNID SEQ CHOICE" it APPLIES the analyst's ruling to
      *that item: CHOICE is the chosen shift (0-26) for a SOLVE, the
      *four-digit "mmbb" affine key (multiplier, offset) for an
      *AFFINE-SOLVE, or the keyword for a VIGENERE-SOLVE. A mode 12
      *item takes a shift (it was a shift cipher), a keyword (it was
      *a keyword cipher) or NEEDKEY (it really is a transposition -
      *posted with no answer, for the partner to resubmit with its
      *key). A VIGENERE-SOLVE or mode 12 keyword choice may
      *instead name a key vault label (the partner's own key, say);
      *it resolves to the version that was in force on the item's
      *processing date, never today's. The corrected result is
      *posted to the feed (under the message's original sequence
      *number, completing the series the hold left open), the audit
      *trail and the history master in exactly the shapes a first-
       SELECT OPTIONAL FEEDFILE ASSIGN TO DYNAMIC FEED-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FEEDF-STATUS.
       SELECT KEYVAULT ASSIGN TO DYNAMIC KEYVAULT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS KEYVAULT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REVIEWQ RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Queue record as CAESAR-SOLVER writes it: status 1, run id
      *2-15, date 16-23, seq 24-30, mode 31-32, partner 33-36,
      *language 37-38, best shift 39-40, runner-up shift 41-42,
      *dictionary shift 43-44, recovered key 45-64, input phrase
      *65-864. A mode 11 item carries its best, runner-up and
      *dictionary affine keys in the key field at 45, 50 and 55. A
      *mode 12 item carries its identification (family, confidence,
      *IC) in 866-870.
       01 REVIEWQ-RECORD PIC X(870).
       FD REVIEWNEW RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 REVIEWNEW-RECORD PIC X(870).
       FD AUDITFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 AUDIT-RECORD PIC X(1700).
       FD HISTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HIST-RECORD PIC X(1665).
       FD FEEDFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 FEED-RECORD PIC X(844).
       FD KEYVAULT RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Vault record as KEY-MAINT writes it: label in 1-20, keyword
      *in 22-41, version 43-45, effective-from 47-54, effective-to
      *56-63, status 65. A bare 41-byte record reads as version 1
      *in force from the beginning with no end.
       01 KEYVAULT-RECORD PIC X(65).
       WORKING-STORAGE SECTION.
       01 REVIEWQ-DSN PIC X(100) VALUE "reviewq.txt".
       01 REVIEWNEW-DSN PIC X(100) VALUE "reviewq.new".
       01 Q-RUN-ID PIC X(14).
       01 Q-DATE PIC 9(8).
       01 Q-SEQ PIC 9(7).
       01 Q-MODE PIC 9(2).
       01 Q-PARTNER PIC X(4).
       01 Q-LANG PIC X(2).
       01 Q-BEST PIC 9(2).
       01 Q-DICT PIC 9(2).
       01 Q-KEY PIC X(20).
       01 Q-PHRASE PIC X(800).
       01 Q-IDENT.
        05 Q-ID-FAMILY PIC X(1).
        05 Q-ID-CONF PIC X(1).
        05 Q-ID-IC PIC X(3).
      *Command line: blank lists the queue, "RUNID SEQ CHOICE"
      *applies a ruling.
       01 CMD-LINE PIC X(100).
       01 RVW-KEYCHAR PIC X(1).
       01 RVW-SHIFTAMT PIC 9(2).
       01 RVW-OUT PIC X(800).
      *Affine work fields for a mode 11 item - the key is "mmbb",
      *and only the twelve multipliers with an inverse mod 26 are
      *keys the solver could have recovered.
       01 RVW-AFF-MULTS-DEF PIC X(24) VALUE "010305070911151719212325".
       01 RVW-AFF-MULTS REDEFINES RVW-AFF-MULTS-DEF.
        05 RVW-AFF-VALID PIC 9(2) OCCURS 12 TIMES.
       01 RVW-AFF-IDX PIC 9(2).
       01 RVW-AFF-DIGITS.
        05 RVW-AFF-MULT PIC 9(2).
        05 RVW-AFF-OFFSET PIC 9(2).
       01 RVW-AFF-INVERSE PIC 9(2).
       01 RVW-AFF-BEST PIC X(4).
       01 RVW-AFF-RUNNER PIC X(4).
       01 RVW-AFF-DICT PIC X(4).
      *The identification a mode 12 ruling posts - the family the
      *analyst's choice settles on, confidence "H" now that a person
      *has ruled, and the IC the solver measured.
       01 RVW-IDENT.
        05 RVW-ID-FAMILY PIC X(1).
        05 RVW-ID-CONF PIC X(1).
        05 RVW-ID-IC PIC X(3).
       01 ID-FAMILY-TEXT PIC X(30).
       01 ID-CONF-TEXT PIC X(4).
      *Posting images, laid out exactly as the solver writes them
       01 AUDIT-LINE PIC X(1700).
       01 HIST-LINE.
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
        05 HIST-IDENT PIC X(5).
        05 HIST-LANG PIC X(2).
       01 FEED-LINE.
        05 FEED-SEQ PIC 9(7).
        05 FEED-MODE PIC 9(2).
        05 FEED-SHIFT PIC 9(2).
        05 FEED-KEY PIC X(20).
        05 FEED-STATUS PIC X(9).
        05 FEED-PARTNER PIC X(4).
        05 FEED-PHRASE PIC X(800).
      *Key vault - every version of every label with its effective
      *dates, so a label named as a mode 6 choice resolves as of the
      *queue item's date.
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
       01 VAULT-MATCH PIC 9(3).
       01 LABEL-ON-VAULT PIC X(1).
       01 REVIEW-LINE PIC X(900).
       01 CNT-OPEN PIC 9(3) VALUE 0.
       01 CNT-CLOSED PIC 9(3) VALUE 0.
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO FEED-DSN
         MOVE "Y" TO FEED-ENABLED
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_KEYVAULT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO KEYVAULT-DSN
        END-IF.

      *The whole queue comes into memory - the apply path rewrites
        MOVE QITEM-RECORD(QITEM-IDX)(2:14) TO Q-RUN-ID.
        MOVE QITEM-RECORD(QITEM-IDX)(16:8) TO Q-DATE.
        MOVE QITEM-RECORD(QITEM-IDX)(24:7) TO Q-SEQ.
        MOVE QITEM-RECORD(QITEM-IDX)(31:2) TO Q-MODE.
        MOVE QITEM-RECORD(QITEM-IDX)(33:4) TO Q-PARTNER.
        MOVE QITEM-RECORD(QITEM-IDX)(37:2) TO Q-LANG.
        MOVE QITEM-RECORD(QITEM-IDX)(39:2) TO Q-BEST.
        MOVE QITEM-RECORD(QITEM-IDX)(41:2) TO Q-RUNNER.
        MOVE QITEM-RECORD(QITEM-IDX)(43:2) TO Q-DICT.
        MOVE QITEM-RECORD(QITEM-IDX)(45:20) TO Q-KEY.
        MOVE QITEM-RECORD(QITEM-IDX)(65:800) TO Q-PHRASE.
        MOVE QITEM-RECORD(QITEM-IDX)(866:5) TO Q-IDENT.

      *The list: every open item, its identity, and the candidate
      *decryptions in dispute so the analyst can rule by eye.
        END-STRING.
        WRITE REVIEW-PRINT FROM REVIEW-LINE.
        DISPLAY FUNCTION TRIM(REVIEW-LINE).
        EVALUATE Q-MODE
         WHEN 3
          MOVE Q-BEST TO RVW-AMT
          PERFORM APPLY-RVW-SHIFT
          MOVE "FREQUENCY BEST " TO REVIEW-LINE
          PERFORM WRITE-CANDIDATE-LINE
          IF Q-RUNNER NOT = Q-BEST
           MOVE Q-RUNNER TO RVW-AMT
           PERFORM APPLY-RVW-SHIFT
           MOVE "RUNNER-UP      " TO REVIEW-LINE
           PERFORM WRITE-CANDIDATE-LINE
          END-IF
          IF Q-DICT NOT = Q-BEST AND Q-DICT NOT = Q-RUNNER
           AND Q-DICT NOT = 0
           MOVE Q-DICT TO RVW-AMT
           PERFORM APPLY-RVW-SHIFT
           MOVE "DICTIONARY BEST" TO REVIEW-LINE
           PERFORM WRITE-CANDIDATE-LINE
          END-IF
         WHEN 11
          PERFORM LIST-AFFINE-CANDIDATES
         WHEN 12
          PERFORM LIST-IDENTIFY-CANDIDATES
         WHEN OTHER
          MOVE Q-KEY TO RVW-KEY
          PERFORM APPLY-RVW-VIGENERE
          MOVE "RECOVERED KEY  " TO REVIEW-LINE
          PERFORM WRITE-CANDIDATE-LINE
        END-EVALUATE.

      *A mode 12 item: what the identification took it for, then the
      *candidates its engine left - the shift lines a SOLVE shows for
      *a shift or a transposition (whose best "shift" of 26 is the
      *text untouched), or the recovered-key decrypt for a keyword
      *cipher.
       LIST-IDENTIFY-CANDIDATES.
        EVALUATE Q-ID-FAMILY
         WHEN "M" MOVE "MONOALPHABETIC SHIFT" TO ID-FAMILY-TEXT
         WHEN "P" MOVE "POLYALPHABETIC KEYWORD" TO ID-FAMILY-TEXT
         WHEN OTHER MOVE "TRANSPOSITION" TO ID-FAMILY-TEXT
        END-EVALUATE.
        IF Q-ID-CONF = "L"
         MOVE "LOW" TO ID-CONF-TEXT
        ELSE
         MOVE "HIGH" TO ID-CONF-TEXT
        END-IF.
        MOVE SPACES TO REVIEW-LINE.
        STRING "IDENTIFIED AS   " DELIMITED BY SIZE
            ID-FAMILY-TEXT DELIMITED BY "  "
            " (IC=." DELIMITED BY SIZE
            Q-ID-IC DELIMITED BY SIZE
            ", CONFIDENCE " DELIMITED BY SIZE
            ID-CONF-TEXT DELIMITED BY SPACE
            ")" DELIMITED BY SIZE
            INTO REVIEW-LINE
        END-STRING.
        WRITE REVIEW-PRINT FROM REVIEW-LINE.
        DISPLAY FUNCTION TRIM(REVIEW-LINE).
        IF Q-ID-FAMILY = "P"
         MOVE Q-KEY TO RVW-KEY
         PERFORM APPLY-RVW-VIGENERE
         MOVE "RECOVERED KEY  " TO REVIEW-LINE
         PERFORM WRITE-CANDIDATE-LINE
        ELSE
         MOVE Q-BEST TO RVW-AMT
         PERFORM APPLY-RVW-SHIFT
         MOVE "FREQUENCY BEST " TO REVIEW-LINE
          MOVE "DICTIONARY BEST" TO REVIEW-LINE
          PERFORM WRITE-CANDIDATE-LINE
         END-IF
        END-IF.

      *The same three lines as a SOLVE, each deciphered under its own
      *affine key - a key that repeats one already shown is skipped.
       LIST-AFFINE-CANDIDATES.
        MOVE Q-KEY(1:4) TO RVW-AFF-BEST.
        MOVE Q-KEY(6:4) TO RVW-AFF-RUNNER.
        MOVE Q-KEY(11:4) TO RVW-AFF-DICT.
        MOVE RVW-AFF-BEST TO RVW-AFF-DIGITS.
        PERFORM APPLY-RVW-AFFINE.
        MOVE "FREQUENCY BEST " TO REVIEW-LINE.
        PERFORM WRITE-CANDIDATE-LINE.
        IF RVW-AFF-RUNNER NOT = RVW-AFF-BEST
         MOVE RVW-AFF-RUNNER TO RVW-AFF-DIGITS
         PERFORM APPLY-RVW-AFFINE
         MOVE "RUNNER-UP      " TO REVIEW-LINE
         PERFORM WRITE-CANDIDATE-LINE
        END-IF.
        IF RVW-AFF-DICT NOT = RVW-AFF-BEST
         AND RVW-AFF-DICT NOT = RVW-AFF-RUNNER
         MOVE RVW-AFF-DICT TO RVW-AFF-DIGITS
         PERFORM APPLY-RVW-AFFINE
         MOVE "DICTIONARY BEST" TO REVIEW-LINE
         PERFORM WRITE-CANDIDATE-LINE
        END-IF.

      *REVIEW-LINE arrives holding the 15-byte candidate label;
      *RVW-AMT/RVW-OUT hold the shift just applied and its result -
      *or, for a mode 11 item, RVW-AFF-DIGITS holds the affine key.
       WRITE-CANDIDATE-LINE.
        MOVE SPACES TO REVIEW-LINE(16:).
        IF Q-MODE = 11
         STRING " KEY=" DELIMITED BY SIZE
             RVW-AFF-DIGITS DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             RVW-OUT DELIMITED BY SIZE
             INTO REVIEW-LINE(16:)
         END-STRING
        ELSE
        IF Q-MODE = 12 AND Q-ID-FAMILY = "P"
         STRING " KEY=" DELIMITED BY SIZE
             RVW-KEY DELIMITED BY SPACE
             "  " DELIMITED BY SIZE
             RVW-OUT DELIMITED BY SIZE
             INTO REVIEW-LINE(16:)
         END-STRING
        ELSE
         STRING " SHIFT=" DELIMITED BY SIZE
             RVW-AMT DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             RVW-OUT DELIMITED BY SIZE
             INTO REVIEW-LINE(16:)
         END-STRING
        END-IF
        END-IF.
        WRITE REVIEW-PRINT FROM REVIEW-LINE.
        DISPLAY FUNCTION TRIM(REVIEW-LINE).

         OR WANT-CHOICE = SPACES
         DISPLAY "SOLVE-REVIEW: USAGE: RUN-ID SEQUENCE CHOICE"
         DISPLAY " (CHOICE IS THE SHIFT FOR MODE 3, THE KEYWORD "
             "OR VAULT LABEL FOR MODE 6, THE MMBB AFFINE KEY FOR "
             "MODE 11, A SHIFT, KEYWORD OR NEEDKEY FOR MODE 12; "
             "NO ARGUMENTS LISTS THE QUEUE)"
         MOVE 4 TO RETURN-CODE
        ELSE
         COMPUTE WANT-SEQ = FUNCTION NUMVAL(WANT-SEQ-TOK)
      *numeric but past 26, is a refusal with the message, a report
      *line and the warning code. No sentinel value stands in for
      *"bad", so no input an analyst could actually type can fall
      *through as a silent no-op. A mode 11 choice is held to the
      *same standard: exactly four digits, an offset 0-25 and one of
      *the twelve invertible multipliers.
       APPLY-CHOICE.
        MOVE SPACES TO RVW-IDENT.
        EVALUATE Q-MODE
         WHEN 11 PERFORM APPLY-AFFINE-CHOICE
         WHEN 12 PERFORM APPLY-IDENTIFY-CHOICE
         WHEN OTHER PERFORM APPLY-SHIFT-OR-KEY-CHOICE
        END-EVALUATE.

      *A mode 12 ruling settles the family as well as the answer: a
      *number is a shift, NEEDKEY confirms the transposition (no
      *answer to post - the feed record goes out NEEDKEY so the
      *partner resubmits with the key), anything else is a keyword
      *or vault label. The shift and keyword choices then go through
      *exactly the checks a mode 3 or mode 6 ruling gets.
       APPLY-IDENTIFY-CHOICE.
        MOVE Q-IDENT TO RVW-IDENT.
        MOVE "H" TO RVW-ID-CONF.
        IF FUNCTION UPPER-CASE(WANT-CHOICE) = "NEEDKEY"
         MOVE "T" TO RVW-ID-FAMILY
         MOVE 0 TO RVW-AMT
         MOVE SPACES TO RVW-KEY
         MOVE SPACES TO RVW-OUT
         PERFORM POST-CORRECTION
        ELSE
         IF WANT-CHOICE(1:1) IS NUMERIC
          MOVE "M" TO RVW-ID-FAMILY
          MOVE SPACES TO RVW-KEY
         ELSE
          MOVE "P" TO RVW-ID-FAMILY
         END-IF
         PERFORM APPLY-SHIFT-OR-KEY-CHOICE
        END-IF.

       APPLY-AFFINE-CHOICE.
        MOVE "N" TO CHOICE-OK.
        IF WANT-CHOICE(1:4) IS NUMERIC AND WANT-CHOICE(5:16) = SPACES
         MOVE WANT-CHOICE(1:4) TO RVW-AFF-DIGITS
         IF RVW-AFF-OFFSET <= 25
          PERFORM VARYING RVW-AFF-IDX FROM 1 BY 1
           UNTIL RVW-AFF-IDX > 12 OR CHOICE-OK = "Y"
           IF RVW-AFF-VALID(RVW-AFF-IDX) = RVW-AFF-MULT
            MOVE "Y" TO CHOICE-OK
           END-IF
          END-PERFORM
         END-IF
        END-IF.
        IF CHOICE-OK = "Y"
         PERFORM APPLY-RVW-AFFINE
         MOVE SPACES TO RVW-KEY
         MOVE RVW-AFF-DIGITS TO RVW-KEY
         PERFORM POST-CORRECTION
        ELSE
         DISPLAY "SOLVE-REVIEW: MODE 11 CHOICE MUST BE AN AFFINE "
             "KEY MMBB"
         MOVE "RULING REFUSED - MODE 11 CHOICE MUST BE AN AFFINE KEY"
          TO REVIEW-LINE
         WRITE REVIEW-PRINT FROM REVIEW-LINE
         MOVE 4 TO RETURN-CODE
        END-IF.

       APPLY-SHIFT-OR-KEY-CHOICE.
        IF Q-MODE = 3 OR RVW-ID-FAMILY = "M"
         MOVE "N" TO CHOICE-OK
         IF WANT-CHOICE(1:2) IS NUMERIC
          MOVE WANT-CHOICE(1:2) TO RVW-AMT
          PERFORM APPLY-RVW-SHIFT
          PERFORM POST-CORRECTION
         ELSE
          DISPLAY "SOLVE-REVIEW: SHIFT CHOICE MUST BE 0-26"
          MOVE "RULING REFUSED - SHIFT CHOICE MUST BE 0-26"
           TO REVIEW-LINE
          WRITE REVIEW-PRINT FROM REVIEW-LINE
          MOVE 4 TO RETURN-CODE
         END-IF
        ELSE
         PERFORM LOAD-KEY-VAULT
         PERFORM RESOLVE-RVW-LABEL
         IF LABEL-ON-VAULT = "Y" AND VAULT-MATCH = 0
          DISPLAY "SOLVE-REVIEW: KEY LABEL " FUNCTION TRIM(WANT-CHOICE)
              " HAD NO VERSION IN FORCE ON " Q-DATE
          MOVE SPACES TO REVIEW-LINE
          STRING "RULING REFUSED - KEY LABEL NOT IN FORCE ON "
              DELIMITED BY SIZE
              Q-DATE DELIMITED BY SIZE
              INTO REVIEW-LINE
          END-STRING
          WRITE REVIEW-PRINT FROM REVIEW-LINE
          MOVE 4 TO RETURN-CODE
         ELSE
          IF VAULT-MATCH = 0
           MOVE WANT-CHOICE TO RVW-KEY
          ELSE
           MOVE VAULT-KEYWORD(VAULT-MATCH) TO RVW-KEY
           MOVE SPACES TO REVIEW-LINE
           STRING "CHOICE IS KEY LABEL " DELIMITED BY SIZE
               WANT-CHOICE DELIMITED BY SIZE
               " VERSION " DELIMITED BY SIZE
               VAULT-VERSION(VAULT-MATCH) DELIMITED BY SIZE
               " IN FORCE ON " DELIMITED BY SIZE
               Q-DATE DELIMITED BY SIZE
               INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-PRINT FROM REVIEW-LINE
           DISPLAY FUNCTION TRIM(REVIEW-LINE)
          END-IF
          PERFORM APPLY-RVW-VIGENERE
          PERFORM POST-CORRECTION
         END-IF
        END-IF.

      *Loads the key vault the same way the solver does - labels
      *folded upper, keywords kept verbatim, blank-keyword records
      *skipped, every version held with its effective dates. A
      *missing vault just means every choice is taken as a keyword.
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

      *Is the keyword choice a vault label? VAULT-MATCH points at the
      *version in force on the queue item's processing date, or is
      *zero - with LABEL-ON-VAULT telling "a keyword" (N) from "a
      *label with nothing in force that day" (Y).
       RESOLVE-RVW-LABEL.
        MOVE 0 TO VAULT-MATCH.
        MOVE "N" TO LABEL-ON-VAULT.
        PERFORM VARYING VAULT-IDX FROM 1 BY 1
         UNTIL VAULT-IDX > VAULT-COUNT OR VAULT-MATCH NOT = 0
         IF VAULT-LABEL(VAULT-IDX) = FUNCTION UPPER-CASE(WANT-CHOICE)
          MOVE "Y" TO LABEL-ON-VAULT
          IF VAULT-FROM(VAULT-IDX) <= Q-DATE
           AND VAULT-TO(VAULT-IDX) >= Q-DATE
           MOVE VAULT-IDX TO VAULT-MATCH
          END-IF
         END-IF
        END-PERFORM.

      *Posts the analyst's result to the audit trail, the history
      *master and (when a feed is named) the feed - identical images
      *to a first-pass success, under the message's ORIGINAL run id,
        DISPLAY FUNCTION TRIM(REVIEW-LINE).

      *Same fixed offsets WRITE-AUDIT in the solver produces, so
      *AUDIT-RECON re-derives the corrected line like any other -
      *dated with the message's original processing date. A mode 12
      *line takes the layout of the family the ruling settled on and
      *carries the identification in the tail, as the solver's does.
       POST-AUDIT-LINE.
        OPEN EXTEND AUDITFILE.
        IF AUDITF-STATUS NOT = "00"
         STOP RUN
        END-IF.
        MOVE SPACES TO AUDIT-LINE.
        IF Q-MODE = 3 OR RVW-ID-FAMILY = "M"
         STRING "MODE=" DELIMITED BY SIZE
             Q-MODE DELIMITED BY SIZE
             " PARTNER=" DELIMITED BY SIZE
             INTO AUDIT-LINE
         END-STRING
        END-IF.
        IF Q-MODE = 12
         MOVE "IDENT=" TO AUDIT-LINE(1676:6)
         MOVE RVW-IDENT TO AUDIT-LINE(1682:5)
        END-IF.
        MOVE "DATE=" TO AUDIT-LINE(1688:5).
        MOVE Q-DATE TO AUDIT-LINE(1693:8).
        WRITE AUDIT-RECORD FROM AUDIT-LINE.
        CLOSE AUDITFILE.

        MOVE Q-DATE TO HIST-PROC-DATE.
        MOVE Q-SEQ TO HIST-SEQ.
        MOVE Q-MODE TO HIST-MODE.
        IF Q-MODE = 3 OR RVW-ID-FAMILY = "M"
         MOVE RVW-AMT TO HIST-SHIFT
         MOVE SPACES TO HIST-KEY
        ELSE
         MOVE 0 TO HIST-SHIFT
         MOVE RVW-KEY TO HIST-KEY
        END-IF.
        MOVE RVW-IDENT TO HIST-IDENT.
        MOVE Q-LANG TO HIST-LANG.
        MOVE Q-PHRASE TO HIST-IN.
        MOVE RVW-OUT TO HIST-OUT.
        MOVE Q-PARTNER TO HIST-PARTNER.
        END-IF.
        MOVE Q-SEQ TO FEED-SEQ.
        MOVE Q-MODE TO FEED-MODE.
        IF Q-MODE = 3 OR RVW-ID-FAMILY = "M"
         MOVE RVW-AMT TO FEED-SHIFT
         MOVE SPACES TO FEED-KEY
        ELSE
         MOVE 0 TO FEED-SHIFT
         MOVE RVW-KEY TO FEED-KEY
        END-IF.
        IF RVW-ID-FAMILY = "T"
         MOVE "NEEDKEY" TO FEED-STATUS
        ELSE
         MOVE "OK" TO FEED-STATUS
        END-IF.
        MOVE Q-PARTNER TO FEED-PARTNER.
        MOVE RVW-OUT TO FEED-PHRASE.
        WRITE FEED-RECORD FROM FEED-LINE.
        END-PERFORM.
        MOVE RVW-BUF TO RVW-OUT.

      *Affine decipherment under the key in RVW-AFF-DIGITS - each
      *letter position y becomes i * (y - b) mod 26, i the
      *multiplier's inverse, exactly the table the solver's
      *DECIPHER-AFFINE-CANDIDATE builds.
       APPLY-RVW-AFFINE.
        MOVE 0 TO RVW-AFF-INVERSE.
        PERFORM VARYING RVW-AFF-IDX FROM 1 BY 1
         UNTIL RVW-AFF-IDX > 25 OR RVW-AFF-INVERSE NOT = 0
         IF FUNCTION MOD(RVW-AFF-MULT * RVW-AFF-IDX, 26) = 1
          MOVE RVW-AFF-IDX TO RVW-AFF-INVERSE
         END-IF
        END-PERFORM.
        MOVE Q-PHRASE TO RVW-BUF.
        PERFORM VARYING RVW-IDX FROM 1 BY 1 UNTIL RVW-IDX > 800
         MOVE RVW-BUF(RVW-IDX:1) TO RVW-CHAR
         IF RVW-CHAR >= "A" AND RVW-CHAR <= "Z"
          COMPUTE RVW-POS = FUNCTION ORD(RVW-CHAR) - FUNCTION ORD("A")
          COMPUTE RVW-NEWPOS = FUNCTION MOD(RVW-AFF-INVERSE *
           (RVW-POS + 26 - RVW-AFF-OFFSET), 26)
          COMPUTE RVW-POS = RVW-NEWPOS + FUNCTION ORD("A")
          MOVE FUNCTION CHAR(RVW-POS) TO RVW-BUF(RVW-IDX:1)
         ELSE
          IF RVW-CHAR >= "a" AND RVW-CHAR <= "z"
           COMPUTE RVW-POS =
            FUNCTION ORD(RVW-CHAR) - FUNCTION ORD("a")
           COMPUTE RVW-NEWPOS = FUNCTION MOD(RVW-AFF-INVERSE *
            (RVW-POS + 26 - RVW-AFF-OFFSET), 26)
           COMPUTE RVW-POS = RVW-NEWPOS + FUNCTION ORD("a")
           MOVE FUNCTION CHAR(RVW-POS) TO RVW-BUF(RVW-IDX:1)
          END-IF
         END-IF
        END-PERFORM.
        MOVE RVW-BUF TO RVW-OUT.

      *Backward keyword walk - the same arithmetic the solver's
      *VIG-DECRYPT-BUF runs, so the chosen keyword decrypts the
      *message byte for byte the way a first-pass mode 6 would.
