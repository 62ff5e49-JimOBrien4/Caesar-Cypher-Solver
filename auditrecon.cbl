       FD RECONOUT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 RECON-PRINT PIC X(150).
       FD KEYVAULT RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Vault record as KEY-MAINT writes it: label in 1-20, keyword
      *in 22-41, version 43-45, effective-from 47-54, effective-to
      *56-63, status 65. A bare 41-byte record reads as version 1
      *in force from the beginning with no end.
       01 KEYVAULT-RECORD PIC X(65).
       WORKING-STORAGE SECTION.
       01 AUDIT-DSN PIC X(100) VALUE "audit.log".
       01 REPORT-DSN PIC X(100) VALUE "outdd.txt".
       01 REPORT-EOF PIC 9 VALUE 0.
      *The audit line is held whole and read through one of two
      *REDEFINES views - WRITE-AUDIT in the solver puts the fields at
      *fixed offsets, with the keyed modes (4 through 11) carrying a
      *20-byte KEY where the flat-shift modes carry a 2-byte SHIFT.
      *The mode is written as two digits. Both carry the 4-byte
      *partner code right after the mode, and both end with the
      *processing date at a fixed tail offset. A mode 12 line also
      *carries its identification verdict (family, confidence, IC)
      *in the tail, and its family picks the view: the shift layout
      *for a monoalphabetic shift, the key layout otherwise.
       01 AUDIT-IMG PIC X(1700).
       01 AUDIT-SHIFT-VIEW REDEFINES AUDIT-IMG.
        05 FILLER PIC X(5).
        05 ASV-MODE PIC X(2).
        05 FILLER PIC X(9).
        05 ASV-PARTNER PIC X(4).
        05 FILLER PIC X(7).
        05 ASV-IN PIC X(800).
        05 FILLER PIC X(5).
        05 ASV-OUT PIC X(800).
        05 FILLER PIC X(43).
        05 ASV-IDENT PIC X(5).
        05 FILLER PIC X(6).
        05 ASV-DATE PIC X(8).
       01 AUDIT-KEY-VIEW REDEFINES AUDIT-IMG.
        05 FILLER PIC X(5).
        05 AKV-MODE PIC X(2).
        05 FILLER PIC X(9).
        05 AKV-PARTNER PIC X(4).
        05 FILLER PIC X(5).
        05 AKV-IN PIC X(800).
        05 FILLER PIC X(5).
        05 AKV-OUT PIC X(800).
        05 FILLER PIC X(27).
        05 AKV-IDENT PIC X(5).
        05 FILLER PIC X(6).
        05 AKV-DATE PIC X(8).
      *Re-derivation working fields - the same shift arithmetic the
      *solver applies, re-run here against the recorded IN field.
       01 RCN-MODE PIC 9(2).
       01 RCN-SHIFT PIC 9(2).
       01 RCN-KEY PIC X(20).
       01 RCN-BUF PIC X(800).
       01 RCN-TR-C PIC 9(2).
       01 RCN-TR-R PIC 9(2).
       01 RCN-TR-POS PIC 9(3).
      *Affine re-derivation (modes 9, 10 and 11) - the key is "mmbb",
      *multiplier then offset, and only the twelve multipliers with
      *an inverse mod 26 are keys the solver would have used.
       01 RCN-AFF-MULTS-DEF PIC X(24) VALUE "010305070911151719212325".
       01 RCN-AFF-MULTS REDEFINES RCN-AFF-MULTS-DEF.
        05 RCN-AFF-VALID PIC 9(2) OCCURS 12 TIMES.
       01 RCN-AFF-IDX PIC 9(2).
       01 RCN-AFF-DIGITS.
        05 RCN-AFF-MULT PIC 9(2).
        05 RCN-AFF-OFFSET PIC 9(2).
       01 RCN-AFF-INVERSE PIC 9(2).
       01 RCN-AFF-OK PIC X(1).
      *Key vault, loaded once - modes 4, 5, 7, 8, 9 and 10 record
      *the LABEL on the audit line, which resolves here to the
      *keyword the solver actually walked - the version in force on
      *the line's own processing date. Modes 6 and 11 record their
      *recovered key whole. A line written before the date was
      *stamped resolves as of today.
       01 KEYVAULT-DSN PIC X(100) VALUE "keyvault.txt".
       01 KEYVAULT-STATUS PIC X(2).
       01 VAULT-COUNT PIC 9(3) VALUE 0.
       01 VAULT-TABLE.
        05 VAULT-ENTRY OCCURS 500 TIMES.
         10 VAULT-LABEL PIC X(20).
         10 VAULT-KEYWORD PIC X(20).
         10 VAULT-FROM PIC 9(8).
         10 VAULT-TO PIC 9(8).
       01 VAULT-IDX PIC 9(3).
       01 RCN-LABEL-OK PIC X(1).
       01 RCN-TODAY PIC 9(8).
       01 RCN-PROC-DATE PIC 9(8).
      *Per-mode tallies taken from the audit file, balanced against
      *the RUN SUMMARY trailer counts accumulated from the report.
      *Restarted jobs leave one trailer per invocation on the report,
       01 AUD-CNT-VIGSOLVE PIC 9(7) VALUE 0.
       01 AUD-CNT-TRANSPOSE PIC 9(7) VALUE 0.
       01 AUD-CNT-TRDECRYPT PIC 9(7) VALUE 0.
       01 AUD-CNT-AFFINE PIC 9(7) VALUE 0.
       01 AUD-CNT-AFFDECRYPT PIC 9(7) VALUE 0.
       01 AUD-CNT-AFFSOLVE PIC 9(7) VALUE 0.
       01 AUD-CNT-IDENTIFY PIC 9(7) VALUE 0.
       01 AUD-CNT-REJECTS PIC 9(7) VALUE 0.
       01 TRL-FOUND PIC 9(7) VALUE 0.
       01 TRL-CNT-RECS PIC 9(7) VALUE 0.
       01 TRL-CNT-VIGSOLVE PIC 9(7) VALUE 0.
       01 TRL-CNT-TRANSPOSE PIC 9(7) VALUE 0.
       01 TRL-CNT-TRDECRYPT PIC 9(7) VALUE 0.
       01 TRL-CNT-AFFINE PIC 9(7) VALUE 0.
       01 TRL-CNT-AFFDECRYPT PIC 9(7) VALUE 0.
       01 TRL-CNT-AFFSOLVE PIC 9(7) VALUE 0.
       01 TRL-CNT-IDENTIFY PIC 9(7) VALUE 0.
       01 TRL-CNT-REJECTS PIC 9(7) VALUE 0.
      *Trailer parse fields - the summary line is split on "=" and
      *each piece after the first leads with a 7-digit count.
       01 TRL-IMG PIC X(850).
       01 TRL-PIECE-0 PIC X(100).
       01 TRL-PIECE PIC X(30) OCCURS 16 TIMES.
       01 TRL-HEAD PIC X(50).
       01 TRL-TAIL PIC X(100).
       01 TRL-IDX PIC 9(2).
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
        ACCEPT RCN-TODAY FROM DATE YYYYMMDD.

       LOAD-ONE-VAULT-RECORD.
        IF KEYVAULT-RECORD(43:23) = SPACES
         ADD 1 TO VAULT-COUNT
         MOVE 0 TO VAULT-FROM(VAULT-COUNT)
         MOVE 99999999 TO VAULT-TO(VAULT-COUNT)
         PERFORM LOAD-VAULT-LABEL
        ELSE
         IF KEYVAULT-RECORD(43:3) IS NUMERIC
          AND KEYVAULT-RECORD(47:8) IS NUMERIC
          AND KEYVAULT-RECORD(56:8) IS NUMERIC
          ADD 1 TO VAULT-COUNT
          MOVE KEYVAULT-RECORD(47:8) TO VAULT-FROM(VAULT-COUNT)
          MOVE KEYVAULT-RECORD(56:8) TO VAULT-TO(VAULT-COUNT)
          PERFORM LOAD-VAULT-LABEL
         END-IF
        END-IF.

       LOAD-VAULT-LABEL.
        MOVE FUNCTION UPPER-CASE(KEYVAULT-RECORD(1:20))
         TO VAULT-LABEL(VAULT-COUNT).
        MOVE KEYVAULT-RECORD(22:20) TO VAULT-KEYWORD(VAULT-COUNT).

      *Resolves the label in RCN-KEY in place to the keyword of the
      *version in force on the audit line's processing date - so a
      *rotation since the run does not turn an old line into a
      *false mismatch.
       RESOLVE-RCN-LABEL.
        MOVE "N" TO RCN-LABEL-OK.
        IF AKV-DATE IS NUMERIC
         MOVE AKV-DATE TO RCN-PROC-DATE
        ELSE
         MOVE RCN-TODAY TO RCN-PROC-DATE
        END-IF.
        PERFORM VARYING VAULT-IDX FROM 1 BY 1
         UNTIL VAULT-IDX > VAULT-COUNT OR RCN-LABEL-OK = "Y"
         IF VAULT-LABEL(VAULT-IDX) = FUNCTION UPPER-CASE(RCN-KEY)
          AND VAULT-FROM(VAULT-IDX) <= RCN-PROC-DATE
          AND VAULT-TO(VAULT-IDX) >= RCN-PROC-DATE
          MOVE VAULT-KEYWORD(VAULT-IDX) TO RCN-KEY
          MOVE "Y" TO RCN-LABEL-OK
         END-IF
        ELSE
         MOVE 0 TO RCN-MODE
        END-IF.
        IF (RCN-MODE >= 4 AND RCN-MODE <= 11)
         OR (RCN-MODE = 12 AND AKV-IDENT(1:1) NOT = "M")
         MOVE AKV-KEY TO RCN-KEY
         MOVE AKV-IN TO RCN-BUF
         MOVE AKV-OUT TO RCN-ACTUAL
                 ADD 1 TO AUD-CNT-REJECTS
                 MOVE SPACES TO RCN-BUF
                END-IF
      *Modes 9 and 10 resolve their label the same way; a label that
      *resolves to something that is not a usable affine key was
      *rejected by the solver too. Mode 11 records the recovered
      *"mmbb" key itself.
         WHEN 9 MOVE "E" TO RCN-VIG-DIR
                PERFORM RESOLVE-RCN-LABEL
                IF RCN-LABEL-OK = "Y"
                 PERFORM PARSE-RCN-AFFINE-KEY
                END-IF
                IF RCN-LABEL-OK = "Y" AND RCN-AFF-OK = "Y"
                 ADD 1 TO AUD-CNT-AFFINE
                 PERFORM APPLY-AFFINE
                ELSE
                 ADD 1 TO AUD-CNT-REJECTS
                 MOVE SPACES TO RCN-BUF
                END-IF
         WHEN 10 MOVE "D" TO RCN-VIG-DIR
                PERFORM RESOLVE-RCN-LABEL
                IF RCN-LABEL-OK = "Y"
                 PERFORM PARSE-RCN-AFFINE-KEY
                END-IF
                IF RCN-LABEL-OK = "Y" AND RCN-AFF-OK = "Y"
                 ADD 1 TO AUD-CNT-AFFDECRYPT
                 PERFORM APPLY-AFFINE
                ELSE
                 ADD 1 TO AUD-CNT-REJECTS
                 MOVE SPACES TO RCN-BUF
                END-IF
         WHEN 11 ADD 1 TO AUD-CNT-AFFSOLVE
                MOVE "D" TO RCN-VIG-DIR
                PERFORM PARSE-RCN-AFFINE-KEY
                PERFORM APPLY-AFFINE
      *Mode 12 re-runs whichever engine the identification chose -
      *the recorded shift for a monoalphabetic verdict, the recorded
      *key for a keyword verdict. A transposition got no answer, so
      *its blank OUT is the expected value.
         WHEN 12 ADD 1 TO AUD-CNT-IDENTIFY
                EVALUATE AKV-IDENT(1:1)
                 WHEN "M"
                  COMPUTE RCN-AMT = FUNCTION MOD(RCN-SHIFT, 26)
                  PERFORM APPLY-CAESAR
                 WHEN "P"
                  MOVE "D" TO RCN-VIG-DIR
                  PERFORM APPLY-VIGENERE
                 WHEN OTHER
                  MOVE SPACES TO RCN-BUF
                END-EVALUATE
         WHEN OTHER ADD 1 TO AUD-CNT-REJECTS
      *A rejected card never produced a result, so its audit line
      *carries a blank OUT - that blank IS the expected value.
        MOVE RCN-BUF TO RCN-EXPECTED.
      *A SOLVE that found no scoring candidate at all records shift
      *zero and a blank result - nothing to re-derive, so accept it.
        IF (RCN-MODE = 3 OR RCN-MODE = 12)
         AND RCN-SHIFT = 0 AND RCN-ACTUAL = SPACES
         MOVE SPACES TO RCN-EXPECTED
        END-IF.
        IF RCN-EXPECTED NOT = RCN-ACTUAL
         END-IF
        END-PERFORM.

      *Splits the resolved key in RCN-KEY into multiplier and offset
      *and finds the multiplier's inverse mod 26, exactly as the
      *solver's PARSE-AFFINE-KEY does. RCN-AFF-OK says whether it is
      *a key the solver would have accepted.
       PARSE-RCN-AFFINE-KEY.
        MOVE "N" TO RCN-AFF-OK.
        MOVE 1 TO RCN-AFF-MULT.
        MOVE 0 TO RCN-AFF-OFFSET.
        IF RCN-KEY(1:4) IS NUMERIC AND RCN-KEY(5:16) = SPACES
         MOVE RCN-KEY(1:4) TO RCN-AFF-DIGITS
         IF RCN-AFF-OFFSET <= 25
          PERFORM VARYING RCN-AFF-IDX FROM 1 BY 1
           UNTIL RCN-AFF-IDX > 12 OR RCN-AFF-OK = "Y"
           IF RCN-AFF-VALID(RCN-AFF-IDX) = RCN-AFF-MULT
            MOVE "Y" TO RCN-AFF-OK
           END-IF
          END-PERFORM
         END-IF
        END-IF.
        MOVE 0 TO RCN-AFF-INVERSE.
        PERFORM VARYING RCN-AFF-IDX FROM 1 BY 1
         UNTIL RCN-AFF-IDX > 25 OR RCN-AFF-INVERSE NOT = 0
         IF FUNCTION MOD(RCN-AFF-MULT * RCN-AFF-IDX, 26) = 1
          MOVE RCN-AFF-IDX TO RCN-AFF-INVERSE
         END-IF
        END-PERFORM.

      *Affine walk over RCN-BUF one character at a time - letter
      *position x becomes (m * x + b) mod 26 forward ("E") or
      *i * (x - b) mod 26 back ("D"), case kept, everything else
      *left alone. The solver gets there through a conversion table;
      *the arithmetic is the same.
       APPLY-AFFINE.
        PERFORM VARYING RCN-IDX FROM 1 BY 1 UNTIL RCN-IDX > 800
         MOVE RCN-BUF(RCN-IDX:1) TO RCN-CHAR
         IF (RCN-CHAR >= "A" AND RCN-CHAR <= "Z")
          OR (RCN-CHAR >= "a" AND RCN-CHAR <= "z")
          IF RCN-CHAR >= "A" AND RCN-CHAR <= "Z"
           COMPUTE RCN-POS =
            FUNCTION ORD(RCN-CHAR) - FUNCTION ORD("A")
          ELSE
           COMPUTE RCN-POS =
            FUNCTION ORD(RCN-CHAR) - FUNCTION ORD("a")
          END-IF
          IF RCN-VIG-DIR = "E"
           COMPUTE RCN-NEWPOS = FUNCTION MOD(RCN-AFF-MULT * RCN-POS
            + RCN-AFF-OFFSET, 26)
          ELSE
           COMPUTE RCN-NEWPOS = FUNCTION MOD(RCN-AFF-INVERSE *
            (RCN-POS + 26 - RCN-AFF-OFFSET), 26)
          END-IF
          IF RCN-CHAR >= "A" AND RCN-CHAR <= "Z"
           COMPUTE RCN-POS = RCN-NEWPOS + FUNCTION ORD("A")
          ELSE
           COMPUTE RCN-POS = RCN-NEWPOS + FUNCTION ORD("a")
          END-IF
          MOVE FUNCTION CHAR(RCN-POS) TO RCN-BUF(RCN-IDX:1)
         END-IF
        END-PERFORM.

      *Columnar transposition forward walk - the non-blank text in
      *rows of key length, columns read off in alphabetical rank
      *order, blanks held in place: the same arithmetic
      *first "=". Pieces 10 (DUPLICATES), 11 (REVIEW) and 12
      *(TRUNCATED) have no audit-side counterpart to balance - a
      *duplicate or review-held message still audits under its real
      *mode - so only 1 through 9, the affine 13 through 15 and 16
      *(IDENTIFY) are accumulated. A trailer from before the affine
      *or identify modes simply leaves those pieces blank, which
      *adds nothing.
       PARSE-TRAILER.
        MOVE SPACES TO TRL-PIECE-0.
        PERFORM VARYING TRL-IDX FROM 1 BY 1 UNTIL TRL-IDX > 16
         MOVE SPACES TO TRL-PIECE(TRL-IDX)
        END-PERFORM.
        UNSTRING TRL-IMG DELIMITED BY "="
         INTO TRL-PIECE-0 TRL-PIECE(1) TRL-PIECE(2) TRL-PIECE(3)
           TRL-PIECE(4) TRL-PIECE(5) TRL-PIECE(6) TRL-PIECE(7)
           TRL-PIECE(8) TRL-PIECE(9) TRL-PIECE(10) TRL-PIECE(11)
           TRL-PIECE(12) TRL-PIECE(13) TRL-PIECE(14) TRL-PIECE(15)
           TRL-PIECE(16)
        END-UNSTRING.
        MOVE SPACES TO TRL-HEAD.
        MOVE SPACES TO TRL-TAIL.
        ADD FUNCTION NUMVAL(TRL-PIECE(7)(1:7)) TO TRL-CNT-TRANSPOSE.
        ADD FUNCTION NUMVAL(TRL-PIECE(8)(1:7)) TO TRL-CNT-TRDECRYPT.
        ADD FUNCTION NUMVAL(TRL-PIECE(9)(1:7)) TO TRL-CNT-REJECTS.
        ADD FUNCTION NUMVAL(TRL-PIECE(13)(1:7)) TO TRL-CNT-AFFINE.
        ADD FUNCTION NUMVAL(TRL-PIECE(14)(1:7)) TO TRL-CNT-AFFDECRYPT.
        ADD FUNCTION NUMVAL(TRL-PIECE(15)(1:7)) TO TRL-CNT-AFFSOLVE.
        ADD FUNCTION NUMVAL(TRL-PIECE(16)(1:7)) TO TRL-CNT-IDENTIFY.

      *Balances each per-mode audit tally against the trailer counts
      *and prints the pairs side by side so a failure shows exactly
        IF AUD-CNT-TRDECRYPT NOT = TRL-CNT-TRDECRYPT
         MOVE "N" TO BALANCE-OK
        END-IF.
        MOVE "AFFINE    " TO RECON-LINE.
        MOVE AUD-CNT-AFFINE TO RCN-PAIR-CNT.
        PERFORM WRITE-BALANCE-PAIR.
        IF AUD-CNT-AFFINE NOT = TRL-CNT-AFFINE
         MOVE "N" TO BALANCE-OK
        END-IF.
        MOVE "AFFDECRYPT" TO RECON-LINE.
        MOVE AUD-CNT-AFFDECRYPT TO RCN-PAIR-CNT.
        PERFORM WRITE-BALANCE-PAIR.
        IF AUD-CNT-AFFDECRYPT NOT = TRL-CNT-AFFDECRYPT
         MOVE "N" TO BALANCE-OK
        END-IF.
        MOVE "AFFSOLVE  " TO RECON-LINE.
        MOVE AUD-CNT-AFFSOLVE TO RCN-PAIR-CNT.
        PERFORM WRITE-BALANCE-PAIR.
        IF AUD-CNT-AFFSOLVE NOT = TRL-CNT-AFFSOLVE
         MOVE "N" TO BALANCE-OK
        END-IF.
        MOVE "IDENTIFY  " TO RECON-LINE.
        MOVE AUD-CNT-IDENTIFY TO RCN-PAIR-CNT.
        PERFORM WRITE-BALANCE-PAIR.
        IF AUD-CNT-IDENTIFY NOT = TRL-CNT-IDENTIFY
         MOVE "N" TO BALANCE-OK
        END-IF.
        MOVE "REJECTS   " TO RECON-LINE.
        MOVE AUD-CNT-REJECTS TO RCN-PAIR-CNT.
        PERFORM WRITE-BALANCE-PAIR.
         WHEN "VIGSOLVE  " MOVE TRL-CNT-VIGSOLVE TO TRL-TAIL
         WHEN "TRANSPOSE " MOVE TRL-CNT-TRANSPOSE TO TRL-TAIL
         WHEN "TRDECRYPT " MOVE TRL-CNT-TRDECRYPT TO TRL-TAIL
         WHEN "AFFINE    " MOVE TRL-CNT-AFFINE TO TRL-TAIL
         WHEN "AFFDECRYPT" MOVE TRL-CNT-AFFDECRYPT TO TRL-TAIL
         WHEN "AFFSOLVE  " MOVE TRL-CNT-AFFSOLVE TO TRL-TAIL
         WHEN "IDENTIFY  " MOVE TRL-CNT-IDENTIFY TO TRL-TAIL
         WHEN "REJECTS   " MOVE TRL-CNT-REJECTS TO TRL-TAIL
        END-EVALUATE.
        MOVE SPACES TO RECON-LINE(11:).
