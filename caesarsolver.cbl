      *1 for encrypt, 2 for decrypt, 3 for solve, 4 for vigenere
      *encrypt, 5 for vigenere decrypt, 6 for vigenere solve
      *(keyword recovery - no key supplied), 7 for columnar
      *transposition encrypt, 8 for columnar transposition decrypt,
      *9 for affine encrypt. A "0" here escapes to the two-digit
      *mode in columns 2-3 (see USER-INPUT-EXT below) - 10 for
      *affine decrypt, 11 for affine solve, 12 for identify and
      *solve (cipher unknown - see IDENTIFY-CIPHER).
        02 AMOUNT-IN PIC 9(2).
        02 KEY-IN PIC X(20).
      *vault key LABEL for MODE-IN 4 and 5 (Vigenere) and 7 and 8
      *"Y" marks a deliberate resend - the duplicate check waves the
      *message through instead of flagging it. See CHECK-DUPLICATE.
        02 RESEND-IN PIC X(1).
      *Two-digit mode card: "0" in column 1, the mode in columns 2-3
      *where AMOUNT-IN would sit. None of the modes past 9 takes a
      *shift, so nothing is lost, and every card already in the
      *shop still reads exactly as it did. Mode 12 takes no key
      *either - the card carries only the ciphertext.
       01 USER-INPUT-EXT.
        02 MODE-EXT-FLAG PIC X(1).
        02 MODE-EXT-IN PIC 9(2).
        02 FILLER PIC X(105).
       FD DATAOUT RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Wide enough to take SOLVE-LINE/REJECT-LINE whole - both of
      *those carry an 800-byte phrase field plus a prefix, so 800
       FD DICTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 DICT-RECORD PIC X(30).
       FD FEEDFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 FEED-RECORD PIC X(844).
       FD ERRLOG RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 ERR-RECORD PIC X(150).
       FD HISTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HIST-RECORD PIC X(1665).
       FD REVIEWQ RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Queue record: status 1 ("O" open, "C" closed by SOLVE-REVIEW),
      *run id 2-15, date 16-23, seq 24-30, mode 31-32, partner
      *33-36, language 37-38, best shift 39-40, runner-up shift
      *41-42, dictionary shift 43-44, recovered key 45-64 (mode 6;
      *for mode 11 the best, runner-up and dictionary affine keys
      *at 45-48, 50-53 and 55-58), input phrase 65-864, and for
      *mode 12 the identification (family, confidence, IC) in
      *866-870 with the shifts or key of the engine it ran.
       01 REVIEWQ-RECORD PIC X(870).
       FD KEYVAULT RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Vault record as KEY-MAINT writes it: label in 1-20, keyword
      *in 22-41, version 43-45, effective-from 47-54, effective-to
      *56-63 (99999999 = open-ended), status 65 (A active, S
      *superseded, R retired, E expired). A bare 41-byte record from
      *before versioning reads as version 1, in force from the
      *beginning with no end. "*"-prefixed records are comments.
       01 KEYVAULT-RECORD PIC X(65).
       FD LANGPROF RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Profile record: language code in 1-2, then 26 two-digit
      *weights for A through Z, each at a fixed 3-column pitch
        05 HIST-RUN-ID PIC X(14).
        05 HIST-PROC-DATE PIC 9(8).
        05 HIST-SEQ PIC 9(7).
        05 HIST-MODE PIC 9(2).
        05 HIST-SHIFT PIC 9(2).
        05 HIST-KEY PIC X(20).
        05 HIST-IN PIC X(800).
      *Disposition flag: "X" reject (bad mode or unresolved key
      *label), "D" duplicate submission, "R" review-held provisional
      *verdict, "T" truncated message, blank for a normal first-pass
      *message, "B" backed out by RUN-BACKOUT (the run was reversed
      *downstream). Billing skips X and D; the statistics report
      *carries each in its own column.
        05 HIST-FLAG PIC X(1).
      *Cipher identification for mode 12 - family, confidence and
      *index of coincidence exactly as ID-RESULT holds them below;
      *blank for every other mode (and on records written before
      *mode 12 existed, which read back space-padded).
        05 HIST-IDENT PIC X(5).
      *Language the card asked to be scored under (LANG-IN, or the
      *run default when the card left it blank) - what the language
      *profile builder groups trusted plaintext by. Blank on records
      *written before it was kept.
        05 HIST-LANG PIC X(2).
       01 RUN-STAMP-DATE PIC 9(8).
      *Business date the run processes for (CAESAR_BUSDATE) - set by
      *the cycle so a slice that starts or restarts after midnight
      *still stamps history, queue and audit with its night's date.
      *Blank means the processing date is today.
       01 BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 RUN-STAMP-TIME PIC X(8).
       01 DEFAULT-AMOUNT PIC 9(2) VALUE 0.
      *File statuses, checked after every OPEN, READ and WRITE so a
       01 AUDIT-RESULT PIC X(800).
       01 AUDIT-LINE PIC X(1700).
      *Key as reported on the audit line, the history record and the
      *feed: the card's LABEL for the vault-keyed modes (4, 5, 7, 8,
      *9 and 10), the recovered key for modes 6 and 11 (and for a
      *mode 12 message identified as a keyword cipher) - which
      *exposes nothing, since rerunning the solver over the recorded
      *IN text would recover it again anyway.
       01 AUDIT-KEY PIC X(20).
      *Dictionary cross-check for SOLVE candidates. The word list is
      *maintained sorted and upper-cased by DICT-MAINT, so the table
       01 LINEBREAK PIC X(100) VALUE "-".
      *Logical-message assembly for continuation records (up to ten
      *77-character card images strung together as one message)
       01 SAVE-MODE PIC 9(2).
       01 SAVE-AMOUNT PIC 9(2).
       01 SAVE-KEY PIC X(20).
       01 SAVE-PARTNER PIC X(4).
       01 TOTAL-REJECTS PIC 9(7) VALUE 0.
       01 TOTAL-DUPLICATES PIC 9(7) VALUE 0.
       01 TOTAL-TRUNCATED PIC 9(7) VALUE 0.
       01 TOTAL-AFFINE PIC 9(7) VALUE 0.
       01 TOTAL-AFFDECRYPT PIC 9(7) VALUE 0.
       01 TOTAL-AFFSOLVE PIC 9(7) VALUE 0.
       01 TOTAL-IDENTIFY PIC 9(7) VALUE 0.
      *Sized for the full trailer: the sixteen labeled 7-digit counts
      *plus the prefix and closing banner run to 314 bytes, and a
      *too-small STRING target would silently chop the tail counts
      *off the report (and out of every downstream trailer parse).
       01 TRAILER-LINE PIC X(320).
      *Sized for its 23-byte prefix plus the full 800-byte PHRASE-BUF
      *(STRING DELIMITED BY SIZE always carries all 800 bytes) -
      *matches PRINTOUT so REJECT-MODE's WRITE doesn't chop it again.
      *plus this run's count) so the downstream reconciles one
      *unbroken series per business day. SHIFT carries the shift the
      *transaction actually used (SOLVE's recovered BEST-SHIFT
      *included); KEY is blank outside the keyed modes (4-11) and a
      *mode 12 message identified as a keyword cipher.
       01 FEED-ENABLED PIC X(1) VALUE "N".
       01 FEED-LINE.
        05 FEED-SEQ PIC 9(7).
        05 FEED-MODE PIC 9(2).
        05 FEED-SHIFT PIC 9(2).
        05 FEED-KEY PIC X(20).
        05 FEED-STATUS PIC X(9).
       01 DUP-TABLE.
        05 DUP-ENTRY OCCURS 2000 TIMES.
         10 DUP-PARTNER PIC X(4).
         10 DUP-MODE PIC 9(2).
         10 DUP-PHRASE PIC X(800).
       01 DUP-IDX PIC 9(4).
       01 DUP-FLAG PIC X(1) VALUE "N".
      *audit line, history record and feed carry the LABEL, so a
      *reader of any of those files learns nothing that decrypts a
      *message. A card whose label is not on the vault is a reject,
      *never a silent fall-through to the do-nothing "A" key. Every
      *version of a label is held; the one whose effective dates
      *cover the run date is the one that resolves.
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
         10 VAULT-STATE PIC X(1).
       01 VAULT-IDX PIC 9(3).
       01 VAULT-LATEST PIC 9(3).
       01 KEYLABEL-OK PIC X(1) VALUE "Y".
      *Why a label did not resolve: U not on the vault at all, R its
      *latest version is retired, E expired, N no version in force
      *on the run date (superseded, or not yet effective), K it
      *resolved but the keyword is not a usable affine key.
       01 KEYLABEL-STATE PIC X(1).
       01 KEYLABEL-TEXT PIC X(30).
      *Columnar transposition (modes 7 and 8) working fields. The
      *keyword's letters rank its columns alphabetically (ties broken
      *left to right); the message's NON-BLANK characters are written
       01 COL-BEST-SHIFT PIC 9(2).
       01 COL-RUNNER-SCORE PIC 9(7).
       01 VSOLVE-LOWCOL PIC X(1).
      *Affine cipher (modes 9-11) working fields. A letter at
      *alphabet position x enciphers to (m * x + b) mod 26, so the
      *key is a multiplier and an offset, kept on the vault as the
      *four digits "mmbb" (0508 is multiply by 5, add 8) under a
      *label like any other keyword. Only a multiplier sharing no
      *factor with 26 can be undone - the twelve below - and the
      *offset runs 0-25, which makes 312 keys in all for the solve
      *to try.
       01 AFF-MULTS-DEF PIC X(24) VALUE "010305070911151719212325".
       01 AFF-MULTS REDEFINES AFF-MULTS-DEF.
        05 AFF-MULT-VALID PIC 9(2) OCCURS 12 TIMES.
       01 AFF-M-IDX PIC 9(2).
       01 AFF-KEY-DIGITS.
        05 AFF-KEY-MULT PIC 9(2).
        05 AFF-KEY-OFFSET PIC 9(2).
       01 AFF-KEY-OK PIC X(1).
       01 AFF-INVERSE PIC 9(2).
       01 AFF-I PIC 9(2).
       01 AFF-POS PIC 9(3).
      *"E" builds the enciphering table, "D" the deciphering one
       01 AFF-DIRECTION PIC X(1).
       01 AFF-CIPHER-TEXT PIC X(800).
       01 AFF-BEST-KEY PIC X(4).
       01 AFF-RUNNER-KEY PIC X(4).
       01 AFF-DICT-KEY PIC X(4).
       01 AFF-RUNNER-LINE PIC X(850).
      *Cipher identification (mode 12) working fields. The index of
      *coincidence - the chance that two letters drawn from the
      *message are the same letter - sits near .066 for English and
      *higher still for French and Spanish, and neither a shift nor
      *a transposition moves it, since both keep the letter counts
      *(a shift only renames them). A keyword cipher enciphers each
      *letter several ways and flattens the counts toward the .038
      *of random letters. ID-IC holds it in thousandths.
       01 ID-LETTERS PIC 9(3).
       01 ID-PAIRS PIC 9(9).
       01 ID-IC-CALC PIC 9(4).
      *An IC at or above ID-IC-SPLIT reads as a single alphabet,
      *below it as several. One within ID-IC-BAND of the split is a
      *coin toss, and so is any message under ID-MIN-LETTERS letters
      *- too few for the statistic to settle.
       01 ID-IC-SPLIT PIC 9(3) VALUE 55.
       01 ID-IC-BAND PIC 9(2) VALUE 5.
       01 ID-MIN-LETTERS PIC 9(3) VALUE 40.
      *The verdict as the audit line, history record and review
      *queue carry it: family "M" monoalphabetic shift, "P"
      *polyalphabetic keyword, "T" transposition; confidence "H" or
      *"L"; then the IC.
       01 ID-RESULT.
        05 ID-FAMILY PIC X(1).
        05 ID-CONF PIC X(1).
        05 ID-IC PIC 9(3).
      *Shift the solve settled on for a monoalphabetic verdict, zero
      *for the other two families.
       01 ID-SHIFT PIC 9(2).
       01 ID-FAMILY-TEXT PIC X(30).
       01 ID-CONF-TEXT PIC X(4).
       01 ID-LINE PIC X(100).
       01 ID-TRANS-LINE PIC X(100).
      *Letter-frequency weights, A through Z. FREQ-WEIGHT is the
      *ACTIVE set - SCORE-CANDIDATE and the mode-6 column recovery
      *both read it - refreshed per message by SELECT-LANG-PROFILE
        PERFORM FAIL-RUN
       END-IF.
       ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
       PERFORM APPLY-BUSINESS-DATE.
       ACCEPT RUN-STAMP-TIME FROM TIME.
       MOVE SPACES TO HIST-RUN-ID.
       STRING RUN-STAMP-DATE DELIMITED BY SIZE
        MOVE "Y" TO KEYLABEL-OK
        IF SAVE-MODE = 4 OR SAVE-MODE = 5
         OR SAVE-MODE = 7 OR SAVE-MODE = 8
         OR SAVE-MODE = 9 OR SAVE-MODE = 10
         PERFORM RESOLVE-KEY-LABEL
        END-IF
      *An affine label has to resolve to a key the cipher can use -
      *a multiplier sharing a factor with 26 would encipher two
      *letters alike and no decrypt could ever separate them again.
        IF KEYLABEL-OK = "Y"
         AND (SAVE-MODE = 9 OR SAVE-MODE = 10)
         PERFORM PARSE-AFFINE-KEY
         IF AFF-KEY-OK = "N"
          MOVE "N" TO KEYLABEL-OK
          MOVE "K" TO KEYLABEL-STATE
         END-IF
        END-IF
        IF KEYLABEL-OK = "N"
         PERFORM REJECT-KEY-LABEL
         MOVE SPACES TO AUDIT-RESULT
          WHEN 8 PERFORM TRANSPOSE-DECRYPT
                 MOVE PHRASE-OUT TO AUDIT-RESULT
                 ADD 1 TO TOTAL-TRDECRYPT
          WHEN 9 PERFORM AFFINE-ENCRYPT
                 MOVE PHRASE-OUT TO AUDIT-RESULT
                 ADD 1 TO TOTAL-AFFINE
          WHEN 10 PERFORM AFFINE-DECRYPT
                  MOVE PHRASE-OUT TO AUDIT-RESULT
                  ADD 1 TO TOTAL-AFFDECRYPT
          WHEN 11 PERFORM AFFINE-SOLVE
                  MOVE BEST-PHRASE TO AUDIT-RESULT
                  ADD 1 TO TOTAL-AFFSOLVE
          WHEN 12 PERFORM IDENTIFY-CIPHER
                  MOVE PHRASE-OUT TO AUDIT-RESULT
                  MOVE ID-SHIFT TO AUDIT-SHIFT
                  ADD 1 TO TOTAL-IDENTIFY
          WHEN OTHER PERFORM REJECT-MODE
                     MOVE SPACES TO AUDIT-RESULT
                     ADD 1 TO TOTAL-REJECTS
         END-EVALUATE
        END-IF
      *A shaky SOLVE, VIGENERE-SOLVE or AFFINE-SOLVE verdict - or a
      *mode 12 message whose identification or solve is shaky - is
      *held for the analyst instead of released: queued, flagged on the
      *report, and kept OFF the feed. SOLVE-REVIEW posts the corrected
      *result under this same sequence number later, so the feed
      *series completes once the analyst rules. A DUPLICATE is never
      *held, however shaky - its feed record must go out carrying
        MOVE "N" TO REVIEW-HOLD
        IF KEYLABEL-OK = "Y" AND CONF-FLAG = "L"
         AND DUP-FLAG NOT = "Y"
         AND (SAVE-MODE = 3 OR SAVE-MODE = 6 OR SAVE-MODE = 11
          OR SAVE-MODE = 12)
         MOVE "Y" TO REVIEW-HOLD
         ADD 1 TO TOTAL-REVIEW
         PERFORM WRITE-REVIEW-QUEUE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_SHIFT"
        IF ENV-OVERRIDE NOT = SPACES
         COMPUTE DEFAULT-AMOUNT = FUNCTION NUMVAL(ENV-OVERRIDE)
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_BUSDATE"
        IF ENV-OVERRIDE(1:8) IS NUMERIC
         MOVE ENV-OVERRIDE(1:8) TO BUSINESS-DATE
        END-IF.

       APPLY-BUSINESS-DATE.
        IF BUSINESS-DATE NOT = SPACES
         MOVE BUSINESS-DATE TO RUN-STAMP-DATE
        END-IF.

      *Single-pass shift engine: any shift amount is applied with ONE
         MOVE TR-R TO TR-RANK(TR-I)
        END-PERFORM.

      *Affine cipher - each letter's alphabet position x becomes
      *(m * x + b) mod 26, case kept and punctuation untouched. The
      *whole 26-letter substitution is built once per message and
      *applied with the same single INSPECT CONVERTING the shift
      *engine uses, so the key arithmetic runs 26 times, not once
      *per character.
       AFFINE-ENCRYPT.
        PERFORM APPLY-AFFINE-ENCRYPT.
        WRITE PRINTOUT FROM PHRASE-OUT.
        PERFORM CHECK-DATAOUT-STATUS.

       APPLY-AFFINE-ENCRYPT.
        PERFORM PARSE-AFFINE-KEY.
        MOVE "E" TO AFF-DIRECTION.
        PERFORM BUILD-AFFINE-TABLE.
        INSPECT PHRASE-BUF CONVERTING SHIFT-FROM-TABLE
         TO SHIFT-TO-TABLE.
        MOVE PHRASE-BUF TO PHRASE-OUT.

      *Reverses AFFINE-ENCRYPT - the multiplier's inverse mod 26
      *undoes the multiply once the offset is taken back off.
       AFFINE-DECRYPT.
        PERFORM APPLY-AFFINE-DECRYPT.
        WRITE PRINTOUT FROM PHRASE-OUT.
        PERFORM CHECK-DATAOUT-STATUS.

       APPLY-AFFINE-DECRYPT.
        PERFORM PARSE-AFFINE-KEY.
        MOVE "D" TO AFF-DIRECTION.
        PERFORM BUILD-AFFINE-TABLE.
        INSPECT PHRASE-BUF CONVERTING SHIFT-FROM-TABLE
         TO SHIFT-TO-TABLE.
        MOVE PHRASE-BUF TO PHRASE-OUT.

      *Splits the resolved keyword in WORK-KEY into its multiplier
      *and offset. AFF-KEY-OK says whether it is a key the cipher
      *can use at all: four digits and nothing after them, an
      *offset 0-25, and one of the twelve invertible multipliers.
       PARSE-AFFINE-KEY.
        MOVE "N" TO AFF-KEY-OK.
        MOVE 1 TO AFF-KEY-MULT.
        MOVE 0 TO AFF-KEY-OFFSET.
        IF WORK-KEY(1:4) IS NUMERIC AND WORK-KEY(5:16) = SPACES
         MOVE WORK-KEY(1:4) TO AFF-KEY-DIGITS
         IF AFF-KEY-OFFSET <= 25
          PERFORM VARYING AFF-M-IDX FROM 1 BY 1
           UNTIL AFF-M-IDX > 12 OR AFF-KEY-OK = "Y"
           IF AFF-MULT-VALID(AFF-M-IDX) = AFF-KEY-MULT
            MOVE "Y" TO AFF-KEY-OK
           END-IF
          END-PERFORM
         END-IF
        END-IF.
        PERFORM FIND-AFFINE-INVERSE.

      *The multiplier's inverse mod 26 - the i with m * i leaving a
      *remainder of 1. Every valid multiplier has exactly one.
       FIND-AFFINE-INVERSE.
        MOVE 0 TO AFF-INVERSE.
        PERFORM VARYING AFF-I FROM 1 BY 1
         UNTIL AFF-I > 25 OR AFF-INVERSE NOT = 0
         IF FUNCTION MOD(AFF-KEY-MULT * AFF-I, 26) = 1
          MOVE AFF-I TO AFF-INVERSE
         END-IF
        END-PERFORM.

      *Fills SHIFT-TO-TABLE with the substitution for the key in
      *AFF-KEY-DIGITS: position x of each half receives the letter
      *that x enciphers to ("E") or deciphers to ("D").
       BUILD-AFFINE-TABLE.
        PERFORM VARYING AFF-I FROM 0 BY 1 UNTIL AFF-I > 25
         IF AFF-DIRECTION = "E"
          COMPUTE AFF-POS = FUNCTION MOD(AFF-KEY-MULT * AFF-I
           + AFF-KEY-OFFSET, 26)
         ELSE
          COMPUTE AFF-POS = FUNCTION MOD(AFF-INVERSE *
           (AFF-I + 26 - AFF-KEY-OFFSET), 26)
         END-IF
         MOVE ALPHA-UC-X2(AFF-POS + 1:1) TO SHIFT-TO-UC(AFF-I + 1:1)
         MOVE ALPHA-LC-X2(AFF-POS + 1:1) TO SHIFT-TO-LC(AFF-I + 1:1)
        END-PERFORM.

      *Brute-force affine recovery: every one of the 312 keys is
      *scored the way SOLVE scores a shift, by the card language's
      *letter weights, and cross-checked against the word list the
      *same way. Reported as the BEST GUESS line, the runner-up and
      *the DICTIONARY BEST - 312 candidate lines would bury the
      *report, so only the three in contention are printed.
       AFFINE-SOLVE.
        PERFORM APPLY-AFFINE-SOLVE.
        WRITE PRINTOUT FROM SOLVE-LINE.
        PERFORM CHECK-DATAOUT-STATUS.
        WRITE PRINTOUT FROM AFF-RUNNER-LINE.
        PERFORM CHECK-DATAOUT-STATUS.
        IF WORDDICT-COUNT > 0
         WRITE PRINTOUT FROM DICT-LINE
         PERFORM CHECK-DATAOUT-STATUS
        END-IF.

      *Search and scoring only, like APPLY-SOLVE, so the inquiry path
      *shares it. The recovered key lands in WORK-KEY as "mmbb", the
      *way mode 6 leaves its recovered keyword there for the audit
      *line, the history master and the feed.
       APPLY-AFFINE-SOLVE.
        MOVE 0 TO BEST-SCORE.
        MOVE 0 TO RUNNER-SCORE.
        MOVE 0 TO BEST-DICT-HITS.
        MOVE "0100" TO AFF-BEST-KEY.
        MOVE "0100" TO AFF-RUNNER-KEY.
        MOVE "0100" TO AFF-DICT-KEY.
        MOVE PHRASE-BUF TO AFF-CIPHER-TEXT.
        PERFORM COUNT-LETTERS.
        MOVE "D" TO AFF-DIRECTION.
        PERFORM VARYING AFF-M-IDX FROM 1 BY 1 UNTIL AFF-M-IDX > 12
         MOVE AFF-MULT-VALID(AFF-M-IDX) TO AFF-KEY-MULT
         PERFORM FIND-AFFINE-INVERSE
         PERFORM VARYING AFF-KEY-OFFSET FROM 0 BY 1
          UNTIL AFF-KEY-OFFSET > 25
          PERFORM SCORE-AFFINE-CANDIDATE
         END-PERFORM
        END-PERFORM.
      *Same confidence rules as SOLVE: no signal, a runner-up inside
      *the gap, or the word list voting for a different key.
        MOVE "H" TO CONF-FLAG.
        IF BEST-SCORE = 0
         MOVE "L" TO CONF-FLAG
        ELSE
         IF RUNNER-SCORE * 100 >= BEST-SCORE * (100 - CONF-GAP)
          MOVE "L" TO CONF-FLAG
         END-IF
        END-IF.
        IF WORDDICT-COUNT > 0 AND BEST-DICT-HITS > 0
         AND AFF-DICT-KEY NOT = AFF-BEST-KEY
         MOVE "L" TO CONF-FLAG
        END-IF.
        MOVE AFF-RUNNER-KEY TO AFF-KEY-DIGITS.
        PERFORM DECIPHER-AFFINE-CANDIDATE.
        MOVE SPACES TO AFF-RUNNER-LINE.
        STRING "*** RUNNER-UP (AFFINE KEY=" DELIMITED BY SIZE
            AFF-RUNNER-KEY DELIMITED BY SIZE
            ") ***  " DELIMITED BY SIZE
            PHRASE-BUF DELIMITED BY SIZE
            INTO AFF-RUNNER-LINE
        END-STRING.
        MOVE AFF-BEST-KEY TO AFF-KEY-DIGITS.
        PERFORM DECIPHER-AFFINE-CANDIDATE.
        MOVE PHRASE-BUF TO BEST-PHRASE.
        MOVE PHRASE-BUF TO PHRASE-OUT.
        MOVE SPACES TO WORK-KEY.
        MOVE AFF-BEST-KEY TO WORK-KEY.
        MOVE SPACES TO SOLVE-LINE.
        STRING "*** BEST GUESS (AFFINE KEY=" DELIMITED BY SIZE
            AFF-BEST-KEY DELIMITED BY SIZE
            ") ***  " DELIMITED BY SIZE
            BEST-PHRASE DELIMITED BY SIZE
            INTO SOLVE-LINE
        END-STRING.
        IF WORDDICT-COUNT > 0
         MOVE SPACES TO DICT-LINE
         STRING "*** DICTIONARY BEST (AFFINE KEY=" DELIMITED BY SIZE
             AFF-DICT-KEY DELIMITED BY SIZE
             ", " DELIMITED BY SIZE
             BEST-DICT-HITS DELIMITED BY SIZE
             " WORD MATCHES) ***" DELIMITED BY SIZE
             INTO DICT-LINE
         END-STRING
        END-IF.

      *Scores the key in AFF-KEY-DIGITS from the letter tallies
      *alone - ciphertext letter y deciphers to i * (y - b) mod 26,
      *so its count lands on that plaintext letter's weight - then
      *runs the word-list cross-check over the actual decipherment.
       SCORE-AFFINE-CANDIDATE.
        MOVE 0 TO CUR-SCORE.
        PERFORM VARYING SC-POS FROM 1 BY 1 UNTIL SC-POS > 26
         COMPUTE SCORE-ROT = FUNCTION MOD(AFF-INVERSE *
          (SC-POS - 1 + 26 - AFF-KEY-OFFSET), 26) + 1
         COMPUTE CUR-SCORE = CUR-SCORE
          + LETTER-COUNT(SC-POS) * FREQ-WEIGHT(SCORE-ROT)
        END-PERFORM.
        IF CUR-SCORE > BEST-SCORE
         MOVE BEST-SCORE TO RUNNER-SCORE
         MOVE AFF-BEST-KEY TO AFF-RUNNER-KEY
         MOVE CUR-SCORE TO BEST-SCORE
         MOVE AFF-KEY-DIGITS TO AFF-BEST-KEY
        ELSE
         IF CUR-SCORE > RUNNER-SCORE
          MOVE CUR-SCORE TO RUNNER-SCORE
          MOVE AFF-KEY-DIGITS TO AFF-RUNNER-KEY
         END-IF
        END-IF.
        IF WORDDICT-COUNT > 0
         PERFORM DECIPHER-AFFINE-CANDIDATE
         MOVE PHRASE-BUF TO TOKEN-SOURCE
         PERFORM SCORE-TOKEN-SOURCE
         IF DICT-HITS > BEST-DICT-HITS
          MOVE DICT-HITS TO BEST-DICT-HITS
          MOVE AFF-KEY-DIGITS TO AFF-DICT-KEY
         END-IF
        END-IF.

      *Deciphers the saved ciphertext into PHRASE-BUF under the key
      *in AFF-KEY-DIGITS.
       DECIPHER-AFFINE-CANDIDATE.
        PERFORM FIND-AFFINE-INVERSE.
        MOVE "D" TO AFF-DIRECTION.
        PERFORM BUILD-AFFINE-TABLE.
        MOVE AFF-CIPHER-TEXT TO PHRASE-BUF.
        INSPECT PHRASE-BUF CONVERTING SHIFT-FROM-TABLE
         TO SHIFT-TO-TABLE.

      *Identify and solve - mode 12, for traffic that arrives with no
      *word on which cipher produced it. The index of coincidence
      *says whether the message was written in one alphabet or
      *several; for one alphabet the letter-distribution shape then
      *says whether it was shifted at all. A message whose letters
      *already score best against the language profile unshifted
      *has had its letters moved around, not changed - a
      *transposition, which cannot be solved without its key. The
      *matching engine runs and the report leads with the verdict.
       IDENTIFY-CIPHER.
        PERFORM APPLY-IDENTIFY.
        WRITE PRINTOUT FROM ID-LINE.
        PERFORM CHECK-DATAOUT-STATUS.
        EVALUATE ID-FAMILY
         WHEN "M"
          WRITE PRINTOUT FROM SOLVE-LINE
          PERFORM CHECK-DATAOUT-STATUS
          IF WORDDICT-COUNT > 0
           WRITE PRINTOUT FROM DICT-LINE
           PERFORM CHECK-DATAOUT-STATUS
          END-IF
         WHEN "P"
          WRITE PRINTOUT FROM SOLVE-LINE
          PERFORM CHECK-DATAOUT-STATUS
         WHEN OTHER
          WRITE PRINTOUT FROM ID-TRANS-LINE
          PERFORM CHECK-DATAOUT-STATUS
        END-EVALUATE.

      *Classification and solve only - builds ID-RESULT, ID-LINE and
      *the engine's own report lines, leaves the answer in PHRASE-OUT
      *(blank for a transposition, which has none yet) and writes
      *nothing, so the inquiry path can reuse it. CONF-FLAG comes back
      *LOW when either the classification or the engine's verdict is
      *shaky, so the ordinary review hold picks the message up.
       APPLY-IDENTIFY.
        PERFORM COUNT-LETTERS.
        MOVE 0 TO ID-LETTERS.
        MOVE 0 TO ID-PAIRS.
        PERFORM VARYING SC-POS FROM 1 BY 1 UNTIL SC-POS > 26
         ADD LETTER-COUNT(SC-POS) TO ID-LETTERS
         IF LETTER-COUNT(SC-POS) > 1
          COMPUTE ID-PAIRS = ID-PAIRS
           + LETTER-COUNT(SC-POS) * (LETTER-COUNT(SC-POS) - 1)
         END-IF
        END-PERFORM.
        MOVE 0 TO ID-IC-CALC.
        IF ID-LETTERS > 1
         COMPUTE ID-IC-CALC ROUNDED = ID-PAIRS * 1000
          / (ID-LETTERS * (ID-LETTERS - 1))
        END-IF.
        IF ID-IC-CALC > 999
         MOVE 999 TO ID-IC-CALC
        END-IF.
        MOVE ID-IC-CALC TO ID-IC.
        MOVE "H" TO ID-CONF.
        IF ID-LETTERS < ID-MIN-LETTERS
         MOVE "L" TO ID-CONF
        END-IF.
        IF ID-IC + ID-IC-BAND > ID-IC-SPLIT
         AND ID-IC < ID-IC-SPLIT + ID-IC-BAND
         MOVE "L" TO ID-CONF
        END-IF.
        MOVE 0 TO ID-SHIFT.
        MOVE SPACES TO WORK-KEY.
        MOVE SPACES TO VSOLVE-KEY.
      *One alphabet: run the full 26-shift solve. Its winner at shift
      *26 - no shift at all - is the distribution-shape test: the
      *letters already fit the profile, so nothing was substituted
      *and a transposition is what remains. A close runner-up there
      *makes the shift-or-transposition call itself a coin toss.
        IF ID-IC >= ID-IC-SPLIT
         MOVE 26 TO WORK-AMOUNT
         PERFORM APPLY-SOLVE
         IF BEST-SHIFT = 26
          MOVE "T" TO ID-FAMILY
          IF CONF-FLAG = "L"
           MOVE "L" TO ID-CONF
          END-IF
          MOVE SPACES TO PHRASE-OUT
         ELSE
          MOVE "M" TO ID-FAMILY
          MOVE BEST-SHIFT TO ID-SHIFT
          MOVE BEST-PHRASE TO PHRASE-OUT
         END-IF
        ELSE
      *Several alphabets: the keyword engine. A Kasiski estimate
      *that finds no key length longer than one letter contradicts
      *the low IC, so the family call is not trusted either.
         MOVE "P" TO ID-FAMILY
         PERFORM APPLY-VIGENERE-SOLVE
         IF VSOLVE-KEYLEN = 1
          MOVE "L" TO ID-CONF
         END-IF
        END-IF.
        IF ID-CONF = "L"
         MOVE "L" TO CONF-FLAG
        END-IF.
        EVALUATE ID-FAMILY
         WHEN "M" MOVE "MONOALPHABETIC SHIFT" TO ID-FAMILY-TEXT
         WHEN "P" MOVE "POLYALPHABETIC KEYWORD" TO ID-FAMILY-TEXT
         WHEN OTHER MOVE "TRANSPOSITION" TO ID-FAMILY-TEXT
        END-EVALUATE.
        IF ID-CONF = "H"
         MOVE "HIGH" TO ID-CONF-TEXT
        ELSE
         MOVE "LOW" TO ID-CONF-TEXT
        END-IF.
        MOVE SPACES TO ID-LINE.
        STRING "*** CIPHER IDENTIFIED: " DELIMITED BY SIZE
            ID-FAMILY-TEXT DELIMITED BY "  "
            " (IC=." DELIMITED BY SIZE
            ID-IC DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            ID-LETTERS DELIMITED BY SIZE
            " LETTERS, CONFIDENCE " DELIMITED BY SIZE
            ID-CONF-TEXT DELIMITED BY SPACE
            ") ***" DELIMITED BY SIZE
            INTO ID-LINE
        END-STRING.
        MOVE SPACES TO ID-TRANS-LINE.
        IF ID-FAMILY = "T"
         STRING "*** LETTERS ALREADY MATCH THE PROFILE - PROBABLY A "
             DELIMITED BY SIZE
             "TRANSPOSITION, RESUBMIT WITH A KEY ***"
             DELIMITED BY SIZE
             INTO ID-TRANS-LINE
         END-STRING
        END-IF.

      *Tallies each letter of the ORIGINAL message once, case-folded,
      *so SOLVE's 26 candidate scores come from arithmetic instead of
      *26 more passes over the buffer.
      *WORDDICT-TABLE, so the dictionary hit count can back up the
      *frequency-analysis guess.
       SCORE-DICTIONARY.
        MOVE CANDIDATE-ENTRY(SHIFT-CTR) TO TOKEN-SOURCE
        PERFORM SCORE-TOKEN-SOURCE.

      *The word count itself, over whatever candidate text has been
      *placed in TOKEN-SOURCE - shared by SOLVE and AFFINE-SOLVE.
       SCORE-TOKEN-SOURCE.
        MOVE 0 TO DICT-HITS
        MOVE 1 TO TOKEN-PTR
        PERFORM UNTIL TOKEN-PTR > LENGTH OF TOKEN-SOURCE
         MOVE SPACES TO CUR-TOKEN
            TOTAL-REVIEW DELIMITED BY SIZE
            " TRUNCATED=" DELIMITED BY SIZE
            TOTAL-TRUNCATED DELIMITED BY SIZE
            " AFFINE=" DELIMITED BY SIZE
            TOTAL-AFFINE DELIMITED BY SIZE
            " AFFDECRYPT=" DELIMITED BY SIZE
            TOTAL-AFFDECRYPT DELIMITED BY SIZE
            " AFFSOLVE=" DELIMITED BY SIZE
            TOTAL-AFFSOLVE DELIMITED BY SIZE
            " IDENTIFY=" DELIMITED BY SIZE
            TOTAL-IDENTIFY DELIMITED BY SIZE
            ") ***" DELIMITED BY SIZE
            INTO TRAILER-LINE
        END-STRING.
      *unresolved-label reject carries a real keyed mode: that
      *message was never delivered, and loading it would brand the
      *partner's corrected resend a DUPLICATE and drop it
      *downstream. Flag-"B" records are skipped for the same reason:
      *RUN-BACKOUT reversed that run, and its corrected resubmission
      *must go through without a resend override. Earlier
      *duplicates are loaded too; they only re-match what the
      *original already matches. A missing or
      *empty master means an empty table and nothing ever flags -
      *correct for a first run.
       LOAD-DUP-HISTORY.
        MOVE 0 TO DUP-COUNT.
        MOVE 0 TO DUPLOAD-EOF.
        ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
        PERFORM APPLY-BUSINESS-DATE.
        COMPUTE DUP-CUTOFF-INT =
         FUNCTION INTEGER-OF-DATE(RUN-STAMP-DATE) - DUP-DAYS.
        COMPUTE DUP-CUTOFF = FUNCTION DATE-OF-INTEGER(DUP-CUTOFF-INT).
           NOT AT END
            MOVE HIST-RECORD TO HIST-LINE
            IF HIST-PROC-DATE >= DUP-CUTOFF
             AND HIST-MODE >= 1 AND HIST-MODE <= 12
             AND HIST-FLAG NOT = "X" AND HIST-FLAG NOT = "B"
             IF DUP-COUNT < 2000
              ADD 1 TO DUP-COUNT
              MOVE HIST-PARTNER TO DUP-PARTNER(DUP-COUNT)
         END-IF
        END-PERFORM.
        IF DUP-FLAG = "N"
         IF SAVE-MODE >= 1 AND SAVE-MODE <= 12
          IF DUP-COUNT < 2000
           ADD 1 TO DUP-COUNT
           MOVE SAVE-PARTNER TO DUP-PARTNER(DUP-COUNT)
      *One queue record per held verdict, everything SOLVE-REVIEW
      *needs to re-derive the candidates and post the correction:
      *identity (run id, date, sequence), the disputed shifts, the
      *recovered keyword for mode 6, the three disputed affine keys
      *for mode 11, and the original input phrase. A mode 12 item
      *carries whichever of those its engine produced plus the
      *identification verdict, so the analyst sees what was guessed.
       WRITE-REVIEW-QUEUE.
        COMPUTE REVIEW-SEQ = SKIP-COUNT + TOTAL-RECS.
        MOVE SPACES TO REVIEW-LINE.
        MOVE HIST-RUN-ID TO REVIEW-LINE(2:14).
        MOVE RUN-STAMP-DATE TO REVIEW-LINE(16:8).
        MOVE REVIEW-SEQ TO REVIEW-LINE(24:7).
        MOVE SAVE-MODE TO REVIEW-LINE(31:2).
        MOVE SAVE-PARTNER TO REVIEW-LINE(33:4).
        MOVE WANT-LANG TO REVIEW-LINE(37:2).
        MOVE "00" TO REVIEW-LINE(39:2).
        MOVE "00" TO REVIEW-LINE(41:2).
        MOVE "00" TO REVIEW-LINE(43:2).
        EVALUATE SAVE-MODE
         WHEN 3
          MOVE BEST-SHIFT TO REVIEW-LINE(39:2)
          MOVE RUNNER-SHIFT TO REVIEW-LINE(41:2)
          MOVE BEST-DICT-SHIFT TO REVIEW-LINE(43:2)
         WHEN 12
          MOVE ID-RESULT TO REVIEW-LINE(866:5)
          IF ID-FAMILY = "P"
           MOVE VSOLVE-KEY TO REVIEW-LINE(45:20)
          ELSE
           MOVE BEST-SHIFT TO REVIEW-LINE(39:2)
           MOVE RUNNER-SHIFT TO REVIEW-LINE(41:2)
           MOVE BEST-DICT-SHIFT TO REVIEW-LINE(43:2)
          END-IF
         WHEN 11
          MOVE AFF-BEST-KEY TO REVIEW-LINE(45:4)
          MOVE AFF-RUNNER-KEY TO REVIEW-LINE(50:4)
          MOVE AFF-DICT-KEY TO REVIEW-LINE(55:4)
         WHEN OTHER
          MOVE VSOLVE-KEY TO REVIEW-LINE(45:20)
        END-EVALUATE.
        MOVE AUDIT-ORIGINAL TO REVIEW-LINE(65:800).
        WRITE REVIEWQ-RECORD FROM REVIEW-LINE.
        IF REVIEWQ-STATUS NOT = "00"
      *whose keyword field is blank (a vault typo) is skipped for
      *the same reason: loading it would resolve the label to an
      *all-space key, and that falls through to the do-nothing "A"
      *key the label scheme exists to ban. So is a versioned record
      *whose dates or status do not read cleanly.
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
         MOVE "A" TO VAULT-STATE(VAULT-COUNT)
         PERFORM LOAD-VAULT-LABEL
        ELSE
         IF KEYVAULT-RECORD(43:3) IS NUMERIC
          AND KEYVAULT-RECORD(47:8) IS NUMERIC
          AND KEYVAULT-RECORD(56:8) IS NUMERIC
          AND (KEYVAULT-RECORD(65:1) = "A" OR "S" OR "R" OR "E")
          ADD 1 TO VAULT-COUNT
          MOVE KEYVAULT-RECORD(43:3) TO VAULT-VERSION(VAULT-COUNT)
          MOVE KEYVAULT-RECORD(47:8) TO VAULT-FROM(VAULT-COUNT)
          MOVE KEYVAULT-RECORD(56:8) TO VAULT-TO(VAULT-COUNT)
          MOVE KEYVAULT-RECORD(65:1) TO VAULT-STATE(VAULT-COUNT)
          PERFORM LOAD-VAULT-LABEL
         END-IF
        END-IF.

       LOAD-VAULT-LABEL.
        MOVE FUNCTION UPPER-CASE(KEYVAULT-RECORD(1:20))
         TO VAULT-LABEL(VAULT-COUNT).
        MOVE KEYVAULT-RECORD(22:20) TO VAULT-KEYWORD(VAULT-COUNT).

      *Resolves the label in SAVE-KEY to the keyword of the version
      *in force on the run date, which lands in WORK-KEY for the
      *cipher arithmetic only - everything written about the
      *transaction carries the label instead. A retired or expired
      *label has no version in force after its end date, so its
      *cards reject; KEYLABEL-STATE says why from the latest
      *version on file.
       RESOLVE-KEY-LABEL.
        MOVE "N" TO KEYLABEL-OK.
        MOVE "U" TO KEYLABEL-STATE.
        MOVE 0 TO VAULT-LATEST.
        PERFORM VARYING VAULT-IDX FROM 1 BY 1
         UNTIL VAULT-IDX > VAULT-COUNT OR KEYLABEL-OK = "Y"
         IF VAULT-LABEL(VAULT-IDX) = FUNCTION UPPER-CASE(SAVE-KEY)
          IF VAULT-FROM(VAULT-IDX) <= RUN-STAMP-DATE
           AND VAULT-TO(VAULT-IDX) >= RUN-STAMP-DATE
           MOVE VAULT-KEYWORD(VAULT-IDX) TO WORK-KEY
           MOVE "Y" TO KEYLABEL-OK
          ELSE
           IF VAULT-LATEST = 0
            MOVE VAULT-IDX TO VAULT-LATEST
           ELSE
            IF VAULT-VERSION(VAULT-IDX) > VAULT-VERSION(VAULT-LATEST)
             MOVE VAULT-IDX TO VAULT-LATEST
            END-IF
           END-IF
          END-IF
         END-IF
        END-PERFORM.
        IF KEYLABEL-OK = "N" AND VAULT-LATEST NOT = 0
         IF VAULT-STATE(VAULT-LATEST) = "R"
          OR VAULT-STATE(VAULT-LATEST) = "E"
          MOVE VAULT-STATE(VAULT-LATEST) TO KEYLABEL-STATE
         ELSE
          MOVE "N" TO KEYLABEL-STATE
         END-IF
        END-IF.

      *A keyed-mode card named a label the vault does not hold, or
      *one retired, expired or otherwise out of force on the run
      *date, or an affine label whose keyword is no usable key -
      *flagged on the report exactly the way a bad mode is.
       REJECT-KEY-LABEL.
        MOVE SPACES TO REJECT-LINE.
        EVALUATE KEYLABEL-STATE
         WHEN "R" MOVE "*** RETIRED KEY LABEL (" TO KEYLABEL-TEXT
         WHEN "E" MOVE "*** EXPIRED KEY LABEL (" TO KEYLABEL-TEXT
         WHEN "N" MOVE "*** KEY LABEL NOT IN FORCE (" TO KEYLABEL-TEXT
         WHEN "K" MOVE "*** INVALID AFFINE KEY (" TO KEYLABEL-TEXT
         WHEN OTHER
          MOVE "*** UNRESOLVED KEY LABEL (" TO KEYLABEL-TEXT
        END-EVALUATE.
        STRING KEYLABEL-TEXT DELIMITED BY "  "
            SAVE-KEY DELIMITED BY SIZE
            "): " DELIMITED BY SIZE
            PHRASE-BUF DELIMITED BY SIZE
        WRITE PRINTOUT FROM REJECT-LINE.
        PERFORM CHECK-DATAOUT-STATUS.

      *A mode other than 1 through 12 is a bad control card -
      *flag it plainly instead of letting it vanish from the report.
       REJECT-MODE.
        MOVE SPACES TO REJECT-LINE.
      *Vigenere key, original PHRASE-BUF and resulting PHRASE-OUT/
      *BEST-PHRASE) to AUDITFILE so a later "what did we encode and
      *with what shift" question doesn't depend on the DATAOUT report
      *layout. The keyed modes (4 through 11) have no single shift
      *amount, so their key field is reported instead of a
      *meaningless SHIFT=00 - the vault LABEL for modes 4, 5, 7, 8,
      *9 and 10 (never the keyword it resolves to), and for modes 6
      *and 11 the RECOVERED key, so the audit line shows what the
      *analysis settled on. The mode is always two digits
      *("MODE=03"), so every field sits at the same offset whatever
      *the mode. Every line closes with the processing date at a
      *fixed tail offset (DATE= in 1688-1692, date in 1693-1700) so
      *AUDIT-RECON resolves a label to the vault version in force
      *that day, not the day it happens to run. A mode 12 line takes
      *the shift layout when the message was identified as a shift
      *and the key layout otherwise, and adds the identification at
      *a second fixed tail offset (IDENT= in 1676-1681, ID-RESULT in
      *1682-1686) so AUDIT-RECON knows which engine to re-run.
       WRITE-AUDIT.
        IF SAVE-MODE = 4 OR SAVE-MODE = 5
         OR SAVE-MODE = 7 OR SAVE-MODE = 8
         OR SAVE-MODE = 9 OR SAVE-MODE = 10
         MOVE SAVE-KEY TO AUDIT-KEY
        ELSE
         MOVE WORK-KEY TO AUDIT-KEY
        END-IF.
        MOVE SPACES TO AUDIT-LINE
        IF (SAVE-MODE >= 4 AND SAVE-MODE <= 11)
         OR (SAVE-MODE = 12 AND ID-FAMILY NOT = "M")
         STRING "MODE=" DELIMITED BY SIZE
             SAVE-MODE DELIMITED BY SIZE
             " PARTNER=" DELIMITED BY SIZE
             INTO AUDIT-LINE
         END-STRING
        END-IF.
        IF SAVE-MODE = 12
         MOVE "IDENT=" TO AUDIT-LINE(1676:6)
         MOVE ID-RESULT TO AUDIT-LINE(1682:5)
        END-IF.
        MOVE "DATE=" TO AUDIT-LINE(1688:5).
        MOVE RUN-STAMP-DATE TO AUDIT-LINE(1693:8).
        WRITE AUDIT-RECORD FROM AUDIT-LINE.
        PERFORM CHECK-AUDIT-STATUS.

      *One-shot inquiry: "mode shift-or-label phrase..." from the
      *command line. The mode is one or two digits (1-12). The second
      *token is the shift for modes 1-3, the vault key LABEL for 4,
      *5, 7, 8, 9 and 10 (resolved the same way the batch resolves
      *it), and a placeholder (use "-") for modes 6, 11 and 12, which
      *recover their own key. The language profile follows
      *CAESAR_LANG the same as a blank card column would. Runs the
      *same APPLY- logic as the batch and DISPLAYs the answer.
       RUN-INQUIRY.
         INTO CMD-TOK1 CMD-TOK2
         WITH POINTER CMD-PTR
        END-UNSTRING.
        MOVE 0 TO SAVE-MODE.
        IF CMD-TOK1(1:2) IS NUMERIC AND CMD-TOK1(3:8) = SPACES
         MOVE CMD-TOK1(1:2) TO SAVE-MODE
        ELSE
         IF CMD-TOK1(1:1) IS NUMERIC AND CMD-TOK1(2:9) = SPACES
          COMPUTE SAVE-MODE = FUNCTION NUMVAL(CMD-TOK1(1:1))
         END-IF
        END-IF.
        IF SAVE-MODE < 1 OR SAVE-MODE > 12
         DISPLAY "CAESAR-SOLVER INQUIRY: MODE MUST BE 1-12"
         DISPLAY "USAGE: MODE SHIFT-OR-KEYLABEL PHRASE"
         MOVE 4 TO RETURN-CODE
        ELSE
         MOVE 0 TO WORK-AMOUNT
         MOVE SPACES TO WORK-KEY
         MOVE SPACES TO SAVE-KEY
         IF SAVE-MODE = 4 OR SAVE-MODE = 5
          OR SAVE-MODE = 7 OR SAVE-MODE = 8
          OR SAVE-MODE = 9 OR SAVE-MODE = 10
          MOVE CMD-TOK2 TO SAVE-KEY
         ELSE
          IF CMD-TOK2 IS NUMERIC
         PERFORM LOAD-DICTIONARY
         PERFORM LOAD-LANG-PROFILES
         PERFORM LOAD-KEY-VAULT
         ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
         PERFORM SELECT-LANG-PROFILE
         IF SAVE-MODE = 3 AND WORK-AMOUNT = 0
          MOVE 26 TO WORK-AMOUNT
         MOVE "Y" TO KEYLABEL-OK
         IF SAVE-MODE = 4 OR SAVE-MODE = 5
          OR SAVE-MODE = 7 OR SAVE-MODE = 8
          OR SAVE-MODE = 9 OR SAVE-MODE = 10
          PERFORM RESOLVE-KEY-LABEL
         END-IF
         IF KEYLABEL-OK = "Y"
          AND (SAVE-MODE = 9 OR SAVE-MODE = 10)
          PERFORM PARSE-AFFINE-KEY
          IF AFF-KEY-OK = "N"
           MOVE "N" TO KEYLABEL-OK
           MOVE "K" TO KEYLABEL-STATE
          END-IF
         END-IF
         IF KEYLABEL-OK = "N"
          EVALUATE KEYLABEL-STATE
           WHEN "R"
            DISPLAY "CAESAR-SOLVER INQUIRY: KEY LABEL IS RETIRED"
           WHEN "E"
            DISPLAY "CAESAR-SOLVER INQUIRY: KEY LABEL HAS EXPIRED"
           WHEN "N"
            DISPLAY "CAESAR-SOLVER INQUIRY: NO VERSION OF THE KEY "
                "LABEL IS IN FORCE TODAY"
           WHEN "K"
            DISPLAY "CAESAR-SOLVER INQUIRY: KEY LABEL DOES NOT HOLD "
                "A VALID AFFINE KEY"
           WHEN OTHER
            DISPLAY "CAESAR-SOLVER INQUIRY: KEY LABEL NOT ON VAULT"
          END-EVALUATE
          MOVE 4 TO RETURN-CODE
         ELSE
         EVALUATE SAVE-MODE
                 DISPLAY FUNCTION TRIM(PHRASE-OUT)
          WHEN 8 PERFORM APPLY-TRANSPOSE-DECRYPT
                 DISPLAY FUNCTION TRIM(PHRASE-OUT)
          WHEN 9 PERFORM APPLY-AFFINE-ENCRYPT
                 DISPLAY FUNCTION TRIM(PHRASE-OUT)
          WHEN 10 PERFORM APPLY-AFFINE-DECRYPT
                  DISPLAY FUNCTION TRIM(PHRASE-OUT)
          WHEN 11 PERFORM APPLY-AFFINE-SOLVE
                  DISPLAY FUNCTION TRIM(SOLVE-LINE)
                  DISPLAY FUNCTION TRIM(AFF-RUNNER-LINE)
                  IF WORDDICT-COUNT > 0
                   DISPLAY FUNCTION TRIM(DICT-LINE)
                  END-IF
          WHEN 12 PERFORM APPLY-IDENTIFY
                  DISPLAY FUNCTION TRIM(ID-LINE)
                  EVALUATE ID-FAMILY
                   WHEN "M"
                    DISPLAY FUNCTION TRIM(SOLVE-LINE)
                    IF WORDDICT-COUNT > 0
                     DISPLAY FUNCTION TRIM(DICT-LINE)
                    END-IF
                   WHEN "P"
                    DISPLAY FUNCTION TRIM(SOLVE-LINE)
                   WHEN OTHER
                    DISPLAY FUNCTION TRIM(ID-TRANS-LINE)
                  END-EVALUATE
         END-EVALUATE
         END-IF
        END-IF.
      *shift actually used, the keyword for the Vigenere modes, the
      *recovered keyword for mode 6) but keyed by run id plus the
      *absolute sequence number, so "re-show me message 4417 from
      *last Tuesday" is a HIST-RETRIEVE away instead of a grep. A
      *mode 12 record keeps the shift or the recovered key, whichever
      *its engine found, and the identification verdict beside them.
       WRITE-HISTORY.
        MOVE RUN-STAMP-DATE TO HIST-PROC-DATE.
        COMPUTE HIST-SEQ = SKIP-COUNT + TOTAL-RECS.
        MOVE SAVE-MODE TO HIST-MODE.
        MOVE AUDIT-SHIFT TO HIST-SHIFT.
        MOVE SPACES TO HIST-IDENT.
        IF SAVE-MODE >= 4 AND SAVE-MODE <= 11
         MOVE AUDIT-KEY TO HIST-KEY
         MOVE 0 TO HIST-SHIFT
        ELSE
         IF SAVE-MODE = 12
          MOVE AUDIT-KEY TO HIST-KEY
          MOVE ID-RESULT TO HIST-IDENT
         ELSE
          MOVE SPACES TO HIST-KEY
         END-IF
        END-IF.
        MOVE AUDIT-ORIGINAL TO HIST-IN.
        MOVE AUDIT-RESULT TO HIST-OUT.
        MOVE SAVE-PARTNER TO HIST-PARTNER.
        MOVE FUNCTION UPPER-CASE(SAVE-LANG) TO HIST-LANG.
        IF HIST-LANG = SPACES
         MOVE DEFAULT-LANG TO HIST-LANG
        END-IF.
      *"X" covers BOTH reject kinds - a bad mode is recognizable
      *from HIST-MODE alone, but an unresolved key label leaves a
      *record that looks like a normal keyed-mode message, and
        EVALUATE TRUE
         WHEN KEYLABEL-OK = "N"
          MOVE "X" TO HIST-FLAG
         WHEN SAVE-MODE < 1 OR SAVE-MODE > 12
          MOVE "X" TO HIST-FLAG
         WHEN DUP-FLAG = "Y"
          MOVE "D" TO HIST-FLAG
      *code tells the downstream loader what the record is, without
      *parsing banner text: REJECT for a bad control card, TRUNCATED
      *for a message the 800-byte buffer cut short (the result is
      *still present, flagged so they can quarantine it), NEEDKEY
      *for a mode 12 message identified as a transposition (no
      *answer yet - the partner must resubmit it with its key), OK
      *for everything else. Blank-padded fields, never a path-dependent
      *layout, so the record can be loaded by column.
       WRITE-FEED.
        COMPUTE FEED-SEQ = SKIP-COUNT + TOTAL-RECS.
        MOVE SAVE-MODE TO FEED-MODE.
        MOVE AUDIT-SHIFT TO FEED-SHIFT.
        IF SAVE-MODE >= 4 AND SAVE-MODE <= 11
         MOVE AUDIT-KEY TO FEED-KEY
         MOVE 0 TO FEED-SHIFT
        ELSE
         IF SAVE-MODE = 12
          MOVE AUDIT-KEY TO FEED-KEY
         ELSE
          MOVE SPACES TO FEED-KEY
         END-IF
        END-IF.
        EVALUATE TRUE
         WHEN SAVE-MODE < 1 OR SAVE-MODE > 12
          MOVE "REJECT" TO FEED-STATUS
         WHEN KEYLABEL-OK = "N"
          MOVE "REJECT" TO FEED-STATUS
          MOVE "DUPLICATE" TO FEED-STATUS
         WHEN PHRASE-TRUNCATED = "Y"
          MOVE "TRUNCATED" TO FEED-STATUS
         WHEN SAVE-MODE = 12 AND ID-FAMILY = "T"
          MOVE "NEEDKEY" TO FEED-STATUS
         WHEN OTHER
          MOVE "OK" TO FEED-STATUS
        END-EVALUATE.
      *same MODE-IN/AMOUNT-IN/KEY-IN. Leaves the following, unrelated
      *record read and ready for the caller's next iteration.
       ASSEMBLE-PHRASE.
      *A "0" card carries a two-digit mode and no shift; anything
      *unreadable after the "0" falls to mode 00 and rejects.
        IF MODE-EXT-FLAG = "0"
         IF MODE-EXT-IN IS NUMERIC
          MOVE MODE-EXT-IN TO SAVE-MODE
         ELSE
          MOVE 0 TO SAVE-MODE
         END-IF
         MOVE 0 TO SAVE-AMOUNT
        ELSE
         MOVE MODE-IN TO SAVE-MODE
         MOVE AMOUNT-IN TO SAVE-AMOUNT
        END-IF
        MOVE KEY-IN TO SAVE-KEY
        MOVE LANG-IN TO SAVE-LANG
        MOVE PARTNER-IN TO SAVE-PARTNER
