      ******************************************************************
      * Author: James O'Brien
      * Date: 10/15/26
      * Purpose: Dictionary gap analysis for CAESAR-SOLVER
      * Tectonics: cobc
      ******************************************************************
      *Finds the words our traffic actually uses that the SOLVE word
      *list does not know. Every product name, place name and bit of
      *partner jargon missing from worddict.txt costs the right shift
      *its dictionary hits, so the word-list vote keeps disagreeing
      *with the frequency analysis and good verdicts land on the
      *review queue.
      *
      *The plaintext side of the history master is tokenized exactly
      *as SCORE-TOKEN-SOURCE does it - space-delimited, 30 characters,
      *folded to upper case, punctuation left attached - and every
      *token is looked up on the current word list the way LOOKUP-
      *DICT-WORD does. Plaintext is the input of an encrypt and the
      *output of everything else; rejects, duplicates and backed-out
      *runs are skipped, and a verdict held for review counts only
      *through the analyst's correction once SOLVE-REVIEW has posted
      *it. Tokens with no letter in them (times, amounts, reference
      *numbers) and "*" tokens (a comment card to DICT-MAINT) are
      *never candidates.
      *
      *Each unknown token is counted by occurrence and by partner,
      *and charged with every low-confidence hold (history flag "R")
      *whose text it appeared in - the corrected text once an analyst
      *ruled, the provisional verdict while the item is still open.
      *The report ranks the top CAESAR_GAPTOP unknowns (default 50)
      *seen at least CAESAR_GAPMIN times (default 2), with the
      *partner breakdown, then gives each partner's totals.
      *
      *The same top words go out as a DICT-MAINT control file of "A"
      *add transactions (action col 1, word 3-32) - dictadd.txt, or
      *CAESAR_GAPCTL. The dictionary owner deletes the lines they do
      *not want and runs DICT-MAINT against it (CAESAR_DICTCTL).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICT-GAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same dynamic dataset-name convention as CAESAR-SOLVER.
       SELECT HISTFILE ASSIGN TO DYNAMIC HIST-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS HIST-STATUS.
       SELECT OPTIONAL DICTFILE ASSIGN TO DYNAMIC DICT-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DICT-STATUS.
       SELECT GAPCTL ASSIGN TO DYNAMIC GAPCTL-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS GAPCTL-STATUS.
       SELECT GAPRPT ASSIGN TO DYNAMIC GAPRPT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS GAPRPT-STATUS.
       SELECT SORTWORK ASSIGN TO "gapsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HIST-RECORD PIC X(1665).
       FD DICTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 DICT-RECORD PIC X(30).
       FD GAPCTL RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *DICT-MAINT control card: action 1, blank 2, word 3-32.
       01 GAPCTL-RECORD.
        02 CTL-ACTION PIC X(1).
        02 FILLER PIC X(1).
        02 CTL-WORD PIC X(30).
       FD GAPRPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 GAP-PRINT PIC X(132).
       SD SORTWORK.
      *One record per unknown-token event: "F" an occurrence in
      *trusted text, "H" the token's first appearance in the text of
      *a review hold.
       01 SORT-REC.
        05 SORT-WORD PIC X(30).
        05 SORT-PARTNER PIC X(4).
        05 SORT-KIND PIC X(1).
       WORKING-STORAGE SECTION.
       01 HIST-DSN PIC X(100) VALUE "history.dat".
       01 DICT-DSN PIC X(100) VALUE "worddict.txt".
       01 GAPCTL-DSN PIC X(100) VALUE "dictadd.txt".
       01 GAPRPT-DSN PIC X(100) VALUE "dictgap.rpt".
       01 ENV-OVERRIDE PIC X(100).
       01 HIST-STATUS PIC X(2).
       01 DICT-STATUS PIC X(2).
       01 GAPCTL-STATUS PIC X(2).
       01 GAPRPT-STATUS PIC X(2).
       01 HIST-EOF PIC 9 VALUE 0.
       01 SORT-EOF PIC 9 VALUE 0.
      *The history record, laid out exactly as WRITE-HISTORY in the
      *solver builds it.
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
      *Parameters
       01 TOP-LIMIT PIC 9(4) VALUE 50.
       01 MIN-OCCURS PIC 9(7) VALUE 2.
      *The word list, loaded and checked exactly as LOAD-DICTIONARY
      *loads it.
       01 WORDDICT-COUNT PIC 9(5) VALUE 0.
       01 WORDDICT-TABLE.
        05 WORDDICT-ENTRY PIC X(30)
           OCCURS 1 TO 25000 TIMES DEPENDING ON WORDDICT-COUNT
           ASCENDING KEY IS WORDDICT-ENTRY
           INDEXED BY WORDDICT-IDX.
       01 DICT-VERSION PIC X(30).
       01 DICT-UNSORTED PIC X(1) VALUE "N".
       01 DICT-FOUND PIC X(1).
      *Review-held records (run id + sequence), and whether an
      *analyst's correction has since been posted for them.
       01 RK-COUNT PIC 9(4) VALUE 0.
       01 RK-TABLE.
        05 RK-ENTRY OCCURS 5000 TIMES.
         10 RK-RUN-ID PIC X(14).
         10 RK-SEQ PIC 9(7).
         10 RK-RULED PIC X(1).
       01 RK-IDX PIC 9(4).
       01 RK-FOUND PIC 9(4).
       01 RK-OVERFLOW PIC X(1) VALUE "N".
      *How the current text is to be counted
       01 COUNT-FREQ PIC X(1).
       01 COUNT-HOLD PIC X(1).
      *Tokenizing, as SCORE-TOKEN-SOURCE does it
       01 TOKEN-SOURCE PIC X(800).
       01 TOKEN-PTR PIC 9(4).
       01 CUR-TOKEN PIC X(30).
       01 FOLDED-TOKEN PIC X(30).
       01 TOKEN-LETTERS PIC 9(2).
       01 CH-IDX PIC 9(2).
      *Unknown tokens already charged to the current hold, so a word
      *used three times in one held message is one hold, not three.
       01 SEEN-COUNT PIC 9(3).
       01 SEEN-TABLE.
        05 SEEN-WORD PIC X(30) OCCURS 400 TIMES.
       01 SEEN-IDX PIC 9(3).
       01 SEEN-FOUND PIC X(1).
      *Per-partner totals
       01 PT-COUNT PIC 9(3) VALUE 0.
       01 PT-TABLE.
        05 PT-ENTRY OCCURS 200 TIMES.
         10 PT-CODE PIC X(4).
         10 PT-TOKENS PIC 9(9).
         10 PT-UNKNOWN PIC 9(9).
         10 PT-DISTINCT PIC 9(7).
       01 PT-IDX PIC 9(3).
       01 PT-FOUND PIC 9(3).
       01 PT-OVERFLOW PIC X(1) VALUE "N".
      *Unknown words, collected back from the sort in word order, each
      *pointing at its run of per-partner counts in PP-TABLE.
       01 WD-COUNT PIC 9(5) VALUE 0.
       01 WD-TABLE.
        05 WD-ENTRY OCCURS 10000 TIMES.
         10 WD-WORD PIC X(30).
         10 WD-OCCURS PIC 9(7).
         10 WD-HOLDS PIC 9(5).
         10 WD-FIRST-PP PIC 9(5).
         10 WD-PP-COUNT PIC 9(3).
         10 WD-TAKEN PIC X(1).
       01 WD-IDX PIC 9(5).
       01 WD-OVERFLOW PIC 9(7) VALUE 0.
      *Slot of the least frequent word held once the table is full -
      *a more frequent word arriving later (the sort hands words over
      *alphabetically, not by frequency) takes its place.
       01 WD-MIN-IDX PIC 9(5) VALUE 0.
       01 PP-COUNT PIC 9(5) VALUE 0.
       01 PP-TABLE.
        05 PP-ENTRY OCCURS 20000 TIMES.
         10 PP-PARTNER PIC X(4).
         10 PP-OCCURS PIC 9(7).
       01 PP-IDX PIC 9(5).
       01 PP-OVERFLOW PIC X(1) VALUE "N".
      *Control break fields for the sort output
       01 PREV-WORD PIC X(30).
       01 PREV-PARTNER PIC X(4).
       01 CUR-OCCURS PIC 9(7).
       01 CUR-HOLDS PIC 9(5).
       01 CUR-PP-OCCURS PIC 9(7).
       01 CUR-FIRST-PP PIC 9(5).
       01 CUR-PP-COUNT PIC 9(3).
      *Ranking
       01 RANK-NO PIC 9(4).
       01 BEST-IDX PIC 9(5).
       01 BEST-OCCURS PIC 9(7).
       01 RANK-DONE PIC X(1).
      *Counts
       01 CNT-READ PIC 9(7) VALUE 0.
       01 CNT-TEXTS PIC 9(7) VALUE 0.
       01 CNT-HOLDS PIC 9(5) VALUE 0.
       01 CNT-TOKENS PIC 9(9) VALUE 0.
       01 CNT-UNKNOWN PIC 9(9) VALUE 0.
       01 CNT-CARDS PIC 9(4) VALUE 0.
       01 PP-LINE-CNT PIC 9(2).
       01 LINE-PTR PIC 9(3).
       01 GAP-LINE PIC X(132).
       PROCEDURE DIVISION.
       PERFORM INIT-DATASETS.
       OPEN OUTPUT GAPRPT.
       IF GAPRPT-STATUS NOT = "00"
        DISPLAY "DICT-GAP: CANNOT OPEN REPORT " GAPRPT-DSN
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF.
       MOVE "*** DICTIONARY GAP ANALYSIS REPORT ***" TO GAP-LINE.
       WRITE GAP-PRINT FROM GAP-LINE.
       PERFORM LOAD-DICTIONARY.
      *An out-of-sequence word list has the solver's cross-check
      *switched off, and a binary search over it would call real
      *words unknown - nothing useful can be said until DICT-MAINT
      *has rebuilt it.
       IF DICT-UNSORTED = "Y"
        MOVE "*** DICTIONARY OUT OF SEQUENCE - RUN DICT-MAINT FIRST ***"
         TO GAP-LINE
        WRITE GAP-PRINT FROM GAP-LINE
        CLOSE GAPRPT
        DISPLAY "DICT-GAP: DICTIONARY OUT OF SEQUENCE " DICT-DSN
        MOVE 8 TO RETURN-CODE
        STOP RUN
       END-IF.
       PERFORM LOAD-REVIEW-KEYS.
       SORT SORTWORK ON ASCENDING KEY SORT-WORD SORT-PARTNER
        INPUT PROCEDURE IS RELEASE-UNKNOWN-TOKENS
        OUTPUT PROCEDURE IS COLLECT-UNKNOWN-WORDS.
       PERFORM REPORT-TOTALS.
       PERFORM REPORT-TOP-WORDS.
       PERFORM REPORT-PARTNERS.
       CLOSE GAPRPT.
       STOP RUN.

       INIT-DATASETS.
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_HIST"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO HIST-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_DICT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO DICT-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_GAPCTL"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO GAPCTL-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_GAPRPT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO GAPRPT-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_GAPTOP"
        IF ENV-OVERRIDE NOT = SPACES
         COMPUTE TOP-LIMIT = FUNCTION NUMVAL(ENV-OVERRIDE)
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_GAPMIN"
        IF ENV-OVERRIDE NOT = SPACES
         COMPUTE MIN-OCCURS = FUNCTION NUMVAL(ENV-OVERRIDE)
        END-IF.

      *Same load as the solver's LOAD-DICTIONARY: "*" records are
      *version/comment lines, words are folded, and a list out of
      *ascending order is flagged rather than searched. A missing
      *list leaves every token unknown - a first list can be seeded
      *from the add cards this writes.
       LOAD-DICTIONARY.
        MOVE 0 TO WORDDICT-COUNT.
        MOVE SPACES TO DICT-VERSION.
        OPEN INPUT DICTFILE.
        IF DICT-STATUS = "00"
         PERFORM UNTIL DICT-STATUS NOT = "00"
          READ DICTFILE
          IF DICT-STATUS = "00"
           IF DICT-RECORD(1:1) = "*"
            IF DICT-VERSION = SPACES
             MOVE DICT-RECORD TO DICT-VERSION
            END-IF
           ELSE
            IF WORDDICT-COUNT < 25000
             ADD 1 TO WORDDICT-COUNT
             MOVE FUNCTION UPPER-CASE(DICT-RECORD)
              TO WORDDICT-ENTRY(WORDDICT-COUNT)
             IF WORDDICT-COUNT > 1
              IF WORDDICT-ENTRY(WORDDICT-COUNT) <
                 WORDDICT-ENTRY(WORDDICT-COUNT - 1)
               MOVE "Y" TO DICT-UNSORTED
              END-IF
             END-IF
            END-IF
           END-IF
          END-IF
         END-PERFORM
        END-IF.
        CLOSE DICTFILE.
        MOVE SPACES TO GAP-LINE.
        STRING "DICTIONARY: " DELIMITED BY SIZE
            WORDDICT-COUNT DELIMITED BY SIZE
            " WORDS " DELIMITED BY SIZE
            DICT-VERSION DELIMITED BY SIZE
            INTO GAP-LINE
        END-STRING.
        WRITE GAP-PRINT FROM GAP-LINE.

      *First pass: every review hold on the master, and whether the
      *analyst's correction (the unflagged record of the same run and
      *sequence SOLVE-REVIEW posts after it) has come in since.
       LOAD-REVIEW-KEYS.
        OPEN INPUT HISTFILE.
        IF HIST-STATUS NOT = "00"
         PERFORM FAIL-HISTORY-OPEN
        END-IF.
        PERFORM UNTIL HIST-EOF = 1
         READ HISTFILE AT END MOVE 1 TO HIST-EOF
          NOT AT END
           MOVE HIST-RECORD TO HIST-LINE
           IF HIST-FLAG = "R"
            PERFORM ADD-REVIEW-KEY
           ELSE
            IF HIST-FLAG = SPACE OR HIST-FLAG = "T"
             PERFORM FIND-REVIEW-KEY
             IF RK-FOUND NOT = 0
              MOVE "Y" TO RK-RULED(RK-FOUND)
             END-IF
            END-IF
           END-IF
         END-READ
        END-PERFORM.
        CLOSE HISTFILE.

       FAIL-HISTORY-OPEN.
        MOVE "HISTORY MASTER COULD NOT BE OPENED" TO GAP-LINE.
        WRITE GAP-PRINT FROM GAP-LINE.
        CLOSE GAPRPT.
        DISPLAY "DICT-GAP: CANNOT OPEN HISTORY MASTER " HIST-DSN.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.

       ADD-REVIEW-KEY.
        IF RK-COUNT < 5000
         ADD 1 TO RK-COUNT
         MOVE HIST-RUN-ID TO RK-RUN-ID(RK-COUNT)
         MOVE HIST-SEQ TO RK-SEQ(RK-COUNT)
         MOVE "N" TO RK-RULED(RK-COUNT)
        ELSE
         MOVE "Y" TO RK-OVERFLOW
        END-IF.

       FIND-REVIEW-KEY.
        MOVE 0 TO RK-FOUND.
        PERFORM VARYING RK-IDX FROM 1 BY 1
         UNTIL RK-IDX > RK-COUNT OR RK-FOUND NOT = 0
         IF RK-RUN-ID(RK-IDX) = HIST-RUN-ID
          AND RK-SEQ(RK-IDX) = HIST-SEQ
          MOVE RK-IDX TO RK-FOUND
         END-IF
        END-PERFORM.

      *Second pass, feeding the sort: picks each record's plaintext
      *and decides whether it counts toward frequency, toward holds,
      *or both.
       RELEASE-UNKNOWN-TOKENS.
        MOVE 0 TO HIST-EOF.
        OPEN INPUT HISTFILE.
        IF HIST-STATUS NOT = "00"
         PERFORM FAIL-HISTORY-OPEN
        END-IF.
        PERFORM UNTIL HIST-EOF = 1
         READ HISTFILE AT END MOVE 1 TO HIST-EOF
          NOT AT END
           ADD 1 TO CNT-READ
           MOVE HIST-RECORD TO HIST-LINE
           PERFORM SELECT-PLAINTEXT
           IF COUNT-FREQ = "Y" OR COUNT-HOLD = "Y"
            PERFORM SCAN-PLAINTEXT
           END-IF
         END-READ
        END-PERFORM.
        CLOSE HISTFILE.

       SELECT-PLAINTEXT.
        MOVE "N" TO COUNT-FREQ.
        MOVE "N" TO COUNT-HOLD.
        MOVE SPACES TO TOKEN-SOURCE.
        EVALUATE TRUE
         WHEN HIST-FLAG = "X" OR HIST-FLAG = "D" OR HIST-FLAG = "B"
          CONTINUE
      *A held verdict still open: the provisional text says which
      *words the hold involved, but is not trusted enough to count.
         WHEN HIST-FLAG = "R"
          PERFORM FIND-REVIEW-KEY
          IF RK-FOUND = 0 OR RK-RULED(RK-FOUND) = "N"
           MOVE HIST-OUT TO TOKEN-SOURCE
           MOVE "Y" TO COUNT-HOLD
           ADD 1 TO CNT-HOLDS
          END-IF
         WHEN HIST-MODE = 1 OR HIST-MODE = 4
          OR HIST-MODE = 7 OR HIST-MODE = 9
          MOVE HIST-IN TO TOKEN-SOURCE
          MOVE "Y" TO COUNT-FREQ
         WHEN OTHER
          MOVE HIST-OUT TO TOKEN-SOURCE
          MOVE "Y" TO COUNT-FREQ
      *An analyst's correction counts as traffic and as the hold it
      *settled.
          IF HIST-MODE = 3 OR HIST-MODE = 6
           OR HIST-MODE = 11 OR HIST-MODE = 12
           PERFORM FIND-REVIEW-KEY
           IF RK-FOUND NOT = 0
            MOVE "Y" TO COUNT-HOLD
            ADD 1 TO CNT-HOLDS
           END-IF
          END-IF
        END-EVALUATE.
        IF TOKEN-SOURCE = SPACES
         MOVE "N" TO COUNT-FREQ
         MOVE "N" TO COUNT-HOLD
        END-IF.

      *The solver's tokenizer, token for token.
       SCAN-PLAINTEXT.
        IF COUNT-FREQ = "Y"
         ADD 1 TO CNT-TEXTS
         PERFORM FIND-PARTNER
        END-IF.
        MOVE 0 TO SEEN-COUNT.
        MOVE 1 TO TOKEN-PTR.
        PERFORM UNTIL TOKEN-PTR > LENGTH OF TOKEN-SOURCE
         MOVE SPACES TO CUR-TOKEN
         UNSTRING TOKEN-SOURCE DELIMITED BY SPACE
          INTO CUR-TOKEN
          WITH POINTER TOKEN-PTR
         END-UNSTRING
         IF CUR-TOKEN NOT = SPACES
          PERFORM CHECK-ONE-TOKEN
         END-IF
        END-PERFORM.

       CHECK-ONE-TOKEN.
        MOVE FUNCTION UPPER-CASE(CUR-TOKEN) TO FOLDED-TOKEN.
        MOVE 0 TO TOKEN-LETTERS.
        PERFORM VARYING CH-IDX FROM 1 BY 1 UNTIL CH-IDX > 30
         IF FOLDED-TOKEN(CH-IDX:1) >= "A"
          AND FOLDED-TOKEN(CH-IDX:1) <= "Z"
          ADD 1 TO TOKEN-LETTERS
         END-IF
        END-PERFORM.
        IF TOKEN-LETTERS > 0 AND FOLDED-TOKEN(1:1) NOT = "*"
         IF COUNT-FREQ = "Y"
          ADD 1 TO CNT-TOKENS
          IF PT-FOUND NOT = 0
           ADD 1 TO PT-TOKENS(PT-FOUND)
          END-IF
         END-IF
         PERFORM LOOKUP-DICT-WORD
         IF DICT-FOUND = "N"
          MOVE FOLDED-TOKEN TO SORT-WORD
          MOVE HIST-PARTNER TO SORT-PARTNER
          IF COUNT-FREQ = "Y"
           ADD 1 TO CNT-UNKNOWN
           IF PT-FOUND NOT = 0
            ADD 1 TO PT-UNKNOWN(PT-FOUND)
           END-IF
           MOVE "F" TO SORT-KIND
           RELEASE SORT-REC
          END-IF
          IF COUNT-HOLD = "Y"
           PERFORM CHARGE-HOLD
          END-IF
         END-IF
        END-IF.

      *Case-insensitive binary search, as the solver does it.
       LOOKUP-DICT-WORD.
        MOVE "N" TO DICT-FOUND.
        IF WORDDICT-COUNT > 0
         SEARCH ALL WORDDICT-ENTRY
          AT END CONTINUE
          WHEN WORDDICT-ENTRY(WORDDICT-IDX) = FOLDED-TOKEN
           MOVE "Y" TO DICT-FOUND
         END-SEARCH
        END-IF.

       CHARGE-HOLD.
        MOVE "N" TO SEEN-FOUND.
        PERFORM VARYING SEEN-IDX FROM 1 BY 1
         UNTIL SEEN-IDX > SEEN-COUNT OR SEEN-FOUND = "Y"
         IF SEEN-WORD(SEEN-IDX) = FOLDED-TOKEN
          MOVE "Y" TO SEEN-FOUND
         END-IF
        END-PERFORM.
        IF SEEN-FOUND = "N"
         IF SEEN-COUNT < 400
          ADD 1 TO SEEN-COUNT
          MOVE FOLDED-TOKEN TO SEEN-WORD(SEEN-COUNT)
         END-IF
         MOVE "H" TO SORT-KIND
         RELEASE SORT-REC
        END-IF.

       FIND-PARTNER.
        MOVE 0 TO PT-FOUND.
        PERFORM VARYING PT-IDX FROM 1 BY 1
         UNTIL PT-IDX > PT-COUNT OR PT-FOUND NOT = 0
         IF PT-CODE(PT-IDX) = HIST-PARTNER
          MOVE PT-IDX TO PT-FOUND
         END-IF
        END-PERFORM.
        IF PT-FOUND = 0
         IF PT-COUNT < 200
          ADD 1 TO PT-COUNT
          MOVE PT-COUNT TO PT-FOUND
          MOVE HIST-PARTNER TO PT-CODE(PT-FOUND)
          MOVE 0 TO PT-TOKENS(PT-FOUND)
          MOVE 0 TO PT-UNKNOWN(PT-FOUND)
          MOVE 0 TO PT-DISTINCT(PT-FOUND)
         ELSE
          MOVE "Y" TO PT-OVERFLOW
         END-IF
        END-IF.

      *Takes the sorted events back a word at a time, with a partner
      *break inside each word.
       COLLECT-UNKNOWN-WORDS.
        MOVE SPACES TO PREV-WORD.
        MOVE SPACES TO PREV-PARTNER.
        PERFORM UNTIL SORT-EOF = 1
         RETURN SORTWORK AT END MOVE 1 TO SORT-EOF
          NOT AT END
           IF SORT-WORD NOT = PREV-WORD
            IF PREV-WORD NOT = SPACES
             PERFORM FINISH-PARTNER
             PERFORM FINISH-WORD
            END-IF
            MOVE SORT-WORD TO PREV-WORD
            MOVE SORT-PARTNER TO PREV-PARTNER
            MOVE 0 TO CUR-OCCURS
            MOVE 0 TO CUR-HOLDS
            MOVE 0 TO CUR-PP-OCCURS
            MOVE 0 TO CUR-PP-COUNT
            COMPUTE CUR-FIRST-PP = PP-COUNT + 1
           ELSE
            IF SORT-PARTNER NOT = PREV-PARTNER
             PERFORM FINISH-PARTNER
             MOVE SORT-PARTNER TO PREV-PARTNER
             MOVE 0 TO CUR-PP-OCCURS
            END-IF
           END-IF
           IF SORT-KIND = "F"
            ADD 1 TO CUR-OCCURS
            ADD 1 TO CUR-PP-OCCURS
           ELSE
            ADD 1 TO CUR-HOLDS
           END-IF
         END-RETURN
        END-PERFORM.
        IF PREV-WORD NOT = SPACES
         PERFORM FINISH-PARTNER
         PERFORM FINISH-WORD
        END-IF.

      *A partner only counts against a word for real occurrences - a
      *word seen only in a still-open hold has no partner traffic.
       FINISH-PARTNER.
        IF CUR-PP-OCCURS > 0
         IF PP-COUNT < 20000
          ADD 1 TO PP-COUNT
          MOVE PREV-PARTNER TO PP-PARTNER(PP-COUNT)
          MOVE CUR-PP-OCCURS TO PP-OCCURS(PP-COUNT)
          ADD 1 TO CUR-PP-COUNT
         ELSE
          MOVE "Y" TO PP-OVERFLOW
         END-IF
         MOVE PREV-PARTNER TO HIST-PARTNER
         PERFORM FIND-PARTNER
         IF PT-FOUND NOT = 0
          ADD 1 TO PT-DISTINCT(PT-FOUND)
         END-IF
        END-IF.

       FINISH-WORD.
        IF WD-COUNT < 10000
         ADD 1 TO WD-COUNT
         MOVE WD-COUNT TO WD-IDX
         PERFORM FILE-WORD-ENTRY
         IF WD-COUNT = 10000
          PERFORM FIND-RAREST-WORD
         END-IF
        ELSE
         ADD 1 TO WD-OVERFLOW
         IF CUR-OCCURS > WD-OCCURS(WD-MIN-IDX)
          MOVE WD-MIN-IDX TO WD-IDX
          PERFORM FILE-WORD-ENTRY
          PERFORM FIND-RAREST-WORD
         END-IF
        END-IF.

       FILE-WORD-ENTRY.
        MOVE PREV-WORD TO WD-WORD(WD-IDX).
        MOVE CUR-OCCURS TO WD-OCCURS(WD-IDX).
        MOVE CUR-HOLDS TO WD-HOLDS(WD-IDX).
        MOVE CUR-FIRST-PP TO WD-FIRST-PP(WD-IDX).
        MOVE CUR-PP-COUNT TO WD-PP-COUNT(WD-IDX).
        MOVE "N" TO WD-TAKEN(WD-IDX).

       FIND-RAREST-WORD.
        MOVE 1 TO WD-MIN-IDX.
        PERFORM VARYING WD-IDX FROM 2 BY 1 UNTIL WD-IDX > WD-COUNT
         IF WD-OCCURS(WD-IDX) < WD-OCCURS(WD-MIN-IDX)
          MOVE WD-IDX TO WD-MIN-IDX
         END-IF
        END-PERFORM.

       REPORT-TOTALS.
        MOVE SPACES TO GAP-LINE.
        STRING "HISTORY RECORDS READ=" DELIMITED BY SIZE
            CNT-READ DELIMITED BY SIZE
            " TEXTS SCANNED=" DELIMITED BY SIZE
            CNT-TEXTS DELIMITED BY SIZE
            " REVIEW HOLDS=" DELIMITED BY SIZE
            CNT-HOLDS DELIMITED BY SIZE
            " TOKENS=" DELIMITED BY SIZE
            CNT-TOKENS DELIMITED BY SIZE
            " NOT ON DICTIONARY=" DELIMITED BY SIZE
            CNT-UNKNOWN DELIMITED BY SIZE
            INTO GAP-LINE
        END-STRING.
        WRITE GAP-PRINT FROM GAP-LINE.
        DISPLAY FUNCTION TRIM(GAP-LINE).
        MOVE SPACES TO GAP-LINE.
        STRING "DISTINCT UNKNOWN WORDS=" DELIMITED BY SIZE
            WD-COUNT DELIMITED BY SIZE
            INTO GAP-LINE
        END-STRING.
        WRITE GAP-PRINT FROM GAP-LINE.
        IF WD-OVERFLOW > 0
         MOVE SPACES TO GAP-LINE
         STRING "*** WORD TABLE FULL - " DELIMITED BY SIZE
             WD-OVERFLOW DELIMITED BY SIZE
             " LEAST FREQUENT WORDS NOT RANKED ***"
             DELIMITED BY SIZE
             INTO GAP-LINE
         END-STRING
         WRITE GAP-PRINT FROM GAP-LINE
        END-IF.
        IF RK-OVERFLOW = "Y"
         MOVE "*** REVIEW TABLE FULL - SOME HOLDS NOT RECOGNISED ***"
          TO GAP-LINE
         WRITE GAP-PRINT FROM GAP-LINE
        END-IF.
        IF PP-OVERFLOW = "Y" OR PT-OVERFLOW = "Y"
         MOVE "*** PARTNER TABLE FULL - PARTNER COUNTS INCOMPLETE ***"
          TO GAP-LINE
         WRITE GAP-PRINT FROM GAP-LINE
        END-IF.

      *Picks the most frequent word not yet listed, TOP-LIMIT times,
      *and writes an add card for each word listed.
       REPORT-TOP-WORDS.
        OPEN OUTPUT GAPCTL.
        IF GAPCTL-STATUS NOT = "00"
         MOVE "ADD CARD FILE COULD NOT BE OPENED" TO GAP-LINE
         WRITE GAP-PRINT FROM GAP-LINE
         CLOSE GAPRPT
         DISPLAY "DICT-GAP: CANNOT OPEN ADD CARD FILE " GAPCTL-DSN
         MOVE 12 TO RETURN-CODE
         STOP RUN
        END-IF.
        MOVE SPACES TO GAP-LINE.
        WRITE GAP-PRINT FROM GAP-LINE.
        MOVE SPACES TO GAP-LINE.
        STRING "TOP UNKNOWN WORDS (AT LEAST " DELIMITED BY SIZE
            MIN-OCCURS DELIMITED BY SIZE
            " OCCURRENCES):" DELIMITED BY SIZE
            INTO GAP-LINE
        END-STRING.
        WRITE GAP-PRINT FROM GAP-LINE.
        MOVE SPACES TO GAP-LINE.
        MOVE "RANK WORD" TO GAP-LINE(1:9).
        MOVE "OCCURS PARTNERS HOLDS" TO GAP-LINE(37:21).
        WRITE GAP-PRINT FROM GAP-LINE.
        MOVE 0 TO RANK-NO.
        MOVE "N" TO RANK-DONE.
        PERFORM UNTIL RANK-NO >= TOP-LIMIT OR RANK-DONE = "Y"
         PERFORM PICK-NEXT-WORD
         IF BEST-IDX = 0
          MOVE "Y" TO RANK-DONE
         ELSE
          ADD 1 TO RANK-NO
          MOVE "Y" TO WD-TAKEN(BEST-IDX)
          PERFORM WRITE-RANKED-WORD
         END-IF
        END-PERFORM.
        CLOSE GAPCTL.
        IF RANK-NO = 0
         MOVE "  NONE" TO GAP-LINE
         WRITE GAP-PRINT FROM GAP-LINE
        END-IF.
        MOVE SPACES TO GAP-LINE.
        STRING "ADD CARDS WRITTEN=" DELIMITED BY SIZE
            CNT-CARDS DELIMITED BY SIZE
            " TO " DELIMITED BY SIZE
            FUNCTION TRIM(GAPCTL-DSN) DELIMITED BY SIZE
            " - REVIEW, THEN RUN DICT-MAINT AGAINST IT"
            DELIMITED BY SIZE
            INTO GAP-LINE
        END-STRING.
        WRITE GAP-PRINT FROM GAP-LINE.
        DISPLAY FUNCTION TRIM(GAP-LINE).

      *Ties go to the alphabetically first word.
       PICK-NEXT-WORD.
        MOVE 0 TO BEST-IDX.
        MOVE 0 TO BEST-OCCURS.
        PERFORM VARYING WD-IDX FROM 1 BY 1 UNTIL WD-IDX > WD-COUNT
         IF WD-TAKEN(WD-IDX) = "N"
          AND WD-OCCURS(WD-IDX) >= MIN-OCCURS
          AND WD-OCCURS(WD-IDX) > 0
          AND (WD-OCCURS(WD-IDX) > BEST-OCCURS
           OR (BEST-IDX NOT = 0
            AND WD-OCCURS(WD-IDX) = BEST-OCCURS
            AND WD-WORD(WD-IDX) < WD-WORD(BEST-IDX)))
          MOVE WD-IDX TO BEST-IDX
          MOVE WD-OCCURS(WD-IDX) TO BEST-OCCURS
         END-IF
        END-PERFORM.

       WRITE-RANKED-WORD.
        MOVE SPACES TO GAP-LINE.
        STRING RANK-NO DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WD-WORD(BEST-IDX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WD-OCCURS(BEST-IDX) DELIMITED BY SIZE
            "      " DELIMITED BY SIZE
            WD-PP-COUNT(BEST-IDX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WD-HOLDS(BEST-IDX) DELIMITED BY SIZE
            INTO GAP-LINE
        END-STRING.
        WRITE GAP-PRINT FROM GAP-LINE.
      *Partner breakdown, six to a line under the word.
        MOVE SPACES TO GAP-LINE.
        MOVE 8 TO LINE-PTR.
        MOVE 0 TO PP-LINE-CNT.
        PERFORM VARYING PP-IDX FROM WD-FIRST-PP(BEST-IDX) BY 1
         UNTIL PP-IDX >= WD-FIRST-PP(BEST-IDX) + WD-PP-COUNT(BEST-IDX)
         IF PP-LINE-CNT = 6
          WRITE GAP-PRINT FROM GAP-LINE
          MOVE SPACES TO GAP-LINE
          MOVE 8 TO LINE-PTR
          MOVE 0 TO PP-LINE-CNT
         END-IF
         STRING PP-PARTNER(PP-IDX) DELIMITED BY SIZE
             "=" DELIMITED BY SIZE
             PP-OCCURS(PP-IDX) DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             INTO GAP-LINE
             WITH POINTER LINE-PTR
         END-STRING
         ADD 1 TO PP-LINE-CNT
        END-PERFORM.
        IF PP-LINE-CNT > 0
         WRITE GAP-PRINT FROM GAP-LINE
        END-IF.
        MOVE SPACES TO GAPCTL-RECORD.
        MOVE "A" TO CTL-ACTION.
        MOVE WD-WORD(BEST-IDX) TO CTL-WORD.
        WRITE GAPCTL-RECORD.
        ADD 1 TO CNT-CARDS.

       REPORT-PARTNERS.
        MOVE SPACES TO GAP-LINE.
        WRITE GAP-PRINT FROM GAP-LINE.
        MOVE "UNKNOWN WORDS BY PARTNER:" TO GAP-LINE.
        WRITE GAP-PRINT FROM GAP-LINE.
        PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
         MOVE SPACES TO GAP-LINE
         STRING "  PARTNER " DELIMITED BY SIZE
             PT-CODE(PT-IDX) DELIMITED BY SIZE
             " TOKENS=" DELIMITED BY SIZE
             PT-TOKENS(PT-IDX) DELIMITED BY SIZE
             " NOT ON DICTIONARY=" DELIMITED BY SIZE
             PT-UNKNOWN(PT-IDX) DELIMITED BY SIZE
             " DISTINCT UNKNOWN WORDS=" DELIMITED BY SIZE
             PT-DISTINCT(PT-IDX) DELIMITED BY SIZE
             INTO GAP-LINE
         END-STRING
         WRITE GAP-PRINT FROM GAP-LINE
        END-PERFORM.
       END PROGRAM DICT-GAP.
