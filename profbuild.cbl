      ******************************************************************
      * Author: James O'Brien
      * Date: 10/15/26
      * Purpose: Language profile builder for CAESAR-SOLVER
      * Tectonics: cobc
      ******************************************************************
      *Rebuilds the SOLVE letter-frequency profiles (langprof.txt)
      *from the traffic we actually carry instead of a textbook table.
      *Only plaintext we can trust goes into the counts, taken from
      *the message history master:
      *  - the input of every encrypt (modes 1, 4, 7 and 9) - the
      *    partner sent it to us in the clear;
      *  - the output of every decrypt (modes 2, 5, 8 and 10) - the
      *    key was known, so the result is the real plaintext;
      *  - the output of a solve (modes 3, 6, 11 and 12) ONLY when an
      *    analyst confirmed it through SOLVE-REVIEW - the posted
      *    correction, recognised as the unflagged record that follows
      *    a review-held "R" record of the same run and sequence. An
      *    unreviewed solve verdict is the engine grading its own
      *    homework and is left out.
      *Rejects, duplicates (the same text twice), review-held
      *provisional verdicts and backed-out runs are never counted.
      *Letters are grouped by the language the message was submitted
      *under (HIST-LANG; blank on older records means the run default,
      *CAESAR_LANG, normally EN).
      *
      *Each language with at least CAESAR_PROFMIN letters (default
      *500) gets fresh weights - the percentage of its letters that
      *are A, B ... Z, rounded to two digits - in exactly the solver's
      *profile layout (code 1-2, weights at a 3-column pitch from
      *column 4). A language with too small a sample keeps its old
      *weights, and a language on the old file with no trusted traffic
      *at all is carried over unchanged. The new file is written
      *beside the old one (langprof.new); operations swaps it in once
      *the comparison report is signed off - the HIST-PURGE pattern.
      *
      *The comparison report gives the old and new weight of every
      *letter per language, the sample size behind each, and a
      *what-if: every SOLVE verdict held for review last month
      *(CAESAR_PROFMONTH, YYYYMM, defaults to the previous calendar
      *month) is re-scored under the new weights with the solver's
      *own confidence test (runner-up gap CAESAR_CONFGAP, default 5
      *percent, and the word-list vote recorded on the queue item),
      *counting how many would have resolved confidently - and, for
      *those an analyst has since ruled on, how many would have
      *picked the analyst's shift.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFILE-BUILD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same dynamic dataset-name convention as CAESAR-SOLVER.
       SELECT HISTFILE ASSIGN TO DYNAMIC HIST-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS HIST-STATUS.
       SELECT OPTIONAL LANGPROF ASSIGN TO DYNAMIC LANGPROF-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LANGPROF-STATUS.
       SELECT LANGNEW ASSIGN TO DYNAMIC LANGNEW-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS LANGNEW-STATUS.
       SELECT OPTIONAL REVIEWQ ASSIGN TO DYNAMIC REVIEWQ-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REVIEWQ-STATUS.
       SELECT PROFRPT ASSIGN TO DYNAMIC PROFRPT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS PROFRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HIST-RECORD PIC X(1665).
       FD LANGPROF RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Profile record: language code in 1-2, then 26 two-digit
      *weights for A through Z, each at a fixed 3-column pitch
      *starting in column 4 (weight, blank, weight, blank...).
       01 LANGPROF-RECORD PIC X(81).
       FD LANGNEW RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 LANGNEW-RECORD PIC X(81).
       FD REVIEWQ RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Queue record as CAESAR-SOLVER writes it: status 1, run id
      *2-15, date 16-23, sequence 24-30, mode 31-32, partner 33-36,
      *language 37-38, best shift 39-40, runner-up 41-42, word-list
      *shift 43-44 ("00" when the word list had no vote), phrase
      *65-864.
       01 REVIEWQ-RECORD PIC X(870).
       FD PROFRPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 PROF-PRINT PIC X(132).
       WORKING-STORAGE SECTION.
       01 HIST-DSN PIC X(100) VALUE "history.dat".
       01 LANGPROF-DSN PIC X(100) VALUE "langprof.txt".
       01 LANGNEW-DSN PIC X(100) VALUE "langprof.new".
       01 REVIEWQ-DSN PIC X(100) VALUE "reviewq.txt".
       01 PROFRPT-DSN PIC X(100) VALUE "profbuild.rpt".
       01 ENV-OVERRIDE PIC X(100).
       01 HIST-STATUS PIC X(2).
       01 LANGPROF-STATUS PIC X(2).
       01 LANGNEW-STATUS PIC X(2).
       01 REVIEWQ-STATUS PIC X(2).
       01 PROFRPT-STATUS PIC X(2).
       01 HIST-EOF PIC 9 VALUE 0.
       01 PROF-EOF PIC 9 VALUE 0.
       01 QUEUE-EOF PIC 9 VALUE 0.
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
       01 DEFAULT-LANG PIC X(2) VALUE "EN".
       01 MIN-LETTERS PIC 9(7) VALUE 500.
       01 CONF-GAP PIC 9(2) VALUE 5.
       01 HELD-MONTH PIC 9(6).
       01 TODAY-DATE PIC 9(8).
       01 TODAY-YEAR PIC 9(4).
       01 TODAY-MONTH PIC 9(2).
      *Built-in English weights - what the solver scores under when
      *a language has no profile at all. Same figures as the solver.
       01 ENGLISH-WEIGHTS-DEF PIC X(52) VALUE
          "0801030412020206070001040207080200060609030102000200".
       01 ENGLISH-WEIGHTS REDEFINES ENGLISH-WEIGHTS-DEF.
        05 EN-WEIGHT PIC 9(2) OCCURS 26 TIMES.
      *One entry per language - old weights from the current profile
      *file, the trusted-letter tallies, and the new weights. Ten, the
      *same ceiling the solver loads.
       01 LG-COUNT PIC 9(2) VALUE 0.
       01 LG-TABLE.
        05 LG-ENTRY OCCURS 10 TIMES.
         10 LG-CODE PIC X(2).
         10 LG-ON-OLD PIC X(1).
         10 LG-OLD-W PIC 9(2) OCCURS 26 TIMES.
         10 LG-TEXTS PIC 9(7).
         10 LG-LETTERS PIC 9(9).
         10 LG-CNT PIC 9(9) OCCURS 26 TIMES.
         10 LG-NEW-W PIC 9(2) OCCURS 26 TIMES.
      *"N" new weights, "K" old weights kept (sample too small), "C"
      *carried over (no sample), "S" new language skipped (sample
      *too small and nothing to keep).
         10 LG-ACTION PIC X(1).
         10 LG-HELD PIC 9(5).
         10 LG-RESOLVED PIC 9(5).
       01 LG-IDX PIC 9(2).
       01 LG-FOUND PIC 9(2).
       01 LG-OVERFLOW PIC X(1) VALUE "N".
       01 WANT-LANG PIC X(2).
      *Review-held records seen on history (run id + sequence), and
      *the shift the analyst confirmed once the correction is posted.
       01 RK-COUNT PIC 9(4) VALUE 0.
       01 RK-TABLE.
        05 RK-ENTRY OCCURS 5000 TIMES.
         10 RK-RUN-ID PIC X(14).
         10 RK-SEQ PIC 9(7).
         10 RK-RULED PIC X(1).
         10 RK-SHIFT PIC 9(2).
       01 RK-IDX PIC 9(4).
       01 RK-FOUND PIC 9(4).
       01 RK-OVERFLOW PIC X(1) VALUE "N".
      *Letter tally for one text
       01 TEXT-BUF PIC X(800).
       01 TXT-COUNTS.
        05 TXT-COUNT PIC 9(3) OCCURS 26 TIMES.
       01 TXT-LETTERS PIC 9(5).
       01 SC-IDX PIC 9(3).
       01 SC-POS PIC 9(2).
       01 SC-CHAR PIC X(1).
      *Re-scoring a held verdict, exactly as APPLY-SOLVE scores
       01 SCORE-W.
        05 SCORE-WEIGHT PIC 9(2) OCCURS 26 TIMES.
       01 SHIFT-CTR PIC 9(2).
       01 SCORE-ROT PIC 9(2).
       01 CUR-SCORE PIC 9(7).
       01 BEST-SCORE PIC 9(7).
       01 BEST-SHIFT PIC 9(2).
       01 RUNNER-SCORE PIC 9(7).
       01 RUNNER-SHIFT PIC 9(2).
       01 DICT-SHIFT PIC 9(2).
       01 OLD-BEST PIC 9(2).
       01 CONF-FLAG PIC X(1).
       01 AGREE-TEXT PIC X(20).
      *Counts
       01 CNT-READ PIC 9(7) VALUE 0.
       01 CNT-ENCRYPT PIC 9(7) VALUE 0.
       01 CNT-DECRYPT PIC 9(7) VALUE 0.
       01 CNT-CONFIRMED PIC 9(7) VALUE 0.
       01 CNT-NEW-LANGS PIC 9(2) VALUE 0.
       01 CNT-HELD PIC 9(5) VALUE 0.
       01 CNT-RESOLVED PIC 9(5) VALUE 0.
       01 CNT-RULED PIC 9(5) VALUE 0.
       01 CNT-AGREE PIC 9(5) VALUE 0.
       01 W-IDX PIC 9(2).
       01 PROF-COL PIC 9(3).
       01 NEW-LINE PIC X(81).
       01 PROF-LINE PIC X(132).
       01 ACTION-TEXT PIC X(50).
       PROCEDURE DIVISION.
       PERFORM INIT-DATASETS.
       OPEN OUTPUT PROFRPT.
       IF PROFRPT-STATUS NOT = "00"
        DISPLAY "PROFILE-BUILD: CANNOT OPEN REPORT " PROFRPT-DSN
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF.
       MOVE "*** LANGUAGE PROFILE BUILD REPORT ***" TO PROF-LINE.
       WRITE PROF-PRINT FROM PROF-LINE.
       PERFORM LOAD-OLD-PROFILES.
       PERFORM SWEEP-HISTORY.
       PERFORM COMPUTE-NEW-WEIGHTS.
       PERFORM WRITE-NEW-PROFILES.
       PERFORM RESCORE-HELD-VERDICTS.
       PERFORM REPORT-LANGUAGES.
       PERFORM REPORT-HELD-SUMMARY.
       CLOSE PROFRPT.
      *Nothing rebuilt means the new file is just the old one again -
      *worth a warning so nobody swaps it in expecting a change.
       IF CNT-NEW-LANGS = 0
        MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       INIT-DATASETS.
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_HIST"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO HIST-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_LANGPROF"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO LANGPROF-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_LANGPROFNEW"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO LANGNEW-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_REVIEWQ"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO REVIEWQ-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PROFRPT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO PROFRPT-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_LANG"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE FUNCTION UPPER-CASE(ENV-OVERRIDE(1:2)) TO DEFAULT-LANG
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PROFMIN"
        IF ENV-OVERRIDE NOT = SPACES
         COMPUTE MIN-LETTERS = FUNCTION NUMVAL(ENV-OVERRIDE)
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_CONFGAP"
        IF ENV-OVERRIDE NOT = SPACES
         COMPUTE CONF-GAP = FUNCTION NUMVAL(ENV-OVERRIDE)
        END-IF
      *Last month by default: January looks back to December.
        ACCEPT TODAY-DATE FROM DATE YYYYMMDD
        MOVE TODAY-DATE(1:4) TO TODAY-YEAR
        MOVE TODAY-DATE(5:2) TO TODAY-MONTH
        IF TODAY-MONTH = 1
         SUBTRACT 1 FROM TODAY-YEAR
         MOVE 12 TO TODAY-MONTH
        ELSE
         SUBTRACT 1 FROM TODAY-MONTH
        END-IF
        COMPUTE HELD-MONTH = TODAY-YEAR * 100 + TODAY-MONTH
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PROFMONTH"
        IF ENV-OVERRIDE(1:6) IS NUMERIC
         MOVE ENV-OVERRIDE(1:6) TO HELD-MONTH
        END-IF.

      *The current profiles, read the way LOAD-LANG-PROFILES reads
      *them. A missing file just means every language starts new.
       LOAD-OLD-PROFILES.
        OPEN INPUT LANGPROF.
        IF LANGPROF-STATUS = "00"
         PERFORM UNTIL PROF-EOF = 1
          READ LANGPROF AT END MOVE 1 TO PROF-EOF
           NOT AT END
            IF LANGPROF-RECORD(1:2) NOT = SPACES
             MOVE FUNCTION UPPER-CASE(LANGPROF-RECORD(1:2))
              TO WANT-LANG
             PERFORM FIND-LANGUAGE
             IF LG-FOUND NOT = 0
              MOVE "Y" TO LG-ON-OLD(LG-FOUND)
              MOVE 4 TO PROF-COL
              PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 26
               IF LANGPROF-RECORD(PROF-COL:2) IS NUMERIC
                MOVE LANGPROF-RECORD(PROF-COL:2)
                 TO LG-OLD-W(LG-FOUND, W-IDX)
               END-IF
               ADD 3 TO PROF-COL
              END-PERFORM
             END-IF
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE LANGPROF.

      *Finds (or opens) the table entry for WANT-LANG.
       FIND-LANGUAGE.
        MOVE 0 TO LG-FOUND.
        PERFORM VARYING LG-IDX FROM 1 BY 1
         UNTIL LG-IDX > LG-COUNT OR LG-FOUND NOT = 0
         IF LG-CODE(LG-IDX) = WANT-LANG
          MOVE LG-IDX TO LG-FOUND
         END-IF
        END-PERFORM.
        IF LG-FOUND = 0
         IF LG-COUNT < 10
          ADD 1 TO LG-COUNT
          MOVE LG-COUNT TO LG-FOUND
          MOVE WANT-LANG TO LG-CODE(LG-FOUND)
          MOVE "N" TO LG-ON-OLD(LG-FOUND)
          MOVE 0 TO LG-TEXTS(LG-FOUND)
          MOVE 0 TO LG-LETTERS(LG-FOUND)
          MOVE 0 TO LG-HELD(LG-FOUND)
          MOVE 0 TO LG-RESOLVED(LG-FOUND)
          MOVE SPACE TO LG-ACTION(LG-FOUND)
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 26
           MOVE 0 TO LG-OLD-W(LG-FOUND, W-IDX)
           MOVE 0 TO LG-CNT(LG-FOUND, W-IDX)
           MOVE 0 TO LG-NEW-W(LG-FOUND, W-IDX)
          END-PERFORM
         ELSE
          MOVE "Y" TO LG-OVERFLOW
         END-IF
        END-IF.

       SWEEP-HISTORY.
        OPEN INPUT HISTFILE.
        IF HIST-STATUS NOT = "00"
         MOVE "HISTORY MASTER COULD NOT BE OPENED" TO PROF-LINE
         WRITE PROF-PRINT FROM PROF-LINE
         CLOSE PROFRPT
         DISPLAY "PROFILE-BUILD: CANNOT OPEN HISTORY MASTER " HIST-DSN
         MOVE 12 TO RETURN-CODE
         STOP RUN
        END-IF.
        PERFORM UNTIL HIST-EOF = 1
         READ HISTFILE AT END MOVE 1 TO HIST-EOF
          NOT AT END
           ADD 1 TO CNT-READ
           MOVE HIST-RECORD TO HIST-LINE
           PERFORM TALLY-HISTORY-RECORD
         END-READ
        END-PERFORM.
        CLOSE HISTFILE.

      *Picks the trusted plaintext out of one history record, if it
      *carries any.
       TALLY-HISTORY-RECORD.
        MOVE SPACES TO TEXT-BUF.
        EVALUATE TRUE
         WHEN HIST-FLAG = "R"
          PERFORM ADD-REVIEW-KEY
         WHEN HIST-FLAG = "X" OR HIST-FLAG = "D" OR HIST-FLAG = "B"
          CONTINUE
         WHEN HIST-MODE = 1 OR HIST-MODE = 4
          OR HIST-MODE = 7 OR HIST-MODE = 9
          MOVE HIST-IN TO TEXT-BUF
          ADD 1 TO CNT-ENCRYPT
         WHEN HIST-MODE = 2 OR HIST-MODE = 5
          OR HIST-MODE = 8 OR HIST-MODE = 10
          MOVE HIST-OUT TO TEXT-BUF
          ADD 1 TO CNT-DECRYPT
         WHEN HIST-MODE = 3 OR HIST-MODE = 6
          OR HIST-MODE = 11 OR HIST-MODE = 12
          PERFORM FIND-REVIEW-KEY
          IF RK-FOUND NOT = 0
           AND NOT (HIST-MODE = 12 AND HIST-IDENT(1:1) = "T")
           MOVE HIST-OUT TO TEXT-BUF
           ADD 1 TO CNT-CONFIRMED
           MOVE "Y" TO RK-RULED(RK-FOUND)
           MOVE HIST-SHIFT TO RK-SHIFT(RK-FOUND)
          END-IF
        END-EVALUATE.
        IF TEXT-BUF NOT = SPACES
         MOVE HIST-LANG TO WANT-LANG
         IF WANT-LANG = SPACES
          MOVE DEFAULT-LANG TO WANT-LANG
         END-IF
         PERFORM FIND-LANGUAGE
         IF LG-FOUND NOT = 0
          PERFORM COUNT-TEXT-LETTERS
          IF TXT-LETTERS > 0
           ADD 1 TO LG-TEXTS(LG-FOUND)
           ADD TXT-LETTERS TO LG-LETTERS(LG-FOUND)
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 26
            ADD TXT-COUNT(W-IDX) TO LG-CNT(LG-FOUND, W-IDX)
           END-PERFORM
          END-IF
         END-IF
        END-IF.

       ADD-REVIEW-KEY.
        IF RK-COUNT < 5000
         ADD 1 TO RK-COUNT
         MOVE HIST-RUN-ID TO RK-RUN-ID(RK-COUNT)
         MOVE HIST-SEQ TO RK-SEQ(RK-COUNT)
         MOVE "N" TO RK-RULED(RK-COUNT)
         MOVE 0 TO RK-SHIFT(RK-COUNT)
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

      *Case-folded letter tally, the same way the solver's COUNT-
      *LETTERS counts a message.
       COUNT-TEXT-LETTERS.
        MOVE 0 TO TXT-LETTERS.
        PERFORM VARYING SC-POS FROM 1 BY 1 UNTIL SC-POS > 26
         MOVE 0 TO TXT-COUNT(SC-POS)
        END-PERFORM.
        PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 800
         MOVE TEXT-BUF(SC-IDX:1) TO SC-CHAR
         IF SC-CHAR >= "A" AND SC-CHAR <= "Z"
          COMPUTE SC-POS =
           FUNCTION ORD(SC-CHAR) - FUNCTION ORD("A") + 1
          ADD 1 TO TXT-COUNT(SC-POS)
          ADD 1 TO TXT-LETTERS
         ELSE
          IF SC-CHAR >= "a" AND SC-CHAR <= "z"
           COMPUTE SC-POS =
            FUNCTION ORD(SC-CHAR) - FUNCTION ORD("a") + 1
           ADD 1 TO TXT-COUNT(SC-POS)
           ADD 1 TO TXT-LETTERS
          END-IF
         END-IF
        END-PERFORM.

      *Percent of the language's letters, rounded, capped at two
      *digits. Too small a sample keeps what was there.
       COMPUTE-NEW-WEIGHTS.
        PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-COUNT
         EVALUATE TRUE
          WHEN LG-LETTERS(LG-IDX) >= MIN-LETTERS
           AND LG-LETTERS(LG-IDX) > 0
           MOVE "N" TO LG-ACTION(LG-IDX)
           ADD 1 TO CNT-NEW-LANGS
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 26
            COMPUTE LG-NEW-W(LG-IDX, W-IDX) ROUNDED =
             LG-CNT(LG-IDX, W-IDX) * 100 / LG-LETTERS(LG-IDX)
             ON SIZE ERROR
              MOVE 99 TO LG-NEW-W(LG-IDX, W-IDX)
            END-COMPUTE
           END-PERFORM
          WHEN LG-ON-OLD(LG-IDX) = "Y" AND LG-LETTERS(LG-IDX) = 0
           MOVE "C" TO LG-ACTION(LG-IDX)
          WHEN LG-ON-OLD(LG-IDX) = "Y"
           MOVE "K" TO LG-ACTION(LG-IDX)
          WHEN OTHER
           MOVE "S" TO LG-ACTION(LG-IDX)
         END-EVALUATE
         IF LG-ACTION(LG-IDX) NOT = "N"
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 26
           MOVE LG-OLD-W(LG-IDX, W-IDX) TO LG-NEW-W(LG-IDX, W-IDX)
          END-PERFORM
         END-IF
        END-PERFORM.

      *Old languages first, in their old order, then the new ones -
      *the table was built in exactly that order.
       WRITE-NEW-PROFILES.
        OPEN OUTPUT LANGNEW.
        IF LANGNEW-STATUS NOT = "00"
         MOVE "NEW PROFILE FILE COULD NOT BE OPENED" TO PROF-LINE
         WRITE PROF-PRINT FROM PROF-LINE
         CLOSE PROFRPT
         DISPLAY "PROFILE-BUILD: CANNOT OPEN NEW PROFILES " LANGNEW-DSN
         MOVE 12 TO RETURN-CODE
         STOP RUN
        END-IF.
        PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-COUNT
         IF LG-ACTION(LG-IDX) NOT = "S"
          MOVE SPACES TO NEW-LINE
          MOVE LG-CODE(LG-IDX) TO NEW-LINE(1:2)
          MOVE 4 TO PROF-COL
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 26
           MOVE LG-NEW-W(LG-IDX, W-IDX) TO NEW-LINE(PROF-COL:2)
           ADD 3 TO PROF-COL
          END-PERFORM
          WRITE LANGNEW-RECORD FROM NEW-LINE
         END-IF
        END-PERFORM.
        CLOSE LANGNEW.

      *Last month's held SOLVE verdicts, re-scored under the new
      *weights of the language they were scored under.
       RESCORE-HELD-VERDICTS.
        OPEN INPUT REVIEWQ.
        IF REVIEWQ-STATUS = "00"
         MOVE SPACES TO PROF-LINE
         WRITE PROF-PRINT FROM PROF-LINE
         MOVE SPACES TO PROF-LINE
         STRING "HELD SOLVE VERDICTS FOR " DELIMITED BY SIZE
             HELD-MONTH DELIMITED BY SIZE
             " RE-SCORED UNDER THE NEW WEIGHTS:" DELIMITED BY SIZE
             INTO PROF-LINE
         END-STRING
         WRITE PROF-PRINT FROM PROF-LINE
         PERFORM UNTIL QUEUE-EOF = 1
          READ REVIEWQ AT END MOVE 1 TO QUEUE-EOF
           NOT AT END
            IF REVIEWQ-RECORD(31:2) = "03"
             AND REVIEWQ-RECORD(16:6) = HELD-MONTH
             PERFORM RESCORE-ONE-VERDICT
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE REVIEWQ.

       RESCORE-ONE-VERDICT.
        ADD 1 TO CNT-HELD.
        MOVE FUNCTION UPPER-CASE(REVIEWQ-RECORD(37:2)) TO WANT-LANG.
        IF WANT-LANG = SPACES
         MOVE DEFAULT-LANG TO WANT-LANG
        END-IF.
        PERFORM SET-SCORE-WEIGHTS.
        MOVE REVIEWQ-RECORD(65:800) TO TEXT-BUF.
        PERFORM COUNT-TEXT-LETTERS.
        PERFORM SCORE-ALL-SHIFTS.
        MOVE 0 TO OLD-BEST.
        IF REVIEWQ-RECORD(39:2) IS NUMERIC
         MOVE REVIEWQ-RECORD(39:2) TO OLD-BEST
        END-IF.
        MOVE 0 TO DICT-SHIFT.
        IF REVIEWQ-RECORD(43:2) IS NUMERIC
         MOVE REVIEWQ-RECORD(43:2) TO DICT-SHIFT
        END-IF.
      *The solver's confidence test, verbatim: a close runner-up, no
      *signal at all, or a word-list vote for another shift is LOW.
        MOVE "H" TO CONF-FLAG.
        IF BEST-SCORE = 0
         MOVE "L" TO CONF-FLAG
        ELSE
         IF RUNNER-SCORE * 100 >= BEST-SCORE * (100 - CONF-GAP)
          MOVE "L" TO CONF-FLAG
         END-IF
        END-IF.
        IF DICT-SHIFT NOT = 0 AND DICT-SHIFT NOT = BEST-SHIFT
         MOVE "L" TO CONF-FLAG
        END-IF.
        IF CONF-FLAG = "H"
         ADD 1 TO CNT-RESOLVED
         IF LG-FOUND NOT = 0
          ADD 1 TO LG-RESOLVED(LG-FOUND)
         END-IF
        END-IF.
        IF LG-FOUND NOT = 0
         ADD 1 TO LG-HELD(LG-FOUND)
        END-IF.
      *An item the analyst has ruled on says what the right answer
      *was - a confident verdict only counts as a win if it agrees.
        MOVE REVIEWQ-RECORD(2:14) TO HIST-RUN-ID.
        MOVE 0 TO HIST-SEQ.
        IF REVIEWQ-RECORD(24:7) IS NUMERIC
         MOVE REVIEWQ-RECORD(24:7) TO HIST-SEQ
        END-IF.
        PERFORM FIND-REVIEW-KEY.
        MOVE "NOT YET RULED" TO AGREE-TEXT.
        IF RK-FOUND NOT = 0
         IF RK-RULED(RK-FOUND) = "Y"
          ADD 1 TO CNT-RULED
          IF RK-SHIFT(RK-FOUND) = BEST-SHIFT
           MOVE "AGREES WITH ANALYST" TO AGREE-TEXT
           IF CONF-FLAG = "H"
            ADD 1 TO CNT-AGREE
           END-IF
          ELSE
           MOVE "ANALYST CHOSE OTHER" TO AGREE-TEXT
          END-IF
         END-IF
        END-IF.
        MOVE SPACES TO PROF-LINE.
        STRING "  RUN=" DELIMITED BY SIZE
            REVIEWQ-RECORD(2:14) DELIMITED BY SIZE
            " SEQ=" DELIMITED BY SIZE
            REVIEWQ-RECORD(24:7) DELIMITED BY SIZE
            " PARTNER=" DELIMITED BY SIZE
            REVIEWQ-RECORD(33:4) DELIMITED BY SIZE
            " LANG=" DELIMITED BY SIZE
            WANT-LANG DELIMITED BY SIZE
            " OLD BEST=" DELIMITED BY SIZE
            OLD-BEST DELIMITED BY SIZE
            " NEW BEST=" DELIMITED BY SIZE
            BEST-SHIFT DELIMITED BY SIZE
            " RUNNER-UP=" DELIMITED BY SIZE
            RUNNER-SHIFT DELIMITED BY SIZE
            " CONFIDENCE=" DELIMITED BY SIZE
            CONF-FLAG DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            AGREE-TEXT DELIMITED BY SIZE
            INTO PROF-LINE
        END-STRING.
        WRITE PROF-PRINT FROM PROF-LINE.

      *New weights for the language when there are any, the old ones
      *the solver would otherwise use, the built-in English set when
      *nobody ever loaded the language - the solver's own fallback.
       SET-SCORE-WEIGHTS.
        MOVE 0 TO LG-FOUND.
        PERFORM VARYING LG-IDX FROM 1 BY 1
         UNTIL LG-IDX > LG-COUNT OR LG-FOUND NOT = 0
         IF LG-CODE(LG-IDX) = WANT-LANG
          AND LG-ACTION(LG-IDX) NOT = "S"
          MOVE LG-IDX TO LG-FOUND
         END-IF
        END-PERFORM.
        PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 26
         IF LG-FOUND NOT = 0
          MOVE LG-NEW-W(LG-FOUND, W-IDX) TO SCORE-WEIGHT(W-IDX)
         ELSE
          MOVE EN-WEIGHT(W-IDX) TO SCORE-WEIGHT(W-IDX)
         END-IF
        END-PERFORM.

      *Shift n scores each ciphertext letter by the weight of the
      *letter n places on, and the runner-up is tracked exactly as
      *APPLY-SOLVE tracks it.
       SCORE-ALL-SHIFTS.
        MOVE 0 TO BEST-SCORE.
        MOVE 0 TO BEST-SHIFT.
        MOVE 0 TO RUNNER-SCORE.
        MOVE 0 TO RUNNER-SHIFT.
        PERFORM VARYING SHIFT-CTR FROM 1 BY 1 UNTIL SHIFT-CTR > 26
         MOVE 0 TO CUR-SCORE
         PERFORM VARYING SC-POS FROM 1 BY 1 UNTIL SC-POS > 26
          COMPUTE SCORE-ROT =
           FUNCTION MOD(SC-POS - 1 + SHIFT-CTR, 26) + 1
          COMPUTE CUR-SCORE = CUR-SCORE
           + TXT-COUNT(SC-POS) * SCORE-WEIGHT(SCORE-ROT)
         END-PERFORM
         IF CUR-SCORE > BEST-SCORE
          MOVE BEST-SCORE TO RUNNER-SCORE
          MOVE BEST-SHIFT TO RUNNER-SHIFT
          MOVE CUR-SCORE TO BEST-SCORE
          MOVE SHIFT-CTR TO BEST-SHIFT
         ELSE
          IF CUR-SCORE > RUNNER-SCORE
           MOVE CUR-SCORE TO RUNNER-SCORE
           MOVE SHIFT-CTR TO RUNNER-SHIFT
          END-IF
         END-IF
        END-PERFORM.

       REPORT-LANGUAGES.
        MOVE SPACES TO PROF-LINE.
        WRITE PROF-PRINT FROM PROF-LINE.
        MOVE SPACES TO PROF-LINE.
        STRING "HISTORY RECORDS READ=" DELIMITED BY SIZE
            CNT-READ DELIMITED BY SIZE
            " TRUSTED TEXTS: ENCRYPT INPUTS=" DELIMITED BY SIZE
            CNT-ENCRYPT DELIMITED BY SIZE
            " DECRYPT OUTPUTS=" DELIMITED BY SIZE
            CNT-DECRYPT DELIMITED BY SIZE
            " CONFIRMED SOLVES=" DELIMITED BY SIZE
            CNT-CONFIRMED DELIMITED BY SIZE
            INTO PROF-LINE
        END-STRING.
        WRITE PROF-PRINT FROM PROF-LINE.
        DISPLAY FUNCTION TRIM(PROF-LINE).
        MOVE SPACES TO PROF-LINE.
        STRING "MINIMUM SAMPLE FOR NEW WEIGHTS=" DELIMITED BY SIZE
            MIN-LETTERS DELIMITED BY SIZE
            " LETTERS" DELIMITED BY SIZE
            INTO PROF-LINE
        END-STRING.
        WRITE PROF-PRINT FROM PROF-LINE.
        PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-COUNT
         PERFORM REPORT-ONE-LANGUAGE
        END-PERFORM.
        IF LG-OVERFLOW = "Y"
         MOVE "*** MORE THAN 10 LANGUAGES - LATER ONES NOT BUILT ***"
          TO PROF-LINE
         WRITE PROF-PRINT FROM PROF-LINE
        END-IF.
        IF RK-OVERFLOW = "Y"
         MOVE "*** REVIEW TABLE FULL - SOME CONFIRMED SOLVES MISSED ***"
          TO PROF-LINE
         WRITE PROF-PRINT FROM PROF-LINE
        END-IF.

       REPORT-ONE-LANGUAGE.
        EVALUATE LG-ACTION(LG-IDX)
         WHEN "N"
          IF LG-ON-OLD(LG-IDX) = "Y"
           MOVE "NEW WEIGHTS WRITTEN" TO ACTION-TEXT
          ELSE
           MOVE "NEW LANGUAGE - WEIGHTS WRITTEN" TO ACTION-TEXT
          END-IF
         WHEN "K"
          MOVE "SAMPLE TOO SMALL - OLD WEIGHTS KEPT" TO ACTION-TEXT
         WHEN "C"
          MOVE "NO TRUSTED TRAFFIC - OLD WEIGHTS CARRIED OVER"
           TO ACTION-TEXT
         WHEN OTHER
          MOVE "SAMPLE TOO SMALL - NOT WRITTEN" TO ACTION-TEXT
        END-EVALUATE.
        MOVE SPACES TO PROF-LINE.
        WRITE PROF-PRINT FROM PROF-LINE.
        MOVE SPACES TO PROF-LINE.
        STRING "LANGUAGE " DELIMITED BY SIZE
            LG-CODE(LG-IDX) DELIMITED BY SIZE
            " SAMPLE TEXTS=" DELIMITED BY SIZE
            LG-TEXTS(LG-IDX) DELIMITED BY SIZE
            " LETTERS=" DELIMITED BY SIZE
            LG-LETTERS(LG-IDX) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            ACTION-TEXT DELIMITED BY SIZE
            INTO PROF-LINE
        END-STRING.
        WRITE PROF-PRINT FROM PROF-LINE.
        DISPLAY FUNCTION TRIM(PROF-LINE).
        MOVE "  LETTER  OLD  NEW" TO PROF-LINE.
        WRITE PROF-PRINT FROM PROF-LINE.
        PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 26
         MOVE SPACES TO PROF-LINE
         MOVE FUNCTION CHAR(FUNCTION ORD("A") + W-IDX - 1)
          TO PROF-LINE(5:1)
         IF LG-ON-OLD(LG-IDX) = "Y"
          MOVE LG-OLD-W(LG-IDX, W-IDX) TO PROF-LINE(11:2)
         ELSE
          MOVE "--" TO PROF-LINE(11:2)
         END-IF
         IF LG-ACTION(LG-IDX) = "S"
          MOVE "--" TO PROF-LINE(16:2)
         ELSE
          MOVE LG-NEW-W(LG-IDX, W-IDX) TO PROF-LINE(16:2)
         END-IF
         WRITE PROF-PRINT FROM PROF-LINE
        END-PERFORM.

       REPORT-HELD-SUMMARY.
        MOVE SPACES TO PROF-LINE.
        WRITE PROF-PRINT FROM PROF-LINE.
        MOVE SPACES TO PROF-LINE.
        STRING "HELD SOLVE VERDICTS " DELIMITED BY SIZE
            HELD-MONTH DELIMITED BY SIZE
            ": HELD=" DELIMITED BY SIZE
            CNT-HELD DELIMITED BY SIZE
            " WOULD RESOLVE CONFIDENTLY=" DELIMITED BY SIZE
            CNT-RESOLVED DELIMITED BY SIZE
            " RULED BY AN ANALYST=" DELIMITED BY SIZE
            CNT-RULED DELIMITED BY SIZE
            " CONFIDENT AND AGREEING=" DELIMITED BY SIZE
            CNT-AGREE DELIMITED BY SIZE
            INTO PROF-LINE
        END-STRING.
        WRITE PROF-PRINT FROM PROF-LINE.
        DISPLAY FUNCTION TRIM(PROF-LINE).
        PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-COUNT
         IF LG-HELD(LG-IDX) > 0
          MOVE SPACES TO PROF-LINE
          STRING "  LANGUAGE " DELIMITED BY SIZE
              LG-CODE(LG-IDX) DELIMITED BY SIZE
              " HELD=" DELIMITED BY SIZE
              LG-HELD(LG-IDX) DELIMITED BY SIZE
              " WOULD RESOLVE CONFIDENTLY=" DELIMITED BY SIZE
              LG-RESOLVED(LG-IDX) DELIMITED BY SIZE
              INTO PROF-LINE
          END-STRING
          WRITE PROF-PRINT FROM PROF-LINE
         END-IF
        END-PERFORM.
        MOVE SPACES TO PROF-LINE.
        STRING "NEW PROFILES WRITTEN TO " DELIMITED BY SIZE
            FUNCTION TRIM(LANGNEW-DSN) DELIMITED BY SIZE
            " - SWAP IN AFTER SIGN-OFF" DELIMITED BY SIZE
            INTO PROF-LINE
        END-STRING.
        WRITE PROF-PRINT FROM PROF-LINE.
       END PROGRAM PROFILE-BUILD.
