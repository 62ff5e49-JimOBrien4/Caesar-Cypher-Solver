      *on history unflagged and counts instead) are carried in their
      *own columns, not the mode counts, so nothing is billed or
      *trended twice. Rejects are the records whose mode is outside
      *1-12; truncations carry flag "T" and count in both their mode
      *and the TRUNC column. Records flagged "B" belong to a run that
      *RUN-BACKOUT took back out: they are excluded from every figure
      *(records, runs and rates included) and only their count is
      *shown, under the totals, so the trend reflects what was
      *actually delivered.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-STATS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HIST-RECORD PIC X(1665).
       FD STATRPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 STAT-PRINT PIC X(250).
       FD STATEXT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 STATEXT-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
       01 HIST-DSN PIC X(100) VALUE "history.dat".
       01 STATRPT-DSN PIC X(100) VALUE "histstats.rpt".
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
      *Reporting range, defaulted to the last 30 days below.
       01 STAT-FROM PIC 9(8).
       01 STAT-TO PIC 9(8).
        05 DAY-ENTRY OCCURS 400 TIMES.
         10 DAY-DATE PIC 9(8).
         10 DAY-TOTAL PIC 9(7).
         10 DAY-MODE-CNT PIC 9(7) OCCURS 12 TIMES.
         10 DAY-REJECTS PIC 9(7).
         10 DAY-DUPS PIC 9(7).
         10 DAY-REVIEW PIC 9(7).
        05 WEEK-ENTRY OCCURS 60 TIMES.
         10 WEEK-DATE PIC 9(8).
         10 WEEK-TOTAL PIC 9(7).
         10 WEEK-MODE-CNT PIC 9(7) OCCURS 12 TIMES.
       01 WEEK-IDX PIC 9(3).
       01 WEEK-FOUND PIC 9(3).
       01 WEEK-BEGIN PIC 9(8).
       01 RUNID-SEEN PIC X(1).
      *Record work fields
       01 MSG-LEN PIC 9(3).
       01 MODE-IDX PIC 9(2).
       01 TABLE-OVERFLOW PIC X(1) VALUE "N".
      *Grand totals and the rate arithmetic
       01 TOT-RECORDS PIC 9(7) VALUE 0.
       01 TOT-DUPS PIC 9(7) VALUE 0.
       01 TOT-REVIEW PIC 9(7) VALUE 0.
       01 TOT-TRUNC PIC 9(7) VALUE 0.
       01 TOT-BACKOUT PIC 9(7) VALUE 0.
       01 TOT-RUNS PIC 9(5) VALUE 0.
       01 TOT-LEN-SUM PIC 9(12) VALUE 0.
       01 TOT-MODE-CNT-T.
        05 TOT-MODE-CNT PIC 9(7) OCCURS 12 TIMES.
       01 RATE-PCT PIC 9(3)V99.
       01 ED-RATE PIC ZZ9.99.
       01 AVG-LEN PIC 9(4).
       01 STAT-LINE PIC X(250).
       01 EXT-LINE PIC X(250).
       PROCEDURE DIVISION.
       PERFORM INIT-DATASETS.
       PERFORM SET-REPORT-RANGE.
      *nothing beyond the record count - the overflow warning on the
      *report says the results are incomplete.
       TALLY-HISTORY-RECORD.
        IF HIST-FLAG = "B"
         ADD 1 TO TOT-BACKOUT
        ELSE
         PERFORM TALLY-LIVE-RECORD
        END-IF.

       TALLY-LIVE-RECORD.
        ADD 1 TO TOT-RECORDS.
        PERFORM FIND-DAY-SLOT.
        IF DAY-FOUND NOT = 0
           ADD 1 TO DAY-REVIEW(DAY-FOUND)
           ADD 1 TO TOT-REVIEW
          WHEN HIST-FLAG = "X"
           OR HIST-MODE < 1 OR HIST-MODE > 12
           ADD 1 TO DAY-REJECTS(DAY-FOUND)
           ADD 1 TO TOT-REJECTS
          WHEN OTHER
            DAY-MODE-CNT(DAY-IDX, 7) DELIMITED BY SIZE
            " M8=" DELIMITED BY SIZE
            DAY-MODE-CNT(DAY-IDX, 8) DELIMITED BY SIZE
            " M9=" DELIMITED BY SIZE
            DAY-MODE-CNT(DAY-IDX, 9) DELIMITED BY SIZE
            " M10=" DELIMITED BY SIZE
            DAY-MODE-CNT(DAY-IDX, 10) DELIMITED BY SIZE
            " M11=" DELIMITED BY SIZE
            DAY-MODE-CNT(DAY-IDX, 11) DELIMITED BY SIZE
            " M12=" DELIMITED BY SIZE
            DAY-MODE-CNT(DAY-IDX, 12) DELIMITED BY SIZE
            " REJ=" DELIMITED BY SIZE
            DAY-REJECTS(DAY-IDX) DELIMITED BY SIZE
            " DUP=" DELIMITED BY SIZE
            WEEK-MODE-CNT(WEEK-IDX, 7) DELIMITED BY SIZE
            " M8=" DELIMITED BY SIZE
            WEEK-MODE-CNT(WEEK-IDX, 8) DELIMITED BY SIZE
            " M9=" DELIMITED BY SIZE
            WEEK-MODE-CNT(WEEK-IDX, 9) DELIMITED BY SIZE
            " M10=" DELIMITED BY SIZE
            WEEK-MODE-CNT(WEEK-IDX, 10) DELIMITED BY SIZE
            " M11=" DELIMITED BY SIZE
            WEEK-MODE-CNT(WEEK-IDX, 11) DELIMITED BY SIZE
            " M12=" DELIMITED BY SIZE
            WEEK-MODE-CNT(WEEK-IDX, 12) DELIMITED BY SIZE
            INTO STAT-LINE
        END-STRING.
        WRITE STAT-PRINT FROM STAT-LINE.
            INTO STAT-LINE
        END-STRING.
        WRITE STAT-PRINT FROM STAT-LINE.
        IF TOT-BACKOUT > 0
         MOVE SPACES TO STAT-LINE
         STRING "BACKED OUT (EXCLUDED ABOVE)=" DELIMITED BY SIZE
             TOT-BACKOUT DELIMITED BY SIZE
             INTO STAT-LINE
         END-STRING
         WRITE STAT-PRINT FROM STAT-LINE
        END-IF.
        PERFORM WRITE-RATE-LINE.

      *Reject and truncation rates against everything processed, so
      *numeric fields so the load needs no cleverness.
       WRITE-EXTRACT.
        MOVE SPACES TO EXT-LINE.
        STRING "DATE,RUNS,MSGS,M1,M2,M3,M4,M5,M6,M7,M8,M9,M10,M11,"
            DELIMITED BY SIZE
            "M12," DELIMITED BY SIZE
            "REJECTS,DUPS,REVIEW,TRUNC,AVGLEN" DELIMITED BY SIZE
            INTO EXT-LINE
        END-STRING.
            DAY-MODE-CNT(DAY-IDX, 3) "," DAY-MODE-CNT(DAY-IDX, 4) ","
            DAY-MODE-CNT(DAY-IDX, 5) "," DAY-MODE-CNT(DAY-IDX, 6) ","
            DAY-MODE-CNT(DAY-IDX, 7) "," DAY-MODE-CNT(DAY-IDX, 8) ","
            DAY-MODE-CNT(DAY-IDX, 9) "," DAY-MODE-CNT(DAY-IDX, 10) ","
            DAY-MODE-CNT(DAY-IDX, 11) "," DAY-MODE-CNT(DAY-IDX, 12) ","
            DAY-REJECTS(DAY-IDX) "," DAY-DUPS(DAY-IDX) ","
            DAY-REVIEW(DAY-IDX) "," DAY-TRUNC(DAY-IDX) ","
            AVG-LEN
            TOT-MODE-CNT(3) "," TOT-MODE-CNT(4) ","
            TOT-MODE-CNT(5) "," TOT-MODE-CNT(6) ","
            TOT-MODE-CNT(7) "," TOT-MODE-CNT(8) ","
            TOT-MODE-CNT(9) "," TOT-MODE-CNT(10) ","
            TOT-MODE-CNT(11) "," TOT-MODE-CNT(12) ","
            TOT-REJECTS "," TOT-DUPS ","
            TOT-REVIEW "," TOT-TRUNC ","
            AVG-LEN
