      ******************************************************************
      * Author: James O'Brien
      * Date: 10/15/26
      * Purpose: Nightly cycle run control for CAESAR-SOLVER
      * Tectonics: cobc
      ******************************************************************
      *Drives the nightly chain for one business date, in order:
      *INPUT-EDIT, BATCH-SPLIT, one CAESAR-SOLVER run per slice,
      *BATCH-MERGE, AUDIT-RECON, FEED-ACK-MATCH and SUSP-AGE. Each
      *step's return code is checked against that step's limit, and
      *the first step over its limit stops the cycle - nothing after
      *it runs on the strength of a step that did not finish.
      *
      *Every step run writes one record to the run-control ledger
      *(cycle.dat): step name, start and end date and time, elapsed
      *seconds, return code against its limit, the key counts from
      *the step's own report or console summary (records read,
      *rejects, PASS/FAIL verdict) and the step's last console line.
      *The ledger is appended to and never rewritten, so it keeps
      *every night's history.
      *
      *Rerun for the same business date and the ledger decides where
      *to pick up: steps the ledger already shows as completed for
      *that date are skipped and the cycle resumes at the first step
      *that failed (or never ran), running everything after it - a
      *step downstream of a rerun step has to see its fresh output.
      *A solver slice restarts from its own checkpoint, as it always
      *has. The business date is the first command-line argument
      *(default today) - give it explicitly on a rerun after
      *midnight, or the rerun starts a new date from the top.
      *
      *The morning summary (cycle.rpt) is built from the ledger at
      *the end of every run: each step's latest result for the date,
      *the cycle's standing, and the elapsed-time history of every
      *step across all dates on the ledger - which step keeps eating
      *the batch window. "REPORT" as the second argument writes the
      *summary without running anything.
      *
      *Step limits (highest acceptable return code):
      * INPUT-EDIT      4 - cards on suspense are routine
      * BATCH-SPLIT     4 - an empty input still deals empty slices
      * SOLVER-n        4 - duplicate table full is a warning
      * BATCH-MERGE     4 - 8 is a slice that did not finish
      * AUDIT-RECON     0 - a FAIL verdict must hold the release
      * FEED-ACK-MATCH  8 - an unmatched ack is carried forward by
      *                     design; the FAIL shows on the summary
      * SUSP-AGE        8 - escalations page the liaison, they do
      *                     not stop the night
      *
      *Each step runs as <CAESAR_PGMDIR><program> (default ./) with
      *its console output captured to cycleNN.log (CAESAR_CYCLOGPFX,
      *default "cycle"). Solver slices take BATCH-SPLIT's names
      *(CAESAR_SLICES, CAESAR_SLICEPFX): <stem>N.in in, <stem>N.out,
      *.aud, .rvq, .chk and - when CAESAR_FEED is set - .fed back for
      *BATCH-MERGE. Every other dataset name comes from the same
      *CAESAR_ environment the steps would see run by hand. Every
      *step also gets CAESAR_BUSDATE set to the business date, and
      *every step that dates its work honours it, so the work carries
      *the night it belongs to even when run (or rerun) after
      *midnight.
      *
      *Ledger record:
      * cols 1-8    business date
      * cols 10-11  run number for that date (1 first, 2 first rerun)
      * cols 13-14  step number
      * cols 16-29  step name
      * col 31      "C" completed, "F" failed
      * cols 33-40  start date, 42-47 start time HHMMSS
      * cols 49-56  end date, 58-63 end time HHMMSS
      * cols 65-70  elapsed seconds
      * cols 72-74  return code, 76-77 limit
      * cols 79-85  records read, 87-93 rejects
      * cols 95-98  verdict PASS / FAIL (blank when the step has none)
      * cols 100-179 last console line of the step
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-CONTROL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same dynamic dataset-name convention as CAESAR-SOLVER. The
      *one scan SELECT is reopened under each step's log or report
      *name in turn.
       SELECT OPTIONAL LEDGER ASSIGN TO DYNAMIC LEDGER-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LEDGER-STATUS.
       SELECT OPTIONAL SCANFILE ASSIGN TO DYNAMIC SCAN-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SCAN-STATUS.
       SELECT CYCRPT ASSIGN TO DYNAMIC CYCRPT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS CYCRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 LEDGER-RECORD PIC X(179).
       FD SCANFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 SCAN-RECORD PIC X(1000).
       FD CYCRPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 CYC-PRINT PIC X(132).
       WORKING-STORAGE SECTION.
       01 LEDGER-DSN PIC X(100) VALUE "cycle.dat".
       01 CYCRPT-DSN PIC X(100) VALUE "cycle.rpt".
       01 SCAN-DSN PIC X(100).
       01 RECON-DSN PIC X(100) VALUE "recon.rpt".
       01 PGM-DIR PIC X(80) VALUE "./".
       01 LOG-PREFIX PIC X(80) VALUE "cycle".
       01 SLICE-PREFIX PIC X(80) VALUE "slice".
       01 ENV-OVERRIDE PIC X(100).
       01 LEDGER-STATUS PIC X(2).
       01 SCAN-STATUS PIC X(2).
       01 CYCRPT-STATUS PIC X(2).
       01 LEDGER-EOF PIC 9 VALUE 0.
       01 SCAN-EOF PIC 9 VALUE 0.
       01 FEED-ENABLED PIC X(1) VALUE "N".
      *Command line: business date, then optionally REPORT
       01 CMD-LINE PIC X(100).
       01 BUS-DATE-TOK PIC X(20).
       01 RUN-MODE-TOK PIC X(20).
       01 BUS-DATE PIC X(8).
       01 REPORT-ONLY PIC X(1) VALUE "N".
       01 TODAY-DATE PIC 9(8).
      *The chain. Built in BUILD-STEP-TABLE: 6 fixed steps plus one
      *solver run per slice (1-9). STEP-SOURCE is the file the key
      *counts are read from - the step's console log unless its
      *report carries them - and the two keys are the labels the
      *counts follow on that file; STEP-SUM-COUNTS "Y" adds them up
      *over every line carrying them, otherwise the last such line
      *stands (a console log also carries per-batch or per-slice
      *lines under the same labels). STEP-STATE and STEP-LAST-REC are
      *the step's latest ledger result for the business date.
       01 SLICE-COUNT PIC 9(1) VALUE 4.
      *9(2) for the loop, as in BATCH-SPLIT; names use the digit.
       01 SLICE-NO PIC 9(2).
       01 SLICE-DIGIT PIC 9(1).
       01 STEP-COUNT PIC 9(2) VALUE 0.
       01 STEP-TABLE.
        05 STEP-ENTRY OCCURS 15 TIMES.
         10 STEP-NAME PIC X(14).
         10 STEP-CMD PIC X(400).
         10 STEP-LOG PIC X(100).
         10 STEP-SOURCE PIC X(100).
         10 STEP-MAXRC PIC 9(2).
         10 STEP-KEY-READ PIC X(20).
         10 STEP-KEY-REJ PIC X(20).
         10 STEP-SUM-COUNTS PIC X(1).
         10 STEP-STATE PIC X(1).
         10 STEP-RUNS PIC 9(2).
         10 STEP-LAST-REC PIC X(179).
       01 STEP-IDX PIC 9(2).
       01 STEP-NO-X PIC 9(2).
       01 WORK-PGM PIC X(20).
       01 WORK-ENV PIC X(300).
       01 WORK-LOG PIC X(100).
      *Restart bookkeeping
       01 LAST-RUN-NO PIC 9(2) VALUE 0.
       01 THIS-RUN-NO PIC 9(2) VALUE 0.
       01 RESUME-AT PIC 9(2).
       01 CYCLE-STOPPED PIC X(1) VALUE "N".
       01 STOP-STEP PIC X(14) VALUE SPACES.
       01 STEPS-RUN PIC 9(2) VALUE 0.
       01 STEPS-WARNED PIC 9(2) VALUE 0.
      *The step in hand. The shell hands back a wait status with the
      *exit code in the high byte; a low byte means the step died on
      *a signal and is recorded as 99.
       01 SYS-CMD PIC X(500).
       01 RAW-RC PIC S9(9).
       01 STEP-RC PIC 9(3).
       01 TIME-NOW.
        05 TN-HH PIC 9(2).
        05 TN-MM PIC 9(2).
        05 TN-SS PIC 9(2).
        05 TN-CC PIC 9(2).
       01 START-DATE PIC 9(8).
       01 START-TIME PIC X(6).
       01 START-SECS PIC 9(5).
       01 END-DATE PIC 9(8).
       01 END-SECS PIC 9(5).
       01 ELAPSED-SECS PIC S9(9).
      *Key count extraction - the number after a label, leading
      *spaces skipped, up to nine digits
       01 SCAN-KEY PIC X(20).
       01 KEY-LEN PIC 9(2).
       01 KEY-POS PIC 9(4).
       01 DIGIT-POS PIC 9(4).
       01 DIGIT-CNT PIC 9(2).
       01 SCAN-VALUE PIC 9(9).
       01 KEY-FOUND PIC X(1).
       01 SCAN-READ PIC 9(9).
       01 SCAN-REJ PIC 9(9).
       01 PASS-HITS PIC 9(4).
       01 FAIL-HITS PIC 9(4).
      *Ledger record layout - built here, written whole
       01 CL-RECORD.
        05 CL-BUS-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 CL-RUN-NO PIC 9(2).
        05 FILLER PIC X(1).
        05 CL-STEP-NO PIC 9(2).
        05 FILLER PIC X(1).
        05 CL-STEP-NAME PIC X(14).
        05 FILLER PIC X(1).
        05 CL-STATE PIC X(1).
        05 FILLER PIC X(1).
        05 CL-START-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 CL-START-TIME PIC X(6).
        05 FILLER PIC X(1).
        05 CL-END-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 CL-END-TIME PIC X(6).
        05 FILLER PIC X(1).
        05 CL-ELAPSED PIC 9(6).
        05 FILLER PIC X(1).
        05 CL-RC PIC 9(3).
        05 FILLER PIC X(1).
        05 CL-MAXRC PIC 9(2).
        05 FILLER PIC X(1).
        05 CL-READ PIC 9(7).
        05 FILLER PIC X(1).
        05 CL-REJECT PIC 9(7).
        05 FILLER PIC X(1).
        05 CL-VERDICT PIC X(4).
        05 FILLER PIC X(1).
        05 CL-MESSAGE PIC X(80).
      *Elapsed-time history by step name across every date on the
      *ledger - the batch-window view
       01 WH-COUNT PIC 9(2) VALUE 0.
       01 WH-TABLE.
        05 WH-ENTRY OCCURS 20 TIMES.
         10 WH-NAME PIC X(14).
         10 WH-RUNS PIC 9(5).
         10 WH-FAILS PIC 9(5).
         10 WH-TOTAL PIC 9(9).
         10 WH-LONGEST PIC 9(6).
         10 WH-LONG-DATE PIC X(8).
       01 WH-IDX PIC 9(2).
       01 WH-FOUND PIC 9(2).
       01 WH-AVG PIC 9(6).
       01 WH-WORST-AVG PIC 9(6) VALUE 0.
       01 WH-WORST-NAME PIC X(14) VALUE SPACES.
       01 WH-OVERFLOW PIC X(1) VALUE "N".
       01 CNT-LEDGER-RECS PIC 9(7) VALUE 0.
       01 CNT-DATES-RUNS PIC 9(5) VALUE 0.
       01 STATE-WORD PIC X(8).
       01 CYC-LINE PIC X(132).
       PROCEDURE DIVISION.
       PERFORM INIT-DATASETS.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       MOVE SPACES TO CMD-LINE.
       ACCEPT CMD-LINE FROM COMMAND-LINE.
       MOVE SPACES TO BUS-DATE-TOK.
       MOVE SPACES TO RUN-MODE-TOK.
       UNSTRING CMD-LINE DELIMITED BY ALL " "
        INTO BUS-DATE-TOK RUN-MODE-TOK
       END-UNSTRING.
       IF BUS-DATE-TOK = SPACES
        MOVE TODAY-DATE TO BUS-DATE
       ELSE
        MOVE BUS-DATE-TOK TO BUS-DATE
       END-IF.
       IF BUS-DATE IS NOT NUMERIC OR BUS-DATE-TOK(9:1) NOT = SPACE
        DISPLAY "CYCLE-CONTROL: USAGE: [BUSINESS-DATE [REPORT]]"
        DISPLAY " (BUSINESS-DATE IS YYYYMMDD, DEFAULT TODAY)"
        MOVE 4 TO RETURN-CODE
        STOP RUN
       END-IF.
       IF FUNCTION UPPER-CASE(RUN-MODE-TOK) = "REPORT"
        MOVE "Y" TO REPORT-ONLY
       END-IF.
       PERFORM BUILD-STEP-TABLE.
       PERFORM LOAD-LEDGER.
       IF REPORT-ONLY NOT = "Y"
        PERFORM RUN-CYCLE
        PERFORM LOAD-LEDGER
       END-IF.
       PERFORM WRITE-CYCLE-REPORT.
       IF CYCLE-STOPPED = "Y"
        MOVE 8 TO RETURN-CODE
       ELSE
        IF STEPS-WARNED > 0
         MOVE 4 TO RETURN-CODE
        ELSE
         MOVE 0 TO RETURN-CODE
        END-IF
       END-IF.
       STOP RUN.

       INIT-DATASETS.
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_CYCLEDGER"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO LEDGER-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_CYCLERPT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO CYCRPT-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_CYCLOGPFX"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO LOG-PREFIX
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PGMDIR"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO PGM-DIR
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_RECON"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO RECON-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_FEED"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE "Y" TO FEED-ENABLED
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_SLICEPFX"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO SLICE-PREFIX
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_SLICES"
        IF ENV-OVERRIDE(1:1) IS NUMERIC AND ENV-OVERRIDE(1:1) > "0"
         MOVE ENV-OVERRIDE(1:1) TO SLICE-COUNT
        END-IF.

      *Lays out the chain in run order. Counts come from the console
      *summary line each step DISPLAYs, except where the step's
      *report is the only place they appear: the solver's RUN
      *SUMMARY trailer and AUDIT-RECON's verdict block.
       BUILD-STEP-TABLE.
        MOVE SPACES TO WORK-ENV.
        MOVE "inputedit" TO WORK-PGM.
        PERFORM ADD-STEP.
        MOVE "INPUT-EDIT" TO STEP-NAME(STEP-COUNT).
        MOVE 4 TO STEP-MAXRC(STEP-COUNT).
        MOVE "CARDS READ=" TO STEP-KEY-READ(STEP-COUNT).
        MOVE "SUSPENDED=" TO STEP-KEY-REJ(STEP-COUNT).
        MOVE "batchsplit" TO WORK-PGM.
        PERFORM ADD-STEP.
        MOVE "BATCH-SPLIT" TO STEP-NAME(STEP-COUNT).
        MOVE 4 TO STEP-MAXRC(STEP-COUNT).
        MOVE "MESSAGES=" TO STEP-KEY-READ(STEP-COUNT).
        PERFORM VARYING SLICE-NO FROM 1 BY 1
         UNTIL SLICE-NO > SLICE-COUNT
         PERFORM ADD-SOLVER-STEP
        END-PERFORM.
        MOVE SPACES TO WORK-ENV.
        MOVE "batchmerge" TO WORK-PGM.
        PERFORM ADD-STEP.
        MOVE "BATCH-MERGE" TO STEP-NAME(STEP-COUNT).
        MOVE 4 TO STEP-MAXRC(STEP-COUNT).
        MOVE "MESSAGES=" TO STEP-KEY-READ(STEP-COUNT).
        MOVE "auditrecon" TO WORK-PGM.
        PERFORM ADD-STEP.
        MOVE "AUDIT-RECON" TO STEP-NAME(STEP-COUNT).
        MOVE 0 TO STEP-MAXRC(STEP-COUNT).
        MOVE RECON-DSN TO STEP-SOURCE(STEP-COUNT).
        MOVE "AUDIT LINES READ=" TO STEP-KEY-READ(STEP-COUNT).
        MOVE "RECHECK MISMATCHES=" TO STEP-KEY-REJ(STEP-COUNT).
        MOVE "feedackmatch" TO WORK-PGM.
        PERFORM ADD-STEP.
        MOVE "FEED-ACK-MATCH" TO STEP-NAME(STEP-COUNT).
        MOVE 8 TO STEP-MAXRC(STEP-COUNT).
        MOVE "FEED=" TO STEP-KEY-READ(STEP-COUNT).
        MOVE "REJECTED=" TO STEP-KEY-REJ(STEP-COUNT).
        MOVE "suspage" TO WORK-PGM.
        PERFORM ADD-STEP.
        MOVE "SUSP-AGE" TO STEP-NAME(STEP-COUNT).
        MOVE 8 TO STEP-MAXRC(STEP-COUNT).
        MOVE "OPEN=" TO STEP-KEY-READ(STEP-COUNT).
        MOVE "ESCALATED=" TO STEP-KEY-REJ(STEP-COUNT).

      *One solver run per slice, pointed at BATCH-SPLIT's slice file
      *and at the slice outputs BATCH-MERGE expects back.
       ADD-SOLVER-STEP.
        MOVE SLICE-NO TO SLICE-DIGIT.
        MOVE SPACES TO WORK-ENV.
        STRING "CAESAR_INDD=" DELIMITED BY SIZE
            FUNCTION TRIM(SLICE-PREFIX) DELIMITED BY SIZE
            SLICE-DIGIT DELIMITED BY SIZE
            ".in CAESAR_OUTDD=" DELIMITED BY SIZE
            FUNCTION TRIM(SLICE-PREFIX) DELIMITED BY SIZE
            SLICE-DIGIT DELIMITED BY SIZE
            ".out CAESAR_AUDIT=" DELIMITED BY SIZE
            FUNCTION TRIM(SLICE-PREFIX) DELIMITED BY SIZE
            SLICE-DIGIT DELIMITED BY SIZE
            ".aud CAESAR_REVIEWQ=" DELIMITED BY SIZE
            FUNCTION TRIM(SLICE-PREFIX) DELIMITED BY SIZE
            SLICE-DIGIT DELIMITED BY SIZE
            ".rvq CAESAR_CHKPT=" DELIMITED BY SIZE
            FUNCTION TRIM(SLICE-PREFIX) DELIMITED BY SIZE
            SLICE-DIGIT DELIMITED BY SIZE
            ".chk " DELIMITED BY SIZE
            INTO WORK-ENV
        END-STRING.
        IF FEED-ENABLED = "Y"
         STRING FUNCTION TRIM(WORK-ENV) DELIMITED BY SIZE
             " CAESAR_FEED=" DELIMITED BY SIZE
             FUNCTION TRIM(SLICE-PREFIX) DELIMITED BY SIZE
             SLICE-DIGIT DELIMITED BY SIZE
             ".fed " DELIMITED BY SIZE
             INTO WORK-ENV
         END-STRING
        END-IF.
        MOVE "caesarsolver" TO WORK-PGM.
        PERFORM ADD-STEP.
        MOVE SPACES TO STEP-NAME(STEP-COUNT).
        STRING "SOLVER-" DELIMITED BY SIZE
            SLICE-DIGIT DELIMITED BY SIZE
            INTO STEP-NAME(STEP-COUNT)
        END-STRING.
        MOVE 4 TO STEP-MAXRC(STEP-COUNT).
        MOVE SPACES TO STEP-SOURCE(STEP-COUNT).
        STRING FUNCTION TRIM(SLICE-PREFIX) DELIMITED BY SIZE
            SLICE-DIGIT DELIMITED BY SIZE
            ".out" DELIMITED BY SIZE
            INTO STEP-SOURCE(STEP-COUNT)
        END-STRING.
        MOVE "RUN SUMMARY:" TO STEP-KEY-READ(STEP-COUNT).
        MOVE "Y" TO STEP-SUM-COUNTS(STEP-COUNT).
        MOVE "REJECTS=" TO STEP-KEY-REJ(STEP-COUNT).

      *Appends a step: the command is the environment prefix in
      *WORK-ENV, then the program's executable in WORK-PGM with its
      *console captured to the step's own log.
       ADD-STEP.
        ADD 1 TO STEP-COUNT.
        MOVE STEP-COUNT TO STEP-NO-X.
        MOVE SPACES TO WORK-LOG.
        STRING FUNCTION TRIM(LOG-PREFIX) DELIMITED BY SIZE
            STEP-NO-X DELIMITED BY SIZE
            ".log" DELIMITED BY SIZE
            INTO WORK-LOG
        END-STRING.
        MOVE SPACES TO STEP-ENTRY(STEP-COUNT).
        MOVE WORK-LOG TO STEP-LOG(STEP-COUNT).
        MOVE WORK-LOG TO STEP-SOURCE(STEP-COUNT).
        MOVE 0 TO STEP-RUNS(STEP-COUNT).
        MOVE "N" TO STEP-SUM-COUNTS(STEP-COUNT).
        STRING "CAESAR_BUSDATE=" DELIMITED BY SIZE
            BUS-DATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(WORK-ENV) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(PGM-DIR) DELIMITED BY SIZE
            WORK-PGM DELIMITED BY SPACE
            " > " DELIMITED BY SIZE
            FUNCTION TRIM(WORK-LOG) DELIMITED BY SIZE
            " 2>&1" DELIMITED BY SIZE
            INTO STEP-CMD(STEP-COUNT)
        END-STRING.

      *Reads the whole ledger: the latest result of each step for
      *the business date (the ledger is in time order, so the last
      *record seen wins), the highest run number used for the date,
      *and the elapsed-time history of every step on every date.
       LOAD-LEDGER.
        MOVE 0 TO LEDGER-EOF.
        MOVE 0 TO LAST-RUN-NO.
        MOVE 0 TO WH-COUNT.
        MOVE 0 TO CNT-LEDGER-RECS.
        PERFORM VARYING STEP-IDX FROM 1 BY 1
         UNTIL STEP-IDX > STEP-COUNT
         MOVE SPACE TO STEP-STATE(STEP-IDX)
         MOVE 0 TO STEP-RUNS(STEP-IDX)
         MOVE SPACES TO STEP-LAST-REC(STEP-IDX)
        END-PERFORM.
        OPEN INPUT LEDGER.
        IF LEDGER-STATUS NOT = "00" AND LEDGER-STATUS NOT = "05"
         DISPLAY "CYCLE-CONTROL: CANNOT OPEN LEDGER " LEDGER-DSN
         MOVE 12 TO RETURN-CODE
         STOP RUN
        END-IF.
        PERFORM UNTIL LEDGER-EOF = 1
         READ LEDGER AT END MOVE 1 TO LEDGER-EOF
          NOT AT END
           IF LEDGER-RECORD(31:1) = "C" OR LEDGER-RECORD(31:1) = "F"
            MOVE LEDGER-RECORD TO CL-RECORD
            ADD 1 TO CNT-LEDGER-RECS
            PERFORM TALLY-WINDOW-HISTORY
            IF CL-BUS-DATE = BUS-DATE
             PERFORM POST-LEDGER-RESULT
            END-IF
           END-IF
         END-READ
        END-PERFORM.
        CLOSE LEDGER.

       POST-LEDGER-RESULT.
        IF CL-RUN-NO > LAST-RUN-NO
         MOVE CL-RUN-NO TO LAST-RUN-NO
        END-IF.
        PERFORM VARYING STEP-IDX FROM 1 BY 1
         UNTIL STEP-IDX > STEP-COUNT
         IF STEP-NAME(STEP-IDX) = CL-STEP-NAME
          MOVE CL-STATE TO STEP-STATE(STEP-IDX)
          ADD 1 TO STEP-RUNS(STEP-IDX)
          MOVE CL-RECORD TO STEP-LAST-REC(STEP-IDX)
         END-IF
        END-PERFORM.

       TALLY-WINDOW-HISTORY.
        MOVE 0 TO WH-FOUND.
        PERFORM VARYING WH-IDX FROM 1 BY 1
         UNTIL WH-IDX > WH-COUNT OR WH-FOUND NOT = 0
         IF WH-NAME(WH-IDX) = CL-STEP-NAME
          MOVE WH-IDX TO WH-FOUND
         END-IF
        END-PERFORM.
        IF WH-FOUND = 0
         IF WH-COUNT < 20
          ADD 1 TO WH-COUNT
          MOVE WH-COUNT TO WH-FOUND
          MOVE CL-STEP-NAME TO WH-NAME(WH-FOUND)
          MOVE 0 TO WH-RUNS(WH-FOUND)
          MOVE 0 TO WH-FAILS(WH-FOUND)
          MOVE 0 TO WH-TOTAL(WH-FOUND)
          MOVE 0 TO WH-LONGEST(WH-FOUND)
          MOVE SPACES TO WH-LONG-DATE(WH-FOUND)
         ELSE
          MOVE "Y" TO WH-OVERFLOW
         END-IF
        END-IF.
        IF WH-FOUND NOT = 0
         ADD 1 TO WH-RUNS(WH-FOUND)
         IF CL-STATE = "F"
          ADD 1 TO WH-FAILS(WH-FOUND)
         END-IF
         ADD CL-ELAPSED TO WH-TOTAL(WH-FOUND)
         IF CL-ELAPSED > WH-LONGEST(WH-FOUND)
          OR WH-LONG-DATE(WH-FOUND) = SPACES
          MOVE CL-ELAPSED TO WH-LONGEST(WH-FOUND)
          MOVE CL-BUS-DATE TO WH-LONG-DATE(WH-FOUND)
         END-IF
        END-IF.

      *Resumes at the first step the ledger does not show completed
      *for the date and runs the rest of the chain in order until a
      *step goes over its limit.
       RUN-CYCLE.
        MOVE 0 TO RESUME-AT.
        PERFORM VARYING STEP-IDX FROM 1 BY 1
         UNTIL STEP-IDX > STEP-COUNT OR RESUME-AT NOT = 0
         IF STEP-STATE(STEP-IDX) NOT = "C"
          MOVE STEP-IDX TO RESUME-AT
         END-IF
        END-PERFORM.
        IF RESUME-AT = 0
         DISPLAY "CYCLE-CONTROL: CYCLE FOR " BUS-DATE
             " ALREADY COMPLETE ON THE LEDGER - NOTHING RUN"
        ELSE
         COMPUTE THIS-RUN-NO = LAST-RUN-NO + 1
         IF RESUME-AT > 1
          DISPLAY "CYCLE-CONTROL: RERUN " THIS-RUN-NO " FOR "
              BUS-DATE " - RESUMING AT "
              FUNCTION TRIM(STEP-NAME(RESUME-AT))
         ELSE
          DISPLAY "CYCLE-CONTROL: RUN " THIS-RUN-NO " FOR "
              BUS-DATE " - STARTING AT "
              FUNCTION TRIM(STEP-NAME(RESUME-AT))
         END-IF
         PERFORM VARYING STEP-IDX FROM RESUME-AT BY 1
          UNTIL STEP-IDX > STEP-COUNT OR CYCLE-STOPPED = "Y"
          PERFORM RUN-ONE-STEP
         END-PERFORM
        END-IF.

       RUN-ONE-STEP.
        ACCEPT START-DATE FROM DATE YYYYMMDD.
        ACCEPT TIME-NOW FROM TIME.
        MOVE TIME-NOW(1:6) TO START-TIME.
        COMPUTE START-SECS = TN-HH * 3600 + TN-MM * 60 + TN-SS.
        MOVE STEP-CMD(STEP-IDX) TO SYS-CMD.
        CALL "SYSTEM" USING SYS-CMD.
        MOVE RETURN-CODE TO RAW-RC.
        MOVE 0 TO RETURN-CODE.
        IF RAW-RC < 0 OR RAW-RC > 65535
         MOVE 99 TO STEP-RC
        ELSE
         IF FUNCTION MOD(RAW-RC, 256) NOT = 0
          MOVE 99 TO STEP-RC
         ELSE
          COMPUTE STEP-RC = RAW-RC / 256
         END-IF
        END-IF.
        ACCEPT END-DATE FROM DATE YYYYMMDD.
        ACCEPT TIME-NOW FROM TIME.
        COMPUTE END-SECS = TN-HH * 3600 + TN-MM * 60 + TN-SS.
      *A step that runs past midnight picks up the day boundary.
        COMPUTE ELAPSED-SECS =
            (FUNCTION INTEGER-OF-DATE(END-DATE)
             - FUNCTION INTEGER-OF-DATE(START-DATE)) * 86400
            + END-SECS - START-SECS.
        IF ELAPSED-SECS < 0
         MOVE 0 TO ELAPSED-SECS
        END-IF.
        IF ELAPSED-SECS > 999999
         MOVE 999999 TO ELAPSED-SECS
        END-IF.
        MOVE SPACES TO CL-RECORD.
        MOVE BUS-DATE TO CL-BUS-DATE.
        MOVE THIS-RUN-NO TO CL-RUN-NO.
        MOVE STEP-IDX TO CL-STEP-NO.
        MOVE STEP-NAME(STEP-IDX) TO CL-STEP-NAME.
        MOVE START-DATE TO CL-START-DATE.
        MOVE START-TIME TO CL-START-TIME.
        MOVE END-DATE TO CL-END-DATE.
        MOVE TIME-NOW(1:6) TO CL-END-TIME.
        MOVE ELAPSED-SECS TO CL-ELAPSED.
        MOVE STEP-RC TO CL-RC.
        MOVE STEP-MAXRC(STEP-IDX) TO CL-MAXRC.
        PERFORM SCAN-STEP-COUNTS.
        PERFORM SCAN-STEP-LOG.
        IF STEP-RC > STEP-MAXRC(STEP-IDX)
         MOVE "F" TO CL-STATE
         MOVE "Y" TO CYCLE-STOPPED
         MOVE STEP-NAME(STEP-IDX) TO STOP-STEP
        ELSE
         MOVE "C" TO CL-STATE
         IF STEP-RC > 0
          ADD 1 TO STEPS-WARNED
         END-IF
        END-IF.
        ADD 1 TO STEPS-RUN.
      *Written and closed per step, so a cycle that dies mid-step
      *still leaves every finished step on the ledger.
        OPEN EXTEND LEDGER.
        IF LEDGER-STATUS NOT = "00" AND LEDGER-STATUS NOT = "05"
         DISPLAY "CYCLE-CONTROL: CANNOT OPEN LEDGER " LEDGER-DSN
         MOVE 12 TO RETURN-CODE
         STOP RUN
        END-IF.
        WRITE LEDGER-RECORD FROM CL-RECORD.
        CLOSE LEDGER.
        IF CL-STATE = "F"
         MOVE "FAILED" TO STATE-WORD
        ELSE
         MOVE "COMPLETE" TO STATE-WORD
        END-IF.
        DISPLAY "CYCLE-CONTROL: " CL-STEP-NAME " RC=" CL-RC
            " (LIMIT " CL-MAXRC ") " STATE-WORD
            " ELAPSED=" CL-ELAPSED "S".

      *Picks the counts after the step's two labels off its count
      *source - summed for a solver slice, whose restart leaves one
      *RUN SUMMARY trailer per run that together make the slice
      *total; the last line carrying the label otherwise - and the
      *PASS/FAIL verdict line.
       SCAN-STEP-COUNTS.
        MOVE 0 TO SCAN-READ.
        MOVE 0 TO SCAN-REJ.
        MOVE 0 TO PASS-HITS.
        MOVE 0 TO FAIL-HITS.
        MOVE STEP-SOURCE(STEP-IDX) TO SCAN-DSN.
        MOVE 0 TO SCAN-EOF.
        OPEN INPUT SCANFILE.
        IF SCAN-STATUS = "00"
         PERFORM UNTIL SCAN-EOF = 1
          READ SCANFILE AT END MOVE 1 TO SCAN-EOF
           NOT AT END
            MOVE STEP-KEY-READ(STEP-IDX) TO SCAN-KEY
            PERFORM EXTRACT-COUNT
            IF KEY-FOUND = "Y"
             IF STEP-SUM-COUNTS(STEP-IDX) = "Y"
              ADD SCAN-VALUE TO SCAN-READ
             ELSE
              MOVE SCAN-VALUE TO SCAN-READ
             END-IF
            END-IF
            MOVE STEP-KEY-REJ(STEP-IDX) TO SCAN-KEY
            PERFORM EXTRACT-COUNT
            IF KEY-FOUND = "Y"
             IF STEP-SUM-COUNTS(STEP-IDX) = "Y"
              ADD SCAN-VALUE TO SCAN-REJ
             ELSE
              MOVE SCAN-VALUE TO SCAN-REJ
             END-IF
            END-IF
            INSPECT SCAN-RECORD TALLYING
             PASS-HITS FOR ALL "VERDICT: PASS"
             FAIL-HITS FOR ALL "VERDICT: FAIL"
          END-READ
         END-PERFORM
        END-IF.
        CLOSE SCANFILE.
        IF SCAN-READ > 9999999
         MOVE 9999999 TO SCAN-READ
        END-IF.
        IF SCAN-REJ > 9999999
         MOVE 9999999 TO SCAN-REJ
        END-IF.
        MOVE SCAN-READ TO CL-READ.
        MOVE SCAN-REJ TO CL-REJECT.
        IF FAIL-HITS > 0
         MOVE "FAIL" TO CL-VERDICT
        ELSE
         IF PASS-HITS > 0
          MOVE "PASS" TO CL-VERDICT
         END-IF
        END-IF.

       EXTRACT-COUNT.
        MOVE 0 TO SCAN-VALUE.
        MOVE "N" TO KEY-FOUND.
        IF SCAN-KEY NOT = SPACES
         MOVE FUNCTION LENGTH(FUNCTION TRIM(SCAN-KEY)) TO KEY-LEN
         MOVE 0 TO KEY-POS
         INSPECT SCAN-RECORD TALLYING KEY-POS
          FOR CHARACTERS BEFORE INITIAL SCAN-KEY(1:KEY-LEN)
         IF KEY-POS + KEY-LEN < 1000
          MOVE "Y" TO KEY-FOUND
          COMPUTE DIGIT-POS = KEY-POS + KEY-LEN + 1
          PERFORM UNTIL DIGIT-POS > 1000
           OR SCAN-RECORD(DIGIT-POS:1) NOT = SPACE
           ADD 1 TO DIGIT-POS
          END-PERFORM
          MOVE 0 TO DIGIT-CNT
          PERFORM UNTIL DIGIT-POS > 1000 OR DIGIT-CNT = 9
           OR SCAN-RECORD(DIGIT-POS:1) IS NOT NUMERIC
           COMPUTE SCAN-VALUE = SCAN-VALUE * 10
               + FUNCTION NUMVAL(SCAN-RECORD(DIGIT-POS:1))
           ADD 1 TO DIGIT-POS
           ADD 1 TO DIGIT-CNT
          END-PERFORM
         END-IF
        END-IF.

      *The step's last console line goes on the ledger - on a failed
      *step it is nearly always the reason ("CANNOT OPEN ...").
       SCAN-STEP-LOG.
        MOVE STEP-LOG(STEP-IDX) TO SCAN-DSN.
        MOVE 0 TO SCAN-EOF.
        OPEN INPUT SCANFILE.
        IF SCAN-STATUS = "00"
         PERFORM UNTIL SCAN-EOF = 1
          READ SCANFILE AT END MOVE 1 TO SCAN-EOF
           NOT AT END
            IF SCAN-RECORD NOT = SPACES
             MOVE SCAN-RECORD(1:80) TO CL-MESSAGE
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE SCANFILE.

      *The morning summary: where the date's cycle stands, step by
      *step, then the batch-window history from the whole ledger.
       WRITE-CYCLE-REPORT.
        OPEN OUTPUT CYCRPT.
        IF CYCRPT-STATUS NOT = "00"
         DISPLAY "CYCLE-CONTROL: CANNOT OPEN SUMMARY REPORT "
             CYCRPT-DSN
         MOVE 12 TO RETURN-CODE
         STOP RUN
        END-IF.
        MOVE SPACES TO CYC-LINE.
        STRING "*** NIGHTLY CYCLE SUMMARY - BUSINESS DATE "
            DELIMITED BY SIZE
            BUS-DATE DELIMITED BY SIZE
            " ***" DELIMITED BY SIZE
            INTO CYC-LINE
        END-STRING.
        WRITE CYC-PRINT FROM CYC-LINE.
        MOVE SPACES TO CYC-LINE.
        STRING "STEP           STATE    START           END"
            DELIMITED BY SIZE
            "             SECS   RC/LIM RECORDS REJECTS"
            DELIMITED BY SIZE
            " VERDICT RUNS" DELIMITED BY SIZE
            INTO CYC-LINE
        END-STRING.
        WRITE CYC-PRINT FROM CYC-LINE.
        PERFORM VARYING STEP-IDX FROM 1 BY 1
         UNTIL STEP-IDX > STEP-COUNT
         PERFORM WRITE-STEP-LINE
        END-PERFORM.
        MOVE SPACES TO CYC-LINE.
        MOVE 0 TO RESUME-AT.
        PERFORM VARYING STEP-IDX FROM 1 BY 1
         UNTIL STEP-IDX > STEP-COUNT OR RESUME-AT NOT = 0
         IF STEP-STATE(STEP-IDX) NOT = "C"
          MOVE STEP-IDX TO RESUME-AT
         END-IF
        END-PERFORM.
        IF RESUME-AT = 0
         MOVE "CYCLE STATUS: COMPLETE" TO CYC-LINE
        ELSE
         IF STEP-STATE(RESUME-AT) = "F"
          STRING "CYCLE STATUS: STOPPED AT " DELIMITED BY SIZE
              FUNCTION TRIM(STEP-NAME(RESUME-AT)) DELIMITED BY SIZE
              " - RERUN FOR " DELIMITED BY SIZE
              BUS-DATE DELIMITED BY SIZE
              " TO RESUME THERE" DELIMITED BY SIZE
              INTO CYC-LINE
          END-STRING
         ELSE
          STRING "CYCLE STATUS: NOT FINISHED - NEXT STEP "
              DELIMITED BY SIZE
              FUNCTION TRIM(STEP-NAME(RESUME-AT)) DELIMITED BY SIZE
              INTO CYC-LINE
          END-STRING
         END-IF
        END-IF.
        WRITE CYC-PRINT FROM CYC-LINE.
        MOVE SPACES TO CYC-LINE.
        WRITE CYC-PRINT FROM CYC-LINE.
        PERFORM WRITE-WINDOW-HISTORY.
        CLOSE CYCRPT.

       WRITE-STEP-LINE.
        MOVE SPACES TO CYC-LINE.
        IF STEP-STATE(STEP-IDX) = SPACE
         STRING STEP-NAME(STEP-IDX) DELIMITED BY SIZE
             " NOT RUN" DELIMITED BY SIZE
             INTO CYC-LINE
         END-STRING
         WRITE CYC-PRINT FROM CYC-LINE
        ELSE
         MOVE STEP-LAST-REC(STEP-IDX) TO CL-RECORD
         IF CL-STATE = "F"
          MOVE "FAILED" TO STATE-WORD
         ELSE
          MOVE "COMPLETE" TO STATE-WORD
         END-IF
         STRING CL-STEP-NAME DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             STATE-WORD DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             CL-START-DATE DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             CL-START-TIME DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             CL-END-DATE DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             CL-END-TIME DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             CL-ELAPSED DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             CL-RC DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             CL-MAXRC DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             CL-READ DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             CL-REJECT DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             CL-VERDICT DELIMITED BY SIZE
             "    " DELIMITED BY SIZE
             STEP-RUNS(STEP-IDX) DELIMITED BY SIZE
             INTO CYC-LINE
         END-STRING
         WRITE CYC-PRINT FROM CYC-LINE
         IF CL-STATE = "F" AND CL-MESSAGE NOT = SPACES
          MOVE SPACES TO CYC-LINE
          STRING "    LAST MESSAGE: " DELIMITED BY SIZE
              CL-MESSAGE DELIMITED BY SIZE
              INTO CYC-LINE
          END-STRING
          WRITE CYC-PRINT FROM CYC-LINE
         END-IF
        END-IF.

       WRITE-WINDOW-HISTORY.
        MOVE SPACES TO CYC-LINE.
        STRING "*** STEP ELAPSED HISTORY - " DELIMITED BY SIZE
            CNT-LEDGER-RECS DELIMITED BY SIZE
            " STEP RUNS ON THE LEDGER ***" DELIMITED BY SIZE
            INTO CYC-LINE
        END-STRING.
        WRITE CYC-PRINT FROM CYC-LINE.
        PERFORM VARYING WH-IDX FROM 1 BY 1
         UNTIL WH-IDX > WH-COUNT
         COMPUTE WH-AVG ROUNDED = WH-TOTAL(WH-IDX) / WH-RUNS(WH-IDX)
         IF WH-AVG > WH-WORST-AVG OR WH-WORST-NAME = SPACES
          MOVE WH-AVG TO WH-WORST-AVG
          MOVE WH-NAME(WH-IDX) TO WH-WORST-NAME
         END-IF
         MOVE SPACES TO CYC-LINE
         STRING WH-NAME(WH-IDX) DELIMITED BY SIZE
             " RUNS=" DELIMITED BY SIZE
             WH-RUNS(WH-IDX) DELIMITED BY SIZE
             " FAILED=" DELIMITED BY SIZE
             WH-FAILS(WH-IDX) DELIMITED BY SIZE
             " AVG SECS=" DELIMITED BY SIZE
             WH-AVG DELIMITED BY SIZE
             " LONGEST=" DELIMITED BY SIZE
             WH-LONGEST(WH-IDX) DELIMITED BY SIZE
             " ON " DELIMITED BY SIZE
             WH-LONG-DATE(WH-IDX) DELIMITED BY SIZE
             INTO CYC-LINE
         END-STRING
         WRITE CYC-PRINT FROM CYC-LINE
        END-PERFORM.
        IF WH-WORST-NAME NOT = SPACES
         MOVE SPACES TO CYC-LINE
         STRING "LONGEST AVERAGE STEP: " DELIMITED BY SIZE
             FUNCTION TRIM(WH-WORST-NAME) DELIMITED BY SIZE
             " (" DELIMITED BY SIZE
             WH-WORST-AVG DELIMITED BY SIZE
             " SECS)" DELIMITED BY SIZE
             INTO CYC-LINE
         END-STRING
         WRITE CYC-PRINT FROM CYC-LINE
        END-IF.
        IF WH-OVERFLOW = "Y"
         MOVE "*** STEP TABLE FULL (20) - LATER STEPS MISSING ***"
          TO CYC-LINE
         WRITE CYC-PRINT FROM CYC-LINE
        END-IF.
       END PROGRAM CYCLE-CONTROL.
