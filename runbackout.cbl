      ******************************************************************
      * Author: James O'Brien
      * Date: 10/15/26
      * Purpose: Run backout for CAESAR-SOLVER
      * Tectonics: cobc
      ******************************************************************
      *Takes a whole solver run back out when it has to be reversed -
      *a partner sent the wrong day's file, or the run went out with
      *a bad dictionary or key vault. The run identifier comes on the
      *command line ("RUNID", e.g. "20261015160000"), as it does for
      *HIST-RETRIEVE.
      *
      *Nothing is deleted. Every history record carrying the run id
      *(the solver's own records and any correction SOLVE-REVIEW
      *posted under it) is rewritten with flag "B" on a new history
      *master (history.new), and every still-open review queue item
      *for the run is closed ("C") on a new queue (reviewq.new). The
      *old files are left untouched; operations swaps both new files
      *in once the backout report is signed off - the HIST-PURGE
      *pattern, so a bad backout is always recoverable.
      *
      *Every message the downstream loader took (OK, TRUNCATED or
      *NEEDKEY on the feed - history flag blank or "T") gets a cancel
      *record on the cancel file (feedcancel.dat), in the feed layout
      *with status CANCEL, so the routing team reverses exactly what
      *they loaded. Rejects, duplicates and review-held provisional
      *verdicts never reached the loader and get no cancel.
      *
      *Once history.new is in place the solver's duplicate check no
      *longer loads the run (flag "B" is skipped like a reject), so
      *the partner's corrected resubmission goes through without a
      *resend override; billing and the statistics report leave the
      *run out as well.
      *
      *The backout report lists every message reversed, by sequence
      *number and partner, and closes with before and after totals -
      *billable messages on the run's processing date per partner and
      *overall, and live records on the whole master - so billing can
      *see the run was taken back out. RC=4 when the run is not on
      *the master or was already backed out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-BACKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same dynamic dataset-name convention as CAESAR-SOLVER.
       SELECT HISTFILE ASSIGN TO DYNAMIC HIST-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS HIST-STATUS.
       SELECT HISTNEW ASSIGN TO DYNAMIC HISTNEW-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS HISTNEW-STATUS.
       SELECT REVIEWQ ASSIGN TO DYNAMIC REVIEWQ-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS REVIEWQ-STATUS.
       SELECT REVIEWNEW ASSIGN TO DYNAMIC REVIEWNEW-DSN ORGANIZATION
       IS LINE SEQUENTIAL
       FILE STATUS IS REVIEWNEW-STATUS.
       SELECT FEEDCAN ASSIGN TO DYNAMIC FEEDCAN-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS FEEDCAN-STATUS.
       SELECT BACKRPT ASSIGN TO DYNAMIC BACKRPT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS BACKRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HIST-RECORD PIC X(1665).
       FD HISTNEW RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HISTNEW-RECORD PIC X(1665).
       FD REVIEWQ RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Queue record as CAESAR-SOLVER writes it: status 1 ("O" open,
      *"C" closed), run id 2-15, date 16-23, sequence 24-30, partner
      *33-36. Only those fields matter here - the rest is copied.
       01 REVIEWQ-RECORD PIC X(870).
       FD REVIEWNEW RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 REVIEWNEW-RECORD PIC X(870).
       FD FEEDCAN RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 FEEDCAN-RECORD PIC X(844).
       FD BACKRPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 BACK-PRINT PIC X(150).
       WORKING-STORAGE SECTION.
       01 HIST-DSN PIC X(100) VALUE "history.dat".
       01 HISTNEW-DSN PIC X(100) VALUE "history.new".
       01 REVIEWQ-DSN PIC X(100) VALUE "reviewq.txt".
       01 REVIEWNEW-DSN PIC X(100) VALUE "reviewq.new".
       01 FEEDCAN-DSN PIC X(100) VALUE "feedcancel.dat".
       01 BACKRPT-DSN PIC X(100) VALUE "backout.rpt".
       01 ENV-OVERRIDE PIC X(100).
       01 HIST-STATUS PIC X(2).
       01 HISTNEW-STATUS PIC X(2).
       01 REVIEWQ-STATUS PIC X(2).
       01 REVIEWNEW-STATUS PIC X(2).
       01 FEEDCAN-STATUS PIC X(2).
       01 BACKRPT-STATUS PIC X(2).
       01 HIST-EOF PIC 9 VALUE 0.
       01 QUEUE-EOF PIC 9 VALUE 0.
       01 CMD-LINE PIC X(100).
       01 WANT-RUN-ID PIC X(14).
      *The run id is the run's start stamp, date first, so the run's
      *processing date - the day whose billing the backout changes -
      *comes straight off the parameter.
       01 RUN-DATE PIC 9(8).
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
      *Disposition flag: "X" reject, "D" duplicate, "R" review-held
      *provisional verdict, "T" truncated, blank normal, "B" backed
      *out by this program.
        05 HIST-FLAG PIC X(1).
        05 HIST-IDENT PIC X(5).
        05 HIST-LANG PIC X(2).
      *The flag the record carried before this backout touched it.
       01 OLD-FLAG PIC X(1).
      *Cancel record - the feed layout exactly as the solver's
      *WRITE-FEED builds it, status CANCEL.
       01 FEED-LINE.
        05 FEED-SEQ PIC 9(7).
        05 FEED-MODE PIC 9(2).
        05 FEED-SHIFT PIC 9(2).
        05 FEED-KEY PIC X(20).
        05 FEED-STATUS PIC X(9).
        05 FEED-PARTNER PIC X(4).
        05 FEED-PHRASE PIC X(800).
      *What the loader was originally sent for the message, shown on
      *the report beside the cancel.
       01 FED-STATUS PIC X(9).
      *Counts
       01 CNT-READ PIC 9(7) VALUE 0.
       01 CNT-RUN PIC 9(7) VALUE 0.
       01 CNT-FLAGGED PIC 9(7) VALUE 0.
       01 CNT-ALREADY PIC 9(7) VALUE 0.
       01 CNT-CANCELS PIC 9(7) VALUE 0.
       01 CNT-QUEUE-CLOSED PIC 9(7) VALUE 0.
       01 LIVE-BEFORE PIC 9(7) VALUE 0.
       01 LIVE-AFTER PIC 9(7) VALUE 0.
       01 BILL-BEFORE PIC 9(7) VALUE 0.
       01 BILL-AFTER PIC 9(7) VALUE 0.
       01 QUEUE-OPENED PIC X(1) VALUE "N".
      *Billable messages on the run's processing date, per partner,
      *before and after the backout - billable exactly as PARTNER-
      *BILL counts it (a real mode, and not a reject, duplicate,
      *review-held or backed-out record).
       01 PT-COUNT PIC 9(3) VALUE 0.
       01 PT-TABLE.
        05 PT-ENTRY OCCURS 50 TIMES.
         10 PT-CODE PIC X(4).
         10 PT-BEFORE PIC 9(7).
         10 PT-AFTER PIC 9(7).
         10 PT-REVERSED PIC 9(7).
       01 PT-IDX PIC 9(3).
       01 PT-FOUND PIC 9(3).
       01 TABLE-OVERFLOW PIC X(1) VALUE "N".
       01 BACK-LINE PIC X(150).
       PROCEDURE DIVISION.
       PERFORM INIT-DATASETS.
       MOVE SPACES TO CMD-LINE.
       ACCEPT CMD-LINE FROM COMMAND-LINE.
       MOVE SPACES TO WANT-RUN-ID.
       UNSTRING CMD-LINE DELIMITED BY ALL " "
        INTO WANT-RUN-ID
       END-UNSTRING.
       IF WANT-RUN-ID = SPACES OR WANT-RUN-ID(1:8) IS NOT NUMERIC
        DISPLAY "RUN-BACKOUT: USAGE: RUN-ID"
        DISPLAY " (THE 14-CHARACTER RUN ID FROM HISTORY, E.G. "
         "20261015160000)"
        MOVE 4 TO RETURN-CODE
        STOP RUN
       END-IF.
       MOVE WANT-RUN-ID(1:8) TO RUN-DATE.
       OPEN OUTPUT BACKRPT.
       IF BACKRPT-STATUS NOT = "00"
        DISPLAY "RUN-BACKOUT: CANNOT OPEN BACKOUT REPORT " BACKRPT-DSN
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF.
       MOVE "*** RUN BACKOUT REPORT ***" TO BACK-LINE.
       WRITE BACK-PRINT FROM BACK-LINE.
       MOVE SPACES TO BACK-LINE.
       STRING "RUN ID=" DELIMITED BY SIZE
           WANT-RUN-ID DELIMITED BY SIZE
           " PROCESSING DATE=" DELIMITED BY SIZE
           RUN-DATE DELIMITED BY SIZE
           INTO BACK-LINE
       END-STRING.
       WRITE BACK-PRINT FROM BACK-LINE.
       OPEN INPUT HISTFILE.
       IF HIST-STATUS NOT = "00"
        MOVE "HISTORY MASTER COULD NOT BE OPENED" TO BACK-LINE
        WRITE BACK-PRINT FROM BACK-LINE
        CLOSE BACKRPT
        DISPLAY "RUN-BACKOUT: CANNOT OPEN HISTORY MASTER " HIST-DSN
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF.
       OPEN OUTPUT HISTNEW.
       IF HISTNEW-STATUS NOT = "00"
        MOVE "NEW MASTER COULD NOT BE OPENED" TO BACK-LINE
        WRITE BACK-PRINT FROM BACK-LINE
        CLOSE HISTFILE, BACKRPT
        DISPLAY "RUN-BACKOUT: CANNOT OPEN NEW MASTER " HISTNEW-DSN
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF.
       OPEN OUTPUT FEEDCAN.
       IF FEEDCAN-STATUS NOT = "00"
        MOVE "CANCEL FILE COULD NOT BE OPENED" TO BACK-LINE
        WRITE BACK-PRINT FROM BACK-LINE
        CLOSE HISTFILE, HISTNEW, BACKRPT
        DISPLAY "RUN-BACKOUT: CANNOT OPEN CANCEL FILE " FEEDCAN-DSN
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF.
       MOVE SPACES TO BACK-LINE.
       WRITE BACK-PRINT FROM BACK-LINE.
       MOVE "MESSAGES REVERSED:" TO BACK-LINE.
       WRITE BACK-PRINT FROM BACK-LINE.
       PERFORM UNTIL HIST-EOF = 1
        READ HISTFILE AT END MOVE 1 TO HIST-EOF
         NOT AT END
          ADD 1 TO CNT-READ
          MOVE HIST-RECORD TO HIST-LINE
          PERFORM TALLY-BEFORE
          IF HIST-RUN-ID = WANT-RUN-ID
           PERFORM BACK-OUT-RECORD
          END-IF
          PERFORM TALLY-AFTER
          WRITE HISTNEW-RECORD FROM HIST-LINE
          IF HISTNEW-STATUS NOT = "00"
           MOVE "WRITE TO NEW MASTER FAILED - BACKOUT ABANDONED"
            TO BACK-LINE
           WRITE BACK-PRINT FROM BACK-LINE
           CLOSE HISTFILE, HISTNEW, FEEDCAN, BACKRPT
           DISPLAY "RUN-BACKOUT: WRITE FAILED ON " HISTNEW-DSN
           MOVE 12 TO RETURN-CODE
           STOP RUN
          END-IF
        END-READ
       END-PERFORM.
       CLOSE HISTFILE, HISTNEW, FEEDCAN.
       IF CNT-RUN = 0
        MOVE "  (NONE - RUN NOT FOUND ON THE HISTORY MASTER)"
         TO BACK-LINE
        WRITE BACK-PRINT FROM BACK-LINE
       END-IF.
       PERFORM CLOSE-REVIEW-ITEMS.
       PERFORM WRITE-TOTALS.
       CLOSE BACKRPT.
       IF CNT-FLAGGED = 0
        MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       INIT-DATASETS.
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_HIST"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO HIST-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_HISTNEW"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO HISTNEW-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_REVIEWQ"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO REVIEWQ-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_REVIEWQNEW"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO REVIEWNEW-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_FEEDCAN"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO FEEDCAN-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_BACKRPT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO BACKRPT-DSN
        END-IF.

      *Live records exclude anything already backed out; billable
      *adds the PARTNER-BILL exclusions and is kept only for the
      *run's processing date.
       TALLY-BEFORE.
        IF HIST-FLAG NOT = "B"
         ADD 1 TO LIVE-BEFORE
        END-IF.
        IF HIST-PROC-DATE = RUN-DATE
         AND HIST-MODE >= 1 AND HIST-MODE <= 12
         AND HIST-FLAG NOT = "D" AND HIST-FLAG NOT = "X"
         AND HIST-FLAG NOT = "R" AND HIST-FLAG NOT = "B"
         ADD 1 TO BILL-BEFORE
         PERFORM FIND-PARTNER-SLOT
         IF PT-FOUND NOT = 0
          ADD 1 TO PT-BEFORE(PT-FOUND)
         END-IF
        END-IF.

       TALLY-AFTER.
        IF HIST-FLAG NOT = "B"
         ADD 1 TO LIVE-AFTER
        END-IF.
        IF HIST-PROC-DATE = RUN-DATE
         AND HIST-MODE >= 1 AND HIST-MODE <= 12
         AND HIST-FLAG NOT = "D" AND HIST-FLAG NOT = "X"
         AND HIST-FLAG NOT = "R" AND HIST-FLAG NOT = "B"
         ADD 1 TO BILL-AFTER
         PERFORM FIND-PARTNER-SLOT
         IF PT-FOUND NOT = 0
          ADD 1 TO PT-AFTER(PT-FOUND)
         END-IF
        END-IF.

      *One slot per partner seen on the run's date; a partner past
      *the fiftieth tallies nothing and the report says so.
       FIND-PARTNER-SLOT.
        MOVE 0 TO PT-FOUND.
        PERFORM VARYING PT-IDX FROM 1 BY 1
         UNTIL PT-IDX > PT-COUNT OR PT-FOUND NOT = 0
         IF PT-CODE(PT-IDX) = HIST-PARTNER
          MOVE PT-IDX TO PT-FOUND
         END-IF
        END-PERFORM.
        IF PT-FOUND = 0
         IF PT-COUNT < 50
          ADD 1 TO PT-COUNT
          MOVE HIST-PARTNER TO PT-CODE(PT-COUNT)
          MOVE 0 TO PT-BEFORE(PT-COUNT)
          MOVE 0 TO PT-AFTER(PT-COUNT)
          MOVE 0 TO PT-REVERSED(PT-COUNT)
          MOVE PT-COUNT TO PT-FOUND
         ELSE
          MOVE "Y" TO TABLE-OVERFLOW
         END-IF
        END-IF.

      *A record of the run: flag it "B", send a cancel when the
      *loader took the message, and list it. A record already "B"
      *(the run was backed out before) is listed but changes nothing.
       BACK-OUT-RECORD.
        ADD 1 TO CNT-RUN.
        MOVE HIST-FLAG TO OLD-FLAG.
        MOVE SPACES TO FED-STATUS.
        IF OLD-FLAG = "B"
         ADD 1 TO CNT-ALREADY
        ELSE
         ADD 1 TO CNT-FLAGGED
         MOVE "B" TO HIST-FLAG
         IF OLD-FLAG = SPACE OR OLD-FLAG = "T"
          PERFORM WRITE-CANCEL
         END-IF
        END-IF.
        PERFORM WRITE-REVERSED-LINE.

      *The cancel carries the message exactly as the feed sent it -
      *same sequence, mode, shift or key, partner and result - so the
      *loader can match it to what it holds.
       WRITE-CANCEL.
        EVALUATE TRUE
         WHEN OLD-FLAG = "T"
          MOVE "TRUNCATED" TO FED-STATUS
         WHEN HIST-MODE = 12 AND HIST-IDENT(1:1) = "T"
          MOVE "NEEDKEY" TO FED-STATUS
         WHEN OTHER
          MOVE "OK" TO FED-STATUS
        END-EVALUATE.
        MOVE HIST-SEQ TO FEED-SEQ.
        MOVE HIST-MODE TO FEED-MODE.
        MOVE HIST-SHIFT TO FEED-SHIFT.
        MOVE HIST-KEY TO FEED-KEY.
        MOVE "CANCEL" TO FEED-STATUS.
        MOVE HIST-PARTNER TO FEED-PARTNER.
        MOVE HIST-OUT TO FEED-PHRASE.
        WRITE FEEDCAN-RECORD FROM FEED-LINE.
        IF FEEDCAN-STATUS NOT = "00"
         MOVE "WRITE TO CANCEL FILE FAILED - BACKOUT ABANDONED"
          TO BACK-LINE
         WRITE BACK-PRINT FROM BACK-LINE
         CLOSE HISTFILE, HISTNEW, FEEDCAN, BACKRPT
         DISPLAY "RUN-BACKOUT: WRITE FAILED ON " FEEDCAN-DSN
         MOVE 12 TO RETURN-CODE
         STOP RUN
        END-IF.
        ADD 1 TO CNT-CANCELS.
        IF HIST-PROC-DATE = RUN-DATE
         PERFORM FIND-PARTNER-SLOT
         IF PT-FOUND NOT = 0
          ADD 1 TO PT-REVERSED(PT-FOUND)
         END-IF
        END-IF.

       WRITE-REVERSED-LINE.
        MOVE SPACES TO BACK-LINE.
        STRING "  SEQ=" DELIMITED BY SIZE
            HIST-SEQ DELIMITED BY SIZE
            " PARTNER=" DELIMITED BY SIZE
            HIST-PARTNER DELIMITED BY SIZE
            " MODE=" DELIMITED BY SIZE
            HIST-MODE DELIMITED BY SIZE
            " DATE=" DELIMITED BY SIZE
            HIST-PROC-DATE DELIMITED BY SIZE
            " WAS FLAG=" DELIMITED BY SIZE
            OLD-FLAG DELIMITED BY SIZE
            INTO BACK-LINE
        END-STRING.
        EVALUATE TRUE
         WHEN OLD-FLAG = "B"
          MOVE "ALREADY BACKED OUT - UNCHANGED" TO BACK-LINE(61:)
         WHEN FED-STATUS NOT = SPACES
          MOVE SPACES TO BACK-LINE(61:)
          STRING "FLAGGED B, CANCEL SENT (WAS " DELIMITED BY SIZE
              FUNCTION TRIM(FED-STATUS) DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO BACK-LINE(61:)
          END-STRING
         WHEN OTHER
          MOVE "FLAGGED B, NOT ON THE LOADED FEED - NO CANCEL"
           TO BACK-LINE(61:)
        END-EVALUATE.
        WRITE BACK-PRINT FROM BACK-LINE.

      *Still-open queue items of the run are closed the way SOLVE-
      *REVIEW closes a ruled one - status byte "C" on the new queue -
      *since there is no longer a verdict to rule on. A missing queue
      *just means the run held nothing back.
       CLOSE-REVIEW-ITEMS.
        OPEN INPUT REVIEWQ.
        IF REVIEWQ-STATUS = "00"
         OPEN OUTPUT REVIEWNEW
         IF REVIEWNEW-STATUS NOT = "00"
          MOVE "NEW REVIEW QUEUE COULD NOT BE OPENED" TO BACK-LINE
          WRITE BACK-PRINT FROM BACK-LINE
          CLOSE REVIEWQ, BACKRPT
          DISPLAY "RUN-BACKOUT: CANNOT OPEN NEW QUEUE " REVIEWNEW-DSN
          MOVE 12 TO RETURN-CODE
          STOP RUN
         END-IF
         MOVE "Y" TO QUEUE-OPENED
         PERFORM UNTIL QUEUE-EOF = 1
          READ REVIEWQ AT END MOVE 1 TO QUEUE-EOF
           NOT AT END
            IF REVIEWQ-RECORD(2:14) = WANT-RUN-ID
             AND REVIEWQ-RECORD(1:1) = "O"
             MOVE "C" TO REVIEWQ-RECORD(1:1)
             ADD 1 TO CNT-QUEUE-CLOSED
            END-IF
            WRITE REVIEWNEW-RECORD FROM REVIEWQ-RECORD
          END-READ
         END-PERFORM
         CLOSE REVIEWQ, REVIEWNEW
        END-IF.

       WRITE-TOTALS.
        MOVE SPACES TO BACK-LINE.
        WRITE BACK-PRINT FROM BACK-LINE.
        MOVE SPACES TO BACK-LINE.
        STRING "BILLABLE MESSAGES FOR " DELIMITED BY SIZE
            RUN-DATE DELIMITED BY SIZE
            " BY PARTNER:" DELIMITED BY SIZE
            INTO BACK-LINE
        END-STRING.
        WRITE BACK-PRINT FROM BACK-LINE.
        PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
         MOVE SPACES TO BACK-LINE
         STRING "  PARTNER=" DELIMITED BY SIZE
             PT-CODE(PT-IDX) DELIMITED BY SIZE
             " BEFORE=" DELIMITED BY SIZE
             PT-BEFORE(PT-IDX) DELIMITED BY SIZE
             " AFTER=" DELIMITED BY SIZE
             PT-AFTER(PT-IDX) DELIMITED BY SIZE
             " CANCELLED=" DELIMITED BY SIZE
             PT-REVERSED(PT-IDX) DELIMITED BY SIZE
             INTO BACK-LINE
         END-STRING
         WRITE BACK-PRINT FROM BACK-LINE
        END-PERFORM.
        MOVE SPACES TO BACK-LINE.
        STRING "  ALL PARTNERS BEFORE=" DELIMITED BY SIZE
            BILL-BEFORE DELIMITED BY SIZE
            " AFTER=" DELIMITED BY SIZE
            BILL-AFTER DELIMITED BY SIZE
            INTO BACK-LINE
        END-STRING.
        WRITE BACK-PRINT FROM BACK-LINE.
        IF TABLE-OVERFLOW = "Y"
         MOVE "*** PARTNER TABLE FULL (50) - PARTNER LINES INCOMPLETE"
          TO BACK-LINE
         WRITE BACK-PRINT FROM BACK-LINE
        END-IF.
        MOVE SPACES TO BACK-LINE.
        STRING "LIVE HISTORY RECORDS BEFORE=" DELIMITED BY SIZE
            LIVE-BEFORE DELIMITED BY SIZE
            " AFTER=" DELIMITED BY SIZE
            LIVE-AFTER DELIMITED BY SIZE
            " (RECORDS READ=" DELIMITED BY SIZE
            CNT-READ DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO BACK-LINE
        END-STRING.
        WRITE BACK-PRINT FROM BACK-LINE.
        MOVE SPACES TO BACK-LINE.
        STRING "RUN RECORDS=" DELIMITED BY SIZE
            CNT-RUN DELIMITED BY SIZE
            " FLAGGED B=" DELIMITED BY SIZE
            CNT-FLAGGED DELIMITED BY SIZE
            " ALREADY BACKED OUT=" DELIMITED BY SIZE
            CNT-ALREADY DELIMITED BY SIZE
            " CANCELS=" DELIMITED BY SIZE
            CNT-CANCELS DELIMITED BY SIZE
            " QUEUE ITEMS CLOSED=" DELIMITED BY SIZE
            CNT-QUEUE-CLOSED DELIMITED BY SIZE
            INTO BACK-LINE
        END-STRING.
        WRITE BACK-PRINT FROM BACK-LINE.
        DISPLAY FUNCTION TRIM(BACK-LINE).
        MOVE SPACES TO BACK-LINE.
        IF CNT-FLAGGED > 0
         IF QUEUE-OPENED = "Y"
          STRING "SWAP IN " DELIMITED BY SIZE
              FUNCTION TRIM(HISTNEW-DSN) DELIMITED BY SIZE
              " AND " DELIMITED BY SIZE
              FUNCTION TRIM(REVIEWNEW-DSN) DELIMITED BY SIZE
              ", THEN TRANSMIT " DELIMITED BY SIZE
              FUNCTION TRIM(FEEDCAN-DSN) DELIMITED BY SIZE
              INTO BACK-LINE
          END-STRING
         ELSE
          STRING "SWAP IN " DELIMITED BY SIZE
              FUNCTION TRIM(HISTNEW-DSN) DELIMITED BY SIZE
              ", THEN TRANSMIT " DELIMITED BY SIZE
              FUNCTION TRIM(FEEDCAN-DSN) DELIMITED BY SIZE
              INTO BACK-LINE
          END-STRING
         END-IF
        ELSE
         IF CNT-RUN = 0
          MOVE "RUN NOT ON THE HISTORY MASTER - NOTHING BACKED OUT"
           TO BACK-LINE
         ELSE
          MOVE "RUN WAS ALREADY BACKED OUT - NOTHING CHANGED"
           TO BACK-LINE
         END-IF
        END-IF.
        WRITE BACK-PRINT FROM BACK-LINE.
        DISPLAY FUNCTION TRIM(BACK-LINE).
       END PROGRAM RUN-BACKOUT.
