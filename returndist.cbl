      ******************************************************************
      * Author: James O'Brien
      * Date: 10/15/26
      * Purpose: Per-partner return file distribution for
      *          CAESAR-SOLVER results
      * Tectonics: cobc
      ******************************************************************
      *Cuts the night's feed into one return file per partner on the
      *partner master, so nobody hand-splits outdd.txt or the feed by
      *partner code before transmission again. Runs after the solver
      *(after BATCH-MERGE on split nights), against the same feed
      *the downstream loader takes.
      *
      *Each return file opens with a header record carrying the
      *partner, the business date and the batch numbers that partner
      *sent under the rawdd.txt manifest, and closes with a trailer
      *carrying the detail record count and a hash total of the
      *sequence numbers, so the partner can prove the file arrived
      *whole. Every partner on the master gets a file on the night's
      *first distribution, even an empty one - no file means the
      *transmission failed, never "nothing for you tonight".
      *
      *Rejects and duplicates go back to the partner marked with the
      *reason: the bad mode or the key label that would not resolve,
      *or the date and sequence number of the original submission
      *the duplicate repeats (looked up on the history master).
      *
      *Review-held verdicts are not on the feed until SOLVE-REVIEW
      *posts the correction, and they are held back here too: the
      *open queue items for the processing date are listed as HELD
      *on the control report. Every detail record released is logged
      *on the distribution ledger, so once the analyst has ruled,
      *re-running this step for the same processing date releases
      *just the posted corrections as a supplementary distribution
      *(numbered in the header) to the partners they belong to -
      *nothing already sent goes out twice. Files are named for the
      *partner and the distribution number (returnACME.01.txt, then
      *returnACME.02.txt for a supplement; CAESAR_RETPFX changes the
      *stem), so a supplement never overwrites a cut not yet sent.
      *
      *The control report proves the cut: every feed record is routed
      *to exactly one partner file (a code on no master record, or on
      *two, is a FAIL), per-partner counts are listed, and the totals
      *are balanced against the RUN SUMMARY trailer(s) on the report
      *the same way AUDIT-RECON balances the audit trail. The ledger
      *is only written when the verdict is PASS, so a failed cut is
      *simply re-run once the problem is fixed; its files must not be
      *transmitted. Return code 8 on FAIL, 4 when verdicts are still
      *held for review, 12 when a file cannot be opened.
      *
      *Return file layout:
      * Header  "H" 1, partner 3-6, business date 8-15, distribution
      *         date 17-24, distribution number 26-27, batch count
      *         29-31, up to ten batch numbers from 33 at a 7-column
      *         pitch
      * Detail  "D" 1, sequence 3-9, mode 11-12, shift 14-15, key
      *         label or recovered key 17-36, feed status 38-46,
      *         reason 48-87, result 89-888
      * Trailer "T" 1, partner 3-6, detail count 8-14, hash total
      *         (sum of detail sequence numbers) 16-30
      *
      *Ledger record: processing date 1-8, sequence 10-16, partner
      *18-21, distribution number 23-24, distribution date 26-33.
      *
      *The processing date defaults to today; CAESAR_BUSDATE
      *(YYYYMMDD) overrides it so a cut run after midnight is dated
      *with the night it belongs to.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURN-DIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same dynamic dataset-name convention as CAESAR-SOLVER - the
      *return file SELECT is reopened under each partner's name in
      *turn, the way BATCH-MERGE walks its slices.
       SELECT FEEDIN ASSIGN TO DYNAMIC FEEDIN-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS FEEDIN-STATUS.
       SELECT OPTIONAL HISTFILE ASSIGN TO DYNAMIC HIST-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HIST-STATUS.
       SELECT PARTMST ASSIGN TO DYNAMIC PARTMST-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS PARTMST-STATUS.
       SELECT OPTIONAL RAWIN ASSIGN TO DYNAMIC RAWIN-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RAWIN-STATUS.
       SELECT OPTIONAL REPORTIN ASSIGN TO DYNAMIC REPORTIN-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORTIN-STATUS.
       SELECT OPTIONAL REVIEWQ ASSIGN TO DYNAMIC REVIEWQ-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REVIEWQ-STATUS.
      *The ledger accumulates across runs (EXTEND), like the
      *suspense file - it is what makes a supplementary cut safe.
       SELECT OPTIONAL DISTLOG ASSIGN TO DYNAMIC DISTLOG-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DISTLOG-STATUS.
       SELECT RETOUT ASSIGN TO DYNAMIC RETOUT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS RETOUT-STATUS.
       SELECT DISTRPT ASSIGN TO DYNAMIC DISTRPT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS DISTRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FEEDIN RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 FEEDIN-RECORD PIC X(844).
       FD HISTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HIST-RECORD PIC X(1665).
       FD PARTMST RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Partner master record: code in 1-4, billing name in 6-35 (the
      *status, dates, contact and language PARTNER-MAINT keeps after
      *those are not needed here).
       01 PARTMST-RECORD PIC X(100).
       FD RAWIN RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Raw card file under its batch manifest - only the HDR records
      *are wanted here: "HDR" 1-3, partner 5-8, batch date 10-17,
      *batch number 19-24.
       01 RAWIN-RECORD PIC X(140).
       FD REPORTIN RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 REPORTIN-RECORD PIC X(850).
       FD REVIEWQ RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Queue record as CAESAR-SOLVER writes it: status 1 ("O" open,
      *"C" closed), date 16-23, sequence 24-30, partner 33-36.
       01 REVIEWQ-RECORD PIC X(870).
       FD DISTLOG RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 DISTLOG-RECORD PIC X(40).
       FD RETOUT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 RETOUT-RECORD PIC X(888).
       FD DISTRPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 DIST-PRINT PIC X(132).
       WORKING-STORAGE SECTION.
       01 FEEDIN-DSN PIC X(100) VALUE "feed.dat".
       01 HIST-DSN PIC X(100) VALUE "history.dat".
       01 PARTMST-DSN PIC X(100) VALUE "partner.txt".
       01 RAWIN-DSN PIC X(100) VALUE "rawdd.txt".
       01 REPORTIN-DSN PIC X(100) VALUE "outdd.txt".
       01 REVIEWQ-DSN PIC X(100) VALUE "reviewq.txt".
       01 DISTLOG-DSN PIC X(100) VALUE "retdist.dat".
       01 RETOUT-DSN PIC X(100).
       01 DISTRPT-DSN PIC X(100) VALUE "retdist.rpt".
       01 RET-PREFIX PIC X(80) VALUE "return".
       01 ENV-OVERRIDE PIC X(100).
       01 FEEDIN-STATUS PIC X(2).
       01 HIST-STATUS PIC X(2).
       01 PARTMST-STATUS PIC X(2).
       01 RAWIN-STATUS PIC X(2).
       01 REPORTIN-STATUS PIC X(2).
       01 REVIEWQ-STATUS PIC X(2).
       01 DISTLOG-STATUS PIC X(2).
       01 RETOUT-STATUS PIC X(2).
       01 DISTRPT-STATUS PIC X(2).
       01 FILE-EOF PIC 9 VALUE 0.
       01 TODAY-DATE PIC 9(8).
       01 PROC-DATE PIC 9(8).
      *Feed record as CAESAR-SOLVER writes it
       01 FEED-LINE.
        05 FEED-SEQ PIC 9(7).
        05 FEED-MODE PIC 9(2).
        05 FEED-SHIFT PIC 9(2).
        05 FEED-KEY PIC X(20).
        05 FEED-STATUS PIC X(9).
        05 FEED-PARTNER PIC X(4).
        05 FEED-PHRASE PIC X(800).
      *History record - only what the duplicate lookup needs.
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
      *Loaded partner master with everything the cut counts for each
      *partner. Fifty partners is the same ceiling INPUT-EDIT and
      *PARTNER-BILL load. A code that appears twice on the master is
      *remembered so the report can fail it - a feed record must
      *never be able to route to two files.
       01 PT-COUNT PIC 9(2) VALUE 0.
       01 PT-TABLE.
        05 PT-ENTRY OCCURS 50 TIMES.
         10 PT-CODE PIC X(4).
         10 PT-NAME PIC X(30).
         10 PT-TWICE PIC X(1).
         10 PT-BUS-DATE PIC 9(8).
         10 PT-BATCH-COUNT PIC 9(3).
         10 PT-BATCH PIC X(6) OCCURS 10 TIMES.
         10 PT-OK PIC 9(7).
         10 PT-REJECT PIC 9(7).
         10 PT-DUP PIC 9(7).
         10 PT-TRUNC PIC 9(7).
         10 PT-NEEDKEY PIC 9(7).
         10 PT-HELD PIC 9(7).
         10 PT-PRIOR PIC 9(7).
         10 PT-NEW PIC 9(7).
         10 PT-WRITTEN PIC 9(7).
         10 PT-HASH PIC 9(15).
         10 PT-FILE-OK PIC X(1).
       01 PT-IDX PIC 9(2).
       01 PT-FOUND PIC 9(2).
       01 PT-BATCH-IDX PIC 9(2).
       01 WORK-PARTNER PIC X(4).
      *One slot per feed record, in feed order, so each partner's
      *write pass can re-read the feed and know at once whether the
      *record is theirs and still to go. FT-RETURNED counts the files
      *the record was actually written to - the routing proof checks
      *that it is exactly one.
       01 FT-COUNT PIC 9(5) VALUE 0.
       01 FT-TABLE.
        05 FT-ENTRY OCCURS 20000 TIMES.
         10 FT-SEQ PIC 9(7).
         10 FT-PARTNER-IDX PIC 9(2).
         10 FT-PRIOR PIC X(1).
         10 FT-RETURNED PIC 9(1).
       01 FT-IDX PIC 9(5).
       01 FT-FOUND PIC 9(5).
       01 FT-OVERFLOW PIC X(1) VALUE "N".
       01 WORK-SEQ PIC 9(7).
      *Sequence numbers already returned for the processing date, as
      *the ledger records them, and the distribution number this run
      *takes - one past the highest the ledger holds for the date.
       01 LG-COUNT PIC 9(5) VALUE 0.
       01 LG-TABLE.
        05 LG-SEQ PIC 9(7) OCCURS 20000 TIMES.
       01 LG-IDX PIC 9(5).
       01 DIST-NO PIC 9(2) VALUE 0.
      *Duplicates awaiting their original: filled from the feed pass,
      *resolved by one pass over the history master - the earliest
      *delivered record from the same partner, in the same mode,
      *with the same result.
       01 DT-COUNT PIC 9(3) VALUE 0.
       01 DT-TABLE.
        05 DT-ENTRY OCCURS 200 TIMES.
         10 DT-FEED-IDX PIC 9(5).
         10 DT-PARTNER PIC X(4).
         10 DT-MODE PIC 9(2).
         10 DT-PHRASE PIC X(800).
         10 DT-ORIG-DATE PIC 9(8).
         10 DT-ORIG-SEQ PIC 9(7).
       01 DT-IDX PIC 9(3).
       01 DT-FOUND PIC 9(3).
      *Open review-queue items for the processing date whose result
      *is not on the feed yet - the messages this cut holds back.
       01 HELD-COUNT PIC 9(5) VALUE 0.
       01 HELD-UNROUTED PIC 9(5) VALUE 0.
       01 QUEUE-COUNT PIC 9(5) VALUE 0.
      *Feed-side tallies for the whole cut
       01 CNT-FEED PIC 9(7) VALUE 0.
       01 CNT-REJECT PIC 9(7) VALUE 0.
       01 CNT-DUP PIC 9(7) VALUE 0.
       01 CNT-PRIOR PIC 9(7) VALUE 0.
       01 CNT-RETURNED PIC 9(7) VALUE 0.
       01 CNT-UNROUTED PIC 9(7) VALUE 0.
       01 CNT-MISROUTED PIC 9(7) VALUE 0.
       01 CNT-FILES PIC 9(3) VALUE 0.
      *RUN SUMMARY counts, summed over every trailer on the report
      *(a restarted run leaves one per invocation), parsed on "="
      *the way AUDIT-RECON and BATCH-MERGE do.
       01 TRAILER-SEEN PIC X(1) VALUE "N".
       01 TRL-RECS PIC 9(7) VALUE 0.
       01 TRL-REJECTS PIC 9(7) VALUE 0.
       01 TRL-DUPLICATES PIC 9(7) VALUE 0.
       01 TRL-REVIEW PIC 9(7) VALUE 0.
       01 TRL-IMG PIC X(850).
       01 TRL-PIECE-0 PIC X(100).
       01 TRL-PIECE PIC X(30) OCCURS 16 TIMES.
       01 TRL-HEAD PIC X(50).
       01 TRL-TAIL PIC X(100).
       01 TRL-IDX PIC 9(2).
       01 BAL-LABEL PIC X(10).
       01 BAL-DIST PIC 9(7).
       01 BAL-TRAILER PIC 9(7).
       01 VERDICT-OK PIC X(1) VALUE "Y".
      *Return file images
       01 RET-HEADER.
        05 RH-TYPE PIC X(1) VALUE "H".
        05 FILLER PIC X(1) VALUE SPACE.
        05 RH-PARTNER PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RH-BUS-DATE PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RH-DIST-DATE PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RH-DIST-NO PIC 9(2).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RH-BATCH-COUNT PIC 9(3).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RH-BATCH-SLOT OCCURS 10 TIMES.
         10 RH-BATCH PIC X(6).
         10 FILLER PIC X(1).
        05 FILLER PIC X(786) VALUE SPACES.
       01 RET-DETAIL.
        05 RD-TYPE PIC X(1) VALUE "D".
        05 FILLER PIC X(1) VALUE SPACE.
        05 RD-SEQ PIC 9(7).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RD-MODE PIC 9(2).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RD-SHIFT PIC 9(2).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RD-KEY PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RD-STATUS PIC X(9).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RD-REASON PIC X(40).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RD-PHRASE PIC X(800).
       01 RET-TRAILER.
        05 RT-TYPE PIC X(1) VALUE "T".
        05 FILLER PIC X(1) VALUE SPACE.
        05 RT-PARTNER PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RT-COUNT PIC 9(7).
        05 FILLER PIC X(1) VALUE SPACE.
        05 RT-HASH PIC 9(15).
        05 FILLER PIC X(858) VALUE SPACES.
       01 LEDGER-LINE.
        05 LL-PROC-DATE PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 LL-SEQ PIC 9(7).
        05 FILLER PIC X(1) VALUE SPACE.
        05 LL-PARTNER PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 LL-DIST-NO PIC 9(2).
        05 FILLER PIC X(1) VALUE SPACE.
        05 LL-DIST-DATE PIC 9(8).
        05 FILLER PIC X(7) VALUE SPACES.
       01 DIST-LINE PIC X(132).
       PROCEDURE DIVISION.
       PERFORM INIT-DATASETS.
       OPEN OUTPUT DISTRPT.
       IF DISTRPT-STATUS NOT = "00"
        DISPLAY "RETURN-DIST: CANNOT OPEN CONTROL REPORT " DISTRPT-DSN
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF.
       MOVE "*** RETURN FILE DISTRIBUTION CONTROL REPORT ***"
        TO DIST-LINE.
       WRITE DIST-PRINT FROM DIST-LINE.
       PERFORM LOAD-PARTNER-MASTER.
       PERFORM LOAD-MANIFEST.
       PERFORM LOAD-LEDGER.
       MOVE SPACES TO DIST-LINE.
       STRING "PROCESSING DATE=" DELIMITED BY SIZE
           PROC-DATE DELIMITED BY SIZE
           " DISTRIBUTION=" DELIMITED BY SIZE
           DIST-NO DELIMITED BY SIZE
           " PARTNERS=" DELIMITED BY SIZE
           PT-COUNT DELIMITED BY SIZE
           INTO DIST-LINE
       END-STRING.
       WRITE DIST-PRINT FROM DIST-LINE.
       PERFORM LOAD-FEED-RECORDS.
       PERFORM FIND-DUPLICATE-ORIGINALS.
       PERFORM LOAD-REVIEW-HOLDS.
       PERFORM LOAD-RUN-SUMMARY.
      *The first cut of the night writes every partner a file; a
      *supplementary cut only the partners it has something new for.
       PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
        IF PT-TWICE(PT-IDX) NOT = "Y"
         AND (DIST-NO = 1 OR PT-NEW(PT-IDX) > 0)
         PERFORM WRITE-PARTNER-FILE
        END-IF
       END-PERFORM.
       PERFORM VERIFY-ROUTING.
       PERFORM REPORT-PARTNERS.
       PERFORM WRITE-BALANCE.
       PERFORM WRITE-VERDICT.
       IF VERDICT-OK = "Y"
        PERFORM WRITE-LEDGER
       END-IF.
       CLOSE DISTRPT.
       DISPLAY "RETURN-DIST: DISTRIBUTION=" DIST-NO
           " FILES=" CNT-FILES
           " RETURNED=" CNT-RETURNED
           " HELD=" HELD-COUNT.
       IF VERDICT-OK NOT = "Y"
        MOVE 8 TO RETURN-CODE
       ELSE
        IF HELD-COUNT > 0
         MOVE 4 TO RETURN-CODE
        END-IF
       END-IF.
       STOP RUN.

       INIT-DATASETS.
        ACCEPT TODAY-DATE FROM DATE YYYYMMDD
        MOVE TODAY-DATE TO PROC-DATE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_FEED"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO FEEDIN-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_HIST"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO HIST-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PARTMST"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO PARTMST-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_RAWIN"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO RAWIN-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_OUTDD"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO REPORTIN-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_REVIEWQ"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO REVIEWQ-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_DISTLOG"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO DISTLOG-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_DISTRPT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO DISTRPT-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_RETPFX"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO RET-PREFIX
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_BUSDATE"
        IF ENV-OVERRIDE(1:8) IS NUMERIC
         MOVE ENV-OVERRIDE(1:8) TO PROC-DATE
        END-IF.

      *No partner master, no routing - nothing can be cut.
       LOAD-PARTNER-MASTER.
        OPEN INPUT PARTMST.
        IF PARTMST-STATUS NOT = "00"
         DISPLAY "RETURN-DIST: CANNOT OPEN PARTNER MASTER "
             PARTMST-DSN
         MOVE 12 TO RETURN-CODE
         STOP RUN
        END-IF.
        MOVE 0 TO FILE-EOF.
        PERFORM UNTIL FILE-EOF = 1
         READ PARTMST AT END MOVE 1 TO FILE-EOF
          NOT AT END
           IF PARTMST-RECORD(1:4) NOT = SPACES
            AND PARTMST-RECORD(1:1) NOT = "*"
            MOVE FUNCTION UPPER-CASE(PARTMST-RECORD(1:4))
             TO WORK-PARTNER
            PERFORM FIND-PARTNER
            IF PT-FOUND NOT = 0
             MOVE "Y" TO PT-TWICE(PT-FOUND)
            ELSE
             IF PT-COUNT < 50
              ADD 1 TO PT-COUNT
              PERFORM CLEAR-PARTNER-ENTRY
              MOVE WORK-PARTNER TO PT-CODE(PT-COUNT)
              MOVE PARTMST-RECORD(6:30) TO PT-NAME(PT-COUNT)
             ELSE
              MOVE "*** PARTNER TABLE FULL - LATER CODES UNROUTED ***"
               TO DIST-LINE
              WRITE DIST-PRINT FROM DIST-LINE
             END-IF
            END-IF
           END-IF
         END-READ
        END-PERFORM.
        CLOSE PARTMST.

       CLEAR-PARTNER-ENTRY.
        MOVE "N" TO PT-TWICE(PT-COUNT).
        MOVE PROC-DATE TO PT-BUS-DATE(PT-COUNT).
        MOVE 0 TO PT-BATCH-COUNT(PT-COUNT).
        PERFORM VARYING PT-BATCH-IDX FROM 1 BY 1
         UNTIL PT-BATCH-IDX > 10
         MOVE SPACES TO PT-BATCH(PT-COUNT PT-BATCH-IDX)
        END-PERFORM.
        MOVE 0 TO PT-OK(PT-COUNT).
        MOVE 0 TO PT-REJECT(PT-COUNT).
        MOVE 0 TO PT-DUP(PT-COUNT).
        MOVE 0 TO PT-TRUNC(PT-COUNT).
        MOVE 0 TO PT-NEEDKEY(PT-COUNT).
        MOVE 0 TO PT-HELD(PT-COUNT).
        MOVE 0 TO PT-PRIOR(PT-COUNT).
        MOVE 0 TO PT-NEW(PT-COUNT).
        MOVE 0 TO PT-WRITTEN(PT-COUNT).
        MOVE 0 TO PT-HASH(PT-COUNT).
        MOVE "N" TO PT-FILE-OK(PT-COUNT).

       FIND-PARTNER.
        MOVE 0 TO PT-FOUND.
        PERFORM VARYING PT-IDX FROM 1 BY 1
         UNTIL PT-IDX > PT-COUNT OR PT-FOUND NOT = 0
         IF PT-CODE(PT-IDX) = WORK-PARTNER
          MOVE PT-IDX TO PT-FOUND
         END-IF
        END-PERFORM.

      *The manifest HDR records name each batch's partner, date and
      *number - the partner's business date is the date of its first
      *batch, and its batch numbers go on its header. A missing raw
      *file (a resubmit night from the suspense copy, say) leaves the
      *processing date standing in and no batch numbers.
       LOAD-MANIFEST.
        OPEN INPUT RAWIN.
        IF RAWIN-STATUS = "00"
         MOVE 0 TO FILE-EOF
         PERFORM UNTIL FILE-EOF = 1
          READ RAWIN AT END MOVE 1 TO FILE-EOF
           NOT AT END
            IF RAWIN-RECORD(1:3) = "HDR"
             MOVE RAWIN-RECORD(5:4) TO WORK-PARTNER
             PERFORM FIND-PARTNER
             IF PT-FOUND NOT = 0
              PERFORM ADD-MANIFEST-BATCH
             END-IF
            END-IF
          END-READ
         END-PERFORM
        ELSE
         MOVE "NO BATCH MANIFEST - HEADERS CARRY NO BATCH NUMBERS"
          TO DIST-LINE
         WRITE DIST-PRINT FROM DIST-LINE
        END-IF.
        CLOSE RAWIN.

       ADD-MANIFEST-BATCH.
        IF PT-BATCH-COUNT(PT-FOUND) = 0
         AND RAWIN-RECORD(10:8) IS NUMERIC
         MOVE RAWIN-RECORD(10:8) TO PT-BUS-DATE(PT-FOUND)
        END-IF.
        ADD 1 TO PT-BATCH-COUNT(PT-FOUND).
        IF PT-BATCH-COUNT(PT-FOUND) <= 10
         MOVE PT-BATCH-COUNT(PT-FOUND) TO PT-BATCH-IDX
         MOVE RAWIN-RECORD(19:6)
          TO PT-BATCH(PT-FOUND PT-BATCH-IDX)
        END-IF.

      *What has already gone out for this processing date, and so
      *which distribution this is.
       LOAD-LEDGER.
        OPEN INPUT DISTLOG.
        IF DISTLOG-STATUS = "00"
         MOVE 0 TO FILE-EOF
         PERFORM UNTIL FILE-EOF = 1
          READ DISTLOG AT END MOVE 1 TO FILE-EOF
           NOT AT END
            MOVE DISTLOG-RECORD TO LEDGER-LINE
            IF DISTLOG-RECORD(1:8) IS NUMERIC
             AND LL-PROC-DATE = PROC-DATE
             AND DISTLOG-RECORD(10:7) IS NUMERIC
             IF LG-COUNT < 20000
              ADD 1 TO LG-COUNT
              MOVE LL-SEQ TO LG-SEQ(LG-COUNT)
             ELSE
              MOVE "Y" TO FT-OVERFLOW
             END-IF
             IF DISTLOG-RECORD(23:2) IS NUMERIC
              AND LL-DIST-NO > DIST-NO
              MOVE LL-DIST-NO TO DIST-NO
             END-IF
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE DISTLOG.
        ADD 1 TO DIST-NO.

      *One pass over the feed: route every record to its partner,
      *note whether the ledger says it already went out, and tally
      *it by status. A code on no master record is unroutable - it
      *is listed and fails the cut rather than being quietly lost.
       LOAD-FEED-RECORDS.
        OPEN INPUT FEEDIN.
        IF FEEDIN-STATUS NOT = "00"
         DISPLAY "RETURN-DIST: CANNOT OPEN FEED " FEEDIN-DSN
         MOVE 12 TO RETURN-CODE
         STOP RUN
        END-IF.
        MOVE 0 TO FILE-EOF.
        PERFORM UNTIL FILE-EOF = 1
         READ FEEDIN AT END MOVE 1 TO FILE-EOF
          NOT AT END
           MOVE FEEDIN-RECORD TO FEED-LINE
           IF FEEDIN-RECORD(1:7) IS NUMERIC
            PERFORM TALLY-FEED-RECORD
           END-IF
         END-READ
        END-PERFORM.
        CLOSE FEEDIN.

       TALLY-FEED-RECORD.
        ADD 1 TO CNT-FEED.
        IF FEED-STATUS = "REJECT"
         ADD 1 TO CNT-REJECT
        END-IF.
        IF FEED-STATUS = "DUPLICATE"
         ADD 1 TO CNT-DUP
        END-IF.
        IF FT-COUNT >= 20000
         MOVE "Y" TO FT-OVERFLOW
        ELSE
         ADD 1 TO FT-COUNT
         MOVE FEED-SEQ TO FT-SEQ(FT-COUNT)
         MOVE 0 TO FT-RETURNED(FT-COUNT)
         MOVE "N" TO FT-PRIOR(FT-COUNT)
         PERFORM VARYING LG-IDX FROM 1 BY 1
          UNTIL LG-IDX > LG-COUNT OR FT-PRIOR(FT-COUNT) = "Y"
          IF LG-SEQ(LG-IDX) = FEED-SEQ
           MOVE "Y" TO FT-PRIOR(FT-COUNT)
          END-IF
         END-PERFORM
         MOVE FEED-PARTNER TO WORK-PARTNER
         PERFORM FIND-PARTNER
         MOVE PT-FOUND TO FT-PARTNER-IDX(FT-COUNT)
         IF PT-FOUND = 0 OR PT-TWICE(PT-FOUND) = "Y"
          IF FT-PRIOR(FT-COUNT) NOT = "Y"
           ADD 1 TO CNT-UNROUTED
           MOVE SPACES TO DIST-LINE
           STRING "NO SINGLE PARTNER FILE FOR SEQ=" DELIMITED BY SIZE
               FEED-SEQ DELIMITED BY SIZE
               " PARTNER=" DELIMITED BY SIZE
               FEED-PARTNER DELIMITED BY SIZE
               INTO DIST-LINE
           END-STRING
           WRITE DIST-PRINT FROM DIST-LINE
          END-IF
         ELSE
          PERFORM TALLY-PARTNER-STATUS
         END-IF
         IF FEED-STATUS = "DUPLICATE"
          AND FT-PRIOR(FT-COUNT) NOT = "Y"
          PERFORM ADD-DUPLICATE-ENTRY
         END-IF
        END-IF.

       TALLY-PARTNER-STATUS.
        EVALUATE FEED-STATUS
         WHEN "REJECT" ADD 1 TO PT-REJECT(PT-FOUND)
         WHEN "DUPLICATE" ADD 1 TO PT-DUP(PT-FOUND)
         WHEN "TRUNCATED" ADD 1 TO PT-TRUNC(PT-FOUND)
         WHEN "NEEDKEY" ADD 1 TO PT-NEEDKEY(PT-FOUND)
         WHEN OTHER ADD 1 TO PT-OK(PT-FOUND)
        END-EVALUATE.
        IF FT-PRIOR(FT-COUNT) = "Y"
         ADD 1 TO PT-PRIOR(PT-FOUND)
         ADD 1 TO CNT-PRIOR
        ELSE
         ADD 1 TO PT-NEW(PT-FOUND)
        END-IF.

       ADD-DUPLICATE-ENTRY.
        IF DT-COUNT < 200
         ADD 1 TO DT-COUNT
         MOVE FT-COUNT TO DT-FEED-IDX(DT-COUNT)
         MOVE FEED-PARTNER TO DT-PARTNER(DT-COUNT)
         MOVE FEED-MODE TO DT-MODE(DT-COUNT)
         MOVE FEED-PHRASE TO DT-PHRASE(DT-COUNT)
         MOVE 0 TO DT-ORIG-DATE(DT-COUNT)
         MOVE 0 TO DT-ORIG-SEQ(DT-COUNT)
        END-IF.

      *One history pass resolves every duplicate to the submission it
      *repeats. Rejects and other duplicates are never an original,
      *nor is a provisional review-held verdict or a backed-out
      *run; the master is in processing order, so the first match is
      *the earliest.
       FIND-DUPLICATE-ORIGINALS.
        IF DT-COUNT > 0
         OPEN INPUT HISTFILE
         IF HIST-STATUS = "00"
          MOVE 0 TO FILE-EOF
          PERFORM UNTIL FILE-EOF = 1
           READ HISTFILE AT END MOVE 1 TO FILE-EOF
            NOT AT END
             MOVE HIST-RECORD TO HIST-LINE
             IF HIST-FLAG NOT = "X" AND HIST-FLAG NOT = "D"
              AND HIST-FLAG NOT = "R" AND HIST-FLAG NOT = "B"
              AND HIST-PROC-DATE <= PROC-DATE
              PERFORM MATCH-DUPLICATE-ORIGINAL
             END-IF
           END-READ
          END-PERFORM
         END-IF
         CLOSE HISTFILE
        END-IF.

       MATCH-DUPLICATE-ORIGINAL.
        PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-COUNT
         IF DT-ORIG-DATE(DT-IDX) = 0
          AND DT-PARTNER(DT-IDX) = HIST-PARTNER
          AND DT-MODE(DT-IDX) = HIST-MODE
          AND DT-PHRASE(DT-IDX) = HIST-OUT
          MOVE HIST-PROC-DATE TO DT-ORIG-DATE(DT-IDX)
          MOVE HIST-SEQ TO DT-ORIG-SEQ(DT-IDX)
         END-IF
        END-PERFORM.

      *Open queue items for the processing date are the held-back
      *verdicts - unless the posted correction is already on the
      *feed (a ruling whose new queue has not been swapped in yet),
      *in which case it goes out with everything else. Every queue
      *item for the date counts toward the REVIEW balance.
       LOAD-REVIEW-HOLDS.
        OPEN INPUT REVIEWQ.
        IF REVIEWQ-STATUS = "00"
         MOVE 0 TO FILE-EOF
         PERFORM UNTIL FILE-EOF = 1
          READ REVIEWQ AT END MOVE 1 TO FILE-EOF
           NOT AT END
            IF REVIEWQ-RECORD(16:8) IS NUMERIC
             AND REVIEWQ-RECORD(24:7) IS NUMERIC
             AND REVIEWQ-RECORD(16:8) = PROC-DATE
             ADD 1 TO QUEUE-COUNT
             IF REVIEWQ-RECORD(1:1) = "O"
              MOVE REVIEWQ-RECORD(24:7) TO WORK-SEQ
              PERFORM FIND-FEED-SEQ
              IF FT-FOUND = 0
               PERFORM TALLY-HELD-ITEM
              END-IF
             END-IF
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE REVIEWQ.

       FIND-FEED-SEQ.
        MOVE 0 TO FT-FOUND.
        PERFORM VARYING FT-IDX FROM 1 BY 1
         UNTIL FT-IDX > FT-COUNT OR FT-FOUND NOT = 0
         IF FT-SEQ(FT-IDX) = WORK-SEQ
          MOVE FT-IDX TO FT-FOUND
         END-IF
        END-PERFORM.

       TALLY-HELD-ITEM.
        ADD 1 TO HELD-COUNT.
        MOVE REVIEWQ-RECORD(33:4) TO WORK-PARTNER.
        PERFORM FIND-PARTNER.
        IF PT-FOUND = 0
         ADD 1 TO HELD-UNROUTED
        ELSE
         ADD 1 TO PT-HELD(PT-FOUND)
        END-IF.
        MOVE SPACES TO DIST-LINE.
        STRING "HELD FOR REVIEW SEQ=" DELIMITED BY SIZE
            WORK-SEQ DELIMITED BY SIZE
            " PARTNER=" DELIMITED BY SIZE
            WORK-PARTNER DELIMITED BY SIZE
            " - RELEASED WHEN SOLVE-REVIEW POSTS THE RULING"
            DELIMITED BY SIZE
            INTO DIST-LINE
        END-STRING.
        WRITE DIST-PRINT FROM DIST-LINE.

      *The counts the feed must balance to. No trailer means the run
      *never finished - nothing to prove the cut against.
       LOAD-RUN-SUMMARY.
        OPEN INPUT REPORTIN.
        IF REPORTIN-STATUS = "00"
         MOVE 0 TO FILE-EOF
         PERFORM UNTIL FILE-EOF = 1
          READ REPORTIN AT END MOVE 1 TO FILE-EOF
           NOT AT END
            IF REPORTIN-RECORD(1:17) = "*** RUN SUMMARY: "
             MOVE "Y" TO TRAILER-SEEN
             MOVE REPORTIN-RECORD TO TRL-IMG
             PERFORM ABSORB-TRAILER
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE REPORTIN.
        IF TRAILER-SEEN NOT = "Y"
         MOVE "*** NO RUN SUMMARY TRAILER ON THE REPORT ***"
          TO DIST-LINE
         WRITE DIST-PRINT FROM DIST-LINE
         MOVE "N" TO VERDICT-OK
        END-IF.

       ABSORB-TRAILER.
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
        UNSTRING TRL-PIECE-0 DELIMITED BY "SUMMARY: "
         INTO TRL-HEAD TRL-TAIL
        END-UNSTRING.
        IF TRL-TAIL(1:7) IS NUMERIC
         ADD FUNCTION NUMVAL(TRL-TAIL(1:7)) TO TRL-RECS
        END-IF.
        IF TRL-PIECE(9)(1:7) IS NUMERIC
         ADD FUNCTION NUMVAL(TRL-PIECE(9)(1:7)) TO TRL-REJECTS
        END-IF.
        IF TRL-PIECE(10)(1:7) IS NUMERIC
         ADD FUNCTION NUMVAL(TRL-PIECE(10)(1:7)) TO TRL-DUPLICATES
        END-IF.
        IF TRL-PIECE(11)(1:7) IS NUMERIC
         ADD FUNCTION NUMVAL(TRL-PIECE(11)(1:7)) TO TRL-REVIEW
        END-IF.

      *One partner's return file: header, every feed record that is
      *theirs and not yet returned, trailer. The feed is re-read per
      *partner - the table says which records belong without having
      *to hold 844 bytes of each.
       WRITE-PARTNER-FILE.
        MOVE SPACES TO RETOUT-DSN.
        STRING FUNCTION TRIM(RET-PREFIX) DELIMITED BY SIZE
            FUNCTION TRIM(PT-CODE(PT-IDX)) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            DIST-NO DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO RETOUT-DSN
        END-STRING.
        OPEN OUTPUT RETOUT.
        IF RETOUT-STATUS NOT = "00"
         MOVE SPACES TO DIST-LINE
         STRING "*** CANNOT OPEN RETURN FILE " DELIMITED BY SIZE
             FUNCTION TRIM(RETOUT-DSN) DELIMITED BY SIZE
             " ***" DELIMITED BY SIZE
             INTO DIST-LINE
         END-STRING
         WRITE DIST-PRINT FROM DIST-LINE
         MOVE "N" TO VERDICT-OK
        ELSE
         MOVE "Y" TO PT-FILE-OK(PT-IDX)
         ADD 1 TO CNT-FILES
         PERFORM WRITE-RETURN-HEADER
         OPEN INPUT FEEDIN
         MOVE 0 TO FILE-EOF
         MOVE 0 TO FT-IDX
         PERFORM UNTIL FILE-EOF = 1
          READ FEEDIN AT END MOVE 1 TO FILE-EOF
           NOT AT END
            IF FEEDIN-RECORD(1:7) IS NUMERIC
             AND FT-IDX < FT-COUNT
             ADD 1 TO FT-IDX
             IF FT-PARTNER-IDX(FT-IDX) = PT-IDX
              AND FT-PRIOR(FT-IDX) NOT = "Y"
              MOVE FEEDIN-RECORD TO FEED-LINE
              PERFORM WRITE-RETURN-DETAIL
             END-IF
            END-IF
          END-READ
         END-PERFORM
         CLOSE FEEDIN
         MOVE PT-CODE(PT-IDX) TO RT-PARTNER
         MOVE PT-WRITTEN(PT-IDX) TO RT-COUNT
         MOVE PT-HASH(PT-IDX) TO RT-HASH
         WRITE RETOUT-RECORD FROM RET-TRAILER
         CLOSE RETOUT
        END-IF.

       WRITE-RETURN-HEADER.
        MOVE PT-CODE(PT-IDX) TO RH-PARTNER.
        MOVE PT-BUS-DATE(PT-IDX) TO RH-BUS-DATE.
        MOVE TODAY-DATE TO RH-DIST-DATE.
        MOVE DIST-NO TO RH-DIST-NO.
        MOVE PT-BATCH-COUNT(PT-IDX) TO RH-BATCH-COUNT.
        PERFORM VARYING PT-BATCH-IDX FROM 1 BY 1
         UNTIL PT-BATCH-IDX > 10
         MOVE SPACES TO RH-BATCH-SLOT(PT-BATCH-IDX)
         MOVE PT-BATCH(PT-IDX PT-BATCH-IDX) TO RH-BATCH(PT-BATCH-IDX)
        END-PERFORM.
        WRITE RETOUT-RECORD FROM RET-HEADER.

       WRITE-RETURN-DETAIL.
        MOVE FEED-SEQ TO RD-SEQ.
        MOVE FEED-MODE TO RD-MODE.
        MOVE FEED-SHIFT TO RD-SHIFT.
        MOVE FEED-KEY TO RD-KEY.
        MOVE FEED-STATUS TO RD-STATUS.
        MOVE FEED-PHRASE TO RD-PHRASE.
        PERFORM SET-DETAIL-REASON.
        WRITE RETOUT-RECORD FROM RET-DETAIL.
        ADD 1 TO FT-RETURNED(FT-IDX).
        ADD 1 TO PT-WRITTEN(PT-IDX).
        ADD FEED-SEQ TO PT-HASH(PT-IDX).
        ADD 1 TO CNT-RETURNED.

      *Why the partner is getting this record back without a result
      *it can use - blank for a normal delivery.
       SET-DETAIL-REASON.
        MOVE SPACES TO RD-REASON.
        EVALUATE FEED-STATUS
         WHEN "REJECT"
          IF FEED-MODE < 1 OR FEED-MODE > 12
           STRING "INVALID MODE " DELIMITED BY SIZE
               FEED-MODE DELIMITED BY SIZE
               INTO RD-REASON
           END-STRING
          ELSE
           STRING "KEY LABEL " DELIMITED BY SIZE
               FEED-KEY DELIMITED BY SPACE
               " NOT USABLE" DELIMITED BY SIZE
               INTO RD-REASON
           END-STRING
          END-IF
         WHEN "DUPLICATE"
          PERFORM FIND-DUPLICATE-ENTRY
          IF DT-FOUND = 0
           MOVE "DUPLICATE IN LOOKBACK WINDOW" TO RD-REASON
          ELSE
           IF DT-ORIG-DATE(DT-FOUND) = 0
            MOVE "DUPLICATE IN LOOKBACK WINDOW" TO RD-REASON
           ELSE
            STRING "DUPLICATE OF " DELIMITED BY SIZE
                DT-ORIG-DATE(DT-FOUND) DELIMITED BY SIZE
                " SEQ " DELIMITED BY SIZE
                DT-ORIG-SEQ(DT-FOUND) DELIMITED BY SIZE
                INTO RD-REASON
            END-STRING
           END-IF
          END-IF
         WHEN "TRUNCATED"
          MOVE "MESSAGE CUT AT 800 BYTES" TO RD-REASON
         WHEN "NEEDKEY"
          MOVE "PROBABLE TRANSPOSITION - RESEND WITH KEY"
           TO RD-REASON
        END-EVALUATE.

       FIND-DUPLICATE-ENTRY.
        MOVE 0 TO DT-FOUND.
        PERFORM VARYING DT-IDX FROM 1 BY 1
         UNTIL DT-IDX > DT-COUNT OR DT-FOUND NOT = 0
         IF DT-FEED-IDX(DT-IDX) = FT-IDX
          MOVE DT-IDX TO DT-FOUND
         END-IF
        END-PERFORM.

      *The routing proof: every feed record due out this cut went to
      *exactly one file, and every file holds what the feed pass
      *counted for it.
       VERIFY-ROUTING.
        PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL FT-IDX > FT-COUNT
         IF FT-PRIOR(FT-IDX) NOT = "Y"
          AND FT-PARTNER-IDX(FT-IDX) NOT = 0
          IF PT-TWICE(FT-PARTNER-IDX(FT-IDX)) NOT = "Y"
           AND FT-RETURNED(FT-IDX) NOT = 1
           ADD 1 TO CNT-MISROUTED
           MOVE SPACES TO DIST-LINE
           STRING "*** SEQ=" DELIMITED BY SIZE
               FT-SEQ(FT-IDX) DELIMITED BY SIZE
               " WRITTEN TO " DELIMITED BY SIZE
               FT-RETURNED(FT-IDX) DELIMITED BY SIZE
               " FILES ***" DELIMITED BY SIZE
               INTO DIST-LINE
           END-STRING
           WRITE DIST-PRINT FROM DIST-LINE
          END-IF
         END-IF
        END-PERFORM.
        IF FT-OVERFLOW = "Y"
         MOVE "*** FEED TABLE FULL - CUT INCOMPLETE ***" TO DIST-LINE
         WRITE DIST-PRINT FROM DIST-LINE
         MOVE "N" TO VERDICT-OK
        END-IF.
        IF CNT-UNROUTED > 0 OR CNT-MISROUTED > 0 OR HELD-UNROUTED > 0
         MOVE "N" TO VERDICT-OK
        END-IF.

      *Two lines per partner: the file and what went in it this cut,
      *then the night's breakdown by feed status plus the held-back
      *and previously returned counts.
       REPORT-PARTNERS.
        PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
         MOVE SPACES TO DIST-LINE
         IF PT-TWICE(PT-IDX) = "Y"
          STRING "PARTNER=" DELIMITED BY SIZE
              PT-CODE(PT-IDX) DELIMITED BY SIZE
              " *** ON THE PARTNER MASTER MORE THAN ONCE - NOT CUT ***"
              DELIMITED BY SIZE
              INTO DIST-LINE
          END-STRING
          MOVE "N" TO VERDICT-OK
         ELSE
          IF PT-FILE-OK(PT-IDX) = "Y"
           IF PT-WRITTEN(PT-IDX) NOT = PT-NEW(PT-IDX)
            MOVE "N" TO VERDICT-OK
           END-IF
           STRING "PARTNER=" DELIMITED BY SIZE
               PT-CODE(PT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PT-NAME(PT-IDX) DELIMITED BY SIZE
               " FILE=" DELIMITED BY SIZE
               FUNCTION TRIM(RET-PREFIX) DELIMITED BY SIZE
               FUNCTION TRIM(PT-CODE(PT-IDX)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               DIST-NO DELIMITED BY SIZE
               ".txt RETURNED=" DELIMITED BY SIZE
               PT-WRITTEN(PT-IDX) DELIMITED BY SIZE
               " HASH=" DELIMITED BY SIZE
               PT-HASH(PT-IDX) DELIMITED BY SIZE
               INTO DIST-LINE
           END-STRING
          ELSE
           STRING "PARTNER=" DELIMITED BY SIZE
               PT-CODE(PT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PT-NAME(PT-IDX) DELIMITED BY SIZE
               " NO FILE THIS DISTRIBUTION" DELIMITED BY SIZE
               INTO DIST-LINE
           END-STRING
          END-IF
         END-IF
         WRITE DIST-PRINT FROM DIST-LINE
         MOVE SPACES TO DIST-LINE
         STRING "  OK=" DELIMITED BY SIZE
             PT-OK(PT-IDX) DELIMITED BY SIZE
             " REJECT=" DELIMITED BY SIZE
             PT-REJECT(PT-IDX) DELIMITED BY SIZE
             " DUPLICATE=" DELIMITED BY SIZE
             PT-DUP(PT-IDX) DELIMITED BY SIZE
             " TRUNCATED=" DELIMITED BY SIZE
             PT-TRUNC(PT-IDX) DELIMITED BY SIZE
             " NEEDKEY=" DELIMITED BY SIZE
             PT-NEEDKEY(PT-IDX) DELIMITED BY SIZE
             " HELD=" DELIMITED BY SIZE
             PT-HELD(PT-IDX) DELIMITED BY SIZE
             " PREVIOUSLY RETURNED=" DELIMITED BY SIZE
             PT-PRIOR(PT-IDX) DELIMITED BY SIZE
             INTO DIST-LINE
         END-STRING
         WRITE DIST-PRINT FROM DIST-LINE
        END-PERFORM.

      *The cut balanced against the solver's own counts: every
      *message read is either on the feed or still held, and the
      *reject, duplicate and review counts agree.
       WRITE-BALANCE.
        MOVE SPACES TO DIST-LINE.
        STRING "FEED RECORDS=" DELIMITED BY SIZE
            CNT-FEED DELIMITED BY SIZE
            " PREVIOUSLY RETURNED=" DELIMITED BY SIZE
            CNT-PRIOR DELIMITED BY SIZE
            " RETURNED NOW=" DELIMITED BY SIZE
            CNT-RETURNED DELIMITED BY SIZE
            " UNROUTED=" DELIMITED BY SIZE
            CNT-UNROUTED DELIMITED BY SIZE
            " HELD=" DELIMITED BY SIZE
            HELD-COUNT DELIMITED BY SIZE
            " FILES=" DELIMITED BY SIZE
            CNT-FILES DELIMITED BY SIZE
            INTO DIST-LINE
        END-STRING.
        WRITE DIST-PRINT FROM DIST-LINE.
        IF CNT-PRIOR + CNT-RETURNED + CNT-UNROUTED NOT = CNT-FEED
         MOVE "N" TO VERDICT-OK
        END-IF.
        MOVE "RECORDS   " TO BAL-LABEL.
        COMPUTE BAL-DIST = CNT-FEED + HELD-COUNT.
        MOVE TRL-RECS TO BAL-TRAILER.
        PERFORM WRITE-BALANCE-PAIR.
        MOVE "REJECTS   " TO BAL-LABEL.
        MOVE CNT-REJECT TO BAL-DIST.
        MOVE TRL-REJECTS TO BAL-TRAILER.
        PERFORM WRITE-BALANCE-PAIR.
        MOVE "DUPLICATES" TO BAL-LABEL.
        MOVE CNT-DUP TO BAL-DIST.
        MOVE TRL-DUPLICATES TO BAL-TRAILER.
        PERFORM WRITE-BALANCE-PAIR.
        MOVE "REVIEW    " TO BAL-LABEL.
        MOVE QUEUE-COUNT TO BAL-DIST.
        MOVE TRL-REVIEW TO BAL-TRAILER.
        PERFORM WRITE-BALANCE-PAIR.

       WRITE-BALANCE-PAIR.
        MOVE SPACES TO DIST-LINE.
        STRING BAL-LABEL DELIMITED BY SIZE
            " DIST=" DELIMITED BY SIZE
            BAL-DIST DELIMITED BY SIZE
            " TRAILER=" DELIMITED BY SIZE
            BAL-TRAILER DELIMITED BY SIZE
            INTO DIST-LINE
        END-STRING.
        IF BAL-DIST NOT = BAL-TRAILER
         STRING FUNCTION TRIM(DIST-LINE) DELIMITED BY SIZE
             " *** OUT OF BALANCE ***" DELIMITED BY SIZE
             INTO DIST-LINE
         END-STRING
         MOVE "N" TO VERDICT-OK
        END-IF.
        WRITE DIST-PRINT FROM DIST-LINE.

       WRITE-VERDICT.
        IF VERDICT-OK = "Y"
         MOVE "*** DISTRIBUTION CONTROL VERDICT: PASS ***" TO DIST-LINE
        ELSE
         MOVE "*** DISTRIBUTION CONTROL VERDICT: FAIL ***" TO DIST-LINE
        END-IF.
        WRITE DIST-PRINT FROM DIST-LINE.
        DISPLAY FUNCTION TRIM(DIST-LINE).

      *Only a passed cut is logged - a failed one never went out and
      *must be cut again in full.
       WRITE-LEDGER.
        OPEN EXTEND DISTLOG.
        IF DISTLOG-STATUS NOT = "00" AND DISTLOG-STATUS NOT = "05"
         DISPLAY "RETURN-DIST: CANNOT EXTEND LEDGER " DISTLOG-DSN
         MOVE 12 TO RETURN-CODE
         STOP RUN
        END-IF.
        PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL FT-IDX > FT-COUNT
         IF FT-RETURNED(FT-IDX) = 1
          MOVE PROC-DATE TO LL-PROC-DATE
          MOVE FT-SEQ(FT-IDX) TO LL-SEQ
          MOVE PT-CODE(FT-PARTNER-IDX(FT-IDX)) TO LL-PARTNER
          MOVE DIST-NO TO LL-DIST-NO
          MOVE TODAY-DATE TO LL-DIST-DATE
          WRITE DISTLOG-RECORD FROM LEDGER-LINE
         END-IF
        END-PERFORM.
        CLOSE DISTLOG.
       END PROGRAM RETURN-DIST.
