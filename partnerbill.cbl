      *override it for a late or re-issued invoice.
      *
      *Rate table layout, one record per mode:
      * cols 1-2  mode - one digit and a blank, or two digits
      *           ("9 " and "09" both price mode 9)
      * cols 3-9  rate per message, 9(5)V99 as seven digits
      *A mode with no rate record bills at zero and is flagged on the
      *report so a missing rate is a visible problem, not a free ride.
      *
      *Only delivered messages are priced. The acknowledgment results
      *FEED-ACK-MATCH keeps (ackresult.dat) and its carry-forward of
      *feed records still awaiting an ack (ackcarry.dat) decide each
      *message's fate: accepted downstream within the period - priced;
      *rejected ("R") - a credit line, never charged; no ack yet - a
      *pending line, billed when the ack arrives. A message from an
      *earlier period that was still pending at that month-end close
      *and is accepted inside this period is billed on this invoice
      *as a prior-period adjustment (BILLEXT credit-memo record, type
      *"M") - charged exactly once, on the invoice covering the day
      *its ack arrived. With neither file present (a shop not running
      *the feed) every message prices as delivered, as before.
      *
      *A partner suspended, reinstated, closed or added inside the
      *period has the change listed at the head of its section, from
      *the change log PARTNER-MAINT keeps (partlog.dat) - so a bill
      *that stops mid-month, or starts, explains itself. A partner
      *whose status changed but who sent nothing still gets a section
      *carrying the change and a zero total.
      *
      *Feed sequence numbers restart every run, so a result is found
      *by feed date and sequence (one cycle per processing date, as
      *FEED-ACK-MATCH already assumes) and partner. An analyst's
      *correction posted by SOLVE-REVIEW on a later day reached the
      *feed that later day, so it falls back to the first result for
      *its sequence and partner fed after its processing date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-BILL.
       ENVIRONMENT DIVISION.
       SELECT RATETAB ASSIGN TO DYNAMIC RATETAB-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS RATETAB-STATUS.
       SELECT OPTIONAL ACKRSLT ASSIGN TO DYNAMIC ACKRSLT-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ACKRSLT-STATUS.
       SELECT OPTIONAL CARRYIN ASSIGN TO DYNAMIC CARRYIN-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CARRYIN-STATUS.
       SELECT OPTIONAL PARTLOG ASSIGN TO DYNAMIC PARTLOG-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARTLOG-STATUS.
       SELECT BILLRPT ASSIGN TO DYNAMIC BILLRPT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS BILLRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 HIST-RECORD PIC X(1665).
       FD PARTMST RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Only the code (1-4) and billing name (6-35) are read here.
       01 PARTMST-RECORD PIC X(100).
       FD RATETAB RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 RATETAB-RECORD PIC X(20).
       FD ACKRSLT RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Result record as FEED-ACK-MATCH writes it: sequence 1-7, feed
      *date 9-16, disposition 18, ack date 20-27, partner 29-32.
       01 ACKRSLT-RECORD PIC X(40).
       FD CARRYIN RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Carry record: type 1 ("F" feed awaiting ack), sequence 3-9,
      *first-seen date 11-18, partner 22-25.
       01 CARRYIN-RECORD PIC X(30).
       FD PARTLOG RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Change log record as PARTNER-MAINT writes it: partner 1-4,
      *action 6, effective date 8-15, status before 17, status after
      *19, maintenance date 21-28, remark 30-69.
       01 PARTLOG-RECORD PIC X(70).
       FD BILLRPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 BILL-PRINT PIC X(132).
       FD BILLEXT RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Extract record: partner 1-4, mode 6-7 (two digits), count
      *8-14, rate 16-22 (9(5)V99 as digits), amount 24-35 (9(10)V99
      *as digits), record type 37 - blank for this period's charges,
      *"M" for a credit memo (prior-period adjustment, also charged).
       01 BILLEXT-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
       01 HIST-DSN PIC X(100) VALUE "history.dat".
       01 RATETAB-DSN PIC X(100) VALUE "ratetab.txt".
       01 BILLRPT-DSN PIC X(100) VALUE "billrpt.txt".
       01 BILLEXT-DSN PIC X(100) VALUE "billext.txt".
       01 ACKRSLT-DSN PIC X(100) VALUE "ackresult.dat".
       01 CARRYIN-DSN PIC X(100) VALUE "ackcarry.dat".
       01 PARTLOG-DSN PIC X(100) VALUE "partlog.dat".
       01 ENV-OVERRIDE PIC X(100).
       01 HIST-STATUS PIC X(2).
       01 PARTMST-STATUS PIC X(2).
       01 RATETAB-STATUS PIC X(2).
       01 BILLRPT-STATUS PIC X(2).
       01 BILLEXT-STATUS PIC X(2).
       01 ACKRSLT-STATUS PIC X(2).
       01 CARRYIN-STATUS PIC X(2).
       01 PARTLOG-STATUS PIC X(2).
       01 HIST-EOF PIC 9 VALUE 0.
       01 PART-EOF PIC 9 VALUE 0.
       01 RATE-EOF PIC 9 VALUE 0.
       01 ACK-EOF PIC 9 VALUE 0.
       01 CARRY-EOF PIC 9 VALUE 0.
       01 LOG-EOF PIC 9 VALUE 0.
      *Only the fields billing needs - the record travels no further.
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
      *Billing period, defaulted to the current month below.
       01 BILL-FROM PIC 9(8).
       01 BILL-TO PIC 9(8).
       01 TODAY-DATE PIC 9(8).
      *Acknowledgment outcomes. Only results acked inside the period
      *matter: a current-period message acked later is still pending
      *on this invoice, and a prior-period message acked earlier was
      *settled on an earlier one. ACK-BILLING stays "N" when neither
      *file exists, and every message then prices as delivered.
       01 ACK-BILLING PIC X(1) VALUE "N".
       01 AR-COUNT PIC 9(5) VALUE 0.
       01 AR-TABLE.
        05 AR-ENTRY OCCURS 20000 TIMES.
         10 AR-SEQ PIC 9(7).
         10 AR-FEED-DATE PIC 9(8).
         10 AR-DISP PIC X(1).
         10 AR-PARTNER PIC X(4).
       01 AR-IDX PIC 9(5).
       01 AR-FOUND PIC 9(5).
      *Feed records still awaiting an ack, from the carry-forward.
       01 CY-COUNT PIC 9(5) VALUE 0.
       01 CY-TABLE.
        05 CY-ENTRY OCCURS 20000 TIMES.
         10 CY-SEQ PIC 9(7).
         10 CY-DATE PIC 9(8).
         10 CY-PARTNER PIC X(4).
       01 CY-IDX PIC 9(5).
       01 CY-FOUND PIC 9(5).
       01 ACK-OVERFLOW PIC X(1) VALUE "N".
      *Earliest feed date on either table - history older than this
      *cannot be a prior-period adjustment or a carried pending item.
       01 LOOK-FROM PIC 9(8).
       01 BEST-DATE PIC 9(8).
      *Review-held records (run id + sequence) seen so far: a later
      *unflagged record with the same key is the analyst's posted
      *correction, which may have reached the feed on a later day.
       01 RV-COUNT PIC 9(4) VALUE 0.
       01 RV-TABLE.
        05 RV-ENTRY OCCURS 2000 TIMES.
         10 RV-RUN-ID PIC X(14).
         10 RV-SEQ PIC 9(7).
       01 RV-IDX PIC 9(4).
       01 IS-CORRECTION PIC X(1).
      *A billable message's fate: "D" delivered (priced), "A" prior-
      *period adjustment (priced), "C" rejected downstream (credit),
      *"P" pending acknowledgment, blank not on this invoice.
       01 BILL-CLASS PIC X(1).
      *Partner names from the master, and the billing accumulators -
      *one bucket per partner code actually seen on history, so a
      *code that slipped past the edit (or predates it) still shows
       01 BILL-TABLE.
        05 BILL-ENTRY OCCURS 50 TIMES.
         10 BILL-PARTNER PIC X(4).
         10 BILL-MODE-CNT PIC 9(7) OCCURS 12 TIMES.
         10 BILL-ADJ-CNT PIC 9(7) OCCURS 12 TIMES.
         10 BILL-CREDIT-CNT PIC 9(7) OCCURS 12 TIMES.
         10 BILL-PEND-CNT PIC 9(7) OCCURS 12 TIMES.
       01 BILL-IDX PIC 9(2).
       01 BILL-FOUND PIC 9(2).
      *Partner status changes effective inside the period, in the
      *order they were keyed.
       01 SC-COUNT PIC 9(3) VALUE 0.
       01 SC-TABLE.
        05 SC-ENTRY OCCURS 500 TIMES.
         10 SC-PARTNER PIC X(4).
         10 SC-DATE PIC X(8).
         10 SC-ACTION PIC X(1).
         10 SC-OLD PIC X(1).
         10 SC-NEW PIC X(1).
         10 SC-REMARK PIC X(40).
       01 SC-IDX PIC 9(3).
       01 SC-OVERFLOW PIC X(1) VALUE "N".
       01 STATUS-WORD PIC X(9).
       01 OLD-STATUS-WORD PIC X(9).
       01 SC-CODE PIC X(1).
      *9(2), not 9(1) - the mode loops run UNTIL the index passes
      *its ceiling, and a one-digit field would wrap to zero instead.
       01 MODE-IDX PIC 9(2).
      *Per-mode rates from the rate table; RATE-PRESENT says whether
      *a real rate record was loaded for the mode.
       01 RATE-TABLE.
        05 RATE-ENTRY OCCURS 12 TIMES.
         10 MODE-RATE PIC 9(5)V99.
         10 RATE-PRESENT PIC X(1).
      *The raw seven digits land in the X view first - a direct
      *number and lose the implied decimal places.
       01 WORK-RATE-X PIC X(7).
       01 WORK-RATE REDEFINES WORK-RATE-X PIC 9(5)V99.
       01 EXT-MODE PIC 9(2).
      *The rate-table mode field, left-justified in the record.
       01 RATE-MODE-X PIC X(2).
      *Invoice arithmetic and edited print fields
       01 LINE-AMOUNT PIC 9(10)V99.
       01 PARTNER-TOTAL PIC 9(10)V99.
       01 PARTNER-NAME PIC X(30).
       01 BILL-LINE PIC X(132).
       01 EXT-LINE PIC X(40).
       01 EXT-COUNT PIC 9(7).
       01 EXT-TYPE PIC X(1).
       01 CREDIT-TOTAL PIC 9(10)V99.
      *Run tallies for the console line
       01 CNT-READ PIC 9(7) VALUE 0.
       01 CNT-BILLED PIC 9(7) VALUE 0.
       01 CNT-OUTSIDE PIC 9(7) VALUE 0.
       01 CNT-UNBILLABLE PIC 9(7) VALUE 0.
       01 CNT-ADJUSTED PIC 9(7) VALUE 0.
       01 CNT-CREDITED PIC 9(7) VALUE 0.
       01 CNT-PENDING PIC 9(7) VALUE 0.
       01 UNKNOWN-PARTNER PIC X(1) VALUE "N".
       PROCEDURE DIVISION.
       PERFORM INIT-DATASETS.
       END-IF.
       PERFORM LOAD-PARTNER-MASTER.
       PERFORM LOAD-RATE-TABLE.
       PERFORM LOAD-ACK-RESULTS.
       PERFORM LOAD-ACK-CARRY.
       PERFORM SWEEP-HISTORY.
       PERFORM LOAD-STATUS-CHANGES.
       PERFORM WRITE-INVOICES.
       CLOSE BILLRPT, BILLEXT.
       DISPLAY "PARTNER-BILL: RECORDS READ=" CNT-READ
           " BILLED=" CNT-BILLED
           " OUTSIDE PERIOD=" CNT-OUTSIDE
           " UNBILLABLE=" CNT-UNBILLABLE
           " ADJUSTED=" CNT-ADJUSTED
           " CREDITED=" CNT-CREDITED
           " PENDING=" CNT-PENDING.
      *A partner code on history that is not on the master means the
      *invoice has a section nobody can send out - warn the scheduler.
       IF UNKNOWN-PARTNER = "Y"
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_BILLEXT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO BILLEXT-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_ACKRESULT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO ACKRSLT-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_ACKCARRY"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO CARRYIN-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PARTLOG"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO PARTLOG-DSN
        END-IF.

      *The billing period: first of the current month through today
      *One rate per mode. A mode left out of the table keeps a zero
      *rate and RATE-PRESENT of "N" so the invoice can flag it.
       LOAD-RATE-TABLE.
        PERFORM VARYING MODE-IDX FROM 1 BY 1 UNTIL MODE-IDX > 12
         MOVE 0 TO MODE-RATE(MODE-IDX)
         MOVE "N" TO RATE-PRESENT(MODE-IDX)
        END-PERFORM.
         PERFORM UNTIL RATE-EOF = 1
          READ RATETAB AT END MOVE 1 TO RATE-EOF
           NOT AT END
            PERFORM LOAD-ONE-RATE
          END-READ
         END-PERFORM
         CLOSE RATETAB
             " - ALL MODES BILL AT ZERO"
        END-IF.

      *A one-digit mode sits in column 1 with column 2 blank; a
      *two-digit mode fills both. Anything else, or a mode outside
      *1-12, is not a rate record and is passed over.
       LOAD-ONE-RATE.
        MOVE 0 TO MODE-IDX.
        MOVE RATETAB-RECORD(1:2) TO RATE-MODE-X.
        IF RATE-MODE-X(1:1) IS NUMERIC AND RATE-MODE-X(2:1) = SPACE
         MOVE RATE-MODE-X(1:1) TO MODE-IDX
        ELSE
         IF RATE-MODE-X IS NUMERIC
          MOVE RATE-MODE-X TO MODE-IDX
         END-IF
        END-IF.
        IF MODE-IDX >= 1 AND MODE-IDX <= 12
         AND RATETAB-RECORD(3:7) IS NUMERIC
         MOVE RATETAB-RECORD(3:7) TO WORK-RATE-X
         MOVE WORK-RATE TO MODE-RATE(MODE-IDX)
         MOVE "Y" TO RATE-PRESENT(MODE-IDX)
        END-IF.

      *Results acked inside the period, latest outcome per feed date,
      *sequence and partner (a rerun of FEED-ACK-MATCH appends the
      *same night again).
       LOAD-ACK-RESULTS.
        MOVE BILL-FROM TO LOOK-FROM.
        OPEN INPUT ACKRSLT.
        IF ACKRSLT-STATUS = "00"
         MOVE "Y" TO ACK-BILLING
         PERFORM UNTIL ACK-EOF = 1
          READ ACKRSLT AT END MOVE 1 TO ACK-EOF
           NOT AT END
            IF ACKRSLT-RECORD(1:7) IS NUMERIC
             AND ACKRSLT-RECORD(9:8) IS NUMERIC
             AND ACKRSLT-RECORD(20:8) IS NUMERIC
             AND ACKRSLT-RECORD(20:8) >= BILL-FROM
             AND ACKRSLT-RECORD(20:8) <= BILL-TO
             PERFORM ADD-ACK-RESULT
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE ACKRSLT.

       ADD-ACK-RESULT.
        MOVE 0 TO AR-FOUND.
        PERFORM VARYING AR-IDX FROM 1 BY 1
         UNTIL AR-IDX > AR-COUNT OR AR-FOUND NOT = 0
         IF AR-SEQ(AR-IDX) = ACKRSLT-RECORD(1:7)
          AND AR-FEED-DATE(AR-IDX) = ACKRSLT-RECORD(9:8)
          AND AR-PARTNER(AR-IDX) = ACKRSLT-RECORD(29:4)
          MOVE AR-IDX TO AR-FOUND
         END-IF
        END-PERFORM.
        IF AR-FOUND = 0
         IF AR-COUNT < 20000
          ADD 1 TO AR-COUNT
          MOVE AR-COUNT TO AR-FOUND
          MOVE ACKRSLT-RECORD(1:7) TO AR-SEQ(AR-FOUND)
          MOVE ACKRSLT-RECORD(9:8) TO AR-FEED-DATE(AR-FOUND)
          MOVE ACKRSLT-RECORD(29:4) TO AR-PARTNER(AR-FOUND)
          IF AR-FEED-DATE(AR-FOUND) < LOOK-FROM
           MOVE AR-FEED-DATE(AR-FOUND) TO LOOK-FROM
          END-IF
         ELSE
          MOVE "Y" TO ACK-OVERFLOW
         END-IF
        END-IF.
        IF AR-FOUND NOT = 0
         MOVE ACKRSLT-RECORD(18:1) TO AR-DISP(AR-FOUND)
        END-IF.

      *Feed records still waiting for an ack as of the last match.
       LOAD-ACK-CARRY.
        OPEN INPUT CARRYIN.
        IF CARRYIN-STATUS = "00"
         MOVE "Y" TO ACK-BILLING
         PERFORM UNTIL CARRY-EOF = 1
          READ CARRYIN AT END MOVE 1 TO CARRY-EOF
           NOT AT END
            IF CARRYIN-RECORD(1:1) = "F"
             AND CARRYIN-RECORD(3:7) IS NUMERIC
             AND CARRYIN-RECORD(11:8) IS NUMERIC
             IF CY-COUNT < 20000
              ADD 1 TO CY-COUNT
              MOVE CARRYIN-RECORD(3:7) TO CY-SEQ(CY-COUNT)
              MOVE CARRYIN-RECORD(11:8) TO CY-DATE(CY-COUNT)
              MOVE CARRYIN-RECORD(22:4) TO CY-PARTNER(CY-COUNT)
              IF CY-DATE(CY-COUNT) < LOOK-FROM
               MOVE CY-DATE(CY-COUNT) TO LOOK-FROM
              END-IF
             ELSE
              MOVE "Y" TO ACK-OVERFLOW
             END-IF
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE CARRYIN.

      *One pass over the history master, tallying billable messages
      *by partner and mode. Rejected cards (mode outside 1-12) carry
      *no deliverable result and are not billed.
       SWEEP-HISTORY.
        OPEN INPUT HISTFILE.
      *modes) carried no deliverable result. Review-held provisional
      *verdicts (flag "R") are skipped too: the analyst's correction
      *lands on history unflagged and bills instead, so counting the
      *"R" record would invoice the message twice. A run taken back
      *out by RUN-BACKOUT (flag "B") was reversed downstream and is
      *never billed. A billable message from before the period can
      *still land on this invoice as an adjustment, credit or pending
      *line - see CLASSIFY-DELIVERY.
       TALLY-HISTORY-RECORD.
        IF HIST-FLAG = "R"
         AND HIST-PROC-DATE >= LOOK-FROM AND HIST-PROC-DATE <= BILL-TO
         PERFORM ADD-REVIEW-KEY
        END-IF.
        IF HIST-MODE < 1 OR HIST-MODE > 12
         OR HIST-FLAG = "D" OR HIST-FLAG = "X" OR HIST-FLAG = "R"
         OR HIST-FLAG = "B"
         IF HIST-PROC-DATE < BILL-FROM OR HIST-PROC-DATE > BILL-TO
          ADD 1 TO CNT-OUTSIDE
         ELSE
          ADD 1 TO CNT-UNBILLABLE
         END-IF
        ELSE
         MOVE SPACE TO BILL-CLASS
         IF HIST-PROC-DATE >= LOOK-FROM AND HIST-PROC-DATE <= BILL-TO
          PERFORM CLASSIFY-DELIVERY
         END-IF
         IF BILL-CLASS = SPACE
          ADD 1 TO CNT-OUTSIDE
         ELSE
          PERFORM FIND-BILL-BUCKET
          IF BILL-FOUND NOT = 0
           PERFORM POST-BILL-CLASS
          ELSE
           ADD 1 TO CNT-UNBILLABLE
          END-IF
         END-IF
        END-IF.

       ADD-REVIEW-KEY.
        IF RV-COUNT < 2000
         ADD 1 TO RV-COUNT
         MOVE HIST-RUN-ID TO RV-RUN-ID(RV-COUNT)
         MOVE HIST-SEQ TO RV-SEQ(RV-COUNT)
        ELSE
         MOVE "Y" TO ACK-OVERFLOW
        END-IF.

      *This period's messages: accepted - delivered; rejected - a
      *credit; no result yet - pending. An earlier period's message
      *appears only if its outcome arrived in this period (accepted -
      *adjustment, rejected - credit) or it is still on the carry-
      *forward awaiting an ack (pending); otherwise it was settled on
      *an earlier invoice.
       CLASSIFY-DELIVERY.
        IF ACK-BILLING NOT = "Y"
         IF HIST-PROC-DATE >= BILL-FROM
          MOVE "D" TO BILL-CLASS
         END-IF
        ELSE
         PERFORM CHECK-CORRECTION
         PERFORM FIND-ACK-RESULT
         IF HIST-PROC-DATE >= BILL-FROM
          EVALUATE TRUE
           WHEN AR-FOUND = 0
            MOVE "P" TO BILL-CLASS
           WHEN AR-DISP(AR-FOUND) = "R"
            MOVE "C" TO BILL-CLASS
           WHEN OTHER
            MOVE "D" TO BILL-CLASS
          END-EVALUATE
         ELSE
          IF AR-FOUND NOT = 0
           IF AR-DISP(AR-FOUND) = "R"
            MOVE "C" TO BILL-CLASS
           ELSE
            MOVE "A" TO BILL-CLASS
           END-IF
          ELSE
           PERFORM FIND-CARRY-ENTRY
           IF CY-FOUND NOT = 0
            MOVE "P" TO BILL-CLASS
           END-IF
          END-IF
         END-IF
        END-IF.

       CHECK-CORRECTION.
        MOVE "N" TO IS-CORRECTION.
        PERFORM VARYING RV-IDX FROM 1 BY 1
         UNTIL RV-IDX > RV-COUNT OR IS-CORRECTION = "Y"
         IF RV-RUN-ID(RV-IDX) = HIST-RUN-ID
          AND RV-SEQ(RV-IDX) = HIST-SEQ
          MOVE "Y" TO IS-CORRECTION
         END-IF
        END-PERFORM.

      *Exact match on feed date and sequence (partner too, where the
      *result carries one); a posted correction falls back to the
      *earliest later-fed result for its sequence and partner.
       FIND-ACK-RESULT.
        MOVE 0 TO AR-FOUND.
        PERFORM VARYING AR-IDX FROM 1 BY 1
         UNTIL AR-IDX > AR-COUNT OR AR-FOUND NOT = 0
         IF AR-SEQ(AR-IDX) = HIST-SEQ
          AND AR-FEED-DATE(AR-IDX) = HIST-PROC-DATE
          AND (AR-PARTNER(AR-IDX) = HIST-PARTNER
           OR AR-PARTNER(AR-IDX) = SPACES)
          MOVE AR-IDX TO AR-FOUND
         END-IF
        END-PERFORM.
        IF AR-FOUND = 0 AND IS-CORRECTION = "Y"
         MOVE 99999999 TO BEST-DATE
         PERFORM VARYING AR-IDX FROM 1 BY 1 UNTIL AR-IDX > AR-COUNT
          IF AR-SEQ(AR-IDX) = HIST-SEQ
           AND AR-PARTNER(AR-IDX) = HIST-PARTNER
           AND AR-FEED-DATE(AR-IDX) > HIST-PROC-DATE
           AND AR-FEED-DATE(AR-IDX) < BEST-DATE
           MOVE AR-IDX TO AR-FOUND
           MOVE AR-FEED-DATE(AR-IDX) TO BEST-DATE
          END-IF
         END-PERFORM
        END-IF.

       FIND-CARRY-ENTRY.
        MOVE 0 TO CY-FOUND.
        PERFORM VARYING CY-IDX FROM 1 BY 1
         UNTIL CY-IDX > CY-COUNT OR CY-FOUND NOT = 0
         IF CY-SEQ(CY-IDX) = HIST-SEQ
          AND CY-DATE(CY-IDX) = HIST-PROC-DATE
          AND (CY-PARTNER(CY-IDX) = HIST-PARTNER
           OR CY-PARTNER(CY-IDX) = SPACES)
          MOVE CY-IDX TO CY-FOUND
         END-IF
        END-PERFORM.
        IF CY-FOUND = 0 AND IS-CORRECTION = "Y"
         MOVE 99999999 TO BEST-DATE
         PERFORM VARYING CY-IDX FROM 1 BY 1 UNTIL CY-IDX > CY-COUNT
          IF CY-SEQ(CY-IDX) = HIST-SEQ
           AND CY-PARTNER(CY-IDX) = HIST-PARTNER
           AND CY-DATE(CY-IDX) > HIST-PROC-DATE
           AND CY-DATE(CY-IDX) < BEST-DATE
           MOVE CY-IDX TO CY-FOUND
           MOVE CY-DATE(CY-IDX) TO BEST-DATE
          END-IF
         END-PERFORM
        END-IF.

       POST-BILL-CLASS.
        EVALUATE BILL-CLASS
         WHEN "D"
          ADD 1 TO BILL-MODE-CNT(BILL-FOUND, HIST-MODE)
          ADD 1 TO CNT-BILLED
         WHEN "A"
          ADD 1 TO BILL-ADJ-CNT(BILL-FOUND, HIST-MODE)
          ADD 1 TO CNT-ADJUSTED
         WHEN "C"
          ADD 1 TO BILL-CREDIT-CNT(BILL-FOUND, HIST-MODE)
          ADD 1 TO CNT-CREDITED
         WHEN "P"
          ADD 1 TO BILL-PEND-CNT(BILL-FOUND, HIST-MODE)
          ADD 1 TO CNT-PENDING
        END-EVALUATE.

      *Status changes (add, suspend, reinstate, close - a detail
      *change leaves the status alone and is not billing's concern)
      *effective inside the period. Loaded after the history sweep so
      *partners with traffic keep their place on the report, and a
      *partner with none is given a section of its own. A missing log
      *means no partner has ever been maintained through the system.
       LOAD-STATUS-CHANGES.
        OPEN INPUT PARTLOG.
        IF PARTLOG-STATUS = "00"
         PERFORM UNTIL LOG-EOF = 1
          READ PARTLOG AT END MOVE 1 TO LOG-EOF
           NOT AT END
            IF PARTLOG-RECORD(8:8) IS NUMERIC
             AND PARTLOG-RECORD(8:8) >= BILL-FROM
             AND PARTLOG-RECORD(8:8) <= BILL-TO
             AND PARTLOG-RECORD(17:1) NOT = PARTLOG-RECORD(19:1)
             PERFORM ADD-STATUS-CHANGE
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE PARTLOG.

       ADD-STATUS-CHANGE.
        IF SC-COUNT < 500
         ADD 1 TO SC-COUNT
         MOVE PARTLOG-RECORD(1:4) TO SC-PARTNER(SC-COUNT)
         MOVE PARTLOG-RECORD(8:8) TO SC-DATE(SC-COUNT)
         MOVE PARTLOG-RECORD(6:1) TO SC-ACTION(SC-COUNT)
         MOVE PARTLOG-RECORD(17:1) TO SC-OLD(SC-COUNT)
         MOVE PARTLOG-RECORD(19:1) TO SC-NEW(SC-COUNT)
         MOVE PARTLOG-RECORD(30:40) TO SC-REMARK(SC-COUNT)
         MOVE PARTLOG-RECORD(1:4) TO HIST-PARTNER
         PERFORM FIND-BILL-BUCKET
        ELSE
         MOVE "Y" TO SC-OVERFLOW
        END-IF.

      *Finds (or opens) the accumulator bucket for HIST-PARTNER. A
      *full table only loses the overflow partners' detail lines, and
      *the console tally makes that loss visible.
        IF BILL-FOUND = 0 AND BILL-COUNT < 50
         ADD 1 TO BILL-COUNT
         MOVE HIST-PARTNER TO BILL-PARTNER(BILL-COUNT)
         PERFORM VARYING MODE-IDX FROM 1 BY 1 UNTIL MODE-IDX > 12
          MOVE 0 TO BILL-MODE-CNT(BILL-COUNT, MODE-IDX)
          MOVE 0 TO BILL-ADJ-CNT(BILL-COUNT, MODE-IDX)
          MOVE 0 TO BILL-CREDIT-CNT(BILL-COUNT, MODE-IDX)
          MOVE 0 TO BILL-PEND-CNT(BILL-COUNT, MODE-IDX)
         END-PERFORM
         MOVE BILL-COUNT TO BILL-FOUND
        END-IF.
            INTO BILL-LINE
        END-STRING.
        WRITE BILL-PRINT FROM BILL-LINE.
        IF ACK-BILLING NOT = "Y"
         MOVE "NO ACKNOWLEDGMENT RESULTS - ALL PRICED AS DELIVERED"
          TO BILL-LINE
         WRITE BILL-PRINT FROM BILL-LINE
        END-IF.
        MOVE 0 TO GRAND-TOTAL.
        MOVE 0 TO CREDIT-TOTAL.
        PERFORM VARYING BILL-IDX FROM 1 BY 1
         UNTIL BILL-IDX > BILL-COUNT
         PERFORM WRITE-ONE-INVOICE
            INTO BILL-LINE
        END-STRING.
        WRITE BILL-PRINT FROM BILL-LINE.
        IF ACK-BILLING = "Y"
         MOVE CREDIT-TOTAL TO ED-AMOUNT
         MOVE SPACES TO BILL-LINE
         STRING "PRIOR-PERIOD ADJUSTMENTS=" DELIMITED BY SIZE
             CNT-ADJUSTED DELIMITED BY SIZE
             " CREDITED=" DELIMITED BY SIZE
             CNT-CREDITED DELIMITED BY SIZE
             " (NOT CHARGED " DELIMITED BY SIZE
             ED-AMOUNT DELIMITED BY SIZE
             ") PENDING ACK=" DELIMITED BY SIZE
             CNT-PENDING DELIMITED BY SIZE
             INTO BILL-LINE
         END-STRING
         WRITE BILL-PRINT FROM BILL-LINE
        END-IF.
        IF ACK-OVERFLOW = "Y"
         MOVE "*** ACK TABLE FULL - CREDIT/PENDING LINES INCOMPLETE ***"
          TO BILL-LINE
         WRITE BILL-PRINT FROM BILL-LINE
        END-IF.
        IF SC-OVERFLOW = "Y"
         MOVE "*** STATUS CHANGE TABLE FULL - CHANGES MISSING ***"
          TO BILL-LINE
         WRITE BILL-PRINT FROM BILL-LINE
        END-IF.

       WRITE-ONE-INVOICE.
        PERFORM FIND-PARTNER-NAME.
            INTO BILL-LINE
        END-STRING.
        WRITE BILL-PRINT FROM BILL-LINE.
        PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
         IF SC-PARTNER(SC-IDX) = BILL-PARTNER(BILL-IDX)
          PERFORM WRITE-STATUS-CHANGE-LINE
         END-IF
        END-PERFORM.
        MOVE 0 TO PARTNER-TOTAL.
        PERFORM VARYING MODE-IDX FROM 1 BY 1 UNTIL MODE-IDX > 12
         IF BILL-MODE-CNT(BILL-IDX, MODE-IDX) > 0
          PERFORM WRITE-INVOICE-LINE
         END-IF
        END-PERFORM.
        PERFORM VARYING MODE-IDX FROM 1 BY 1 UNTIL MODE-IDX > 12
         IF BILL-ADJ-CNT(BILL-IDX, MODE-IDX) > 0
          PERFORM WRITE-ADJUSTMENT-LINE
         END-IF
        END-PERFORM.
        PERFORM VARYING MODE-IDX FROM 1 BY 1 UNTIL MODE-IDX > 12
         IF BILL-CREDIT-CNT(BILL-IDX, MODE-IDX) > 0
          PERFORM WRITE-CREDIT-LINE
         END-IF
        END-PERFORM.
        PERFORM VARYING MODE-IDX FROM 1 BY 1 UNTIL MODE-IDX > 12
         IF BILL-PEND-CNT(BILL-IDX, MODE-IDX) > 0
          PERFORM WRITE-PENDING-LINE
         END-IF
        END-PERFORM.
        MOVE PARTNER-TOTAL TO ED-AMOUNT.
        MOVE SPACES TO BILL-LINE.
        STRING "  PARTNER TOTAL " DELIMITED BY SIZE
         END-STRING
        END-IF.
        WRITE BILL-PRINT FROM BILL-LINE.
        MOVE BILL-MODE-CNT(BILL-IDX, MODE-IDX) TO EXT-COUNT.
        MOVE SPACE TO EXT-TYPE.
        PERFORM WRITE-EXTRACT-RECORD.

      *Messages from an earlier period acked inside this one - priced
      *at today's rate, charged here, and carried on the extract as a
      *credit memo so accounting posts them against the old period.
       WRITE-ADJUSTMENT-LINE.
        PERFORM SET-MODE-LABEL.
        COMPUTE LINE-AMOUNT = MODE-RATE(MODE-IDX)
         * BILL-ADJ-CNT(BILL-IDX, MODE-IDX).
        ADD LINE-AMOUNT TO PARTNER-TOTAL.
        ADD LINE-AMOUNT TO GRAND-TOTAL.
        MOVE BILL-ADJ-CNT(BILL-IDX, MODE-IDX) TO ED-COUNT.
        MOVE MODE-RATE(MODE-IDX) TO ED-RATE.
        MOVE LINE-AMOUNT TO ED-AMOUNT.
        MOVE SPACES TO BILL-LINE.
        STRING "  PRIOR-PERIOD ADJUSTMENT MODE " DELIMITED BY SIZE
            MODE-IDX DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            MODE-LABEL DELIMITED BY SIZE
            " COUNT=" DELIMITED BY SIZE
            ED-COUNT DELIMITED BY SIZE
            " RATE=" DELIMITED BY SIZE
            ED-RATE DELIMITED BY SIZE
            " AMOUNT=" DELIMITED BY SIZE
            ED-AMOUNT DELIMITED BY SIZE
            INTO BILL-LINE
        END-STRING.
        WRITE BILL-PRINT FROM BILL-LINE.
        MOVE BILL-ADJ-CNT(BILL-IDX, MODE-IDX) TO EXT-COUNT.
        MOVE "M" TO EXT-TYPE.
        PERFORM WRITE-EXTRACT-RECORD.

      *Rejected downstream: shown at what it would have cost, never
      *added to the partner total.
       WRITE-CREDIT-LINE.
        PERFORM SET-MODE-LABEL.
        COMPUTE LINE-AMOUNT = MODE-RATE(MODE-IDX)
         * BILL-CREDIT-CNT(BILL-IDX, MODE-IDX).
        ADD LINE-AMOUNT TO CREDIT-TOTAL.
        MOVE BILL-CREDIT-CNT(BILL-IDX, MODE-IDX) TO ED-COUNT.
        MOVE MODE-RATE(MODE-IDX) TO ED-RATE.
        MOVE LINE-AMOUNT TO ED-AMOUNT.
        MOVE SPACES TO BILL-LINE.
        STRING "  CREDIT  MODE " DELIMITED BY SIZE
            MODE-IDX DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            MODE-LABEL DELIMITED BY SIZE
            " COUNT=" DELIMITED BY SIZE
            ED-COUNT DELIMITED BY SIZE
            " RATE=" DELIMITED BY SIZE
            ED-RATE DELIMITED BY SIZE
            " CREDITED=" DELIMITED BY SIZE
            ED-AMOUNT DELIMITED BY SIZE
            " (REJECTED DOWNSTREAM - NOT CHARGED)" DELIMITED BY SIZE
            INTO BILL-LINE
        END-STRING.
        WRITE BILL-PRINT FROM BILL-LINE.

       WRITE-PENDING-LINE.
        PERFORM SET-MODE-LABEL.
        MOVE BILL-PEND-CNT(BILL-IDX, MODE-IDX) TO ED-COUNT.
        MOVE SPACES TO BILL-LINE.
        STRING "  PENDING MODE " DELIMITED BY SIZE
            MODE-IDX DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            MODE-LABEL DELIMITED BY SIZE
            " COUNT=" DELIMITED BY SIZE
            ED-COUNT DELIMITED BY SIZE
            " (AWAITING ACKNOWLEDGMENT - BILLED WHEN ACKNOWLEDGED)"
             DELIMITED BY SIZE
            INTO BILL-LINE
        END-STRING.
        WRITE BILL-PRINT FROM BILL-LINE.

       WRITE-EXTRACT-RECORD.
        MOVE SPACES TO EXT-LINE.
        MOVE BILL-PARTNER(BILL-IDX) TO EXT-LINE(1:4).
        MOVE MODE-IDX TO EXT-MODE.
        MOVE EXT-MODE TO EXT-LINE(6:2).
        MOVE EXT-COUNT TO EXT-LINE(8:7).
        MOVE MODE-RATE(MODE-IDX) TO EXT-RATE.
        MOVE EXT-RATE-X TO EXT-LINE(16:7).
        MOVE LINE-AMOUNT TO EXT-AMOUNT.
        MOVE EXT-AMOUNT-X TO EXT-LINE(24:12).
        MOVE EXT-TYPE TO EXT-LINE(37:1).
        WRITE BILLEXT-RECORD FROM EXT-LINE.

       WRITE-STATUS-CHANGE-LINE.
        MOVE SC-OLD(SC-IDX) TO SC-CODE.
        PERFORM SET-STATUS-WORD.
        MOVE STATUS-WORD TO OLD-STATUS-WORD.
        MOVE SC-NEW(SC-IDX) TO SC-CODE.
        PERFORM SET-STATUS-WORD.
        IF SC-ACTION(SC-IDX) = "A"
         MOVE "NEW      " TO OLD-STATUS-WORD
        END-IF.
        MOVE SPACES TO BILL-LINE.
        STRING "  STATUS CHANGE EFFECTIVE " DELIMITED BY SIZE
            SC-DATE(SC-IDX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            OLD-STATUS-WORD DELIMITED BY SIZE
            " -> " DELIMITED BY SIZE
            STATUS-WORD DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            SC-REMARK(SC-IDX) DELIMITED BY SIZE
            INTO BILL-LINE
        END-STRING.
        WRITE BILL-PRINT FROM BILL-LINE.

       SET-STATUS-WORD.
        EVALUATE SC-CODE
         WHEN "S" MOVE "SUSPENDED" TO STATUS-WORD
         WHEN "C" MOVE "CLOSED   " TO STATUS-WORD
         WHEN OTHER MOVE "ACTIVE   " TO STATUS-WORD
        END-EVALUATE.

       FIND-PARTNER-NAME.
        MOVE SPACES TO PARTNER-NAME.
        PERFORM VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MST-COUNT
         WHEN 6 MOVE "VIGSOLVE  " TO MODE-LABEL
         WHEN 7 MOVE "TRANSPOSE " TO MODE-LABEL
         WHEN 8 MOVE "TRDECRYPT " TO MODE-LABEL
         WHEN 9 MOVE "AFFINE    " TO MODE-LABEL
         WHEN 10 MOVE "AFFDECRYPT" TO MODE-LABEL
         WHEN 11 MOVE "AFFSOLVE  " TO MODE-LABEL
         WHEN 12 MOVE "IDENTIFY  " TO MODE-LABEL
         WHEN OTHER MOVE "UNKNOWN   " TO MODE-LABEL
        END-EVALUATE.
       END PROGRAM PARTNER-BILL.
