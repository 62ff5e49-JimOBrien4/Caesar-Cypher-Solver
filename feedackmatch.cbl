      *"A" accepted, "R" rejected.
      *Carry record layout: type in 1 ("F" feed awaiting ack, "A"
      *ack awaiting feed record), sequence 3-9, first-seen date
      *11-18, ack disposition 20 (type "A" only), partner 22-25
      *(type "F" only; blank on carries written before it was kept).
      *
      *Every ack that finds its feed record is also appended to the
      *acknowledgment results file (ackresult.dat), which keeps
      *history - the nightly ack file is replaced each night, and
      *PARTNER-BILL needs a whole month of outcomes to price only
      *what was delivered. Result record layout: sequence 1-7, feed
      *date 9-16 (the night the feed record was first expected),
      *disposition 18, ack date 20-27, partner 29-32. A rerun of the
      *same night appends the same results again; PARTNER-BILL keeps
      *the last result per feed date, sequence and partner.
      *
      *Feed records with REJECT or DUPLICATE status are excluded -
      *the loader drops those by design, so no ack is ever expected.
      *
      *The night's date (feed, ack and carry dates) is the business
      *date in CAESAR_BUSDATE when one is set, today otherwise - a
      *cycle that runs past midnight, or is restarted the next
      *morning, must still date the feed with the date the solver
      *stamped on history, or PARTNER-BILL never finds the result.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-ACK-MATCH.
       ENVIRONMENT DIVISION.
       SELECT OPTIONAL CARRYIN ASSIGN TO DYNAMIC CARRYIN-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CARRYIN-STATUS.
       SELECT OPTIONAL ACKRSLT ASSIGN TO DYNAMIC ACKRSLT-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ACKRSLT-STATUS.
       SELECT CARRYNEW ASSIGN TO DYNAMIC CARRYNEW-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CARRYNEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FEEDIN RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 FEEDIN-RECORD PIC X(844).
       FD ACKIN RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 ACKIN-RECORD PIC X(20).
       FD CARRYIN RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 CARRYIN-RECORD PIC X(30).
       FD ACKRSLT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 ACKRSLT-RECORD PIC X(40).
       FD CARRYNEW RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 CARRYNEW-RECORD PIC X(30).
       FD MATCHRPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 ACKIN-DSN PIC X(100) VALUE "ackin.txt".
       01 CARRYIN-DSN PIC X(100) VALUE "ackcarry.dat".
       01 CARRYNEW-DSN PIC X(100) VALUE "ackcarry.new".
       01 ACKRSLT-DSN PIC X(100) VALUE "ackresult.dat".
       01 MATCHRPT-DSN PIC X(100) VALUE "ackmatch.rpt".
       01 ENV-OVERRIDE PIC X(100).
       01 FEEDIN-STATUS PIC X(2).
       01 ACKIN-STATUS PIC X(2).
       01 CARRYIN-STATUS PIC X(2).
       01 CARRYNEW-STATUS PIC X(2).
       01 ACKRSLT-STATUS PIC X(2).
       01 MATCHRPT-STATUS PIC X(2).
       01 FEED-EOF PIC 9 VALUE 0.
       01 ACK-EOF PIC 9 VALUE 0.
        05 EXP-ENTRY OCCURS 20000 TIMES.
         10 EXP-SEQ PIC 9(7).
         10 EXP-DATE PIC 9(8).
         10 EXP-PARTNER PIC X(4).
         10 EXP-MATCHED PIC X(1).
       01 EXP-IDX PIC 9(5).
       01 EXP-FOUND PIC 9(5).
       01 VERDICT-OK PIC X(1) VALUE "Y".
       01 MATCH-LINE PIC X(132).
       01 CARRY-LINE PIC X(30).
       01 RESULT-LINE PIC X(40).
       01 RESULTS-OPEN PIC X(1) VALUE "N".
       PROCEDURE DIVISION.
       PERFORM INIT-DATASETS.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       MOVE SPACES TO ENV-OVERRIDE.
       ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_BUSDATE".
       IF ENV-OVERRIDE(1:8) IS NUMERIC
        MOVE ENV-OVERRIDE(1:8) TO TODAY-DATE
       END-IF.
       OPEN OUTPUT MATCHRPT.
       IF MATCHRPT-STATUS NOT = "00"
        DISPLAY "FEED-ACK-MATCH: CANNOT OPEN MATCH REPORT "
         MOVE ENV-OVERRIDE TO CARRYNEW-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_ACKRESULT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO ACKRSLT-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_ACKRPT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO MATCHRPT-DSN
         ELSE
          MOVE TODAY-DATE TO EXP-DATE(EXP-COUNT)
         END-IF
         MOVE CARRYIN-RECORD(22:4) TO EXP-PARTNER(EXP-COUNT)
         MOVE "N" TO EXP-MATCHED(EXP-COUNT)
        ELSE
         MOVE "Y" TO TABLE-OVERFLOW
          READ FEEDIN AT END MOVE 1 TO FEED-EOF
           NOT AT END
            IF FEEDIN-RECORD(1:7) IS NUMERIC
             AND FEEDIN-RECORD(32:6) NOT = "REJECT"
             AND FEEDIN-RECORD(32:9) NOT = "DUPLICATE"
             ADD 1 TO CNT-FEED-TODAY
             IF EXP-COUNT < 20000
              ADD 1 TO EXP-COUNT
              MOVE FEEDIN-RECORD(1:7) TO EXP-SEQ(EXP-COUNT)
              MOVE TODAY-DATE TO EXP-DATE(EXP-COUNT)
              MOVE FEEDIN-RECORD(41:4) TO EXP-PARTNER(EXP-COUNT)
              MOVE "N" TO EXP-MATCHED(EXP-COUNT)
             ELSE
              MOVE "Y" TO TABLE-OVERFLOW
      *Pairs each ack with the oldest unmatched feed record of the
      *same sequence number. An accepted pair is settled business; a
      *rejected pair is reported - the routing team threw the record
      *back and someone has to say why. Either way the outcome goes
      *on the results file for billing.
       MATCH-PAIRS.
        OPEN EXTEND ACKRSLT.
        IF ACKRSLT-STATUS = "00" OR ACKRSLT-STATUS = "05"
         MOVE "Y" TO RESULTS-OPEN
        ELSE
         DISPLAY "FEED-ACK-MATCH: CANNOT OPEN ACK RESULTS "
             ACKRSLT-DSN
         MOVE "ACK RESULTS FILE COULD NOT BE OPENED - NOT RECORDED"
          TO MATCH-LINE
         WRITE MATCH-PRINT FROM MATCH-LINE
         MOVE "N" TO VERDICT-OK
        END-IF.
        PERFORM VARYING ACK-IDX FROM 1 BY 1
         UNTIL ACK-IDX > ACK-COUNT
         MOVE ACK-SEQ(ACK-IDX) TO WORK-SEQ
         IF EXP-FOUND NOT = 0
          MOVE "Y" TO EXP-MATCHED(EXP-FOUND)
          MOVE "Y" TO ACK-MATCHED(ACK-IDX)
          PERFORM WRITE-ACK-RESULT
          IF ACK-DISP(ACK-IDX) = "R"
           ADD 1 TO CNT-REJECTED
           MOVE SPACES TO MATCH-LINE
          END-IF
         END-IF
        END-PERFORM.
        IF RESULTS-OPEN = "Y"
         CLOSE ACKRSLT
        END-IF.

       WRITE-ACK-RESULT.
        IF RESULTS-OPEN = "Y"
         MOVE SPACES TO RESULT-LINE
         MOVE EXP-SEQ(EXP-FOUND) TO RESULT-LINE(1:7)
         MOVE EXP-DATE(EXP-FOUND) TO RESULT-LINE(9:8)
         MOVE ACK-DISP(ACK-IDX) TO RESULT-LINE(18:1)
         MOVE ACK-DATE(ACK-IDX) TO RESULT-LINE(20:8)
         MOVE EXP-PARTNER(EXP-FOUND) TO RESULT-LINE(29:4)
         WRITE ACKRSLT-RECORD FROM RESULT-LINE
        END-IF.

       FIND-EXP-ENTRY.
        MOVE 0 TO EXP-FOUND.
           MOVE "F" TO CARRY-LINE(1:1)
           MOVE EXP-SEQ(EXP-IDX) TO CARRY-LINE(3:7)
           MOVE EXP-DATE(EXP-IDX) TO CARRY-LINE(11:8)
           MOVE EXP-PARTNER(EXP-IDX) TO CARRY-LINE(22:4)
           WRITE CARRYNEW-RECORD FROM CARRY-LINE
           ADD 1 TO CNT-CARRIED-OUT
          END-IF
