      ******************************************************************
      * Author: James O'Brien
      * Date: 10/15/26
      * Purpose: Partner master maintenance for CAESAR-SOLVER
      * Tectonics: cobc
      ******************************************************************
      *Maintains the partner master through the system instead of by
      *hand. Add, change, suspend, reinstate and close transactions
      *from the control file are applied to the current master and a
      *new master is written beside it (partner.new) for operations
      *to swap in - the DICT-MAINT pattern. A change report shows every
      *transaction APPLIED or REJECTED with the reason, and the before
      *and after image of every partner touched.
      *
      *Every applied transaction is also appended to the partner
      *change log (partlog.dat) - the record PARTNER-BILL reads to
      *show a partner's status changes inside the billing period.
      *
      *Partner master record (the old 40-byte records - code and name
      *only - read as active partners with no dates):
      * cols 1-4   partner code
      * cols 6-35  billing name
      * col 37     status - "A" active, "S" suspended (billing
      *            dispute, cards held on suspense), "C" closed
      *            (partner has left); blank is active
      * cols 39-46 date the status took (or takes) effect
      * cols 48-55 date the partner was added
      * cols 57-86 contact for suspense escalation
      * cols 88-89 default language code, applied by INPUT-EDIT when a
      *            card leaves LANG-IN blank
      * col 91     status before the last change - what the partner
      *            still is until a future-dated change takes effect
      *            ("C" before a future-dated add: not yet open)
      *
      *Control file layout, one transaction per record:
      * col 1      action - "A" add, "C" change, "S" suspend,
      *            "R" reinstate, "X" close
      * cols 3-6   partner code
      * cols 8-15  effective date YYYYMMDD (blank = today) - adds and
      *            status changes only
      * cols 17-46 billing name (add; change when not blank)
      * cols 48-77 escalation contact (add; change when not blank)
      * cols 79-80 default language (add; change when not blank)
      * cols 82-121 remark, carried to the change log
      *
      *Change log record:
      * cols 1-4   partner code
      * col 6      action
      * cols 8-15  effective date
      * col 17     status before
      * col 19     status after
      * cols 21-28 maintenance date
      * cols 30-69 remark
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same dynamic dataset-name convention as CAESAR-SOLVER.
       SELECT OPTIONAL PARTMST ASSIGN TO DYNAMIC PARTMST-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARTMST-STATUS.
       SELECT OPTIONAL PARTCTL ASSIGN TO DYNAMIC PARTCTL-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARTCTL-STATUS.
       SELECT PARTNEW ASSIGN TO DYNAMIC PARTNEW-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS PARTNEW-STATUS.
      *The change log accumulates across runs (EXTEND below) so the
      *billing run can see every change, however long ago it was
      *keyed. OPTIONAL so the first change ever creates it.
       SELECT OPTIONAL PARTLOG ASSIGN TO DYNAMIC PARTLOG-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARTLOG-STATUS.
       SELECT PARTRPT ASSIGN TO DYNAMIC PARTRPT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS PARTRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARTMST RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 PARTMST-RECORD PIC X(100).
       FD PARTCTL RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 PARTCTL-RECORD.
        02 CTL-ACTION PIC X(1).
        02 FILLER PIC X(1).
        02 CTL-CODE PIC X(4).
        02 FILLER PIC X(1).
        02 CTL-EFF-DATE PIC X(8).
        02 FILLER PIC X(1).
        02 CTL-NAME PIC X(30).
        02 FILLER PIC X(1).
        02 CTL-CONTACT PIC X(30).
        02 FILLER PIC X(1).
        02 CTL-LANG PIC X(2).
        02 FILLER PIC X(1).
        02 CTL-REMARK PIC X(40).
       FD PARTNEW RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 PARTNEW-RECORD PIC X(100).
       FD PARTLOG RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 PARTLOG-RECORD PIC X(70).
       FD PARTRPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 PART-PRINT PIC X(132).
       WORKING-STORAGE SECTION.
       01 PARTMST-DSN PIC X(100) VALUE "partner.txt".
       01 PARTCTL-DSN PIC X(100) VALUE "partctl.txt".
       01 PARTNEW-DSN PIC X(100) VALUE "partner.new".
       01 PARTLOG-DSN PIC X(100) VALUE "partlog.dat".
       01 PARTRPT-DSN PIC X(100) VALUE "partmnt.rpt".
       01 ENV-OVERRIDE PIC X(100).
       01 PARTMST-STATUS PIC X(2).
       01 PARTCTL-STATUS PIC X(2).
       01 PARTNEW-STATUS PIC X(2).
       01 PARTLOG-STATUS PIC X(2).
       01 PARTRPT-STATUS PIC X(2).
       01 MST-EOF PIC 9 VALUE 0.
       01 CTL-EOF PIC 9 VALUE 0.
      *The master, held in file order - "*" comment records travel
      *with it untouched, new partners go on the end. Fifty partners,
      *the same ceiling every program that loads the master uses.
       01 PM-COUNT PIC 9(3) VALUE 0.
       01 PM-TABLE.
        05 PM-ENTRY PIC X(100) OCCURS 100 TIMES.
       01 PM-IDX PIC 9(3).
       01 PM-FOUND PIC 9(3).
       01 PARTNER-COUNT PIC 9(3) VALUE 0.
      *One partner record, field by field.
       01 WORK-PARTNER.
        05 WP-CODE PIC X(4).
        05 FILLER PIC X(1).
        05 WP-NAME PIC X(30).
        05 FILLER PIC X(1).
        05 WP-STATUS PIC X(1).
        05 FILLER PIC X(1).
        05 WP-STAT-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 WP-START-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 WP-CONTACT PIC X(30).
        05 FILLER PIC X(1).
        05 WP-LANG PIC X(2).
        05 FILLER PIC X(1).
        05 WP-PREV-STATUS PIC X(1).
        05 FILLER PIC X(9).
       01 BEFORE-IMAGE PIC X(100).
       01 IMAGE-PARTNER PIC X(100).
      *The transaction in hand
       01 TXN-ACTION PIC X(1).
       01 TXN-CODE PIC X(4).
       01 TXN-LANG PIC X(2).
       01 EFF-DATE PIC X(8).
       01 EFF-DATE-N REDEFINES EFF-DATE PIC 9(8).
       01 TXN-RESULT PIC X(50).
       01 OLD-STATUS PIC X(1).
       01 NEW-STATUS PIC X(1).
       01 LANG-OK PIC X(1).
       01 LANG-IDX PIC 9(1).
       01 LANG-CHAR PIC X(1).
       01 TODAY-DATE PIC 9(8).
       01 TODAY-X REDEFINES TODAY-DATE PIC X(8).
      *Status as of a date - see STATUS-AS-OF
       01 AS-OF-DATE PIC X(8).
       01 AS-OF-STATUS PIC X(1).
       01 STATUS-WORD PIC X(9).
      *Tallies for the change report
       01 CNT-OLD-READ PIC 9(5) VALUE 0.
       01 CNT-APPLIED PIC 9(5) VALUE 0.
       01 CNT-REJECTED PIC 9(5) VALUE 0.
       01 CNT-ACTIVE PIC 9(3) VALUE 0.
       01 CNT-SUSPENDED PIC 9(3) VALUE 0.
       01 CNT-CLOSED PIC 9(3) VALUE 0.
       01 PART-LINE PIC X(132).
       01 LOG-LINE PIC X(70).
      *Change log lines held until the new master is safely written.
       01 LOG-COUNT PIC 9(3) VALUE 0.
       01 LOG-TABLE.
        05 LOG-ENTRY PIC X(70) OCCURS 500 TIMES.
       01 LOG-IDX PIC 9(3).
       01 NEW-MASTER-OK PIC X(1) VALUE "N".
       PROCEDURE DIVISION.
       PERFORM INIT-DATASETS.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       OPEN OUTPUT PARTRPT.
       IF PARTRPT-STATUS NOT = "00"
        DISPLAY "PARTNER-MAINT: CANNOT OPEN CHANGE REPORT " PARTRPT-DSN
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF.
      *The log is opened first so a bad log fails the run before any
      *work is done. Its lines are held until the new master has been
      *written and closed cleanly - a change logged but never mastered
      *would bill a partner for a status it does not have.
       OPEN EXTEND PARTLOG.
       IF PARTLOG-STATUS NOT = "00" AND PARTLOG-STATUS NOT = "05"
        DISPLAY "PARTNER-MAINT: CANNOT OPEN CHANGE LOG " PARTLOG-DSN
        CLOSE PARTRPT
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF.
       MOVE "*** PARTNER MASTER MAINTENANCE REPORT ***" TO PART-LINE.
       WRITE PART-PRINT FROM PART-LINE.
       PERFORM LOAD-OLD-MASTER.
       PERFORM APPLY-TRANSACTIONS.
       PERFORM WRITE-NEW-MASTER.
       PERFORM WRITE-CHANGE-LOG.
       PERFORM WRITE-AFTER-LINES.
       CLOSE PARTRPT, PARTLOG.
       DISPLAY "PARTNER-MAINT: APPLIED=" CNT-APPLIED
           " REJECTED=" CNT-REJECTED.
       IF RETURN-CODE = 0 AND CNT-REJECTED > 0
        MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       INIT-DATASETS.
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PARTMST"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO PARTMST-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PARTCTL"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO PARTCTL-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PARTNEW"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO PARTNEW-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PARTLOG"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO PARTLOG-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PARTRPT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO PARTRPT-DSN
        END-IF.

      *A missing master is an empty starting list, so a brand-new
      *master can be built from add transactions alone. Codes are
      *folded to upper case the way every reader folds them.
       LOAD-OLD-MASTER.
        OPEN INPUT PARTMST.
        IF PARTMST-STATUS = "00"
         PERFORM UNTIL MST-EOF = 1
          READ PARTMST AT END MOVE 1 TO MST-EOF
           NOT AT END
            IF PARTMST-RECORD NOT = SPACES
             IF PM-COUNT < 100
              ADD 1 TO PM-COUNT
              MOVE PARTMST-RECORD TO PM-ENTRY(PM-COUNT)
              IF PARTMST-RECORD(1:1) NOT = "*"
               ADD 1 TO CNT-OLD-READ
               ADD 1 TO PARTNER-COUNT
               MOVE FUNCTION UPPER-CASE(PARTMST-RECORD(1:4))
                TO PM-ENTRY(PM-COUNT)(1:4)
              END-IF
             END-IF
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE PARTMST.
        MOVE SPACES TO PART-LINE.
        STRING "BEFORE: PARTNERS ON MASTER=" DELIMITED BY SIZE
            CNT-OLD-READ DELIMITED BY SIZE
            INTO PART-LINE
        END-STRING.
        WRITE PART-PRINT FROM PART-LINE.
        MOVE SPACES TO PART-LINE.
        WRITE PART-PRINT FROM PART-LINE.

      *Applies the control-file transactions one by one, in the
      *order keyed. A missing control file just rewrites the master.
       APPLY-TRANSACTIONS.
        OPEN INPUT PARTCTL.
        IF PARTCTL-STATUS = "00"
         PERFORM UNTIL CTL-EOF = 1
          READ PARTCTL AT END MOVE 1 TO CTL-EOF
           NOT AT END
            IF PARTCTL-RECORD NOT = SPACES
             PERFORM APPLY-ONE-TRANSACTION
            END-IF
          END-READ
         END-PERFORM
        ELSE
         MOVE "NO CONTROL FILE - MASTER REWRITTEN UNCHANGED"
          TO PART-LINE
         WRITE PART-PRINT FROM PART-LINE
        END-IF.
        CLOSE PARTCTL.

       APPLY-ONE-TRANSACTION.
        MOVE SPACES TO TXN-RESULT.
        MOVE FUNCTION UPPER-CASE(CTL-ACTION) TO TXN-ACTION.
        MOVE FUNCTION UPPER-CASE(CTL-CODE) TO TXN-CODE.
        MOVE FUNCTION UPPER-CASE(CTL-LANG) TO TXN-LANG.
        MOVE SPACES TO BEFORE-IMAGE.
        PERFORM FIND-PARTNER.
        PERFORM EDIT-EFFECTIVE-DATE.
        IF TXN-RESULT = SPACES AND LOG-COUNT NOT < 500
         MOVE "REJECTED - CHANGE LOG TABLE FULL" TO TXN-RESULT
        END-IF.
        IF TXN-RESULT = SPACES
         EVALUATE TXN-ACTION
          WHEN "A" PERFORM APPLY-ADD
          WHEN "C" PERFORM APPLY-CHANGE
          WHEN "S" PERFORM APPLY-SUSPEND
          WHEN "R" PERFORM APPLY-REINSTATE
          WHEN "X" PERFORM APPLY-CLOSE
          WHEN OTHER
           MOVE "REJECTED - UNKNOWN ACTION" TO TXN-RESULT
         END-EVALUATE
        END-IF.
        PERFORM WRITE-TXN-LINES.

      *Blank means today; anything else must be a real YYYYMMDD.
       EDIT-EFFECTIVE-DATE.
        IF CTL-EFF-DATE = SPACES
         MOVE TODAY-X TO EFF-DATE
        ELSE
         MOVE CTL-EFF-DATE TO EFF-DATE
         IF EFF-DATE IS NOT NUMERIC
          MOVE "REJECTED - EFFECTIVE DATE NOT NUMERIC" TO TXN-RESULT
         ELSE
          IF FUNCTION TEST-DATE-YYYYMMDD(EFF-DATE-N) NOT = 0
           MOVE "REJECTED - EFFECTIVE DATE INVALID" TO TXN-RESULT
          END-IF
         END-IF
        END-IF.

       FIND-PARTNER.
        MOVE 0 TO PM-FOUND.
        PERFORM VARYING PM-IDX FROM 1 BY 1
         UNTIL PM-IDX > PM-COUNT OR PM-FOUND NOT = 0
         IF PM-ENTRY(PM-IDX)(1:4) = TXN-CODE
          AND PM-ENTRY(PM-IDX)(1:1) NOT = "*"
          MOVE PM-IDX TO PM-FOUND
         END-IF
        END-PERFORM.
        IF PM-FOUND NOT = 0
         MOVE PM-ENTRY(PM-FOUND) TO WORK-PARTNER
         MOVE PM-ENTRY(PM-FOUND) TO BEFORE-IMAGE
         IF WP-STATUS = SPACE
          MOVE "A" TO WP-STATUS
         END-IF
        END-IF.

       APPLY-ADD.
        EVALUATE TRUE
         WHEN TXN-CODE = SPACES OR TXN-CODE(1:1) = "*"
          MOVE "REJECTED - INVALID PARTNER CODE" TO TXN-RESULT
         WHEN PM-FOUND NOT = 0
          MOVE "REJECTED - ALREADY ON MASTER" TO TXN-RESULT
         WHEN CTL-NAME = SPACES
          MOVE "REJECTED - BILLING NAME REQUIRED" TO TXN-RESULT
         WHEN PARTNER-COUNT >= 50 OR PM-COUNT >= 100
          MOVE "REJECTED - MASTER FULL" TO TXN-RESULT
         WHEN OTHER
          PERFORM EDIT-TXN-LANG
        END-EVALUATE.
        IF TXN-RESULT = SPACES
         MOVE SPACES TO WORK-PARTNER
         MOVE TXN-CODE TO WP-CODE
         MOVE CTL-NAME TO WP-NAME
         MOVE "A" TO WP-STATUS
         MOVE EFF-DATE TO WP-STAT-DATE
         MOVE EFF-DATE TO WP-START-DATE
         MOVE CTL-CONTACT TO WP-CONTACT
         MOVE TXN-LANG TO WP-LANG
         MOVE "C" TO WP-PREV-STATUS
         ADD 1 TO PM-COUNT
         ADD 1 TO PARTNER-COUNT
         MOVE PM-COUNT TO PM-FOUND
         MOVE "C" TO OLD-STATUS
         MOVE "A" TO NEW-STATUS
         PERFORM POST-TRANSACTION
        END-IF.

      *Replaces whichever of name, contact and language were keyed;
      *the status and its dates are only ever moved by S, R and X.
       APPLY-CHANGE.
        IF PM-FOUND = 0
         MOVE "REJECTED - NOT ON MASTER" TO TXN-RESULT
        ELSE
         IF CTL-NAME = SPACES AND CTL-CONTACT = SPACES
          AND CTL-LANG = SPACES
          MOVE "REJECTED - NOTHING TO CHANGE" TO TXN-RESULT
         ELSE
          PERFORM EDIT-TXN-LANG
         END-IF
        END-IF.
        IF TXN-RESULT = SPACES
         IF CTL-NAME NOT = SPACES
          MOVE CTL-NAME TO WP-NAME
         END-IF
         IF CTL-CONTACT NOT = SPACES
          MOVE CTL-CONTACT TO WP-CONTACT
         END-IF
         IF TXN-LANG NOT = SPACES
          MOVE TXN-LANG TO WP-LANG
         END-IF
         MOVE TODAY-X TO EFF-DATE
         MOVE WP-STATUS TO OLD-STATUS
         MOVE WP-STATUS TO NEW-STATUS
         PERFORM POST-TRANSACTION
        END-IF.

       APPLY-SUSPEND.
        PERFORM EDIT-STATUS-CHANGE.
        IF TXN-RESULT = SPACES AND WP-STATUS NOT = "A"
         MOVE "REJECTED - PARTNER NOT ACTIVE" TO TXN-RESULT
        END-IF.
        IF TXN-RESULT = SPACES
         MOVE "S" TO NEW-STATUS
         PERFORM POST-STATUS-CHANGE
        END-IF.

       APPLY-REINSTATE.
        PERFORM EDIT-STATUS-CHANGE.
        IF TXN-RESULT = SPACES AND WP-STATUS NOT = "S"
         MOVE "REJECTED - PARTNER NOT SUSPENDED" TO TXN-RESULT
        END-IF.
        IF TXN-RESULT = SPACES
         MOVE "A" TO NEW-STATUS
         PERFORM POST-STATUS-CHANGE
        END-IF.

      *Closed is final - a partner who comes back is added again
      *under a new code, so the old code's billing trail stays whole.
       APPLY-CLOSE.
        PERFORM EDIT-STATUS-CHANGE.
        IF TXN-RESULT = SPACES AND WP-STATUS = "C"
         MOVE "REJECTED - PARTNER ALREADY CLOSED" TO TXN-RESULT
        END-IF.
        IF TXN-RESULT = SPACES
         MOVE "C" TO NEW-STATUS
         PERFORM POST-STATUS-CHANGE
        END-IF.

      *One status change at a time: the record keeps the status
      *before the last change so a future-dated change can wait its
      *turn, but a second one keyed on top would lose the first.
       EDIT-STATUS-CHANGE.
        IF PM-FOUND = 0
         MOVE "REJECTED - NOT ON MASTER" TO TXN-RESULT
        ELSE
         IF WP-STAT-DATE IS NUMERIC
          IF WP-STAT-DATE > TODAY-X
           MOVE SPACES TO TXN-RESULT
           STRING "REJECTED - CHANGE PENDING FOR " DELIMITED BY SIZE
               WP-STAT-DATE DELIMITED BY SIZE
               INTO TXN-RESULT
           END-STRING
          ELSE
           IF EFF-DATE < WP-STAT-DATE
            MOVE "REJECTED - EFFECTIVE BEFORE LAST STATUS CHANGE"
             TO TXN-RESULT
           END-IF
          END-IF
         END-IF
        END-IF.

       POST-STATUS-CHANGE.
        MOVE WP-STATUS TO OLD-STATUS.
        MOVE WP-STATUS TO WP-PREV-STATUS.
        MOVE NEW-STATUS TO WP-STATUS.
        MOVE EFF-DATE TO WP-STAT-DATE.
        PERFORM POST-TRANSACTION.

      *A present language code must be two letters, the same test
      *INPUT-EDIT puts to LANG-IN.
       EDIT-TXN-LANG.
        IF TXN-LANG NOT = SPACES
         MOVE "Y" TO LANG-OK
         PERFORM VARYING LANG-IDX FROM 1 BY 1 UNTIL LANG-IDX > 2
          MOVE TXN-LANG(LANG-IDX:1) TO LANG-CHAR
          IF LANG-CHAR < "A" OR LANG-CHAR > "Z"
           MOVE "N" TO LANG-OK
          END-IF
         END-PERFORM
         IF LANG-OK = "N"
          MOVE "REJECTED - LANGUAGE NOT TWO LETTERS" TO TXN-RESULT
         END-IF
        END-IF.

      *Puts the updated record back in its slot and holds the change
      *for the log.
       POST-TRANSACTION.
        MOVE WORK-PARTNER TO PM-ENTRY(PM-FOUND).
        MOVE "APPLIED" TO TXN-RESULT.
        ADD 1 TO CNT-APPLIED.
        MOVE SPACES TO LOG-LINE.
        MOVE WP-CODE TO LOG-LINE(1:4).
        MOVE TXN-ACTION TO LOG-LINE(6:1).
        MOVE EFF-DATE TO LOG-LINE(8:8).
        MOVE OLD-STATUS TO LOG-LINE(17:1).
        MOVE NEW-STATUS TO LOG-LINE(19:1).
        MOVE TODAY-X TO LOG-LINE(21:8).
        MOVE CTL-REMARK TO LOG-LINE(30:40).
        ADD 1 TO LOG-COUNT.
        MOVE LOG-LINE TO LOG-ENTRY(LOG-COUNT).

      *The transaction line - action, code, effective date, name as
      *keyed, disposition at column 70 - then, for an applied one,
      *the partner before and after.
       WRITE-TXN-LINES.
        MOVE SPACES TO PART-LINE.
        MOVE CTL-ACTION TO PART-LINE(1:1).
        MOVE TXN-CODE TO PART-LINE(3:4).
        MOVE CTL-EFF-DATE TO PART-LINE(8:8).
        MOVE CTL-NAME TO PART-LINE(17:30).
        MOVE TXN-RESULT TO PART-LINE(70:50).
        WRITE PART-PRINT FROM PART-LINE.
        IF TXN-RESULT = "APPLIED"
         IF BEFORE-IMAGE NOT = SPACES
          MOVE BEFORE-IMAGE TO IMAGE-PARTNER
          MOVE "    BEFORE:" TO PART-LINE
          PERFORM WRITE-IMAGE-LINE
         END-IF
         MOVE PM-ENTRY(PM-FOUND) TO IMAGE-PARTNER
         MOVE "    AFTER: " TO PART-LINE
         PERFORM WRITE-IMAGE-LINE
        ELSE
         ADD 1 TO CNT-REJECTED
        END-IF.
        IF CTL-REMARK NOT = SPACES
         MOVE SPACES TO PART-LINE
         STRING "    REMARK: " DELIMITED BY SIZE
             CTL-REMARK DELIMITED BY SIZE
             INTO PART-LINE
         END-STRING
         WRITE PART-PRINT FROM PART-LINE
        END-IF.

       WRITE-IMAGE-LINE.
        MOVE IMAGE-PARTNER TO WORK-PARTNER.
        IF WP-STATUS = SPACE
         MOVE "A" TO WP-STATUS
        END-IF.
        PERFORM SET-STATUS-WORD.
        STRING PART-LINE(1:11) DELIMITED BY SIZE
            " STATUS=" DELIMITED BY SIZE
            STATUS-WORD DELIMITED BY SIZE
            " FROM=" DELIMITED BY SIZE
            WP-STAT-DATE DELIMITED BY SIZE
            " ADDED=" DELIMITED BY SIZE
            WP-START-DATE DELIMITED BY SIZE
            " LANG=" DELIMITED BY SIZE
            WP-LANG DELIMITED BY SIZE
            " NAME=" DELIMITED BY SIZE
            WP-NAME DELIMITED BY SIZE
            " CONTACT=" DELIMITED BY SIZE
            WP-CONTACT DELIMITED BY SIZE
            INTO PART-LINE
        END-STRING.
        WRITE PART-PRINT FROM PART-LINE.

       SET-STATUS-WORD.
        EVALUATE WP-STATUS
         WHEN "S" MOVE "SUSPENDED" TO STATUS-WORD
         WHEN "C" MOVE "CLOSED   " TO STATUS-WORD
         WHEN OTHER MOVE "ACTIVE   " TO STATUS-WORD
        END-EVALUATE.

      *The status in force on AS-OF-DATE: the current status once its
      *effective date has come, the one before it until then. INPUT-
      *EDIT applies exactly this rule to every card.
       STATUS-AS-OF.
        IF WP-STAT-DATE IS NUMERIC AND AS-OF-DATE < WP-STAT-DATE
         MOVE WP-PREV-STATUS TO AS-OF-STATUS
        ELSE
         MOVE WP-STATUS TO AS-OF-STATUS
        END-IF.
        IF AS-OF-STATUS = SPACE
         MOVE "A" TO AS-OF-STATUS
        END-IF.

       WRITE-NEW-MASTER.
        OPEN OUTPUT PARTNEW.
        IF PARTNEW-STATUS NOT = "00"
         MOVE "NEW MASTER COULD NOT BE OPENED - NOT WRITTEN"
          TO PART-LINE
         WRITE PART-PRINT FROM PART-LINE
         DISPLAY "PARTNER-MAINT: CANNOT OPEN NEW MASTER " PARTNEW-DSN
         MOVE 12 TO RETURN-CODE
        ELSE
         MOVE "Y" TO NEW-MASTER-OK
         PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-COUNT
          WRITE PARTNEW-RECORD FROM PM-ENTRY(PM-IDX)
          IF PARTNEW-STATUS NOT = "00"
           MOVE "N" TO NEW-MASTER-OK
          END-IF
          IF PM-ENTRY(PM-IDX)(1:1) NOT = "*"
           MOVE PM-ENTRY(PM-IDX) TO WORK-PARTNER
           MOVE TODAY-X TO AS-OF-DATE
           PERFORM STATUS-AS-OF
           EVALUATE AS-OF-STATUS
            WHEN "S" ADD 1 TO CNT-SUSPENDED
            WHEN "C" ADD 1 TO CNT-CLOSED
            WHEN OTHER ADD 1 TO CNT-ACTIVE
           END-EVALUATE
          END-IF
         END-PERFORM
         CLOSE PARTNEW
         IF PARTNEW-STATUS NOT = "00"
          MOVE "N" TO NEW-MASTER-OK
         END-IF
         IF NEW-MASTER-OK NOT = "Y"
          MOVE "NEW MASTER NOT WRITTEN CLEANLY - DO NOT SWAP IT IN"
           TO PART-LINE
          WRITE PART-PRINT FROM PART-LINE
          DISPLAY "PARTNER-MAINT: WRITE FAILED ON NEW MASTER "
              PARTNEW-DSN
          MOVE 12 TO RETURN-CODE
         END-IF
        END-IF.

      *The held changes go to the log only once the new master is
      *known good; otherwise nothing is logged and the whole run is
      *simply repeated.
       WRITE-CHANGE-LOG.
        IF NEW-MASTER-OK = "Y"
         PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > LOG-COUNT
          WRITE PARTLOG-RECORD FROM LOG-ENTRY(LOG-IDX)
         END-PERFORM
        ELSE
         IF LOG-COUNT > 0
          MOVE "CHANGE LOG NOT WRITTEN - NEW MASTER FAILED"
           TO PART-LINE
          WRITE PART-PRINT FROM PART-LINE
         END-IF
        END-IF.

       WRITE-AFTER-LINES.
        MOVE SPACES TO PART-LINE.
        WRITE PART-PRINT FROM PART-LINE.
        MOVE SPACES TO PART-LINE.
        STRING "AFTER: TRANSACTIONS APPLIED=" DELIMITED BY SIZE
            CNT-APPLIED DELIMITED BY SIZE
            " REJECTED=" DELIMITED BY SIZE
            CNT-REJECTED DELIMITED BY SIZE
            " PARTNERS=" DELIMITED BY SIZE
            PARTNER-COUNT DELIMITED BY SIZE
            " (AS OF " DELIMITED BY SIZE
            TODAY-DATE DELIMITED BY SIZE
            ": ACTIVE=" DELIMITED BY SIZE
            CNT-ACTIVE DELIMITED BY SIZE
            " SUSPENDED=" DELIMITED BY SIZE
            CNT-SUSPENDED DELIMITED BY SIZE
            " CLOSED=" DELIMITED BY SIZE
            CNT-CLOSED DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO PART-LINE
        END-STRING.
        WRITE PART-PRINT FROM PART-LINE.
        IF NEW-MASTER-OK = "Y"
         MOVE SPACES TO PART-LINE
         STRING "NEW MASTER WRITTEN TO " DELIMITED BY SIZE
             FUNCTION TRIM(PARTNEW-DSN) DELIMITED BY SIZE
             " - SWAP IN BEFORE THE NEXT INPUT EDIT" DELIMITED BY SIZE
             INTO PART-LINE
         END-STRING
         WRITE PART-PRINT FROM PART-LINE
        END-IF.
       END PROGRAM PARTNER-MAINT.
