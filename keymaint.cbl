      ******************************************************************
      * Author: James O'Brien
      * Date: 10/15/26
      * Purpose: Key vault lifecycle maintenance for CAESAR-SOLVER
      * Tectonics: cobc
      ******************************************************************
      *Maintains the key vault as a versioned, effective-dated master
      *instead of a flat label-to-keyword list edited by hand. Every
      *label carries one record per keyword VERSION, each with the
      *date range it was in force, so a rotation no longer rewrites
      *history: HIST-RETRIEVE, AUDIT-RECON and SOLVE-REVIEW resolve a
      *label to the version in force on the record's processing date,
      *and CAESAR-SOLVER rejects a card whose label has no version in
      *force today (retired, expired or not yet effective).
      *
      *The old vault is sorted by label and version (labels folded to
      *upper case), add/rotate/retire/expire transactions from the
      *control file are applied, and a new vault is written beside
      *the old one with a leading "*V" version record - operations
      *swaps it in. A before/after maintenance report documents every
      *transaction. Keywords never appear on the report.
      *
      *Vault record layout (a bare 41-byte record from the hand-kept
      *vault still loads, as version 001 in force from the beginning
      *with no end date):
      * cols 1-20  key label
      * cols 22-41 keyword
      * cols 43-45 version number
      * cols 47-54 effective from YYYYMMDD - first day in force
      * cols 56-63 effective to YYYYMMDD - last day in force,
      *            99999999 for no end date
      * col 65     status - "A" active, "S" superseded by a rotation,
      *            "R" retired, "E" expired
      *
      *Control file layout, one transaction per record:
      * col 1      action - "A" add, "R" rotate, "X" retire,
      *            "E" expire
      * col 2      blank
      * cols 3-22  key label
      * cols 24-43 keyword (actions "A" and "R" only)
      * cols 45-52 effective date YYYYMMDD, blank for today:
      *             add    - first day the label is in force
      *             rotate - first day the NEW keyword is in force;
      *                      the old version ends the day before
      *             retire - the day the label is withdrawn; its last
      *                      day in force is the day before
      *             expire - the last day the label is in force
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same dynamic dataset-name convention as CAESAR-SOLVER.
       SELECT VAULTOLD ASSIGN TO DYNAMIC VAULTOLD-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS VAULTOLD-STATUS.
       SELECT VAULTCTL ASSIGN TO DYNAMIC VAULTCTL-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS VAULTCTL-STATUS.
       SELECT VAULTNEW ASSIGN TO DYNAMIC VAULTNEW-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS VAULTNEW-STATUS.
       SELECT MAINTRPT ASSIGN TO DYNAMIC MAINTRPT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS MAINTRPT-STATUS.
       SELECT SORTWORK ASSIGN TO "keysort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD VAULTOLD RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 VAULTOLD-RECORD PIC X(65).
       FD VAULTCTL RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 VAULTCTL-RECORD.
        02 CTL-ACTION PIC X(1).
        02 FILLER PIC X(1).
        02 CTL-LABEL PIC X(20).
        02 FILLER PIC X(1).
        02 CTL-KEYWORD PIC X(20).
        02 FILLER PIC X(1).
        02 CTL-DATE PIC X(8).
       FD VAULTNEW RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 VAULTNEW-RECORD PIC X(65).
       FD MAINTRPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 MAINT-PRINT PIC X(132).
       SD SORTWORK.
       01 SORT-REC.
        02 SRT-LABEL PIC X(20).
        02 FILLER PIC X(1).
        02 SRT-KEYWORD PIC X(20).
        02 FILLER PIC X(1).
        02 SRT-VERSION PIC 9(3).
        02 FILLER PIC X(1).
        02 SRT-FROM PIC 9(8).
        02 FILLER PIC X(1).
        02 SRT-TO PIC 9(8).
        02 FILLER PIC X(1).
        02 SRT-STATE PIC X(1).
       WORKING-STORAGE SECTION.
       01 VAULTOLD-DSN PIC X(100) VALUE "keyvault.txt".
       01 VAULTCTL-DSN PIC X(100) VALUE "keyctl.txt".
       01 VAULTNEW-DSN PIC X(100) VALUE "keyvault.new".
       01 MAINTRPT-DSN PIC X(100) VALUE "keymnt.rpt".
       01 ENV-OVERRIDE PIC X(100).
       01 VAULTOLD-STATUS PIC X(2).
       01 VAULTCTL-STATUS PIC X(2).
       01 VAULTNEW-STATUS PIC X(2).
       01 MAINTRPT-STATUS PIC X(2).
       01 OLD-EOF PIC 9 VALUE 0.
       01 CTL-EOF PIC 9 VALUE 0.
       01 SORT-EOF PIC 9 VALUE 0.
      *The working table, in label then version order - five hundred
      *versions leaves room for every partner's labels to rotate for
      *years before anything needs archiving.
       01 KM-COUNT PIC 9(3) VALUE 0.
       01 KM-TABLE.
        05 KM-ENTRY OCCURS 500 TIMES.
         10 KM-LABEL PIC X(20).
         10 KM-KEYWORD PIC X(20).
         10 KM-VERSION PIC 9(3).
         10 KM-FROM PIC 9(8).
         10 KM-TO PIC 9(8).
         10 KM-STATE PIC X(1).
       01 KM-LABEL-IN PIC X(20).
       01 KM-KEYWORD-IN PIC X(20).
       01 KM-DATE PIC 9(8).
       01 KM-DATE-INT PIC 9(8).
       01 KM-DAY-BEFORE PIC 9(8).
       01 KM-PREV-LABEL PIC X(20).
       01 KM-PREV-VERSION PIC 9(3).
      *KM-LAST is the label's latest version when KM-FOUND is "Y";
      *KM-INS is the slot a new version or label belongs in.
       01 KM-FOUND PIC X(1).
       01 KM-LAST PIC 9(3).
       01 KM-INS PIC 9(3).
       01 KM-I PIC 9(3).
       01 KM-LABELS PIC 9(3).
       01 KM-ACTIVE PIC 9(3).
       01 KM-BEFORE PIC X(24).
       01 KM-AFTER PIC X(24).
       01 KM-STATE-LINE PIC X(24).
       01 KM-STATE-IDX PIC 9(3).
      *Maintenance tallies for the before/after report
       01 CNT-OLD-READ PIC 9(5) VALUE 0.
       01 CNT-OLD-FORMAT PIC 9(5) VALUE 0.
       01 CNT-DUPS PIC 9(5) VALUE 0.
       01 CNT-BAD PIC 9(5) VALUE 0.
       01 CNT-OVERFLOW PIC 9(5) VALUE 0.
       01 CNT-APPLIED PIC 9(5) VALUE 0.
       01 CNT-REJECTED PIC 9(5) VALUE 0.
       01 MAINT-LINE PIC X(132).
       01 VAULT-LINE PIC X(65).
      *Version stamp written as the first record of the new vault -
      *date, time and record count, the same "*V" record DICT-MAINT
      *puts on the word list. Readers skip "*" records as comments.
       01 VERSION-RECORD PIC X(30).
       01 STAMP-DATE PIC 9(8).
       01 STAMP-TIME PIC X(8).
       PROCEDURE DIVISION.
       PERFORM INIT-DATASETS.
       OPEN OUTPUT MAINTRPT.
       IF MAINTRPT-STATUS NOT = "00"
        DISPLAY "KEY-MAINT: CANNOT OPEN MAINTENANCE REPORT "
            MAINTRPT-DSN
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF.
       MOVE "*** KEY VAULT MAINTENANCE REPORT ***" TO MAINT-LINE.
       WRITE MAINT-PRINT FROM MAINT-LINE.
       ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
       ACCEPT STAMP-TIME FROM TIME.
      *Sort the old vault by label and version and collect it into
      *KM-TABLE with repeated label/version pairs dropped - every
      *label's versions then sit together, oldest first, which the
      *transaction logic below depends on.
       SORT SORTWORK ON ASCENDING KEY SRT-LABEL SRT-VERSION
        INPUT PROCEDURE IS RELEASE-OLD-VAULT
        OUTPUT PROCEDURE IS COLLECT-SORTED.
       PERFORM WRITE-BEFORE-LINES.
       PERFORM APPLY-TRANSACTIONS.
       PERFORM WRITE-NEW-VAULT.
       PERFORM WRITE-AFTER-LINES.
       CLOSE MAINTRPT.
       STOP RUN.

       INIT-DATASETS.
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_KEYVAULT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO VAULTOLD-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_KEYCTL"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO VAULTCTL-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_KEYNEW"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO VAULTNEW-DSN
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_KEYRPT"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO MAINTRPT-DSN
        END-IF.

      *Feeds the old vault to the sort, labels upper-cased. Blank and
      *"*"-prefixed records are skipped (the stamp is regenerated on
      *the way out), and so is a record with a blank keyword - it
      *could only ever resolve to the do-nothing "A" key. A bare
      *41-byte record from the hand-kept vault becomes version 001,
      *in force from the beginning with no end date, so the first
      *run over the old file converts it without losing a label. A
      *versioned record whose numbers do not read is dropped and
      *counted rather than trusted.
       RELEASE-OLD-VAULT.
        OPEN INPUT VAULTOLD.
        IF VAULTOLD-STATUS = "00"
         PERFORM UNTIL OLD-EOF = 1
          READ VAULTOLD AT END MOVE 1 TO OLD-EOF
           NOT AT END
            IF VAULTOLD-RECORD(1:1) NOT = "*"
             AND VAULTOLD-RECORD(1:20) NOT = SPACES
             AND VAULTOLD-RECORD(22:20) NOT = SPACES
             ADD 1 TO CNT-OLD-READ
             PERFORM RELEASE-ONE-VAULT-RECORD
            END-IF
          END-READ
         END-PERFORM
         CLOSE VAULTOLD
        END-IF.

       RELEASE-ONE-VAULT-RECORD.
        MOVE SPACES TO SORT-REC.
        MOVE FUNCTION UPPER-CASE(VAULTOLD-RECORD(1:20)) TO SRT-LABEL.
        MOVE VAULTOLD-RECORD(22:20) TO SRT-KEYWORD.
        IF VAULTOLD-RECORD(43:23) = SPACES
         ADD 1 TO CNT-OLD-FORMAT
         MOVE 1 TO SRT-VERSION
         MOVE 0 TO SRT-FROM
         MOVE 99999999 TO SRT-TO
         MOVE "A" TO SRT-STATE
         RELEASE SORT-REC
        ELSE
         IF VAULTOLD-RECORD(43:3) IS NUMERIC
          AND VAULTOLD-RECORD(47:8) IS NUMERIC
          AND VAULTOLD-RECORD(56:8) IS NUMERIC
          AND (VAULTOLD-RECORD(65:1) = "A" OR "S" OR "R" OR "E")
          MOVE VAULTOLD-RECORD(43:3) TO SRT-VERSION
          MOVE VAULTOLD-RECORD(47:8) TO SRT-FROM
          MOVE VAULTOLD-RECORD(56:8) TO SRT-TO
          MOVE VAULTOLD-RECORD(65:1) TO SRT-STATE
          RELEASE SORT-REC
         ELSE
          ADD 1 TO CNT-BAD
         END-IF
        END-IF.

      *Takes the sorted versions back, dropping a label/version pair
      *equal to the one before it (the first copy wins) and counting
      *anything past the 500-entry table so nothing is silently lost.
       COLLECT-SORTED.
        MOVE SPACES TO KM-PREV-LABEL.
        MOVE 0 TO KM-PREV-VERSION.
        PERFORM UNTIL SORT-EOF = 1
         RETURN SORTWORK AT END MOVE 1 TO SORT-EOF
          NOT AT END
           IF SRT-LABEL = KM-PREV-LABEL
            AND SRT-VERSION = KM-PREV-VERSION
            ADD 1 TO CNT-DUPS
           ELSE
            IF KM-COUNT < 500
             ADD 1 TO KM-COUNT
             MOVE SRT-LABEL TO KM-LABEL(KM-COUNT)
             MOVE SRT-KEYWORD TO KM-KEYWORD(KM-COUNT)
             MOVE SRT-VERSION TO KM-VERSION(KM-COUNT)
             MOVE SRT-FROM TO KM-FROM(KM-COUNT)
             MOVE SRT-TO TO KM-TO(KM-COUNT)
             MOVE SRT-STATE TO KM-STATE(KM-COUNT)
             MOVE SRT-LABEL TO KM-PREV-LABEL
             MOVE SRT-VERSION TO KM-PREV-VERSION
            ELSE
             ADD 1 TO CNT-OVERFLOW
            END-IF
           END-IF
         END-RETURN
        END-PERFORM.

       WRITE-BEFORE-LINES.
        PERFORM COUNT-LABELS.
        MOVE SPACES TO MAINT-LINE.
        STRING "BEFORE: RECORDS READ=" DELIMITED BY SIZE
            CNT-OLD-READ DELIMITED BY SIZE
            " UNVERSIONED=" DELIMITED BY SIZE
            CNT-OLD-FORMAT DELIMITED BY SIZE
            " DUPLICATES DROPPED=" DELIMITED BY SIZE
            CNT-DUPS DELIMITED BY SIZE
            " UNREADABLE=" DELIMITED BY SIZE
            CNT-BAD DELIMITED BY SIZE
            " TABLE OVERFLOW=" DELIMITED BY SIZE
            CNT-OVERFLOW DELIMITED BY SIZE
            INTO MAINT-LINE
        END-STRING.
        WRITE MAINT-PRINT FROM MAINT-LINE.
        MOVE SPACES TO MAINT-LINE.
        STRING "BEFORE: LABELS=" DELIMITED BY SIZE
            KM-LABELS DELIMITED BY SIZE
            " VERSIONS=" DELIMITED BY SIZE
            KM-COUNT DELIMITED BY SIZE
            " IN FORCE TODAY=" DELIMITED BY SIZE
            KM-ACTIVE DELIMITED BY SIZE
            INTO MAINT-LINE
        END-STRING.
        WRITE MAINT-PRINT FROM MAINT-LINE.
        MOVE "A LABEL" TO MAINT-LINE.
        MOVE "BEFORE" TO MAINT-LINE(24:6).
        MOVE "AFTER" TO MAINT-LINE(50:5).
        MOVE "DISPOSITION" TO MAINT-LINE(76:11).
        WRITE MAINT-PRINT FROM MAINT-LINE.

      *Distinct labels, and labels with a version in force today, for
      *the before and after summary lines.
       COUNT-LABELS.
        MOVE 0 TO KM-LABELS.
        MOVE 0 TO KM-ACTIVE.
        MOVE SPACES TO KM-PREV-LABEL.
        PERFORM VARYING KM-I FROM 1 BY 1 UNTIL KM-I > KM-COUNT
         IF KM-LABEL(KM-I) NOT = KM-PREV-LABEL
          ADD 1 TO KM-LABELS
          MOVE KM-LABEL(KM-I) TO KM-PREV-LABEL
         END-IF
         IF KM-FROM(KM-I) <= STAMP-DATE AND KM-TO(KM-I) >= STAMP-DATE
          ADD 1 TO KM-ACTIVE
         END-IF
        END-PERFORM.

      *Applies the control-file transactions one by one against the
      *sorted table, reporting every one as APPLIED or REJECTED with
      *the reason. A missing control file is a sort/convert-only run.
       APPLY-TRANSACTIONS.
        OPEN INPUT VAULTCTL.
        IF VAULTCTL-STATUS = "00"
         PERFORM UNTIL CTL-EOF = 1
          READ VAULTCTL AT END MOVE 1 TO CTL-EOF
           NOT AT END
            IF VAULTCTL-RECORD NOT = SPACES
             PERFORM APPLY-ONE-TRANSACTION
            END-IF
          END-READ
         END-PERFORM
         CLOSE VAULTCTL
        ELSE
         MOVE "NO CONTROL FILE - SORT AND CONVERT ONLY" TO MAINT-LINE
         WRITE MAINT-PRINT FROM MAINT-LINE
        END-IF.

      *Common edits first - a label, and an effective date that is a
      *real calendar date (blank means today) - then the action.
       APPLY-ONE-TRANSACTION.
        MOVE SPACES TO MAINT-LINE.
        MOVE SPACES TO KM-BEFORE.
        MOVE SPACES TO KM-AFTER.
        MOVE FUNCTION UPPER-CASE(CTL-LABEL) TO KM-LABEL-IN.
        MOVE CTL-KEYWORD TO KM-KEYWORD-IN.
        IF KM-LABEL-IN = SPACES
         MOVE "REJECTED - BLANK LABEL" TO MAINT-LINE(76:)
         PERFORM WRITE-TXN-LINE
        ELSE
         IF CTL-DATE = SPACES
          MOVE STAMP-DATE TO KM-DATE
         ELSE
          IF CTL-DATE IS NUMERIC
           MOVE CTL-DATE TO KM-DATE
          ELSE
           MOVE 0 TO KM-DATE
          END-IF
         END-IF
         IF FUNCTION TEST-DATE-YYYYMMDD(KM-DATE) NOT = 0
          MOVE "REJECTED - INVALID EFFECTIVE DATE" TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         ELSE
          COMPUTE KM-DATE-INT = FUNCTION INTEGER-OF-DATE(KM-DATE)
          COMPUTE KM-DAY-BEFORE =
           FUNCTION DATE-OF-INTEGER(KM-DATE-INT - 1)
          PERFORM FIND-LABEL
          IF KM-FOUND = "Y"
           MOVE KM-LAST TO KM-STATE-IDX
           PERFORM FORMAT-VERSION-STATE
           MOVE KM-STATE-LINE TO KM-BEFORE
          END-IF
          EVALUATE FUNCTION UPPER-CASE(CTL-ACTION)
           WHEN "A" PERFORM APPLY-ADD
           WHEN "R" PERFORM APPLY-ROTATE
           WHEN "X" PERFORM APPLY-RETIRE
           WHEN "E" PERFORM APPLY-EXPIRE
           WHEN OTHER PERFORM REPORT-BAD-ACTION
          END-EVALUATE
         END-IF
        END-IF.

      *A new label starts at version 001 with no end date.
       APPLY-ADD.
        IF KM-FOUND = "Y"
         MOVE "REJECTED - LABEL ALREADY ON VAULT" TO MAINT-LINE(76:)
         PERFORM WRITE-TXN-LINE
        ELSE
         IF KM-KEYWORD-IN = SPACES
          MOVE "REJECTED - BLANK KEYWORD" TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         ELSE
          IF KM-COUNT >= 500
           MOVE "REJECTED - TABLE FULL" TO MAINT-LINE(76:)
           PERFORM WRITE-TXN-LINE
          ELSE
           PERFORM INSERT-VERSION
           MOVE 1 TO KM-VERSION(KM-INS)
           MOVE KM-DATE TO KM-FROM(KM-INS)
           MOVE 99999999 TO KM-TO(KM-INS)
           MOVE "A" TO KM-STATE(KM-INS)
           PERFORM APPLIED-TXN
          END-IF
         END-IF
        END-IF.

      *Rotation closes the current version the day before the new
      *keyword takes over and opens the next version number - the
      *old version stays on the vault, superseded, so records
      *processed under it still resolve to the keyword they used.
       APPLY-ROTATE.
        EVALUATE TRUE
         WHEN KM-FOUND NOT = "Y"
          MOVE "REJECTED - LABEL NOT ON VAULT" TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN KM-STATE(KM-LAST) NOT = "A"
          MOVE "REJECTED - LABEL RETIRED OR EXPIRED"
           TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN KM-KEYWORD-IN = SPACES
          MOVE "REJECTED - BLANK KEYWORD" TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN KM-KEYWORD-IN = KM-KEYWORD(KM-LAST)
          MOVE "REJECTED - SAME KEYWORD AS CURRENT VERSION"
           TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN KM-DATE <= KM-FROM(KM-LAST)
          MOVE "REJECTED - DATE NOT AFTER CURRENT VERSION"
           TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN KM-VERSION(KM-LAST) >= 999
          MOVE "REJECTED - VERSION NUMBERS EXHAUSTED"
           TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN KM-COUNT >= 500
          MOVE "REJECTED - TABLE FULL" TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN OTHER
          MOVE KM-DAY-BEFORE TO KM-TO(KM-LAST)
          MOVE "S" TO KM-STATE(KM-LAST)
          PERFORM INSERT-VERSION
          COMPUTE KM-VERSION(KM-INS) = KM-VERSION(KM-INS - 1) + 1
          MOVE KM-DATE TO KM-FROM(KM-INS)
          MOVE 99999999 TO KM-TO(KM-INS)
          MOVE "A" TO KM-STATE(KM-INS)
          PERFORM APPLIED-TXN
        END-EVALUATE.

      *Retirement withdraws the label from the effective date on -
      *its last day in force is the day before. Retiring on the day
      *a version started (a label added in error) leaves that version
      *never in force, which is exactly what was meant.
       APPLY-RETIRE.
        EVALUATE TRUE
         WHEN KM-FOUND NOT = "Y"
          MOVE "REJECTED - LABEL NOT ON VAULT" TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN KM-STATE(KM-LAST) NOT = "A"
          MOVE "REJECTED - LABEL RETIRED OR EXPIRED"
           TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN KM-DATE < KM-FROM(KM-LAST)
          MOVE "REJECTED - DATE BEFORE CURRENT VERSION"
           TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN OTHER
          MOVE KM-DAY-BEFORE TO KM-TO(KM-LAST)
          MOVE "R" TO KM-STATE(KM-LAST)
          MOVE KM-LAST TO KM-INS
          PERFORM APPLIED-TXN
        END-EVALUATE.

      *Expiry sets the last day in force - usually a future date the
      *security team has scheduled - and the label keeps resolving
      *until then.
       APPLY-EXPIRE.
        EVALUATE TRUE
         WHEN KM-FOUND NOT = "Y"
          MOVE "REJECTED - LABEL NOT ON VAULT" TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN KM-STATE(KM-LAST) NOT = "A"
          MOVE "REJECTED - LABEL RETIRED OR EXPIRED"
           TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN KM-DATE < KM-FROM(KM-LAST)
          MOVE "REJECTED - DATE BEFORE CURRENT VERSION"
           TO MAINT-LINE(76:)
          PERFORM WRITE-TXN-LINE
         WHEN OTHER
          MOVE KM-DATE TO KM-TO(KM-LAST)
          MOVE "E" TO KM-STATE(KM-LAST)
          MOVE KM-LAST TO KM-INS
          PERFORM APPLIED-TXN
        END-EVALUATE.

       REPORT-BAD-ACTION.
        MOVE "REJECTED - UNKNOWN ACTION" TO MAINT-LINE(76:).
        PERFORM WRITE-TXN-LINE.

      *An applied transaction reports the label's latest version as
      *it now stands beside the version it replaced.
       APPLIED-TXN.
        MOVE KM-INS TO KM-STATE-IDX.
        PERFORM FORMAT-VERSION-STATE.
        MOVE KM-STATE-LINE TO KM-AFTER.
        MOVE "APPLIED" TO MAINT-LINE(76:).
        PERFORM WRITE-TXN-LINE.
        ADD 1 TO CNT-APPLIED.

      *The transaction detail line: action, label, the label's latest
      *version before and after, and the disposition the caller
      *already placed at column 76. Anything not marked APPLIED is a
      *rejection, counted here so every path is covered once.
       WRITE-TXN-LINE.
        MOVE CTL-ACTION TO MAINT-LINE(1:1).
        MOVE SPACES TO MAINT-LINE(2:1).
        MOVE KM-LABEL-IN TO MAINT-LINE(3:20).
        MOVE KM-BEFORE TO MAINT-LINE(24:24).
        MOVE KM-AFTER TO MAINT-LINE(50:24).
        IF MAINT-LINE(76:8) NOT = "APPLIED "
         ADD 1 TO CNT-REJECTED
        END-IF.
        WRITE MAINT-PRINT FROM MAINT-LINE.
        MOVE SPACES TO MAINT-LINE.

      *"Vnnn from-to s" for the entry at KM-STATE-IDX - never the
      *keyword itself.
       FORMAT-VERSION-STATE.
        MOVE SPACES TO KM-STATE-LINE.
        STRING "V" DELIMITED BY SIZE
            KM-VERSION(KM-STATE-IDX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            KM-FROM(KM-STATE-IDX) DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            KM-TO(KM-STATE-IDX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            KM-STATE(KM-STATE-IDX) DELIMITED BY SIZE
            INTO KM-STATE-LINE
        END-STRING.

      *Scans for KM-LABEL-IN. On exit KM-FOUND says whether it is on
      *the vault, KM-LAST is its latest (highest) version when found,
      *and KM-INS is the slot just past the label's versions - or,
      *for a new label, the slot it belongs in alphabetically.
       FIND-LABEL.
        MOVE "N" TO KM-FOUND.
        MOVE 0 TO KM-LAST.
        COMPUTE KM-INS = KM-COUNT + 1.
        PERFORM VARYING KM-I FROM 1 BY 1
         UNTIL KM-I > KM-COUNT OR KM-LABEL(KM-I) > KM-LABEL-IN
         IF KM-LABEL(KM-I) = KM-LABEL-IN
          MOVE "Y" TO KM-FOUND
          MOVE KM-I TO KM-LAST
         END-IF
        END-PERFORM.
        IF KM-I <= KM-COUNT
         MOVE KM-I TO KM-INS
        END-IF.

      *Opens a slot at KM-INS by shifting the tail up one, then drops
      *the label and keyword in - the table stays in label/version
      *order without a re-sort. The caller fills in the version,
      *dates and status.
       INSERT-VERSION.
        PERFORM VARYING KM-I FROM KM-COUNT BY -1 UNTIL KM-I < KM-INS
         MOVE KM-ENTRY(KM-I) TO KM-ENTRY(KM-I + 1)
        END-PERFORM.
        MOVE KM-LABEL-IN TO KM-LABEL(KM-INS).
        MOVE KM-KEYWORD-IN TO KM-KEYWORD(KM-INS).
        ADD 1 TO KM-COUNT.

      *Writes the new vault: the "*V" version stamp first, then every
      *version of every label in the fixed layout above.
       WRITE-NEW-VAULT.
        OPEN OUTPUT VAULTNEW.
        IF VAULTNEW-STATUS NOT = "00"
         MOVE "NEW VAULT COULD NOT BE OPENED - NOT WRITTEN"
          TO MAINT-LINE
         WRITE MAINT-PRINT FROM MAINT-LINE
         MOVE 12 TO RETURN-CODE
        ELSE
         MOVE SPACES TO VERSION-RECORD
         STRING "*V " DELIMITED BY SIZE
             STAMP-DATE DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             STAMP-TIME(1:6) DELIMITED BY SIZE
             " N=" DELIMITED BY SIZE
             KM-COUNT DELIMITED BY SIZE
             INTO VERSION-RECORD
         END-STRING
         WRITE VAULTNEW-RECORD FROM VERSION-RECORD
         PERFORM VARYING KM-I FROM 1 BY 1 UNTIL KM-I > KM-COUNT
          MOVE SPACES TO VAULT-LINE
          MOVE KM-LABEL(KM-I) TO VAULT-LINE(1:20)
          MOVE KM-KEYWORD(KM-I) TO VAULT-LINE(22:20)
          MOVE KM-VERSION(KM-I) TO VAULT-LINE(43:3)
          MOVE KM-FROM(KM-I) TO VAULT-LINE(47:8)
          MOVE KM-TO(KM-I) TO VAULT-LINE(56:8)
          MOVE KM-STATE(KM-I) TO VAULT-LINE(65:1)
          WRITE VAULTNEW-RECORD FROM VAULT-LINE
         END-PERFORM
         CLOSE VAULTNEW
        END-IF.

       WRITE-AFTER-LINES.
        PERFORM COUNT-LABELS.
        MOVE SPACES TO MAINT-LINE.
        STRING "AFTER: TRANSACTIONS APPLIED=" DELIMITED BY SIZE
            CNT-APPLIED DELIMITED BY SIZE
            " REJECTED=" DELIMITED BY SIZE
            CNT-REJECTED DELIMITED BY SIZE
            " LABELS=" DELIMITED BY SIZE
            KM-LABELS DELIMITED BY SIZE
            " VERSIONS=" DELIMITED BY SIZE
            KM-COUNT DELIMITED BY SIZE
            " IN FORCE TODAY=" DELIMITED BY SIZE
            KM-ACTIVE DELIMITED BY SIZE
            INTO MAINT-LINE
        END-STRING.
        WRITE MAINT-PRINT FROM MAINT-LINE.
        MOVE SPACES TO MAINT-LINE.
        STRING "AFTER: VERSION=" DELIMITED BY SIZE
            VERSION-RECORD DELIMITED BY SIZE
            INTO MAINT-LINE
        END-STRING.
        WRITE MAINT-PRINT FROM MAINT-LINE.
       END PROGRAM KEY-MAINT.
