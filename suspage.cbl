      *gets paged instead of the file quietly rotting the way the
      *June E03 cards did.
      *
      *Every item line names the partner the card came from, and an
      *escalated one carries the partner's suspense escalation
      *contact from the partner master, so the liaison knows whom to
      *call without looking it up.
      *
      *Age bands: 0-7, 8-14, 15-30, OVER 30 days.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-AGE.
       SELECT OPTIONAL SUSPCLR ASSIGN TO DYNAMIC SUSPCLR-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SUSPCLR-STATUS.
       SELECT OPTIONAL PARTMST ASSIGN TO DYNAMIC PARTMST-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARTMST-STATUS.
       SELECT AGERPT ASSIGN TO DYNAMIC AGERPT-DSN ORGANIZATION IS
       LINE SEQUENTIAL
       FILE STATUS IS AGERPT-STATUS.
      *Clearance record: "C" in 1, clear date 3-10, batch 12-17,
      *item 19-24.
       01 SUSPCLR-RECORD PIC X(30).
       FD PARTMST RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Partner master record - code 1-4 and escalation contact 57-86
      *are all this report needs.
       01 PARTMST-RECORD PIC X(100).
       FD AGERPT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 AGE-PRINT PIC X(132).
       WORKING-STORAGE SECTION.
       01 SUSPENSE-DSN PIC X(100) VALUE "suspense.txt".
       01 SUSPCLR-DSN PIC X(100) VALUE "suspclr.txt".
       01 AGERPT-DSN PIC X(100) VALUE "suspage.rpt".
       01 PARTMST-DSN PIC X(100) VALUE "partner.txt".
       01 ENV-OVERRIDE PIC X(100).
       01 SUSPENSE-STATUS PIC X(2).
       01 SUSPCLR-STATUS PIC X(2).
       01 AGERPT-STATUS PIC X(2).
       01 PARTMST-STATUS PIC X(2).
       01 SUSP-EOF PIC 9 VALUE 0.
       01 CLR-EOF PIC 9 VALUE 0.
       01 PART-EOF PIC 9 VALUE 0.
      *Escalation contacts from the partner master. A master without
      *contacts (or no master at all) just leaves the contact blank.
       01 PARTNER-COUNT PIC 9(2) VALUE 0.
       01 PARTNER-TABLE.
        05 PARTNER-ENTRY OCCURS 50 TIMES.
         10 PARTNER-CODE PIC X(4).
         10 PARTNER-CONTACT PIC X(30).
       01 PARTNER-IDX PIC 9(2).
       01 ITEM-CONTACT PIC X(30).
      *One slot per distinct suspense item (batch + item number). A
      *multi-card chain writes one suspense record per card and a
      *re-suspended resubmit writes a fresh set under the same
         10 ITEM-ERR PIC X(3).
         10 ITEM-DATE PIC 9(8).
         10 ITEM-CLEARED PIC X(1).
         10 ITEM-PARTNER PIC X(4).
       01 ITEM-IDX PIC 9(4).
       01 ITEM-FOUND PIC 9(4).
       01 ITEM-OVERFLOW PIC X(1) VALUE "N".
       01 WORK-DATE PIC 9(8).
       01 WORK-BATCH PIC X(6).
       01 WORK-ITEM PIC X(6).
      *Partner code of the card image (card columns 104-107).
       01 WORK-PARTNER PIC X(4).
      *Aging arithmetic
       01 ESC-DAYS PIC 9(4) VALUE 14.
       01 TODAY-DATE PIC 9(8).
           INTO AGE-LINE
       END-STRING.
       WRITE AGE-PRINT FROM AGE-LINE.
       PERFORM LOAD-PARTNER-CONTACTS.
       PERFORM LOAD-SUSPENSE-ITEMS.
       PERFORM APPLY-CLEARANCES.
       PERFORM REPORT-OPEN-ITEMS.
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_ESCDAYS"
        IF ENV-OVERRIDE NOT = SPACES
         COMPUTE ESC-DAYS = FUNCTION NUMVAL(ENV-OVERRIDE)
        END-IF
        MOVE SPACES TO ENV-OVERRIDE
        ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_PARTMST"
        IF ENV-OVERRIDE NOT = SPACES
         MOVE ENV-OVERRIDE TO PARTMST-DSN
        END-IF.

       LOAD-PARTNER-CONTACTS.
        OPEN INPUT PARTMST.
        IF PARTMST-STATUS = "00"
         PERFORM UNTIL PART-EOF = 1
          READ PARTMST AT END MOVE 1 TO PART-EOF
           NOT AT END
            IF PARTMST-RECORD(1:4) NOT = SPACES
             AND PARTMST-RECORD(1:1) NOT = "*"
             AND PARTNER-COUNT < 50
             ADD 1 TO PARTNER-COUNT
             MOVE FUNCTION UPPER-CASE(PARTMST-RECORD(1:4))
              TO PARTNER-CODE(PARTNER-COUNT)
             MOVE PARTMST-RECORD(57:30)
              TO PARTNER-CONTACT(PARTNER-COUNT)
            END-IF
          END-READ
         END-PERFORM
        END-IF.
        CLOSE PARTMST.

      *Folds every suspense record into the item table. A missing
      *suspense file is an empty queue - a clean report, not an error.
        MOVE SUSPENSE-RECORD(5:8) TO WORK-DATE.
        MOVE SUSPENSE-RECORD(14:6) TO WORK-BATCH.
        MOVE SUSPENSE-RECORD(21:6) TO WORK-ITEM.
        MOVE FUNCTION UPPER-CASE(SUSPENSE-RECORD(131:4))
         TO WORK-PARTNER.
        PERFORM FIND-ITEM.
        IF ITEM-FOUND = 0
         IF ITEM-COUNT < 2000
          MOVE WORK-ERR TO ITEM-ERR(ITEM-COUNT)
          MOVE WORK-DATE TO ITEM-DATE(ITEM-COUNT)
          MOVE "N" TO ITEM-CLEARED(ITEM-COUNT)
          MOVE WORK-PARTNER TO ITEM-PARTNER(ITEM-COUNT)
         ELSE
          MOVE "Y" TO ITEM-OVERFLOW
         END-IF
         IF WORK-DATE < ITEM-DATE(ITEM-FOUND)
          MOVE WORK-DATE TO ITEM-DATE(ITEM-FOUND)
         END-IF
         IF ITEM-PARTNER(ITEM-FOUND) = SPACES
          MOVE WORK-PARTNER TO ITEM-PARTNER(ITEM-FOUND)
         END-IF
        END-IF.

       FIND-ITEM.
            ITEM-DATE(ITEM-IDX) DELIMITED BY SIZE
            " DAYS=" DELIMITED BY SIZE
            ITEM-AGE DELIMITED BY SIZE
            " PARTNER=" DELIMITED BY SIZE
            ITEM-PARTNER(ITEM-IDX) DELIMITED BY SIZE
            INTO AGE-LINE
        END-STRING.
        IF ITEM-AGE >= ESC-DAYS
         ADD 1 TO CNT-ESCALATED
         PERFORM FIND-PARTNER-CONTACT
         STRING FUNCTION TRIM(AGE-LINE) DELIMITED BY SIZE
             " *** ESCALATE ***" DELIMITED BY SIZE
             INTO AGE-LINE
         END-STRING
         IF ITEM-CONTACT NOT = SPACES
          STRING FUNCTION TRIM(AGE-LINE) DELIMITED BY SIZE
              " CONTACT=" DELIMITED BY SIZE
              FUNCTION TRIM(ITEM-CONTACT) DELIMITED BY SIZE
              INTO AGE-LINE
          END-STRING
         END-IF
        END-IF.
        WRITE AGE-PRINT FROM AGE-LINE.

       FIND-PARTNER-CONTACT.
        MOVE SPACES TO ITEM-CONTACT.
        PERFORM VARYING PARTNER-IDX FROM 1 BY 1
         UNTIL PARTNER-IDX > PARTNER-COUNT
         IF PARTNER-CODE(PARTNER-IDX) = ITEM-PARTNER(ITEM-IDX)
          MOVE PARTNER-CONTACT(PARTNER-IDX) TO ITEM-CONTACT
         END-IF
        END-PERFORM.

       WRITE-SUMMARY.
        MOVE SPACES TO AGE-LINE.
        STRING "OPEN BY BAND: 0-7=" DELIMITED BY SIZE
