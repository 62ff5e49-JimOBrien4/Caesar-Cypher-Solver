      *file with an error-code annotation for correction.
      *
      *Error codes on the suspense file:
      * E01 mode not numeric or not 1-12 - modes 1-9 are the single
      *     digit in column 1; a "0" there escapes to a two-digit
      *     mode in columns 2-3 (010 affine decrypt, 011 affine
      *     solve, 012 identify and solve), and such a card carries
      *     no shift amount
      * E02 shift amount not numeric (an all-blank amount is accepted
      *     and normalized to 00, which the solver already treats as
      *     "use the default")
      * E03 keyed-mode card (mode 4, 5, 7, 8, 9 or 10) with a blank
      *     key label - the solver has nothing to resolve against
      *     the key vault
      * E04 key label contains something other than letters, digits
      *     or hyphens
      * E05 continuation flag not Y, N or blank
      * E10 resend override flag not Y, N or blank - the solver's
      *     duplicate check would treat a keying slip as an ordinary
      *     first submission
      * E11 partner suspended or closed on the partner master as of
      *     the edit date - the card waits on suspense until
      *     PARTNER-MAINT reinstates the partner, then resubmits
      *     like any other correction
      *
      *A card that passes with LANG-IN blank is given the partner's
      *default language from the master, so the solver scores it
      *under the partner's profile instead of the run default.
      *
      *Every raw file now travels under a batch manifest: an HDR
      *record (partner, batch date, batch number) opens each batch
      *item 19-24.
       01 SUSPCLR-RECORD PIC X(30).
       FD PARTMST RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Partner master record as PARTNER-MAINT keeps it: code 1-4,
      *billing name 6-35, status 37 ("A"/blank active, "S" suspended,
      *"C" closed), status effective date 39-46, added date 48-55,
      *escalation contact 57-86, default language 88-89, status
      *before the last change 91.
       01 PARTMST-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 RAWIN-DSN PIC X(100) VALUE "rawdd.txt".
       01 CLEANOUT-DSN PIC X(100) VALUE "indd.txt".
      *partners the shop bills today.
       01 PARTNER-COUNT PIC 9(2) VALUE 0.
       01 PARTNER-TABLE.
        05 PARTNER-ENTRY OCCURS 50 TIMES.
         10 PARTNER-CODE PIC X(4).
         10 PARTNER-STATUS PIC X(1).
         10 PARTNER-STAT-DATE PIC X(8).
         10 PARTNER-PREV-STATUS PIC X(1).
         10 PARTNER-LANG PIC X(2).
       01 PARTNER-IDX PIC 9(2).
       01 PARTNER-OK PIC X(1).
       01 PARTNER-MATCH PIC 9(2).
       01 PARTNER-AS-OF PIC X(1).
       01 TODAY-X PIC X(8).
      *The card most recently read - this is the look-ahead buffer,
      *holding the NEXT message's head card between chains, so the
      *edits below never touch it. Numeric fields held as X so a
      *First error found for the current chain - one code per chain
      *is enough for the clerk, and the head card names the culprit.
       01 EDIT-ERROR PIC X(3).
      *The head card's mode as two digits whichever way it was
      *keyed - "07" for a plain 7 card, "11" for a 011 card - so the
      *edits below test one field.
       01 EDIT-MODE PIC X(2).
       01 SUSPENSE-LINE PIC X(135).
       01 SUSPCLR-LINE PIC X(30).
       01 KEY-IDX PIC 9(2).
       END-IF.
       PERFORM LOAD-PARTNER-MASTER.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       MOVE SPACES TO ENV-OVERRIDE.
       ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "CAESAR_BUSDATE".
       IF ENV-OVERRIDE(1:8) IS NUMERIC
        MOVE ENV-OVERRIDE(1:8) TO TODAY-DATE
       END-IF.
       MOVE TODAY-DATE TO TODAY-X.
       PERFORM READ-RAW-CARD.
       PERFORM UNTIL RAW-EOF = 1
        PERFORM ASSEMBLE-CHAIN
            ADD 1 TO PARTNER-COUNT
            MOVE FUNCTION UPPER-CASE(PARTMST-RECORD(1:4))
             TO PARTNER-CODE(PARTNER-COUNT)
            MOVE PARTMST-RECORD(37:1) TO PARTNER-STATUS(PARTNER-COUNT)
            MOVE PARTMST-RECORD(39:8)
             TO PARTNER-STAT-DATE(PARTNER-COUNT)
            MOVE PARTMST-RECORD(91:1)
             TO PARTNER-PREV-STATUS(PARTNER-COUNT)
            MOVE FUNCTION UPPER-CASE(PARTMST-RECORD(88:2))
             TO PARTNER-LANG(PARTNER-COUNT)
           END-IF
         END-READ
        END-PERFORM.
       EDIT-CHAIN.
        MOVE SPACES TO EDIT-ERROR.
        MOVE CHAIN-CARD(1) TO WORK-CARD.
        IF WC-MODE = "0"
         MOVE WC-AMOUNT TO EDIT-MODE
        ELSE
         MOVE "0" TO EDIT-MODE(1:1)
         MOVE WC-MODE TO EDIT-MODE(2:1)
        END-IF.
        IF EDIT-MODE IS NOT NUMERIC OR EDIT-MODE = "00"
         OR EDIT-MODE > "12"
         MOVE "E01" TO EDIT-ERROR
        END-IF.
      *A two-digit mode card has its mode where the amount would be -
      *there is no amount to edit.
        IF EDIT-ERROR = SPACES AND WC-MODE NOT = "0"
         IF WC-AMOUNT = SPACES
          MOVE "00" TO WC-AMOUNT
          MOVE WORK-CARD TO CHAIN-CARD(1)
         END-IF
        END-IF.
        IF EDIT-ERROR = SPACES
         AND (EDIT-MODE = "04" OR EDIT-MODE = "05"
          OR EDIT-MODE = "07" OR EDIT-MODE = "08"
          OR EDIT-MODE = "09" OR EDIT-MODE = "10")
         AND WC-KEY = SPACES
         MOVE "E03" TO EDIT-ERROR
        END-IF.
      *The key label matters only where the solver will actually
      *resolve it (the keyed modes 4, 5, 7, 8, 9 and 10) - the other
      *modes ignore the columns, so stray characters there are not
      *worth a suspense cycle.
        IF EDIT-ERROR = SPACES AND WC-KEY NOT = SPACES
         AND (EDIT-MODE = "04" OR EDIT-MODE = "05"
          OR EDIT-MODE = "07" OR EDIT-MODE = "08"
          OR EDIT-MODE = "09" OR EDIT-MODE = "10")
         PERFORM EDIT-KEY-LETTERS
        END-IF.
        IF EDIT-ERROR = SPACES
          MOVE "E10" TO EDIT-ERROR
         END-IF
        END-IF.
      *Only a card that is going through gets the default language -
      *a suspended card goes back to the clerk exactly as keyed.
        IF EDIT-ERROR = SPACES
         MOVE CHAIN-CARD(1) TO WORK-CARD
         IF WC-LANG = SPACES
          AND PARTNER-LANG(PARTNER-MATCH) NOT = SPACES
          MOVE PARTNER-LANG(PARTNER-MATCH) TO WC-LANG
          MOVE WORK-CARD TO CHAIN-CARD(1)
         END-IF
        END-IF.

      *A present language code must be exactly two letters - one
      *letter plus a blank, a digit, or punctuation is a keying slip
      *exactly the guessing game this field exists to end.
       EDIT-PARTNER-CODE.
        MOVE "N" TO PARTNER-OK.
        MOVE 0 TO PARTNER-MATCH.
        PERFORM VARYING PARTNER-IDX FROM 1 BY 1
         UNTIL PARTNER-IDX > PARTNER-COUNT OR PARTNER-OK = "Y"
         IF PARTNER-CODE(PARTNER-IDX) =
          FUNCTION UPPER-CASE(WC-PARTNER)
          MOVE "Y" TO PARTNER-OK
          MOVE PARTNER-IDX TO PARTNER-MATCH
         END-IF
        END-PERFORM.
        IF PARTNER-OK NOT = "Y"
         MOVE "E09" TO EDIT-ERROR
        ELSE
         PERFORM EDIT-PARTNER-STATUS
        END-IF.

      *A known partner must also be open for business today. The
      *master carries the status before the last change as well, so
      *a suspension keyed ahead of time bites on its effective date
      *and not before - the same rule PARTNER-MAINT counts by.
       EDIT-PARTNER-STATUS.
        IF PARTNER-STAT-DATE(PARTNER-MATCH) IS NUMERIC
         AND TODAY-X < PARTNER-STAT-DATE(PARTNER-MATCH)
         MOVE PARTNER-PREV-STATUS(PARTNER-MATCH) TO PARTNER-AS-OF
        ELSE
         MOVE PARTNER-STATUS(PARTNER-MATCH) TO PARTNER-AS-OF
        END-IF.
        IF PARTNER-AS-OF = "S" OR PARTNER-AS-OF = "C"
         MOVE "E11" TO EDIT-ERROR
        END-IF.

      *The key label must be letters, digits or hyphens (trailing
