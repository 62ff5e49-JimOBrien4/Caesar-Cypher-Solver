       FD SLICEAUD RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 SLICEAUD-RECORD PIC X(1700).
       FD SLICEFED RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 SLICEFED-RECORD PIC X(844).
       FD SLICERVQ RECORDING MODE F LABEL RECORDS ARE OMITTED.
      *Queue record as CAESAR-SOLVER writes it - the sequence number
      *sits in 24-30.
       FD AUDITOUT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 AUDITOUT-RECORD PIC X(1700).
       FD FEEDOUT RECORDING MODE F LABEL RECORDS ARE OMITTED.
       01 FEEDOUT-RECORD PIC X(844).
       WORKING-STORAGE SECTION.
       01 SLICERPT-DSN PIC X(100).
       01 SLICEAUD-DSN PIC X(100).
       01 SUM-DUPLICATES PIC 9(7) VALUE 0.
       01 SUM-REVIEW PIC 9(7) VALUE 0.
       01 SUM-TRUNCATED PIC 9(7) VALUE 0.
       01 SUM-AFFINE PIC 9(7) VALUE 0.
       01 SUM-AFFDECRYPT PIC 9(7) VALUE 0.
       01 SUM-AFFSOLVE PIC 9(7) VALUE 0.
       01 SUM-IDENTIFY PIC 9(7) VALUE 0.
      *Trailer parse fields, split on "=" the way AUDIT-RECON does.
       01 TRL-IMG PIC X(850).
       01 TRL-PIECE-0 PIC X(100).
       01 TRL-PIECE PIC X(30) OCCURS 16 TIMES.
       01 TRL-HEAD PIC X(50).
       01 TRL-TAIL PIC X(100).
       01 TRL-IDX PIC 9(2).
      *Sized for the full trailer (314 bytes with sixteen labeled
      *counts) - same as the solver's own TRAILER-LINE.
       01 TRAILER-LINE PIC X(320).
       01 LINEBREAK PIC X(100) VALUE "-".
      *Sequence renumbering work fields - the feed and the review
      *queue shift by the same per-slice offsets.
       01 FEED-IMG PIC X(844).
       01 FEED-OFFSET PIC 9(7) VALUE 0.
       01 FEED-NEWSEQ PIC 9(7).
       01 RVQ-IMG PIC X(870).
      *remembers the slice's RECORDS READ total for feed offsets.
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
        ADD FUNCTION NUMVAL(TRL-PIECE(10)(1:7)) TO SUM-DUPLICATES.
        ADD FUNCTION NUMVAL(TRL-PIECE(11)(1:7)) TO SUM-REVIEW.
        ADD FUNCTION NUMVAL(TRL-PIECE(12)(1:7)) TO SUM-TRUNCATED.
        ADD FUNCTION NUMVAL(TRL-PIECE(13)(1:7)) TO SUM-AFFINE.
        ADD FUNCTION NUMVAL(TRL-PIECE(14)(1:7)) TO SUM-AFFDECRYPT.
        ADD FUNCTION NUMVAL(TRL-PIECE(15)(1:7)) TO SUM-AFFSOLVE.
        ADD FUNCTION NUMVAL(TRL-PIECE(16)(1:7)) TO SUM-IDENTIFY.

      *One combined trailer in WRITE-TRAILER's exact format, so
      *AUDIT-RECON and everything else that reads the report sees a
            SUM-REVIEW DELIMITED BY SIZE
            " TRUNCATED=" DELIMITED BY SIZE
            SUM-TRUNCATED DELIMITED BY SIZE
            " AFFINE=" DELIMITED BY SIZE
            SUM-AFFINE DELIMITED BY SIZE
            " AFFDECRYPT=" DELIMITED BY SIZE
            SUM-AFFDECRYPT DELIMITED BY SIZE
            " AFFSOLVE=" DELIMITED BY SIZE
            SUM-AFFSOLVE DELIMITED BY SIZE
            " IDENTIFY=" DELIMITED BY SIZE
            SUM-IDENTIFY DELIMITED BY SIZE
            ") ***" DELIMITED BY SIZE
            INTO TRAILER-LINE
        END-STRING.
