      *                               stand as a well-formed batch
      *                               that passes the header/trailer
      *                               check
      * 15/10/2026 SINISA ABRAMOVIC  Carry the guardian JMBG columns
      *                               (31-57 of a branch detail) through
      *                               onto the merged output so
      *                               relationship records survive the
      *                               merge
      * 15/10/2026 SINISA ABRAMOVIC  Carry columns 31-83 of a branch
      *                               detail through onto the merged
      *                               output as one block, so identity
      *                               document records survive the merge
      *                               - the separate reason and guardian
      *                               fields dropped column 34, the
      *                               fourth digit of a first guardian's
      *                               JMBG
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           02 BR-RECORD-TYPE      PIC   X.
              88 BR-IS-HEADER                VALUE "H".
              88 BR-IS-TRAILER               VALUE "T".
           02 FILLER              PIC   X(82).
       01 BRANCH-TRAILER-RECORD.
           02 FILLER              PIC   X.
           02 BR-TRAILER-COUNT    PIC   9(5).
           02 FILLER              PIC   X(28).
           02 BR-DETAIL-TYPE      PIC   X.
           02 FILLER              PIC   X.
           02 BR-DETAIL-DATA      PIC   X(53).

       FD  INTAKE-OUT.
       01 INTAKE-OUT-RECORD       PIC X(83).

       FD  BRANCH-REGISTER.
       01 BRANCH-REGISTER-RECORD.
           02 WS-DET-BRANCH         PIC X(3).
           02 WS-DET-TYPE           PIC X     VALUE SPACE.
           02 FILLER                PIC X     VALUE SPACE.
           02 WS-DET-DETAIL-DATA    PIC X(53) VALUE SPACES.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "INTAKEMRG".
       01 WS-LOG-OUTCOME           PIC X(10).
                 MOVE BRANCH-IN-RECORD(1:24) TO WS-DET-DATA
                 MOVE WS-BRANCH-CODE TO WS-DET-BRANCH
                 MOVE BR-DETAIL-TYPE TO WS-DET-TYPE
                 MOVE BR-DETAIL-DATA TO WS-DET-DETAIL-DATA
                 MOVE WS-DETAIL-BUILD TO INTAKE-OUT-RECORD
                 WRITE INTAKE-OUT-RECORD
           END-EVALUATE.
