    *> FBGARC.CPY
    *> GENARCH CONSOLIDATED GENERATION ARCHIVE RECORD.  FIZZPRG COPIES
    *> EVERY LINE OF A GENERATION'S FIZZOUT AND FIZZRPT HERE BEFORE IT
    *> SCRATCHES THE GENERATION, EACH LINE TAGGED WITH THE RUN-ID,
    *> THE DATE AND TIME OF THE PURGE THAT ARCHIVED IT, AND WHICH OF
    *> THE TWO FILES IT CAME FROM.  APPEND-ONLY.  A COPY THAT FAILED
    *> ITS VERIFICATION IS LEFT IN PLACE BUT NEVER INDEXED; ONLY THE
    *> LINES WHOSE RUN-ID AND ARCHIVE STAMP MATCH A GENAIDX ENTRY
    *> (FBGAIX) ARE THE ARCHIVED GENERATION.
     01  GEN-ARCHIVE-RECORD.
         05  GARC-RUN-ID               PIC X(14).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GARC-ARCH-DATE            PIC X(08).
         05  GARC-ARCH-TIME            PIC X(06).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GARC-FILE-TYPE            PIC X(01).
             88  GARC-FIZZOUT-LINE               VALUE "O".
             88  GARC-FIZZRPT-LINE               VALUE "R".
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GARC-DATA                 PIC X(80).
