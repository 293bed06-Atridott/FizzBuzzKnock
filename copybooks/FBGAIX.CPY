    *> FBGAIX.CPY
    *> GENAIDX GENERATION ARCHIVE INDEX RECORD - ONE LINE PER
    *> GENERATION FIZZPRG HAS COPIED TO GENARCH AND VERIFIED.  THE
    *> RECORD COUNT AND HASH TOTAL ARE THE ORIGINAL FIZZOUT TRAILER'S,
    *> WHICH THE ARCHIVED COPY WAS PROVED AGAINST; THE LINE COUNTS
    *> ARE HOW MANY FIZZOUT AND FIZZRPT LINES WERE ARCHIVED, AND THE
    *> FORMAT (C = CSV, F = FIXED) IS THE ONE THE FIZZOUT WAS WRITTEN
    *> IN.  FIZZRTV FINDS A RUN HERE TO RESTORE IT.  APPEND-ONLY.
     01  GEN-ARCHIVE-INDEX-RECORD.
         05  GAIX-RUN-ID               PIC X(14).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GAIX-ARCH-DATE            PIC X(08).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GAIX-ARCH-TIME            PIC X(06).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GAIX-RECORD-COUNT         PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GAIX-HASH-TOTAL           PIC 9(13).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GAIX-FORMAT               PIC X(01).
             88  GAIX-FORMAT-CSV                 VALUE "C".
             88  GAIX-FORMAT-FIXED               VALUE "F".
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GAIX-OUT-LINES            PIC 9(09).
         05  FILLER                    PIC X(01) VALUE SPACES.
         05  GAIX-RPT-LINES            PIC 9(09).
