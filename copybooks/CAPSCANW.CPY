      ******************************************************************
      * Copybook: CAPSCANW
      * Purpose: work areas for the caption scan (procedure copybook
      *          CAPSCAN). COPY it in WORKING-STORAGE of any program
      *          that COPYs CAPSCAN. The caller moves an archived
      *          canvas row (CANVOUT / DL-ROW-DATA layout: row label
      *          in columns 1-2, canvas column n in column n + 3)
      *          to CS-ROW-DATA before performing the scan; each
      *          caption found comes back in CS-CAPTION with the
      *          canvas column it starts at in CS-CAPTION-COL.
      * Modification History:
      *   2026-10-14 jl371 - created for the caption index.
      ******************************************************************
       01 CS-ROW-DATA PIC X(135).
       01 CS-CHAR PIC X.
           88 CS-ALNUM VALUES 'A' THRU 'Z' 'a' THRU 'z'
                              '0' THRU '9'.
           88 CS-LETTER VALUES 'A' THRU 'Z' 'a' THRU 'z'.
           88 CS-JOINER VALUES '-' '.' '/' '_'.
       01 CS-POS PIC 9(3).
       01 CS-START PIC 9(3).
       01 CS-END PIC 9(3).
       01 CS-LEN PIC 9(3).
       01 CS-TALLY PIC 9(3).
       01 CS-RUN-SW PIC X VALUE 'N'.
           88 CS-IN-RUN VALUE 'Y'.
       01 CS-LETTER-SW PIC X VALUE 'N'.
           88 CS-HAS-LETTER VALUE 'Y'.
       01 CS-CAPTION PIC X(40).
       01 CS-CAPTION-COL PIC 9(3).
       01 CS-CAPTIONS-FOUND PIC 9(5) VALUE 0.
