      *****************************************************************
      *  GAPKEM - known-error match record, one per GAPDIAG record    *
      *           GAPKEM has judged, accumulated (DISP=MOD) in the    *
      *           GAPKEMH history.  It carries the diagnostic's own   *
      *           identity - run serial, GAPDIAG timestamp, source,   *
      *           program, pass and both lists - and the verdict:     *
      *           KNOWN with the catalog number and vendor reference  *
      *           of the first GAPKECM entry (copybook GAPKEC) that   *
      *           matched, or NEW when none did.  GAPALR ties a       *
      *           failing program's first own-source diagnostic to    *
      *           its match by program, pass and timestamp; GAPRPT    *
      *           lists the recent first failures from it; GAPKER     *
      *           counts recurrences over a month of it.  Kept whole  *
      *           - a few records a night - because the recurrence    *
      *           report reads back months.                           *
      *                                                               *
      *  2026-10-15  jm  Initial version.                             *
      *****************************************************************
       01  GAPKEM-RECORD.
           05  KEM-RUN-SERIAL              PIC X(12).
           05  KEM-TIMESTAMP               PIC X(17).
           05  KEM-SOURCE-ID               PIC X(08).
           05  KEM-PROGRAM-ID              PIC X(08).
           05  KEM-PASS-NUMBER             PIC 9(03).
           05  KEM-STATUS                  PIC X(05).
               88  KEM-STATUS-KNOWN                    VALUE 'KNOWN'.
               88  KEM-STATUS-NEW                      VALUE 'NEW'.
           05  KEM-KE-ID                   PIC X(06).
           05  KEM-VENDOR-REF              PIC X(12).
           05  KEM-EXPECTED-LIST           PIC X(40).
           05  KEM-ACTUAL-LIST             PIC X(40).
