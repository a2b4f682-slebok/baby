      *****************************************************************
      *  GAPKEC - known-error catalog record, one per signature in    *
      *           the GAPKECM KSDS, keyed by the catalog number       *
      *           (KE0042).  The same few first-failure signatures    *
      *           keep coming back - GAP05 pass 2 reverting to SKIP   *
      *           after a segment reload is the classic - and every   *
      *           time somebody had to work out again from the        *
      *           GAPDIAG expected/actual lists that it was a known   *
      *           vendor defect.  An entry names the program, the     *
      *           source (the canary itself or a checker; blank for   *
      *           any), the pass (zero for any) and a pattern for     *
      *           each of the expected and actual lists, with the     *
      *           vendor defect or problem number and the workaround  *
      *           note.  In a pattern '?' matches any one character,  *
      *           '*' matches the rest of the list, and a blank       *
      *           pattern matches any list; anything else must match  *
      *           exactly.  GAPKEC maintains the catalog from the     *
      *           GAPKECP deck, GAPKEM matches every GAPDIAG record   *
      *           of the night against it (first entry in key order   *
      *           wins) into the GAPKEMH history (copybook GAPKEM),   *
      *           and GAPALR, GAPRPT and GAPKER report from that.     *
      *                                                               *
      *  2026-10-15  jm  Initial version.                             *
      *****************************************************************
       01  GAPKEC-RECORD.
           05  KEC-KEY.
               10  KEC-ID                  PIC X(06).
           05  KEC-PROGRAM-ID              PIC X(08).
           05  KEC-SOURCE-ID               PIC X(08).
           05  KEC-PASS-NUMBER             PIC 9(03).
           05  KEC-EXPECTED-PATTERN        PIC X(40).
           05  KEC-ACTUAL-PATTERN          PIC X(40).
           05  KEC-VENDOR-REF              PIC X(12).
           05  KEC-WORKAROUND              PIC X(60).
           05  KEC-UPDATED-BY              PIC X(08).
           05  KEC-UPDATED-TIMESTAMP       PIC X(17).
