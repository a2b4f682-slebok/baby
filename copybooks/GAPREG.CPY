      *           confirmed dead - deliberate, not automatic.         *
      *                                                               *
      *  2026-09-02  jm  Initial version.                             *
      *  2026-10-15  jm  Added REG-RUNTIME-LEVEL - the compiler/      *
      *                  runtime maintenance level the run executed   *
      *                  under, from the RTLEVEL runtime variable the *
      *                  GAPCAN deck sets.  GAP01 stamps it on the    *
      *                  RUNNING record and GAPMIS copies it onto the *
      *                  COMPLETE record, so every GAPHSTM/GAPTHSM/   *
      *                  GAPDIAG record ties to a level through its   *
      *                  run serial (GAPCRT certifies on that).       *
      *                  Record grows 45 to 57 bytes; older records   *
      *                  read back with the level blank.              *
      *  2026-10-15  jm  Added REG-ATTEMPT.  GAP01 registers attempt *
      *                  1; GAPRRN re-opens a serial already closed   *
      *                  for a selective rerun of named canaries by   *
      *                  appending a RUNNING record for the same      *
      *                  serial with the next attempt number, and     *
      *                  GAPMIS copies the attempt onto COMPLETE.     *
      *                  The RUNNING record's timestamp marks where   *
      *                  the attempt starts: a rerun program's        *
      *                  GAPMON/GAPDIAG records from before it are    *
      *                  superseded (GAPALR), and GAPRPT reports the  *
      *                  night as recovered by rerun.  Record grows   *
      *                  57 to 58 bytes; older records read back      *
      *                  with the attempt blank, meaning attempt 1.   *
      *  2026-10-15  jm  The parallel canary group (GAPPAR) registers *
      *                  attempt 1 through GAPOPN, before any canary  *
      *                  job starts; its GAP01 joins that open        *
      *                  registration (PARALLEL=Y) rather than        *
      *                  refusing it.  Layout unchanged.              *
      *****************************************************************
       01  GAPREG-RECORD.
           05  REG-RUN-SERIAL              PIC X(12).
           05  REG-STATUS                  PIC X(08).
               88  REG-STATUS-RUNNING                  VALUE 'RUNNING'.
               88  REG-STATUS-COMPLETE                 VALUE 'COMPLETE'.
           05  REG-RUNTIME-LEVEL           PIC X(12).
           05  REG-ATTEMPT                 PIC 9(01).
