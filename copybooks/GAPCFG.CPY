      *****************************************************************
      *  GAPCFG - configuration-history record, the GAPCFGM KSDS      *
      *           GAPCFS writes once per run serial: every card of    *
      *           every control deck the run was given -              *
      *           GAP01PRM/GAP02PRM, GAP01EXP-GAP06EXP, GAPTNRM and   *
      *           the GAPMAN manifest - one record per card under     *
      *           sequence 0001 up, plus a deck record under sequence *
      *           0000 saying whether the deck was PRESENT (and how   *
      *           many cards it held) or ABSENT, which for the        *
      *           optional PRM cards means the defaults ran.  Keyed   *
      *           serial, deck, sequence, so one START on the serial  *
      *           reads a whole night's configuration back in deck    *
      *           order; GAPRNQ lists it beside the run's traces and  *
      *           GAPCFR compares two serials.  Cards are kept as     *
      *           read, all 80 columns.                               *
      *                                                               *
      *  2026-10-15  jm  Initial version.                             *
      *****************************************************************
       01  GAPCFG-RECORD.
           05  CFG-KEY.
               10  CFG-RUN-SERIAL          PIC X(12).
               10  CFG-DECK-NAME           PIC X(08).
               10  CFG-CARD-SEQ            PIC 9(04).
           05  CFG-CARD-TEXT               PIC X(80).
           05  CFG-DECK-INFO REDEFINES CFG-CARD-TEXT.
               10  CFG-DECK-STATE          PIC X(08).
                   88  CFG-DECK-PRESENT                VALUE 'PRESENT'.
                   88  CFG-DECK-ABSENT                 VALUE 'ABSENT'.
               10  CFG-DECK-CARDS          PIC 9(04).
               10  FILLER                  PIC X(68).
           05  CFG-CAPTURED-TIMESTAMP      PIC X(17).
           05  CFG-JOB-ID                  PIC X(08).
