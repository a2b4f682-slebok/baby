      *****************************************************************
      *  GAPBKL - backup log record, one per master per GAPBKP run,   *
      *           appended (DISP=MOD) to the GAPBKL log and kept      *
      *           whole.  Names the master (GAPHSTM, GAPTHSM or       *
      *           GAPINCM), when its generation copy was taken and    *
      *           the last run serial registered at the time, whether *
      *           the copy is OK or FAIL, and what it holds - record  *
      *           count and lowest and highest key, each key          *
      *           left-justified in 28 bytes (GAPINCM's is 8).        *
      *           GAPRCV identifies a generation it is given by       *
      *           finding the OK entry with the same count and key    *
      *           range, which dates it and proves it complete;       *
      *           GAPAXV takes the serial from that entry to judge    *
      *           which runs a roll-forward had to cover.             *
      *                                                               *
      *  2026-10-15  jm  Initial version.                             *
      *****************************************************************
       01  GAPBKL-RECORD.
           05  BKL-MASTER                  PIC X(08).
           05  BKL-BACKUP-TIMESTAMP        PIC X(17).
           05  BKL-LAST-SERIAL             PIC X(12).
           05  BKL-STATUS                  PIC X(04).
               88  BKL-STATUS-OK                       VALUE 'OK'.
               88  BKL-STATUS-FAIL                     VALUE 'FAIL'.
           05  BKL-RECORD-COUNT            PIC 9(07).
           05  BKL-LOW-KEY                 PIC X(28).
           05  BKL-HIGH-KEY                PIC X(28).
           05  BKL-JOB-ID                  PIC X(08).
