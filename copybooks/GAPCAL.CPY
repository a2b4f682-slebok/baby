      *****************************************************************
      *  GAPCAL - operations calendar record, one per date in the    *
      *           GAPCALM KSDS.  IPL weekends, DR tests and change    *
      *           freezes mean GAPCAN is deliberately not run, or     *
      *           runs on a degraded LPAR, and the morning after      *
      *           GAPMIS reported every manifest entry MISSING,       *
      *           GAPALR escalated to CRITICAL and GAPAVL's figures   *
      *           carried nights nobody expected to pass.  A date on  *
      *           this master is a planned night - outage, freeze or  *
      *           holiday, with the reason and the change number      *
      *           behind it.  GAPCAL maintains it from the GAPCALP    *
      *           card deck; GAPMIS and GAPALR write severity PLANNED *
      *           instead of MISSING/WARNING/CRITICAL for a planned   *
      *           night and page nothing, GAPALR leaves planned       *
      *           nights out of consecutive-failure escalation,       *
      *           GAPRPT marks them on the handover sheet, and GAPAVL *
      *           lists them separately and leaves them out of the    *
      *           percent-clean figure.  The date is the night's run  *
      *           serial date (the calendar day GAPCAN starts on),    *
      *           so a run's records find their night by the first    *
      *           eight bytes of MON-RUN-SERIAL.                      *
      *                                                               *
      *  2026-10-15  jm  Initial version.                             *
      *****************************************************************
       01  GAPCAL-RECORD.
           05  CAL-KEY.
               10  CAL-DATE                PIC X(08).
           05  CAL-TYPE                    PIC X(08).
               88  CAL-TYPE-OUTAGE                     VALUE 'OUTAGE'.
               88  CAL-TYPE-FREEZE                     VALUE 'FREEZE'.
               88  CAL-TYPE-HOLIDAY                    VALUE 'HOLIDAY'.
               88  CAL-TYPE-VALID                      VALUE 'OUTAGE'
                                                             'FREEZE'
                                                             'HOLIDAY'.
           05  CAL-CHANGE-NUMBER           PIC X(12).
           05  CAL-REASON                  PIC X(40).
           05  CAL-UPDATED-BY              PIC X(08).
           05  CAL-UPDATED-TIMESTAMP       PIC X(17).
