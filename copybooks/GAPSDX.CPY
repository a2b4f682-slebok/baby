      *****************************************************************
      *  GAPSDX - service-desk outbound record, one per incident      *
      *           event GAPSDO writes to the GAPSDOX interface file   *
      *           after each GAPALR run, in the layout the service    *
      *           desk's import job reads.  OPEN raises a ticket for  *
      *           an incident new on the GAPINCM master (copybook     *
      *           GAPINC), UPDATE carries a severity change (WARNING  *
      *           to CRITICAL), CLOSE resolves the ticket of an       *
      *           incident GAPALR cleared on a clean run.  The        *
      *           incident is identified by program and the timestamp *
      *           GAPALR opened it under - the correlation id the     *
      *           desk keeps on the ticket and sends back in its      *
      *           status extract (copybook GAPSDT).  SDX-TICKET is    *
      *           the ticket number once the master knows it.  OPEN   *
      *           and UPDATE carry the run serial and the failing     *
      *           program's GAPDIAG first-failure detail from its     *
      *           GAPALRT alert - pass, expected and actual lists,    *
      *           and the known-error catalog number and vendor       *
      *           reference when GAPKEM matched one; CLOSE carries    *
      *           the run that cleared it.                            *
      *                                                               *
      *  2026-10-15  jm  Initial version.                             *
      *****************************************************************
       01  GAPSDX-RECORD.
           05  SDX-ACTION                  PIC X(06).
               88  SDX-ACTION-OPEN                     VALUE 'OPEN'.
               88  SDX-ACTION-UPDATE                   VALUE 'UPDATE'.
               88  SDX-ACTION-CLOSE                    VALUE 'CLOSE'.
           05  SDX-INCIDENT-ID.
               10  SDX-PROGRAM-ID          PIC X(08).
               10  SDX-OPENED-TIMESTAMP    PIC X(17).
           05  SDX-RUN-SERIAL              PIC X(12).
           05  SDX-SEVERITY                PIC X(08).
           05  SDX-PRIOR-SEVERITY          PIC X(08).
           05  SDX-STATUS                  PIC X(04).
           05  SDX-TICKET                  PIC X(12).
           05  SDX-FIRST-SERIAL            PIC X(12).
           05  SDX-LAST-SERIAL             PIC X(12).
           05  SDX-PASS-NUMBER             PIC 9(03).
           05  SDX-EXPECTED-LIST           PIC X(40).
           05  SDX-ACTUAL-LIST             PIC X(40).
           05  SDX-KE-ID                   PIC X(06).
           05  SDX-KE-VENDOR-REF           PIC X(12).
           05  SDX-SENT-TIMESTAMP          PIC X(17).
