      *****************************************************************
      *  GAPSDT - service-desk ticket-status record, one per ticket   *
      *           in the desk's daily extract (GAPSDTX) that GAPSDI   *
      *           applies to the GAPINCM incident master.  A ticket   *
      *           the desk raised from a GAPSDX OPEN record carries   *
      *           that record's incident id - program and opened      *
      *           timestamp - back; a ticket with a blank incident id *
      *           was raised by hand and is not ours to reconcile.    *
      *           Status NEW, ASSIGNED and INPROG are open, RESOLVED  *
      *           and CLOSED are closed; a non-blank assignee on an   *
      *           open ticket is the assignment GAPSDI records as the *
      *           acknowledgment.                                     *
      *                                                               *
      *  2026-10-15  jm  Initial version.                             *
      *****************************************************************
       01  GAPSDT-RECORD.
           05  SDT-TICKET                  PIC X(12).
           05  SDT-INCIDENT-ID.
               10  SDT-PROGRAM-ID          PIC X(08).
               10  SDT-OPENED-TIMESTAMP    PIC X(17).
           05  SDT-STATUS                  PIC X(08).
               88  SDT-TICKET-CLOSED                   VALUE 'RESOLVED'
                                                             'CLOSED'.
           05  SDT-ASSIGNEE                PIC X(08).
           05  SDT-UPDATED-TIMESTAMP       PIC X(17).
