      *> --- DD-TICKETS ---
      *> Open help tickets raised with /report, shared (EXTERNAL) between the
      *> player side (Tickets-Open), the staff queue (Tickets-Command) and the
      *> login notice (Tickets-NotifyStaff). Each ticket carries where and when
      *> the reporter stood as they filed it, so staff can /tickets tp straight
      *> to the scene. Persisted through tickets.dat (Tickets-Load/Tickets-Save);
      *> a closed ticket leaves the table for tickets-closed.log.
       01 MAX-TICKET-ENTRIES       BINARY-LONG UNSIGNED VALUE 256.
       01 TICKET-STATE-OPEN        BINARY-CHAR UNSIGNED VALUE 1.
       01 TICKET-STATE-CLAIMED     BINARY-CHAR UNSIGNED VALUE 2.
       01 TICKETS-LOADED           BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 TICKET-TABLE EXTERNAL.
      *> Ticket numbers only ever grow, so "#12" always means the same ticket
      *> in chat, the audit trail and the closed log.
           05 TICKET-NEXT-ID           BINARY-LONG UNSIGNED.
           05 TICKET-COUNT             BINARY-LONG UNSIGNED.
           05 TICKET-ENTRY OCCURS 256 TIMES.
               10 TICKET-ID                BINARY-LONG UNSIGNED.
               10 TICKET-STATE             BINARY-CHAR UNSIGNED.
      *> YYYYMMDDHHMMSS the ticket was filed.
               10 TICKET-OPENED            PIC X(14).
               10 TICKET-REPORTER          PIC X(16).
      *> The player reported, or spaces for a plain help request.
               10 TICKET-SUBJECT           PIC X(16).
               10 TICKET-DIMENSION         BINARY-CHAR UNSIGNED.
               10 TICKET-X                 BINARY-LONG.
               10 TICKET-Y                 BINARY-LONG.
               10 TICKET-Z                 BINARY-LONG.
               10 TICKET-CLAIMER           PIC X(16).
               10 TICKET-TEXT              PIC X(128).
