      *> --- DD-MAINTENANCE ---
      *> Maintenance mode, shared (EXTERNAL) between the "maintenance" console
      *> command (Maintenance-Command), the login and status-ping paths in
      *> server.cob, and the per-tick countdown (Maintenance-Tick). The flag
      *> and the expected end are kept in maintenance.dat, so a server
      *> restarted mid-maintenance comes back up still closed.
       01 MAINTENANCE-ACTIVE       BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
      *> When the operator expects to be done, as YYYYMMDDHHMM local time;
      *> spaces when no duration was given.
       01 MAINTENANCE-END-STAMP    PIC X(12)             EXTERNAL VALUE SPACES.
      *> While non-zero, the SystemTimeMicros moment Maintenance-Tick removes
      *> everyone who may not stay; the warnings count down to it.
       01 MAINTENANCE-KICK-DEADLINE BINARY-DOUBLE        EXTERNAL VALUE 0.
