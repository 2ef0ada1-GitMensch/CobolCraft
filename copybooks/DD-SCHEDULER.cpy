      *> server.cob and can't be called from here.
       01 RESTART-DEADLINE-MICROS  BINARY-DOUBLE EXTERNAL VALUE 0.
       01 RESTART-SHUTDOWN-DUE     BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
      *> Raised by Admin-Reload once schedule.conf has passed its checks;
      *> Scheduler-Tick re-reads the file on its next pass. A flag rather
      *> than a CANCEL because a scheduled "reload" runs inside Scheduler-Tick.
       01 SCHEDULE-RELOAD-DUE      BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
