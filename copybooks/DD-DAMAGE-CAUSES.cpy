       01 DAMAGE-CAUSE-DROWNING    BINARY-CHAR UNSIGNED VALUE 8.
       01 DAMAGE-CAUSE-SUFFOCATION BINARY-CHAR UNSIGNED VALUE 9.
       01 DAMAGE-CAUSE-EXPLOSION   BINARY-CHAR UNSIGNED VALUE 10.
       01 DAMAGE-CAUSE-MAGIC       BINARY-CHAR UNSIGNED VALUE 11.
       01 DAMAGE-CAUSE-WITHER      BINARY-CHAR UNSIGNED VALUE 12.
