      *> --- DD-ACCOUNTS ---
      *> Player currency accounts, keyed by PLAYER-UUID. Each account also
      *> carries the name it was last seen under, so /pay and a shop sign's
      *> SIGN-OWNER-NAME can reach a player who isn't online. Balances are
      *> whole coins. Persisted through balances.dat (Accounts-Load /
      *> Accounts-Save), one "uuid-hex,name,balance" line per account, and
      *> rewritten whole after every movement. Movements themselves only ever
      *> happen through Accounts-Transfer, which appends each one to
      *> ledger.dat: stamp (YYYYMMDDHHMMSS), payer name, payer UUID, payee
      *> name, payee UUID, amount, reason. The server's own side of a grant or
      *> a take is the pseudo-party "#server" with a blank UUID.
       01 MAX-ACCOUNT-ENTRIES      BINARY-LONG UNSIGNED VALUE 1024.
       01 ACCOUNTS-LOADED          BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 ACCOUNT-TABLE EXTERNAL.
           05 ACCOUNT-COUNT        BINARY-LONG UNSIGNED.
           05 ACCOUNT-ENTRY OCCURS 1024 TIMES.
               10 ACCOUNT-UUID         PIC X(16).
               10 ACCOUNT-NAME         PIC X(16).
               10 ACCOUNT-BALANCE      BINARY-DOUBLE.
      *> Accounts-Transfer outcomes.
       01 ACCOUNT-XFER-OK          BINARY-CHAR UNSIGNED VALUE 0.
       01 ACCOUNT-XFER-NO-FUNDS    BINARY-CHAR UNSIGNED VALUE 1.
       01 ACCOUNT-XFER-BAD-AMOUNT  BINARY-CHAR UNSIGNED VALUE 2.
       01 ACCOUNT-XFER-NO-ACCOUNT  BINARY-CHAR UNSIGNED VALUE 3.
       01 ACCOUNT-XFER-NO-LEDGER   BINARY-CHAR UNSIGNED VALUE 4.
