               88 ENTITY-FAMILY-ITEM    VALUE 1.
               88 ENTITY-FAMILY-ANIMAL  VALUE 2.
               88 ENTITY-FAMILY-MOB     VALUE 3.
               88 ENTITY-FAMILY-VILLAGER VALUE 4.
           05 ENTITY-BASE.
               10 ENTITY-X              FLOAT-LONG.
               10 ENTITY-Y              FLOAT-LONG.
      *> without this, dropping and picking an item back up would be a free
      *> repair.
               10 ENTITY-ITEM-DAMAGE             BINARY-LONG UNSIGNED.
      *> Mirrors PREFIX-SLOT-POTION, so a dropped potion is still that potion.
               10 ENTITY-ITEM-POTION             BINARY-LONG UNSIGNED.
      *> Mirrors PREFIX-SLOT-REPAIR-COST -- a drop-and-pickup must not reset
      *> the anvil penalty.
               10 ENTITY-ITEM-REPAIR-COST        BINARY-LONG UNSIGNED.
      *> Family: animal - ENTITY-FAMILY-ANIMAL. ENTITY-ANIMAL-AGE is 0 for an
      *> adult and negative for a baby counting up to adulthood; the breed
      *> cooldown keeps a fed pair from producing again immediately, and the
               10 ENTITY-EQUIPMENT OCCURS 6 TIMES.
                   20 ENTITY-EQUIPMENT-ITEM-ID    BINARY-LONG.
                   20 ENTITY-EQUIPMENT-ITEM-COUNT BINARY-CHAR UNSIGNED.
      *> Family: villager - ENTITY-FAMILY-VILLAGER. The profession is the
      *> minecraft:villager_profession name Villager-Tick drew when the villager
      *> first ticked (spaces until then, "none" if villager-trades.conf had no
      *> offers for it), and the offers were copied from that profession's
      *> lines at the same time. The restock clock counts ticks up to
      *> VILLAGER-RESTOCK-TICKS, when every offer's uses go back to 0.
           05 ENTITY-VILLAGER-DATA.
               10 ENTITY-VILLAGER-PROFESSION    PIC X(32).
               10 ENTITY-VILLAGER-RESTOCK-CLOCK BINARY-LONG UNSIGNED.
               10 ENTITY-VILLAGER-OFFERS.
                   COPY DD-MERCHANT-OFFERS REPLACING LEADING ==PREFIX== BY ==ENTITY-VILLAGER==.
