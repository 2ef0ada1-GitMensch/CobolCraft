      *> the slot group onto the wire as the damage component, which is what
      *> draws the client's durability bar.
       05 PREFIX-SLOT-DAMAGE                BINARY-LONG UNSIGNED.
      *> Which potion a minecraft:potion bottle holds: its minecraft:potion
      *> registry id plus one, so 0 means no potion at all (water is id 0 in
      *> that registry and is stored as 1). Set by the brewing stand and read
      *> by the drink path to look up the potion's effects; rides the wire as
      *> the potion_contents component.
       05 PREFIX-SLOT-POTION                BINARY-LONG UNSIGNED.
      *> The anvil's prior-work penalty in whole XP levels: 0 for an item that
      *> was never worked, then doubled-plus-one by every anvil use, and added
      *> to the price of the next one. Rides the wire as repair_cost.
       05 PREFIX-SLOT-REPAIR-COST           BINARY-LONG UNSIGNED.
