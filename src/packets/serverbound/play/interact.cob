*> --- RecvPacket-Interact ---
*> Serverbound Interact (play, packet ID 22 -- see PACKET-PLAY-INTERACT): a
*> click on another entity. Type 1 is an attack; types 0 and 2 are right-click
*> interactions (which open a villager's merchant window, or else feed the
*> animal-breeding path). The clicked entity ID is
*> resolved the same way the rest of the tree hands IDs out: 1-64 is a
*> PLAYER-TABLE slot (what Players-BroadcastMovement makes visible), anything
*> above that is a world entity from the runtime table, reached through the
*> DD-ENTITY-EVENTS queue since only its own Callback-Tick may mutate it.
*> Player-versus-player damage honors the pvp flag in server.properties, runs
*> through the victim's armor, wears the attacker's weapon, and shoves the
*> victim back with a velocity packet so a hit feels like a hit. The
*> attacker's strength (+3 per level) and weakness (-4 per level) effects
*> adjust the swing before it lands on anyone.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-Interact.

    01 WS-NAME-LEN              BINARY-LONG UNSIGNED.
    01 WS-ATTACK-DAMAGE         FLOAT-SHORT.
    01 WS-WEAPON-WEAR           BINARY-LONG UNSIGNED VALUE 1.
    COPY DD-EFFECTS.
    01 WS-EFFECT-LEVEL          BINARY-LONG UNSIGNED.
    *> PvP application
    01 WS-VICTIM-ID             BINARY-LONG UNSIGNED.
    01 WS-VICTIM-CLIENT         BINARY-LONG UNSIGNED.
    *> mob application
    01 WS-EVENT-PLAYER          BINARY-LONG UNSIGNED.
    01 WS-NO-ITEM               BINARY-LONG VALUE 0.
    01 WS-MERCHANT-HANDLED      BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-BUFFER                PIC X ANY LENGTH.
    IF WS-INTERACT-TYPE = 1
        PERFORM HandleAttack
    ELSE
        *> A right-click on a villager opens its merchant window; on any
        *> other world entity it is how animals get fed -- the breeding pass
        *> decides whether the held item means anything to the clicked entity.
        IF WS-TARGET-ENTITY > MAX-PLAYER-ENTRIES
            CALL "Merchant-Open" USING LK-CLIENT WS-TARGET-ENTITY WS-MERCHANT-HANDLED
            IF WS-MERCHANT-HANDLED = 0
                PERFORM OfferHeldItem
            END-IF
        END-IF
    END-IF


HandleAttack.
    PERFORM ResolveAttackDamage
    PERFORM ApplyAttackEffects

    *> Swinging costs hunger, hit or miss -- the same exhaustion hook every
    *> strenuous act pays into.
        PLAYER-INVENTORY-SLOT-SLOT-ID(PLAYER-ID, WS-HELD-INDEX)
    EXIT PARAGRAPH.

ApplyAttackEffects.
    CALL "Effect-Level" USING PLAYER-ID EFFECT-STRENGTH WS-EFFECT-LEVEL
    COMPUTE WS-ATTACK-DAMAGE = WS-ATTACK-DAMAGE + 3 * WS-EFFECT-LEVEL
    CALL "Effect-Level" USING PLAYER-ID EFFECT-WEAKNESS WS-EFFECT-LEVEL
    COMPUTE WS-ATTACK-DAMAGE = WS-ATTACK-DAMAGE - 4 * WS-EFFECT-LEVEL
    IF WS-ATTACK-DAMAGE < 0
        MOVE 0 TO WS-ATTACK-DAMAGE
    END-IF
    EXIT PARAGRAPH.

*> Resolves the held hotbar stack to its melee damage: the vanilla sword
*> values per material, axes one point behind, anything else (or an empty
*> hand) the bare-fist single point.
