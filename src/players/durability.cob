    MOVE 0 TO TOOL-TYPE-COUNT
    MOVE 0 TO HARVEST-RULE-COUNT
    MOVE 0 TO HARDNESS-RULE-COUNT
    MOVE 0 TO WEAPON-RULE-COUNT

    MOVE SERVER-PROP-TOOL-TIERS-PATH TO TIERS-FILE-PATH
    MOVE 0 TO TIERS-EOF
                            MOVE FUNCTION NUMVAL(FIELD-TWO)
                                TO HARDNESS-BREAK-TICKS(HARDNESS-RULE-COUNT)
                        END-IF
                    WHEN "weapon"
                        IF WEAPON-RULE-COUNT < MAX-WEAPON-RULES
                                AND FIELD-TWO NOT = SPACES
                            ADD 1 TO WEAPON-RULE-COUNT
                            MOVE FIELD-ONE TO WEAPON-ITEM-NAME(WEAPON-RULE-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-TWO)
                                TO WEAPON-DAMAGE(WEAPON-RULE-COUNT)
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM

END PROGRAM Tiers-ComputeBreakTicks.

*> --- Tiers-GetWeaponDamage ---
*> How hard one melee hit with the named item lands on a mob. A
*> "weapon" line wins; any other tool hits for its tier level plus
*> one, so a diamond pickaxe still beats a wooden one; a bare hand or
*> a non-tool hits for 1.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tiers-GetWeaponDamage.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TOOL-TIERS.
    01 RULE-INDEX                BINARY-LONG UNSIGNED.
    01 TIER-LEVEL                BINARY-LONG.
    01 SPEED-X100                BINARY-LONG.
    01 MAX-DURABILITY            BINARY-LONG.
LINKAGE SECTION.
    01 LK-ITEM-NAME              PIC X(64).
    01 LK-DAMAGE                 BINARY-LONG.

PROCEDURE DIVISION USING LK-ITEM-NAME LK-DAMAGE.
    PERFORM VARYING RULE-INDEX FROM 1 BY 1 UNTIL RULE-INDEX > WEAPON-RULE-COUNT
        IF WEAPON-ITEM-NAME(RULE-INDEX) = LK-ITEM-NAME
            MOVE WEAPON-DAMAGE(RULE-INDEX) TO LK-DAMAGE
            IF LK-DAMAGE < 1
                MOVE 1 TO LK-DAMAGE
            END-IF
            GOBACK
        END-IF
    END-PERFORM

    CALL "Tiers-GetToolInfo" USING LK-ITEM-NAME TIER-LEVEL SPEED-X100 MAX-DURABILITY
    IF MAX-DURABILITY > 0
        COMPUTE LK-DAMAGE = TIER-LEVEL + 1
    ELSE
        MOVE 1 TO LK-DAMAGE
    END-IF
    IF LK-DAMAGE < 1
        MOVE 1 TO LK-DAMAGE
    END-IF

    GOBACK.

END PROGRAM Tiers-GetWeaponDamage.

*> --- Durability-GetRemaining ---
*> The wear registry's answer for one player's tool: how many uses
*> remain. A tool never used before answers its full maximum; a
