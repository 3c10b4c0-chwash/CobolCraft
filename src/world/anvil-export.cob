*> --- AnvilExport-Start ---
*> Begins a vanilla Anvil export into LK-TARGET-DIR, the reverse of
*> Import-Start: checkpoints the world through World-SaveAll first (an
*> export of half-saved chunks is as worthless as such a backup), lists
*> the native region files to walk, clears an earlier export's region
*> files out of the target and writes level.dat. The chunks follow a
*> few per tick from AnvilExport-Tick; the cursor persists through
*> AnvilExport-SaveState so a restart picks up where it stopped.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-Start.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL LIST-FILE ASSIGN TO LIST-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LIST-FILE.
01  LIST-RECORD                  PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-EXPORT.
    COPY DD-SERVER-PROPERTIES.
    01 CHUNKS-SAVED-COUNT        BINARY-LONG UNSIGNED.
    01 CHUNKS-FAILED-COUNT       BINARY-LONG UNSIGNED.
    01 REGION-DIR                PIC X(300).
    01 LIST-FILE-PATH            PIC X(300).
    01 LIST-EOF                  BINARY-CHAR UNSIGNED.
    01 SHELL-COMMAND             PIC X(1024).
    01 LEVEL-WRITTEN             BINARY-CHAR UNSIGNED.
    01 FILE-COUNT-TEXT           PIC Z(8)9.
LINKAGE SECTION.
    01 LK-TARGET-DIR             PIC X(256).
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-TARGET-DIR LK-RESPONSE.
    IF EXPORT-ACTIVE = 1
        MOVE "An export is already running (export-anvil stop first)" TO LK-RESPONSE
        GOBACK
    END-IF

    *> checkpoint first - the export reads chunks back through the loader
    CALL "World-SaveAll" USING CHUNKS-SAVED-COUNT CHUNKS-FAILED-COUNT
    IF CHUNKS-FAILED-COUNT > 0
        MOVE "Export aborted: chunk save failures, fix those first" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SERVER-PROP-REGION-DIR TO REGION-DIR
    CALL "MapRender-ListDir" USING REGION-DIR LIST-FILE-PATH
    MOVE 0 TO EXPORT-FILE-COUNT
    MOVE 0 TO LIST-EOF
    OPEN INPUT LIST-FILE
    PERFORM UNTIL LIST-EOF = 1
        READ LIST-FILE
            AT END
                MOVE 1 TO LIST-EOF
            NOT AT END
                IF LIST-RECORD NOT = SPACES
                        AND FUNCTION TRIM(LIST-RECORD) NOT = "filelist.dat"
                        AND EXPORT-FILE-COUNT < MAX-EXPORT-FILES
                    ADD 1 TO EXPORT-FILE-COUNT
                    MOVE FUNCTION TRIM(LIST-RECORD)
                        TO EXPORT-FILE-NAME(EXPORT-FILE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE LIST-FILE

    *> a fresh export replaces an earlier one in the same directory -
    *> records are only ever appended to a region file
    MOVE SPACES TO SHELL-COMMAND
    STRING
        "mkdir -p " DELIMITED BY SIZE
        FUNCTION TRIM(LK-TARGET-DIR) DELIMITED BY SIZE
        "/region && rm -f " DELIMITED BY SIZE
        FUNCTION TRIM(LK-TARGET-DIR) DELIMITED BY SIZE
        "/region/r.*.mca" DELIMITED BY SIZE
        INTO SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING SHELL-COMMAND
    IF RETURN-CODE NOT = 0
        MOVE "Export failed: could not prepare the target directory" TO LK-RESPONSE
        GOBACK
    END-IF

    CALL "AnvilExport-WriteLevel" USING LK-TARGET-DIR LEVEL-WRITTEN
    IF LEVEL-WRITTEN = 0
        MOVE "Export failed: could not write level.dat" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE 1 TO EXPORT-ACTIVE
    MOVE LK-TARGET-DIR TO EXPORT-TARGET-DIR
    MOVE 1 TO EXPORT-FILE-NEXT
    MOVE 0 TO EXPORT-CHUNKS-READY
    MOVE 0 TO EXPORT-CHUNK-COUNT
    MOVE 0 TO EXPORT-CHUNK-NEXT
    MOVE 0 TO EXPORT-DONE-COUNT
    MOVE 0 TO EXPORT-FAILED-COUNT
    CALL "AnvilExport-SaveState"

    MOVE EXPORT-FILE-COUNT TO FILE-COUNT-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
        "Export started: " DELIMITED BY SIZE
        FUNCTION TRIM(FILE-COUNT-TEXT) DELIMITED BY SIZE
        " region files to convert into " DELIMITED BY SIZE
        FUNCTION TRIM(LK-TARGET-DIR) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM AnvilExport-Start.

*> --- AnvilExport-Stop ---
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-Stop.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-EXPORT.

PROCEDURE DIVISION.
    MOVE 0 TO EXPORT-ACTIVE
    CALL "AnvilExport-SaveState"
    GOBACK.

END PROGRAM AnvilExport-Stop.

*> --- AnvilExport-Status ---
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-Status.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-EXPORT.
    01 FILE-NEXT-TEXT            PIC Z(8)9.
    01 FILE-COUNT-TEXT           PIC Z(8)9.
    01 DONE-TEXT                 PIC Z(8)9.
    01 FAILED-TEXT               PIC Z(8)9.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    IF EXPORT-ACTIVE = 0
        MOVE "No export is running" TO LK-RESPONSE
        GOBACK
    END-IF
    MOVE FUNCTION MIN(EXPORT-FILE-NEXT, EXPORT-FILE-COUNT) TO FILE-NEXT-TEXT
    MOVE EXPORT-FILE-COUNT TO FILE-COUNT-TEXT
    MOVE EXPORT-DONE-COUNT TO DONE-TEXT
    MOVE EXPORT-FAILED-COUNT TO FAILED-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
        "Export running into " DELIMITED BY SIZE
        FUNCTION TRIM(EXPORT-TARGET-DIR) DELIMITED BY SIZE
        ": region file " DELIMITED BY SIZE
        FUNCTION TRIM(FILE-NEXT-TEXT) DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        FUNCTION TRIM(FILE-COUNT-TEXT) DELIMITED BY SIZE
        ", " DELIMITED BY SIZE
        FUNCTION TRIM(DONE-TEXT) DELIMITED BY SIZE
        " chunks written, " DELIMITED BY SIZE
        FUNCTION TRIM(FAILED-TEXT) DELIMITED BY SIZE
        " failed" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM AnvilExport-Status.

*> --- AnvilExport-Tick ---
*> Called once per tick by the external tick loop: converts a few
*> chunks per tick while an export is active. The walk goes file by
*> file through the native region directory; each file's chunks are
*> gathered from its record headers when the walk reaches it, then
*> each chunk comes in through the normal loader, is written out as
*> vanilla NBT and appended to its vanilla region file. Chunks are
*> only read, so the loaded set drains behind the walk through the
*> usual idle unloading.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-EXPORT.
    COPY DD-SERVER-PROPERTIES.
    01 CHUNKS-PER-TICK           BINARY-LONG UNSIGNED VALUE 2.
    01 PROCESSED-COUNT           BINARY-LONG UNSIGNED.
    01 NBT-BUFFER                PIC X(2097152).
    01 NBT-LENGTH                BINARY-LONG UNSIGNED.
    01 REGION-FILE-PATH          PIC X(300).
    01 CHUNK-INDEX               BINARY-LONG UNSIGNED.
    01 BUILD-RESULT              BINARY-CHAR UNSIGNED.
    01 WRITE-RESULT              BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    IF EXPORT-ACTIVE = 0
        GOBACK
    END-IF

    MOVE 0 TO PROCESSED-COUNT
    PERFORM UNTIL PROCESSED-COUNT >= CHUNKS-PER-TICK
            OR EXPORT-ACTIVE = 0
        IF EXPORT-FILE-NEXT > EXPORT-FILE-COUNT
            MOVE 0 TO EXPORT-ACTIVE
            EXIT PERFORM
        END-IF

        IF EXPORT-CHUNKS-READY = 0
            MOVE SPACES TO REGION-FILE-PATH
            STRING
                FUNCTION TRIM(SERVER-PROP-REGION-DIR) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                FUNCTION TRIM(EXPORT-FILE-NAME(EXPORT-FILE-NEXT)) DELIMITED BY SIZE
                INTO REGION-FILE-PATH
            END-STRING
            CALL "AnvilExport-CollectChunks" USING REGION-FILE-PATH
            MOVE 1 TO EXPORT-CHUNKS-READY
            IF EXPORT-CHUNK-NEXT = 0
                MOVE 1 TO EXPORT-CHUNK-NEXT
            END-IF
        END-IF

        IF EXPORT-CHUNK-NEXT > EXPORT-CHUNK-COUNT
            *> this file is done - on to the next
            ADD 1 TO EXPORT-FILE-NEXT
            MOVE 0 TO EXPORT-CHUNKS-READY
            MOVE 0 TO EXPORT-CHUNK-NEXT
        ELSE
            MOVE 0 TO BUILD-RESULT
            MOVE 0 TO WRITE-RESULT
            CALL "World-FindChunkIndex" USING EXPORT-CHUNK-X(EXPORT-CHUNK-NEXT)
                EXPORT-CHUNK-Z(EXPORT-CHUNK-NEXT) CHUNK-INDEX
            IF CHUNK-INDEX = 0
                CALL "World-LoadChunk" USING EXPORT-CHUNK-X(EXPORT-CHUNK-NEXT)
                    EXPORT-CHUNK-Z(EXPORT-CHUNK-NEXT) CHUNK-INDEX
            END-IF
            IF CHUNK-INDEX NOT = 0
                CALL "AnvilExport-BuildChunk" USING CHUNK-INDEX NBT-BUFFER
                    NBT-LENGTH BUILD-RESULT
            END-IF
            IF BUILD-RESULT = 1
                CALL "AnvilExport-WriteChunkRecord" USING EXPORT-TARGET-DIR
                    EXPORT-CHUNK-X(EXPORT-CHUNK-NEXT)
                    EXPORT-CHUNK-Z(EXPORT-CHUNK-NEXT)
                    NBT-BUFFER NBT-LENGTH WRITE-RESULT
            END-IF
            IF WRITE-RESULT = 1
                ADD 1 TO EXPORT-DONE-COUNT
            ELSE
                ADD 1 TO EXPORT-FAILED-COUNT
            END-IF
            ADD 1 TO EXPORT-CHUNK-NEXT
            ADD 1 TO PROCESSED-COUNT
        END-IF
    END-PERFORM

    CALL "AnvilExport-SaveState"

    GOBACK.

END PROGRAM AnvilExport-Tick.

*> --- AnvilExport-CollectChunks ---
*> Gathers the chunks a native region file holds into the export's
*> chunk list, once each: the header walk MapRender-CollectChunks
*> makes, without bounds. A record whose length can't be trusted ends
*> the walk; the verify sweep is where that gets reported.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-CollectChunks.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-EXPORT.
    01 FILE-HANDLE               PIC X(4).
    01 ACCESS-MODE               PIC X COMP-X VALUE 1.
    01 DENY-MODE                 PIC X COMP-X VALUE 3.
    01 DEVICE-FLAG               PIC X COMP-X VALUE 0.
    01 READ-OFFSET               PIC X(8) COMP-X.
    01 READ-COUNT                PIC X(4) COMP-X.
    01 READ-FLAGS                PIC X COMP-X VALUE 0.
    01 HEADER-BUFFER.
        02 HEADER-LENGTH-RAW     PIC X(4).
        02 HEADER-CHECKSUM-RAW   PIC X(4).
        02 HEADER-CHUNK-X-RAW    PIC X(4).
        02 HEADER-CHUNK-Z-RAW    PIC X(4).
    01 FILE-DETAILS              PIC X(16).
    01 BYTE-INDEX                BINARY-LONG UNSIGNED.
    01 FILE-SIZE                 BINARY-DOUBLE UNSIGNED.
    01 NEXT-OFFSET               BINARY-DOUBLE UNSIGNED.
    01 RECORDED-LENGTH           BINARY-DOUBLE UNSIGNED.
    01 RECORD-CHUNK-X            BINARY-LONG.
    01 RECORD-CHUNK-Z            BINARY-LONG.
    01 CHUNK-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-FILE-PATH              PIC X(300).

PROCEDURE DIVISION USING LK-FILE-PATH.
    MOVE 0 TO EXPORT-CHUNK-COUNT

    CALL "CBL_CHECK_FILE_EXIST" USING LK-FILE-PATH FILE-DETAILS
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF
    MOVE 0 TO FILE-SIZE
    PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > 8
        COMPUTE FILE-SIZE = FILE-SIZE * 256
            + FUNCTION ORD(FILE-DETAILS(BYTE-INDEX:1)) - 1
    END-PERFORM

    CALL "CBL_OPEN_FILE" USING LK-FILE-PATH ACCESS-MODE DENY-MODE
        DEVICE-FLAG FILE-HANDLE
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF

    MOVE 0 TO NEXT-OFFSET
    PERFORM UNTIL NEXT-OFFSET + 16 > FILE-SIZE
        MOVE NEXT-OFFSET TO READ-OFFSET
        MOVE 16 TO READ-COUNT
        CALL "CBL_READ_FILE" USING FILE-HANDLE READ-OFFSET READ-COUNT
            READ-FLAGS HEADER-BUFFER
        IF RETURN-CODE NOT = 0
            EXIT PERFORM
        END-IF
        CALL "Region-GetUint32" USING HEADER-LENGTH-RAW RECORDED-LENGTH
        CALL "Region-GetInt32" USING HEADER-CHUNK-X-RAW RECORD-CHUNK-X
        CALL "Region-GetInt32" USING HEADER-CHUNK-Z-RAW RECORD-CHUNK-Z
        IF RECORDED-LENGTH = 0
                OR NEXT-OFFSET + 16 + RECORDED-LENGTH > FILE-SIZE
            EXIT PERFORM
        END-IF
        COMPUTE NEXT-OFFSET = NEXT-OFFSET + 16 + RECORDED-LENGTH

        PERFORM VARYING CHUNK-INDEX FROM 1 BY 1
                UNTIL CHUNK-INDEX > EXPORT-CHUNK-COUNT
            IF EXPORT-CHUNK-X(CHUNK-INDEX) = RECORD-CHUNK-X
                    AND EXPORT-CHUNK-Z(CHUNK-INDEX) = RECORD-CHUNK-Z
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF CHUNK-INDEX > EXPORT-CHUNK-COUNT
                AND EXPORT-CHUNK-COUNT < MAX-EXPORT-CHUNKS
            ADD 1 TO EXPORT-CHUNK-COUNT
            MOVE RECORD-CHUNK-X TO EXPORT-CHUNK-X(EXPORT-CHUNK-COUNT)
            MOVE RECORD-CHUNK-Z TO EXPORT-CHUNK-Z(EXPORT-CHUNK-COUNT)
        END-IF
    END-PERFORM

    CALL "CBL_CLOSE_FILE" USING FILE-HANDLE
    GOBACK.

END PROGRAM AnvilExport-CollectChunks.

*> --- AnvilExport-BuildChunk ---
*> Writes one loaded chunk as a vanilla chunk compound (the 1.18+
*> layout Anvil-ApplyChunk reads): every section holding anything as a
*> block-state palette of names and properties with its packed index
*> array, a plains biome palette, and the block entities - chest,
*> hopper and furnace contents as vanilla item lists (a worn tool's
*> remaining durability becomes its damage component), sign text front
*> and back as JSON text lines. Other block entities go out with their
*> id and position, which is all vanilla needs to recreate them.
*> Waterlogging lives beside the state here and goes out as the
*> waterlogged property. The chunk is marked unlit so the game lights
*> it on first load. LK-RESULT is 0 if the chunk outgrew the buffer.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-BuildChunk.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    COPY DD-CHUNK-REF.
    COPY DD-WORLD-TIME.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-BLOCK-ENTITY-CHEST.
    COPY DD-BLOCK-ENTITY-FURNACE.
    COPY DD-BLOCK-ENTITY-HOPPER.
    COPY DD-BLOCK-ENTITY-SIGN.
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==STATE==.
    *> tag writing
    01 NBT-TYPE                  BINARY-LONG.
    01 NBT-WIDTH                 BINARY-LONG.
    01 TAG-NAME                  PIC X(32).
    01 NUMBER-VALUE              BINARY-DOUBLE.
    01 TEXT-VALUE                PIC X(300).
    01 LIST-ITEM-TYPE            BINARY-LONG.
    01 LIST-COUNT                BINARY-LONG.
    *> sections
    01 SECTION-INDEX             BINARY-LONG UNSIGNED.
    01 SECTION-COUNT             BINARY-LONG UNSIGNED.
    01 BLOCK-INDEX               BINARY-LONG UNSIGNED.
    01 STATE-KEY                 BINARY-LONG UNSIGNED.
    01 STATE-ID                  BINARY-LONG UNSIGNED.
    01 STATE-WATERLOGGED         BINARY-LONG UNSIGNED.
    01 BLOCK-NAME                PIC X(64).
    01 PROPERTY-INDEX            BINARY-LONG UNSIGNED.
    01 WATERLOGGED-WRITTEN       BINARY-CHAR UNSIGNED.
    *> palette slot (1-based) per state key, cleared after each section
    01 PALETTE-SLOT-OF-KEY       BINARY-SHORT UNSIGNED OCCURS 131072 TIMES
                                 VALUE 0.
    01 PALETTE-COUNT             BINARY-LONG UNSIGNED.
    01 PALETTE-INDEX             BINARY-LONG UNSIGNED.
    01 PALETTE-KEY               BINARY-LONG UNSIGNED OCCURS 4096 TIMES.
    01 BLOCK-PALETTE-INDEX       BINARY-SHORT UNSIGNED OCCURS 4096 TIMES.
    01 BITS-PER-ENTRY            BINARY-LONG UNSIGNED.
    01 NEEDED-STATES             BINARY-LONG UNSIGNED.
    01 ENTRIES-PER-LONG          BINARY-LONG UNSIGNED.
    01 LONG-COUNT                BINARY-LONG UNSIGNED.
    01 LONG-INDEX                BINARY-LONG UNSIGNED.
    01 SLOT-IN-LONG              BINARY-LONG UNSIGNED.
    01 SHIFT-POWER               BINARY-DOUBLE UNSIGNED OCCURS 16 TIMES.
    01 PACKED-VALUE              BINARY-DOUBLE UNSIGNED.
    *> block entities
    01 BE-INDEX                  BINARY-LONG UNSIGNED.
    01 BE-COUNT                  BINARY-LONG UNSIGNED.
    01 BE-TYPE-NAME              PIC X(64).
    01 BE-LOCAL                  BINARY-LONG UNSIGNED.
    01 BE-ROW                    BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 ITEM-SLOT                 BINARY-LONG.
    01 ITEM-NAME                 PIC X(64).
    01 ITEM-COUNT                BINARY-LONG UNSIGNED.
    01 ITEM-DURABILITY           BINARY-LONG.
    01 TOOL-TIER                 BINARY-LONG.
    01 TOOL-SPEED                BINARY-LONG.
    01 TOOL-MAX-DURABILITY       BINARY-LONG.
    01 SIGN-LINE                 PIC X(128).
    01 LINE-LENGTH               BINARY-LONG UNSIGNED.
    01 CHAR-INDEX                BINARY-LONG UNSIGNED.
    01 TEXT-POS                  BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CHUNK-INDEX            BINARY-LONG UNSIGNED.
    01 LK-BUFFER                 PIC X ANY LENGTH.
    01 LK-LENGTH                 BINARY-LONG UNSIGNED.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CHUNK-INDEX LK-BUFFER LK-LENGTH LK-RESULT.
    MOVE 0 TO LK-RESULT
    MOVE 0 TO LK-LENGTH
    IF LK-CHUNK-INDEX = 0 OR WORLD-CHUNK-POINTER(LK-CHUNK-INDEX) = NULL
        GOBACK
    END-IF
    SET ADDRESS OF CHUNK TO WORLD-CHUNK-POINTER(LK-CHUNK-INDEX)

    *> the unnamed root compound
    MOVE 1 TO NBT-WIDTH
    MOVE 10 TO NUMBER-VALUE
    CALL "AnvilExport-PutNumber" USING LK-BUFFER LK-LENGTH NBT-WIDTH NUMBER-VALUE
    MOVE 2 TO NBT-WIDTH
    MOVE 0 TO NUMBER-VALUE
    CALL "AnvilExport-PutNumber" USING LK-BUFFER LK-LENGTH NBT-WIDTH NUMBER-VALUE

    MOVE "DataVersion" TO TAG-NAME
    MOVE SERVER-PROP-EXPORT-DATA-VERSION TO NUMBER-VALUE
    PERFORM Export-IntTag
    MOVE "xPos" TO TAG-NAME
    MOVE CHUNK-X TO NUMBER-VALUE
    PERFORM Export-IntTag
    MOVE "zPos" TO TAG-NAME
    MOVE CHUNK-Z TO NUMBER-VALUE
    PERFORM Export-IntTag
    MOVE "yPos" TO TAG-NAME
    MOVE -4 TO NUMBER-VALUE
    PERFORM Export-IntTag
    MOVE "Status" TO TAG-NAME
    MOVE "minecraft:full" TO TEXT-VALUE
    PERFORM Export-StringTag
    MOVE "LastUpdate" TO TAG-NAME
    MOVE WORLD-TIME-TOTAL TO NUMBER-VALUE
    PERFORM Export-LongTag
    MOVE "InhabitedTime" TO TAG-NAME
    MOVE 0 TO NUMBER-VALUE
    PERFORM Export-LongTag
    MOVE "isLightOn" TO TAG-NAME
    MOVE 0 TO NUMBER-VALUE
    PERFORM Export-ByteTag

    *> sections - empty ones are left out, vanilla reads them as air
    MOVE 0 TO SECTION-COUNT
    PERFORM VARYING SECTION-INDEX FROM 1 BY 1 UNTIL SECTION-INDEX > 24
        IF CHUNK-SECTION-NON-AIR(SECTION-INDEX) > 0
            ADD 1 TO SECTION-COUNT
        END-IF
    END-PERFORM
    MOVE "sections" TO TAG-NAME
    MOVE 10 TO LIST-ITEM-TYPE
    MOVE SECTION-COUNT TO LIST-COUNT
    PERFORM Export-ListTag
    PERFORM VARYING SECTION-INDEX FROM 1 BY 1 UNTIL SECTION-INDEX > 24
        IF CHUNK-SECTION-NON-AIR(SECTION-INDEX) > 0
            PERFORM Export-Section
        END-IF
    END-PERFORM

    *> block entities
    MOVE 0 TO BE-COUNT
    IF CHUNK-BLOCK-ENTITY-COUNT > 0
        PERFORM VARYING BE-INDEX FROM 1 BY 1 UNTIL BE-INDEX > 98304
            IF CHUNK-BLOCK-ENTITY-ID(BE-INDEX) >= 0
                ADD 1 TO BE-COUNT
            END-IF
        END-PERFORM
    END-IF
    MOVE "block_entities" TO TAG-NAME
    MOVE 10 TO LIST-ITEM-TYPE
    MOVE BE-COUNT TO LIST-COUNT
    PERFORM Export-ListTag
    IF BE-COUNT > 0
        PERFORM VARYING BE-INDEX FROM 1 BY 1 UNTIL BE-INDEX > 98304
            IF CHUNK-BLOCK-ENTITY-ID(BE-INDEX) >= 0
                PERFORM Export-BlockEntity
            END-IF
        END-PERFORM
    END-IF

    PERFORM Export-EndTag

    IF LK-LENGTH <= FUNCTION LENGTH(LK-BUFFER)
        MOVE 1 TO LK-RESULT
    END-IF
    GOBACK.

*> one section: palette of distinct states, then the packed indices
Export-Section.
    MOVE 0 TO PALETTE-COUNT
    PERFORM VARYING BLOCK-INDEX FROM 1 BY 1 UNTIL BLOCK-INDEX > 4096
        MOVE CHUNK-SECTION-BLOCK(SECTION-INDEX, BLOCK-INDEX) TO STATE-ID
        COMPUTE STATE-KEY = STATE-ID * 2
        IF STATE-ID NOT = 0
            ADD CHUNK-SECTION-WATERLOGGED(SECTION-INDEX, BLOCK-INDEX) TO STATE-KEY
        END-IF
        IF STATE-KEY >= 131072
            MOVE 0 TO STATE-KEY
        END-IF
        IF PALETTE-SLOT-OF-KEY(STATE-KEY + 1) = 0
            ADD 1 TO PALETTE-COUNT
            MOVE STATE-KEY TO PALETTE-KEY(PALETTE-COUNT)
            MOVE PALETTE-COUNT TO PALETTE-SLOT-OF-KEY(STATE-KEY + 1)
        END-IF
        COMPUTE BLOCK-PALETTE-INDEX(BLOCK-INDEX) =
            PALETTE-SLOT-OF-KEY(STATE-KEY + 1) - 1
    END-PERFORM
    PERFORM VARYING PALETTE-INDEX FROM 1 BY 1 UNTIL PALETTE-INDEX > PALETTE-COUNT
        MOVE 0 TO PALETTE-SLOT-OF-KEY(PALETTE-KEY(PALETTE-INDEX) + 1)
    END-PERFORM

    MOVE "Y" TO TAG-NAME
    COMPUTE NUMBER-VALUE = SECTION-INDEX - 1 - 4
    PERFORM Export-ByteTag

    MOVE "block_states" TO TAG-NAME
    PERFORM Export-CompoundTag
    MOVE "palette" TO TAG-NAME
    MOVE 10 TO LIST-ITEM-TYPE
    MOVE PALETTE-COUNT TO LIST-COUNT
    PERFORM Export-ListTag
    PERFORM VARYING PALETTE-INDEX FROM 1 BY 1 UNTIL PALETTE-INDEX > PALETTE-COUNT
        PERFORM Export-PaletteEntry
    END-PERFORM

    *> a single-entry palette fills the section and carries no data
    IF PALETTE-COUNT > 1
        MOVE 4 TO BITS-PER-ENTRY
        MOVE 16 TO NEEDED-STATES
        PERFORM UNTIL NEEDED-STATES >= PALETTE-COUNT
            ADD 1 TO BITS-PER-ENTRY
            COMPUTE NEEDED-STATES = NEEDED-STATES * 2
        END-PERFORM
        COMPUTE ENTRIES-PER-LONG = 64 / BITS-PER-ENTRY
        COMPUTE LONG-COUNT = (4096 + ENTRIES-PER-LONG - 1) / ENTRIES-PER-LONG
        MOVE 1 TO SHIFT-POWER(1)
        PERFORM VARYING SLOT-IN-LONG FROM 2 BY 1
                UNTIL SLOT-IN-LONG > ENTRIES-PER-LONG
            COMPUTE SHIFT-POWER(SLOT-IN-LONG) =
                SHIFT-POWER(SLOT-IN-LONG - 1) * NEEDED-STATES
        END-PERFORM

        MOVE 12 TO NBT-TYPE
        MOVE "data" TO TAG-NAME
        CALL "AnvilExport-PutTag" USING LK-BUFFER LK-LENGTH NBT-TYPE TAG-NAME
        MOVE 4 TO NBT-WIDTH
        MOVE LONG-COUNT TO NUMBER-VALUE
        CALL "AnvilExport-PutNumber" USING LK-BUFFER LK-LENGTH NBT-WIDTH NUMBER-VALUE
        PERFORM VARYING LONG-INDEX FROM 1 BY 1 UNTIL LONG-INDEX > LONG-COUNT
            MOVE 0 TO PACKED-VALUE
            PERFORM VARYING SLOT-IN-LONG FROM 1 BY 1
                    UNTIL SLOT-IN-LONG > ENTRIES-PER-LONG
                COMPUTE BLOCK-INDEX =
                    (LONG-INDEX - 1) * ENTRIES-PER-LONG + SLOT-IN-LONG
                IF BLOCK-INDEX <= 4096
                    COMPUTE PACKED-VALUE = PACKED-VALUE
                        + BLOCK-PALETTE-INDEX(BLOCK-INDEX) * SHIFT-POWER(SLOT-IN-LONG)
                END-IF
            END-PERFORM
            CALL "AnvilExport-PutLong" USING LK-BUFFER LK-LENGTH PACKED-VALUE
        END-PERFORM
    END-IF
    PERFORM Export-EndTag

    MOVE "biomes" TO TAG-NAME
    PERFORM Export-CompoundTag
    MOVE "palette" TO TAG-NAME
    MOVE 8 TO LIST-ITEM-TYPE
    MOVE 1 TO LIST-COUNT
    PERFORM Export-ListTag
    MOVE "minecraft:plains" TO TEXT-VALUE
    CALL "AnvilExport-PutString" USING LK-BUFFER LK-LENGTH TEXT-VALUE
    PERFORM Export-EndTag

    PERFORM Export-EndTag
    .

*> one palette entry: the block's name and its state properties
Export-PaletteEntry.
    COMPUTE STATE-ID = PALETTE-KEY(PALETTE-INDEX) / 2
    COMPUTE STATE-WATERLOGGED = FUNCTION MOD(PALETTE-KEY(PALETTE-INDEX), 2)
    CALL "AnvilExport-BlockName" USING STATE-ID BLOCK-NAME
    MOVE "Name" TO TAG-NAME
    MOVE BLOCK-NAME TO TEXT-VALUE
    PERFORM Export-StringTag

    MOVE 0 TO STATE-DESCRIPTION-COUNT
    IF STATE-ID NOT = 0
        CALL "Blocks-ToDescription" USING STATE-ID STATE-DESCRIPTION
    END-IF
    IF STATE-DESCRIPTION-COUNT > 0 OR STATE-WATERLOGGED = 1
        MOVE "Properties" TO TAG-NAME
        PERFORM Export-CompoundTag
        MOVE 0 TO WATERLOGGED-WRITTEN
        PERFORM VARYING PROPERTY-INDEX FROM 1 BY 1
                UNTIL PROPERTY-INDEX > STATE-DESCRIPTION-COUNT
                    OR PROPERTY-INDEX > 16
            MOVE STATE-DESCRIPTION-KEY(PROPERTY-INDEX) TO TAG-NAME
            MOVE STATE-DESCRIPTION-VALUE(PROPERTY-INDEX) TO TEXT-VALUE
            IF TAG-NAME = "waterlogged"
                MOVE 1 TO WATERLOGGED-WRITTEN
                IF STATE-WATERLOGGED = 1
                    MOVE "true" TO TEXT-VALUE
                END-IF
            END-IF
            PERFORM Export-StringTag
        END-PERFORM
        IF STATE-WATERLOGGED = 1 AND WATERLOGGED-WRITTEN = 0
            MOVE "waterlogged" TO TAG-NAME
            MOVE "true" TO TEXT-VALUE
            PERFORM Export-StringTag
        END-IF
        PERFORM Export-EndTag
    END-IF

    PERFORM Export-EndTag
    .

*> one block entity: id and position, then whatever the type carries
Export-BlockEntity.
    CALL "Registries-Get-EntryName" USING "minecraft:block_entity_type"
        CHUNK-BLOCK-ENTITY-ID(BE-INDEX) BE-TYPE-NAME
    MOVE "id" TO TAG-NAME
    MOVE BE-TYPE-NAME TO TEXT-VALUE
    PERFORM Export-StringTag

    COMPUTE BE-LOCAL = BE-INDEX - 1
    MOVE "x" TO TAG-NAME
    COMPUTE NUMBER-VALUE = CHUNK-X * 16 + FUNCTION MOD(BE-LOCAL, 16)
    PERFORM Export-IntTag
    MOVE "y" TO TAG-NAME
    COMPUTE NUMBER-VALUE = BE-LOCAL / 256
    SUBTRACT 64 FROM NUMBER-VALUE
    PERFORM Export-IntTag
    MOVE "z" TO TAG-NAME
    DIVIDE BE-LOCAL BY 16 GIVING BE-ROW
    COMPUTE NUMBER-VALUE = CHUNK-Z * 16 + FUNCTION MOD(BE-ROW, 16)
    PERFORM Export-IntTag
    MOVE "keepPacked" TO TAG-NAME
    MOVE 0 TO NUMBER-VALUE
    PERFORM Export-ByteTag

    IF CHUNK-BLOCK-ENTITY-DATA(BE-INDEX) NOT = NULL
        EVALUATE BE-TYPE-NAME
            WHEN "minecraft:chest"
                SET ADDRESS OF CHEST-DATA TO CHUNK-BLOCK-ENTITY-DATA(BE-INDEX)
                MOVE 0 TO LIST-COUNT
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
                    IF CHEST-SLOT-COUNT(SLOT-INDEX) > 0
                            AND CHEST-SLOT-NAME(SLOT-INDEX) NOT = SPACES
                        ADD 1 TO LIST-COUNT
                    END-IF
                END-PERFORM
                MOVE "Items" TO TAG-NAME
                MOVE 10 TO LIST-ITEM-TYPE
                PERFORM Export-ListTag
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
                    IF CHEST-SLOT-COUNT(SLOT-INDEX) > 0
                            AND CHEST-SLOT-NAME(SLOT-INDEX) NOT = SPACES
                        COMPUTE ITEM-SLOT = SLOT-INDEX - 1
                        MOVE CHEST-SLOT-NAME(SLOT-INDEX) TO ITEM-NAME
                        MOVE CHEST-SLOT-COUNT(SLOT-INDEX) TO ITEM-COUNT
                        MOVE CHEST-SLOT-DURABILITY(SLOT-INDEX) TO ITEM-DURABILITY
                        PERFORM Export-Item
                    END-IF
                END-PERFORM
            WHEN "minecraft:hopper"
                SET ADDRESS OF HOPPER-DATA TO CHUNK-BLOCK-ENTITY-DATA(BE-INDEX)
                MOVE 0 TO LIST-COUNT
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 5
                    IF HOPPER-SLOT-COUNT(SLOT-INDEX) > 0
                            AND HOPPER-SLOT-NAME(SLOT-INDEX) NOT = SPACES
                        ADD 1 TO LIST-COUNT
                    END-IF
                END-PERFORM
                MOVE "Items" TO TAG-NAME
                MOVE 10 TO LIST-ITEM-TYPE
                PERFORM Export-ListTag
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 5
                    IF HOPPER-SLOT-COUNT(SLOT-INDEX) > 0
                            AND HOPPER-SLOT-NAME(SLOT-INDEX) NOT = SPACES
                        COMPUTE ITEM-SLOT = SLOT-INDEX - 1
                        MOVE HOPPER-SLOT-NAME(SLOT-INDEX) TO ITEM-NAME
                        MOVE HOPPER-SLOT-COUNT(SLOT-INDEX) TO ITEM-COUNT
                        MOVE HOPPER-SLOT-DURABILITY(SLOT-INDEX) TO ITEM-DURABILITY
                        PERFORM Export-Item
                    END-IF
                END-PERFORM
                MOVE "TransferCooldown" TO TAG-NAME
                MOVE HOPPER-COOLDOWN TO NUMBER-VALUE
                PERFORM Export-IntTag
            WHEN "minecraft:furnace"
                SET ADDRESS OF FURNACE-DATA TO CHUNK-BLOCK-ENTITY-DATA(BE-INDEX)
                *> vanilla slots: 0 input, 1 fuel, 2 output
                MOVE 0 TO LIST-COUNT
                IF FURNACE-INPUT-COUNT > 0 AND FURNACE-INPUT-NAME NOT = SPACES
                    ADD 1 TO LIST-COUNT
                END-IF
                IF FURNACE-FUEL-COUNT > 0 AND FURNACE-FUEL-NAME NOT = SPACES
                    ADD 1 TO LIST-COUNT
                END-IF
                IF FURNACE-OUTPUT-COUNT > 0 AND FURNACE-OUTPUT-NAME NOT = SPACES
                    ADD 1 TO LIST-COUNT
                END-IF
                MOVE "Items" TO TAG-NAME
                MOVE 10 TO LIST-ITEM-TYPE
                PERFORM Export-ListTag
                MOVE 0 TO ITEM-DURABILITY
                IF FURNACE-INPUT-COUNT > 0 AND FURNACE-INPUT-NAME NOT = SPACES
                    MOVE 0 TO ITEM-SLOT
                    MOVE FURNACE-INPUT-NAME TO ITEM-NAME
                    MOVE FURNACE-INPUT-COUNT TO ITEM-COUNT
                    PERFORM Export-Item
                END-IF
                IF FURNACE-FUEL-COUNT > 0 AND FURNACE-FUEL-NAME NOT = SPACES
                    MOVE 1 TO ITEM-SLOT
                    MOVE FURNACE-FUEL-NAME TO ITEM-NAME
                    MOVE FURNACE-FUEL-COUNT TO ITEM-COUNT
                    PERFORM Export-Item
                END-IF
                IF FURNACE-OUTPUT-COUNT > 0 AND FURNACE-OUTPUT-NAME NOT = SPACES
                    MOVE 2 TO ITEM-SLOT
                    MOVE FURNACE-OUTPUT-NAME TO ITEM-NAME
                    MOVE FURNACE-OUTPUT-COUNT TO ITEM-COUNT
                    PERFORM Export-Item
                END-IF
                MOVE "BurnTime" TO TAG-NAME
                MOVE FURNACE-BURN-LEFT TO NUMBER-VALUE
                PERFORM Export-ShortTag
                MOVE "CookTime" TO TAG-NAME
                MOVE FURNACE-PROGRESS TO NUMBER-VALUE
                PERFORM Export-ShortTag
                MOVE "CookTimeTotal" TO TAG-NAME
                MOVE 200 TO NUMBER-VALUE
                PERFORM Export-ShortTag
            WHEN "minecraft:sign"
            WHEN "minecraft:hanging_sign"
                SET ADDRESS OF SIGN-DATA TO CHUNK-BLOCK-ENTITY-DATA(BE-INDEX)
                MOVE "front_text" TO TAG-NAME
                PERFORM Export-CompoundTag
                MOVE "messages" TO TAG-NAME
                MOVE 8 TO LIST-ITEM-TYPE
                MOVE 4 TO LIST-COUNT
                PERFORM Export-ListTag
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 4
                    MOVE SIGN-FRONT-TEXT(SLOT-INDEX) TO SIGN-LINE
                    PERFORM Export-SignLine
                END-PERFORM
                PERFORM Export-SignStyle
                PERFORM Export-EndTag
                MOVE "back_text" TO TAG-NAME
                PERFORM Export-CompoundTag
                MOVE "messages" TO TAG-NAME
                MOVE 8 TO LIST-ITEM-TYPE
                MOVE 4 TO LIST-COUNT
                PERFORM Export-ListTag
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 4
                    MOVE SIGN-BACK-TEXT(SLOT-INDEX) TO SIGN-LINE
                    PERFORM Export-SignLine
                END-PERFORM
                PERFORM Export-SignStyle
                PERFORM Export-EndTag
                MOVE "is_waxed" TO TAG-NAME
                MOVE SIGN-WAXED TO NUMBER-VALUE
                PERFORM Export-ByteTag
        END-EVALUATE
    END-IF

    PERFORM Export-EndTag
    .

*> one item stack in an Items list
Export-Item.
    MOVE "Slot" TO TAG-NAME
    MOVE ITEM-SLOT TO NUMBER-VALUE
    PERFORM Export-ByteTag
    MOVE "id" TO TAG-NAME
    MOVE ITEM-NAME TO TEXT-VALUE
    PERFORM Export-StringTag
    MOVE "count" TO TAG-NAME
    MOVE ITEM-COUNT TO NUMBER-VALUE
    PERFORM Export-IntTag
    IF ITEM-DURABILITY > 0
        CALL "Tiers-GetToolInfo" USING ITEM-NAME TOOL-TIER TOOL-SPEED
            TOOL-MAX-DURABILITY
        IF TOOL-MAX-DURABILITY > ITEM-DURABILITY
            MOVE "components" TO TAG-NAME
            PERFORM Export-CompoundTag
            MOVE "minecraft:damage" TO TAG-NAME
            COMPUTE NUMBER-VALUE = TOOL-MAX-DURABILITY - ITEM-DURABILITY
            PERFORM Export-IntTag
            PERFORM Export-EndTag
        END-IF
    END-IF
    PERFORM Export-EndTag
    .

*> one sign line as a JSON text string, quotes and backslashes escaped
Export-SignLine.
    PERFORM VARYING LINE-LENGTH FROM 128 BY -1
            UNTIL LINE-LENGTH = 0 OR SIGN-LINE(LINE-LENGTH:1) NOT = SPACE
        CONTINUE
    END-PERFORM
    MOVE SPACES TO TEXT-VALUE
    MOVE 1 TO TEXT-POS
    MOVE '"' TO TEXT-VALUE(TEXT-POS:1)
    PERFORM VARYING CHAR-INDEX FROM 1 BY 1 UNTIL CHAR-INDEX > LINE-LENGTH
        IF SIGN-LINE(CHAR-INDEX:1) = '"' OR SIGN-LINE(CHAR-INDEX:1) = "\"
            ADD 1 TO TEXT-POS
            MOVE "\" TO TEXT-VALUE(TEXT-POS:1)
        END-IF
        ADD 1 TO TEXT-POS
        MOVE SIGN-LINE(CHAR-INDEX:1) TO TEXT-VALUE(TEXT-POS:1)
    END-PERFORM
    ADD 1 TO TEXT-POS
    MOVE '"' TO TEXT-VALUE(TEXT-POS:1)
    CALL "AnvilExport-PutString" USING LK-BUFFER LK-LENGTH TEXT-VALUE
    .

*> the dye and glow every side of a native sign has
Export-SignStyle.
    MOVE "color" TO TAG-NAME
    MOVE "black" TO TEXT-VALUE
    PERFORM Export-StringTag
    MOVE "has_glowing_text" TO TAG-NAME
    MOVE 0 TO NUMBER-VALUE
    PERFORM Export-ByteTag
    .

Export-ByteTag.
    MOVE 1 TO NBT-TYPE
    MOVE 1 TO NBT-WIDTH
    PERFORM Export-ScalarTag
    .

Export-ShortTag.
    MOVE 2 TO NBT-TYPE
    MOVE 2 TO NBT-WIDTH
    PERFORM Export-ScalarTag
    .

Export-IntTag.
    MOVE 3 TO NBT-TYPE
    MOVE 4 TO NBT-WIDTH
    PERFORM Export-ScalarTag
    .

Export-LongTag.
    MOVE 4 TO NBT-TYPE
    MOVE 8 TO NBT-WIDTH
    PERFORM Export-ScalarTag
    .

Export-ScalarTag.
    CALL "AnvilExport-PutTag" USING LK-BUFFER LK-LENGTH NBT-TYPE TAG-NAME
    CALL "AnvilExport-PutNumber" USING LK-BUFFER LK-LENGTH NBT-WIDTH NUMBER-VALUE
    .

Export-StringTag.
    MOVE 8 TO NBT-TYPE
    CALL "AnvilExport-PutTag" USING LK-BUFFER LK-LENGTH NBT-TYPE TAG-NAME
    CALL "AnvilExport-PutString" USING LK-BUFFER LK-LENGTH TEXT-VALUE
    .

Export-CompoundTag.
    MOVE 10 TO NBT-TYPE
    CALL "AnvilExport-PutTag" USING LK-BUFFER LK-LENGTH NBT-TYPE TAG-NAME
    .

Export-ListTag.
    MOVE 9 TO NBT-TYPE
    CALL "AnvilExport-PutTag" USING LK-BUFFER LK-LENGTH NBT-TYPE TAG-NAME
    MOVE 1 TO NBT-WIDTH
    MOVE LIST-ITEM-TYPE TO NUMBER-VALUE
    CALL "AnvilExport-PutNumber" USING LK-BUFFER LK-LENGTH NBT-WIDTH NUMBER-VALUE
    MOVE 4 TO NBT-WIDTH
    MOVE LIST-COUNT TO NUMBER-VALUE
    CALL "AnvilExport-PutNumber" USING LK-BUFFER LK-LENGTH NBT-WIDTH NUMBER-VALUE
    .

Export-EndTag.
    MOVE 1 TO NBT-WIDTH
    MOVE 0 TO NUMBER-VALUE
    CALL "AnvilExport-PutNumber" USING LK-BUFFER LK-LENGTH NBT-WIDTH NUMBER-VALUE
    .

END PROGRAM AnvilExport-BuildChunk.

*> --- AnvilExport-BlockName ---
*> Block state id to vanilla block name. Each block's states are one
*> contiguous run in registry order, so a table of every block's last
*> state id - built from the block registry on first use - answers by
*> binary search.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-BlockName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BLOCK-TABLE-READY         BINARY-CHAR UNSIGNED VALUE 0.
    01 BLOCK-REGISTRY            BINARY-LONG.
    01 BLOCK-COUNT               BINARY-LONG UNSIGNED.
    01 BLOCK-ID                  BINARY-LONG UNSIGNED.
    01 BLOCK-MINIMUM-STATE-ID    BINARY-LONG.
    01 BLOCK-MAXIMUM-STATE-ID    BINARY-LONG.
    01 MAX-BLOCK-ENTRIES         BINARY-LONG UNSIGNED VALUE 2048.
    01 BLOCK-ENTRY-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 BLOCK-ENTRY               OCCURS 2048 TIMES.
        02 BLOCK-ENTRY-NAME      PIC X(64).
        02 BLOCK-ENTRY-MAX-STATE BINARY-LONG.
    01 SEARCH-LOW                BINARY-LONG UNSIGNED.
    01 SEARCH-HIGH               BINARY-LONG UNSIGNED.
    01 SEARCH-MIDDLE             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-STATE-ID               BINARY-LONG UNSIGNED.
    01 LK-NAME                   PIC X(64).

PROCEDURE DIVISION USING LK-STATE-ID LK-NAME.
    IF BLOCK-TABLE-READY = 0
        CALL "Registries-LookupRegistry" USING "minecraft:block" BLOCK-REGISTRY
        CALL "Registries-EntryCount" USING BLOCK-REGISTRY BLOCK-COUNT
        MOVE 0 TO BLOCK-ENTRY-COUNT
        PERFORM VARYING BLOCK-ID FROM 0 BY 1
                UNTIL BLOCK-ID >= BLOCK-COUNT
                    OR BLOCK-ENTRY-COUNT >= MAX-BLOCK-ENTRIES
            ADD 1 TO BLOCK-ENTRY-COUNT
            CALL "Registries-Get-EntryName" USING "minecraft:block" BLOCK-ID
                BLOCK-ENTRY-NAME(BLOCK-ENTRY-COUNT)
            CALL "Blocks-GetStateIds" USING BLOCK-ID BLOCK-MINIMUM-STATE-ID
                BLOCK-MAXIMUM-STATE-ID
            MOVE BLOCK-MAXIMUM-STATE-ID TO BLOCK-ENTRY-MAX-STATE(BLOCK-ENTRY-COUNT)
        END-PERFORM
        MOVE 1 TO BLOCK-TABLE-READY
    END-IF

    MOVE "minecraft:air" TO LK-NAME
    IF BLOCK-ENTRY-COUNT = 0
        GOBACK
    END-IF
    *> the first block whose run ends at or after the state
    MOVE 1 TO SEARCH-LOW
    MOVE BLOCK-ENTRY-COUNT TO SEARCH-HIGH
    PERFORM UNTIL SEARCH-LOW >= SEARCH-HIGH
        COMPUTE SEARCH-MIDDLE = (SEARCH-LOW + SEARCH-HIGH) / 2
        IF BLOCK-ENTRY-MAX-STATE(SEARCH-MIDDLE) >= LK-STATE-ID
            MOVE SEARCH-MIDDLE TO SEARCH-HIGH
        ELSE
            COMPUTE SEARCH-LOW = SEARCH-MIDDLE + 1
        END-IF
    END-PERFORM
    IF BLOCK-ENTRY-MAX-STATE(SEARCH-LOW) >= LK-STATE-ID
        MOVE BLOCK-ENTRY-NAME(SEARCH-LOW) TO LK-NAME
    END-IF
    GOBACK.

END PROGRAM AnvilExport-BlockName.

*> --- AnvilExport-PutTag ---
*> NBT tag header: the type byte and the big-endian length-prefixed
*> name (trailing spaces are not part of it). LK-POS counts the bytes
*> already written; the writers below never store past the end of the
*> buffer but still advance LK-POS, so a caller finds an overflow by
*> comparing LK-POS with the buffer length once at the end.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-PutTag.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BYTE-WIDTH                BINARY-LONG VALUE 1.
    01 TYPE-VALUE                BINARY-DOUBLE.
LINKAGE SECTION.
    01 LK-BUFFER                 PIC X ANY LENGTH.
    01 LK-POS                    BINARY-LONG UNSIGNED.
    01 LK-TYPE                   BINARY-LONG.
    01 LK-NAME                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-BUFFER LK-POS LK-TYPE LK-NAME.
    MOVE LK-TYPE TO TYPE-VALUE
    CALL "AnvilExport-PutNumber" USING LK-BUFFER LK-POS BYTE-WIDTH TYPE-VALUE
    CALL "AnvilExport-PutString" USING LK-BUFFER LK-POS LK-NAME
    GOBACK.

END PROGRAM AnvilExport-PutTag.

*> --- AnvilExport-PutString ---
*> NBT string payload: two-byte big-endian length, then the text
*> without its trailing spaces.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-PutString.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 TEXT-LENGTH               BINARY-LONG UNSIGNED.
    01 LENGTH-WIDTH              BINARY-LONG VALUE 2.
    01 LENGTH-VALUE              BINARY-DOUBLE.
LINKAGE SECTION.
    01 LK-BUFFER                 PIC X ANY LENGTH.
    01 LK-POS                    BINARY-LONG UNSIGNED.
    01 LK-TEXT                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-BUFFER LK-POS LK-TEXT.
    PERFORM VARYING TEXT-LENGTH FROM FUNCTION LENGTH(LK-TEXT) BY -1
            UNTIL TEXT-LENGTH = 0 OR LK-TEXT(TEXT-LENGTH:1) NOT = SPACE
        CONTINUE
    END-PERFORM
    MOVE TEXT-LENGTH TO LENGTH-VALUE
    CALL "AnvilExport-PutNumber" USING LK-BUFFER LK-POS LENGTH-WIDTH LENGTH-VALUE
    IF TEXT-LENGTH > 0
        IF LK-POS + TEXT-LENGTH <= FUNCTION LENGTH(LK-BUFFER)
            MOVE LK-TEXT(1:TEXT-LENGTH) TO LK-BUFFER(LK-POS + 1:TEXT-LENGTH)
        END-IF
        ADD TEXT-LENGTH TO LK-POS
    END-IF
    GOBACK.

END PROGRAM AnvilExport-PutString.

*> --- AnvilExport-PutNumber ---
*> A signed value as LK-WIDTH (1, 2, 4 or 8) big-endian bytes, two's
*> complement.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-PutNumber.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 UNSIGNED-VALUE            BINARY-DOUBLE UNSIGNED.
    01 BYTE-VALUE                BINARY-LONG UNSIGNED.
    01 BYTE-INDEX                BINARY-LONG.
LINKAGE SECTION.
    01 LK-BUFFER                 PIC X ANY LENGTH.
    01 LK-POS                    BINARY-LONG UNSIGNED.
    01 LK-WIDTH                  BINARY-LONG.
    01 LK-VALUE                  BINARY-DOUBLE.

PROCEDURE DIVISION USING LK-BUFFER LK-POS LK-WIDTH LK-VALUE.
    IF LK-VALUE < 0
        EVALUATE LK-WIDTH
            WHEN 1
                COMPUTE UNSIGNED-VALUE = LK-VALUE + 256
            WHEN 2
                COMPUTE UNSIGNED-VALUE = LK-VALUE + 65536
            WHEN 4
                COMPUTE UNSIGNED-VALUE = LK-VALUE + 4294967296
            WHEN OTHER
                COMPUTE UNSIGNED-VALUE = LK-VALUE + 18446744073709551616
        END-EVALUATE
    ELSE
        MOVE LK-VALUE TO UNSIGNED-VALUE
    END-IF
    IF LK-POS + LK-WIDTH <= FUNCTION LENGTH(LK-BUFFER)
        PERFORM VARYING BYTE-INDEX FROM LK-WIDTH BY -1 UNTIL BYTE-INDEX < 1
            COMPUTE BYTE-VALUE = FUNCTION MOD(UNSIGNED-VALUE, 256)
            MOVE FUNCTION CHAR(BYTE-VALUE + 1) TO LK-BUFFER(LK-POS + BYTE-INDEX:1)
            COMPUTE UNSIGNED-VALUE = UNSIGNED-VALUE / 256
        END-PERFORM
    END-IF
    ADD LK-WIDTH TO LK-POS
    GOBACK.

END PROGRAM AnvilExport-PutNumber.

*> --- AnvilExport-PutLong ---
*> An unsigned 64-bit value as eight big-endian bytes - the packed
*> block-state longs, whose top bit is data rather than sign.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-PutLong.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 REMAINING                 BINARY-DOUBLE UNSIGNED.
    01 BYTE-VALUE                BINARY-LONG UNSIGNED.
    01 BYTE-INDEX                BINARY-LONG.
LINKAGE SECTION.
    01 LK-BUFFER                 PIC X ANY LENGTH.
    01 LK-POS                    BINARY-LONG UNSIGNED.
    01 LK-VALUE                  BINARY-DOUBLE UNSIGNED.

PROCEDURE DIVISION USING LK-BUFFER LK-POS LK-VALUE.
    IF LK-POS + 8 <= FUNCTION LENGTH(LK-BUFFER)
        MOVE LK-VALUE TO REMAINING
        PERFORM VARYING BYTE-INDEX FROM 8 BY -1 UNTIL BYTE-INDEX < 1
            COMPUTE BYTE-VALUE = FUNCTION MOD(REMAINING, 256)
            MOVE FUNCTION CHAR(BYTE-VALUE + 1) TO LK-BUFFER(LK-POS + BYTE-INDEX:1)
            COMPUTE REMAINING = REMAINING / 256
        END-PERFORM
    END-IF
    ADD 8 TO LK-POS
    GOBACK.

END PROGRAM AnvilExport-PutLong.

*> --- AnvilExport-StoredDeflate ---
*> Wraps LK-SOURCE in deflate "stored" blocks (BTYPE 00, at most 65535
*> bytes each, LEN and NLEN little-endian) - a valid deflate stream
*> that any inflater reads, without compressing anything. Used inside
*> both the zlib chunk records and the gzip level.dat.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-StoredDeflate.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 SOURCE-POS                BINARY-LONG UNSIGNED.
    01 REMAINING                 BINARY-LONG UNSIGNED.
    01 BLOCK-LENGTH              BINARY-LONG UNSIGNED.
    01 NEGATED-LENGTH            BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-SOURCE                 PIC X ANY LENGTH.
    01 LK-SOURCE-LENGTH          BINARY-LONG UNSIGNED.
    01 LK-TARGET                 PIC X ANY LENGTH.
    01 LK-TARGET-LENGTH          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-SOURCE LK-SOURCE-LENGTH LK-TARGET LK-TARGET-LENGTH.
    MOVE 0 TO LK-TARGET-LENGTH
    MOVE 1 TO SOURCE-POS
    MOVE LK-SOURCE-LENGTH TO REMAINING
    PERFORM WITH TEST AFTER UNTIL REMAINING = 0
        MOVE FUNCTION MIN(REMAINING, 65535) TO BLOCK-LENGTH
        SUBTRACT BLOCK-LENGTH FROM REMAINING
        COMPUTE NEGATED-LENGTH = 65535 - BLOCK-LENGTH
        *> BFINAL on the last block, BTYPE 00
        IF REMAINING = 0
            MOVE X"01" TO LK-TARGET(LK-TARGET-LENGTH + 1:1)
        ELSE
            MOVE X"00" TO LK-TARGET(LK-TARGET-LENGTH + 1:1)
        END-IF
        MOVE FUNCTION CHAR(FUNCTION MOD(BLOCK-LENGTH, 256) + 1)
            TO LK-TARGET(LK-TARGET-LENGTH + 2:1)
        MOVE FUNCTION CHAR(BLOCK-LENGTH / 256 + 1)
            TO LK-TARGET(LK-TARGET-LENGTH + 3:1)
        MOVE FUNCTION CHAR(FUNCTION MOD(NEGATED-LENGTH, 256) + 1)
            TO LK-TARGET(LK-TARGET-LENGTH + 4:1)
        MOVE FUNCTION CHAR(NEGATED-LENGTH / 256 + 1)
            TO LK-TARGET(LK-TARGET-LENGTH + 5:1)
        ADD 5 TO LK-TARGET-LENGTH
        IF BLOCK-LENGTH > 0
            MOVE LK-SOURCE(SOURCE-POS:BLOCK-LENGTH)
                TO LK-TARGET(LK-TARGET-LENGTH + 1:BLOCK-LENGTH)
            ADD BLOCK-LENGTH TO LK-TARGET-LENGTH
            ADD BLOCK-LENGTH TO SOURCE-POS
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM AnvilExport-StoredDeflate.

*> --- AnvilExport-Adler32 ---
*> The zlib trailer checksum. The sums are folded every 5552 bytes,
*> the longest run that can't overflow before the modulo.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-Adler32.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 SUM-A                     BINARY-DOUBLE UNSIGNED.
    01 SUM-B                     BINARY-DOUBLE UNSIGNED.
    01 BYTE-INDEX                BINARY-LONG UNSIGNED.
    01 RUN-LENGTH                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-BUFFER                 PIC X ANY LENGTH.
    01 LK-LENGTH                 BINARY-LONG UNSIGNED.
    01 LK-CHECKSUM               BINARY-DOUBLE UNSIGNED.

PROCEDURE DIVISION USING LK-BUFFER LK-LENGTH LK-CHECKSUM.
    MOVE 1 TO SUM-A
    MOVE 0 TO SUM-B
    MOVE 0 TO RUN-LENGTH
    PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > LK-LENGTH
        COMPUTE SUM-A = SUM-A + FUNCTION ORD(LK-BUFFER(BYTE-INDEX:1)) - 1
        ADD SUM-A TO SUM-B
        ADD 1 TO RUN-LENGTH
        IF RUN-LENGTH = 5552
            COMPUTE SUM-A = FUNCTION MOD(SUM-A, 65521)
            COMPUTE SUM-B = FUNCTION MOD(SUM-B, 65521)
            MOVE 0 TO RUN-LENGTH
        END-IF
    END-PERFORM
    COMPUTE SUM-A = FUNCTION MOD(SUM-A, 65521)
    COMPUTE SUM-B = FUNCTION MOD(SUM-B, 65521)
    COMPUTE LK-CHECKSUM = SUM-B * 65536 + SUM-A
    GOBACK.

END PROGRAM AnvilExport-Adler32.

*> --- AnvilExport-Crc32 ---
*> The gzip trailer checksum (the reflected 0xEDB88320 polynomial),
*> table-driven, with the exclusive-or done a bit at a time in
*> arithmetic. Only level.dat goes through it, so speed is no concern.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-Crc32.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 TABLE-READY               BINARY-CHAR UNSIGNED VALUE 0.
    01 CRC-TABLE                 BINARY-DOUBLE UNSIGNED OCCURS 256 TIMES.
    01 POLYNOMIAL                BINARY-DOUBLE UNSIGNED VALUE 3988292384.
    01 TABLE-INDEX               BINARY-LONG UNSIGNED.
    01 SHIFT-STEP                BINARY-LONG UNSIGNED.
    01 CRC-VALUE                 BINARY-DOUBLE UNSIGNED.
    01 BYTE-INDEX                BINARY-LONG UNSIGNED.
    01 XOR-LEFT                  BINARY-DOUBLE UNSIGNED.
    01 XOR-RIGHT                 BINARY-DOUBLE UNSIGNED.
    01 XOR-RESULT                BINARY-DOUBLE UNSIGNED.
    01 XOR-BIT                   BINARY-DOUBLE UNSIGNED.
    01 XOR-STEP                  BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-BUFFER                 PIC X ANY LENGTH.
    01 LK-LENGTH                 BINARY-LONG UNSIGNED.
    01 LK-CHECKSUM               BINARY-DOUBLE UNSIGNED.

PROCEDURE DIVISION USING LK-BUFFER LK-LENGTH LK-CHECKSUM.
    IF TABLE-READY = 0
        PERFORM VARYING TABLE-INDEX FROM 0 BY 1 UNTIL TABLE-INDEX > 255
            MOVE TABLE-INDEX TO CRC-VALUE
            PERFORM VARYING SHIFT-STEP FROM 1 BY 1 UNTIL SHIFT-STEP > 8
                IF FUNCTION MOD(CRC-VALUE, 2) = 1
                    COMPUTE XOR-LEFT = CRC-VALUE / 2
                    MOVE POLYNOMIAL TO XOR-RIGHT
                    PERFORM Crc-Xor
                    MOVE XOR-RESULT TO CRC-VALUE
                ELSE
                    COMPUTE CRC-VALUE = CRC-VALUE / 2
                END-IF
            END-PERFORM
            MOVE CRC-VALUE TO CRC-TABLE(TABLE-INDEX + 1)
        END-PERFORM
        MOVE 1 TO TABLE-READY
    END-IF

    MOVE 4294967295 TO CRC-VALUE
    PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > LK-LENGTH
        COMPUTE XOR-LEFT = FUNCTION MOD(CRC-VALUE, 256)
        COMPUTE XOR-RIGHT = FUNCTION ORD(LK-BUFFER(BYTE-INDEX:1)) - 1
        PERFORM Crc-Xor
        MOVE CRC-TABLE(XOR-RESULT + 1) TO XOR-LEFT
        COMPUTE XOR-RIGHT = CRC-VALUE / 256
        PERFORM Crc-Xor
        MOVE XOR-RESULT TO CRC-VALUE
    END-PERFORM
    COMPUTE LK-CHECKSUM = 4294967295 - CRC-VALUE
    GOBACK.

*> XOR-RESULT = XOR-LEFT exclusive-or XOR-RIGHT, over 32 bits
Crc-Xor.
    MOVE 0 TO XOR-RESULT
    MOVE 1 TO XOR-BIT
    PERFORM VARYING XOR-STEP FROM 1 BY 1 UNTIL XOR-STEP > 32
        IF FUNCTION MOD(XOR-LEFT, 2) NOT = FUNCTION MOD(XOR-RIGHT, 2)
            ADD XOR-BIT TO XOR-RESULT
        END-IF
        COMPUTE XOR-LEFT = XOR-LEFT / 2
        COMPUTE XOR-RIGHT = XOR-RIGHT / 2
        COMPUTE XOR-BIT = XOR-BIT * 2
    END-PERFORM
    .

END PROGRAM AnvilExport-Crc32.

*> --- AnvilExport-WriteChunkRecord ---
*> Appends one chunk's NBT to its vanilla region file r.<rx>.<rz>.mca
*> under the target's region directory: a record of the 4-byte length,
*> compression type 2 (zlib, here a stored-block stream) and the data,
*> padded to whole 4096-byte sectors, then points the chunk's location
*> entry at it and stamps its timestamp entry. A new file starts with
*> the two zeroed header sectors. A chunk needing more than 255
*> sectors has no vanilla location entry and counts as failed.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-WriteChunkRecord.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FILE-HANDLE               PIC X(4).
    01 WRITE-ACCESS              PIC X COMP-X VALUE 2.
    01 READ-WRITE-ACCESS         PIC X COMP-X VALUE 3.
    01 DENY-MODE                 PIC X COMP-X VALUE 3.
    01 DEVICE-FLAG               PIC X COMP-X VALUE 0.
    01 IO-OFFSET                 PIC X(8) COMP-X.
    01 IO-COUNT                  PIC X(4) COMP-X.
    01 IO-FLAGS                  PIC X COMP-X VALUE 0.
    01 FILE-DETAILS              PIC X(16).
    01 BYTE-INDEX                BINARY-LONG UNSIGNED.
    01 FILE-SIZE                 BINARY-DOUBLE UNSIGNED.
    01 HEADER-ZEROS              PIC X(8192) VALUE LOW-VALUES.
    01 RECORD-BUFFER             PIC X(2105344).
    01 DEFLATE-LENGTH            BINARY-LONG UNSIGNED.
    01 RECORD-LENGTH             BINARY-LONG UNSIGNED.
    01 PADDED-LENGTH             BINARY-LONG UNSIGNED.
    01 SECTOR-COUNT              BINARY-LONG UNSIGNED.
    01 SECTOR-OFFSET             BINARY-DOUBLE UNSIGNED.
    01 FIELD-VALUE               BINARY-DOUBLE UNSIGNED.
    01 FIELD-RAW                 PIC X(4).
    01 ADLER-VALUE               BINARY-DOUBLE UNSIGNED.
    01 REGION-X                  BINARY-LONG.
    01 REGION-Z                  BINARY-LONG.
    01 LOCAL-X                   BINARY-LONG.
    01 LOCAL-Z                   BINARY-LONG.
    01 REGION-X-TEXT             PIC -(9)9.
    01 REGION-Z-TEXT             PIC -(9)9.
    01 FILE-PATH                 PIC X(300).
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
LINKAGE SECTION.
    01 LK-TARGET-DIR             PIC X(256).
    01 LK-CHUNK-X                BINARY-LONG.
    01 LK-CHUNK-Z                BINARY-LONG.
    01 LK-BUFFER                 PIC X ANY LENGTH.
    01 LK-LENGTH                 BINARY-LONG UNSIGNED.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-TARGET-DIR LK-CHUNK-X LK-CHUNK-Z LK-BUFFER
        LK-LENGTH LK-RESULT.
    MOVE 0 TO LK-RESULT

    *> the record: length, type, zlib header, stored blocks, Adler-32
    MOVE X"02" TO RECORD-BUFFER(5:1)
    MOVE X"7801" TO RECORD-BUFFER(6:2)
    CALL "AnvilExport-StoredDeflate" USING LK-BUFFER LK-LENGTH
        RECORD-BUFFER(8:) DEFLATE-LENGTH
    CALL "AnvilExport-Adler32" USING LK-BUFFER LK-LENGTH ADLER-VALUE
    CALL "Region-PutUint32" USING RECORD-BUFFER(8 + DEFLATE-LENGTH:4) ADLER-VALUE
    *> the stored length counts the type byte but not itself
    COMPUTE RECORD-LENGTH = 1 + 2 + DEFLATE-LENGTH + 4
    MOVE RECORD-LENGTH TO FIELD-VALUE
    CALL "Region-PutUint32" USING RECORD-BUFFER(1:4) FIELD-VALUE
    COMPUTE SECTOR-COUNT = (RECORD-LENGTH + 4 + 4095) / 4096
    IF SECTOR-COUNT > 255
        GOBACK
    END-IF
    COMPUTE PADDED-LENGTH = SECTOR-COUNT * 4096
    IF PADDED-LENGTH > RECORD-LENGTH + 4
        MOVE LOW-VALUES TO RECORD-BUFFER(RECORD-LENGTH + 5:
            PADDED-LENGTH - RECORD-LENGTH - 4)
    END-IF

    DIVIDE LK-CHUNK-X BY 32 GIVING REGION-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE LK-CHUNK-Z BY 32 GIVING REGION-Z ROUNDED MODE IS TOWARD-LESSER
    COMPUTE LOCAL-X = LK-CHUNK-X - REGION-X * 32
    COMPUTE LOCAL-Z = LK-CHUNK-Z - REGION-Z * 32
    MOVE REGION-X TO REGION-X-TEXT
    MOVE REGION-Z TO REGION-Z-TEXT
    MOVE SPACES TO FILE-PATH
    STRING
        FUNCTION TRIM(LK-TARGET-DIR) DELIMITED BY SIZE
        "/region/r." DELIMITED BY SIZE
        FUNCTION TRIM(REGION-X-TEXT) DELIMITED BY SIZE
        "." DELIMITED BY SIZE
        FUNCTION TRIM(REGION-Z-TEXT) DELIMITED BY SIZE
        ".mca" DELIMITED BY SIZE
        INTO FILE-PATH
    END-STRING

    CALL "CBL_CHECK_FILE_EXIST" USING FILE-PATH FILE-DETAILS
    IF RETURN-CODE = 0
        MOVE 0 TO FILE-SIZE
        PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > 8
            COMPUTE FILE-SIZE = FILE-SIZE * 256
                + FUNCTION ORD(FILE-DETAILS(BYTE-INDEX:1)) - 1
        END-PERFORM
        CALL "CBL_OPEN_FILE" USING FILE-PATH READ-WRITE-ACCESS DENY-MODE
            DEVICE-FLAG FILE-HANDLE
        IF RETURN-CODE NOT = 0
            GOBACK
        END-IF
    ELSE
        CALL "CBL_CREATE_FILE" USING FILE-PATH WRITE-ACCESS DENY-MODE
            DEVICE-FLAG FILE-HANDLE
        IF RETURN-CODE NOT = 0
            GOBACK
        END-IF
        MOVE 0 TO IO-OFFSET
        MOVE 8192 TO IO-COUNT
        CALL "CBL_WRITE_FILE" USING FILE-HANDLE IO-OFFSET IO-COUNT
            IO-FLAGS HEADER-ZEROS
        IF RETURN-CODE NOT = 0
            CALL "CBL_CLOSE_FILE" USING FILE-HANDLE
            GOBACK
        END-IF
        MOVE 8192 TO FILE-SIZE
    END-IF

    *> append at the next whole sector
    COMPUTE SECTOR-OFFSET = (FILE-SIZE + 4095) / 4096
    IF SECTOR-OFFSET < 2
        MOVE 2 TO SECTOR-OFFSET
    END-IF
    COMPUTE IO-OFFSET = SECTOR-OFFSET * 4096
    MOVE PADDED-LENGTH TO IO-COUNT
    CALL "CBL_WRITE_FILE" USING FILE-HANDLE IO-OFFSET IO-COUNT
        IO-FLAGS RECORD-BUFFER
    IF RETURN-CODE NOT = 0
        CALL "CBL_CLOSE_FILE" USING FILE-HANDLE
        GOBACK
    END-IF

    *> location entry: 3-byte sector offset and 1-byte sector count
    COMPUTE FIELD-VALUE = SECTOR-OFFSET * 256 + SECTOR-COUNT
    CALL "Region-PutUint32" USING FIELD-RAW FIELD-VALUE
    COMPUTE IO-OFFSET = (LOCAL-Z * 32 + LOCAL-X) * 4
    MOVE 4 TO IO-COUNT
    CALL "CBL_WRITE_FILE" USING FILE-HANDLE IO-OFFSET IO-COUNT
        IO-FLAGS FIELD-RAW

    *> timestamp entry: Unix seconds
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS
    COMPUTE FIELD-VALUE = NOW-SECONDS
        - FUNCTION INTEGER-OF-DATE(19700101) * 86400
    CALL "Region-PutUint32" USING FIELD-RAW FIELD-VALUE
    COMPUTE IO-OFFSET = 4096 + (LOCAL-Z * 32 + LOCAL-X) * 4
    CALL "CBL_WRITE_FILE" USING FILE-HANDLE IO-OFFSET IO-COUNT
        IO-FLAGS FIELD-RAW
    IF RETURN-CODE = 0
        MOVE 1 TO LK-RESULT
    END-IF

    CALL "CBL_CLOSE_FILE" USING FILE-HANDLE
    GOBACK.

END PROGRAM AnvilExport-WriteChunkRecord.

*> --- AnvilExport-WriteLevel ---
*> Writes the target's level.dat: the gzip-wrapped Data compound a
*> singleplayer client needs to open the world - data version, game
*> version, name, spawn, clock, the vanilla datapack, and world
*> generation settings from SERVER-PROP-WORLD-SEED with the three
*> vanilla dimensions, so terrain past the exported chunks generates
*> rather than failing.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-WriteLevel.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-WORLD-TIME.
    01 FILE-HANDLE               PIC X(4).
    01 WRITE-ACCESS              PIC X COMP-X VALUE 2.
    01 DENY-MODE                 PIC X COMP-X VALUE 3.
    01 DEVICE-FLAG               PIC X COMP-X VALUE 0.
    01 IO-OFFSET                 PIC X(8) COMP-X.
    01 IO-COUNT                  PIC X(4) COMP-X.
    01 IO-FLAGS                  PIC X COMP-X VALUE 0.
    01 FILE-PATH                 PIC X(300).
    01 LEVEL-BUFFER              PIC X(8192).
    01 LEVEL-LENGTH              BINARY-LONG UNSIGNED.
    01 GZIP-BUFFER               PIC X(8448).
    01 GZIP-LENGTH               BINARY-LONG UNSIGNED.
    01 DEFLATE-LENGTH            BINARY-LONG UNSIGNED.
    01 CRC-VALUE                 BINARY-DOUBLE UNSIGNED.
    01 TRAILER-VALUE             BINARY-DOUBLE UNSIGNED.
    01 BYTE-INDEX                BINARY-LONG UNSIGNED.
    01 NBT-TYPE                  BINARY-LONG.
    01 NBT-WIDTH                 BINARY-LONG.
    01 TAG-NAME                  PIC X(32).
    01 NUMBER-VALUE              BINARY-DOUBLE.
    01 TEXT-VALUE                PIC X(64).
    01 LIST-ITEM-TYPE            BINARY-LONG.
    01 LIST-COUNT                BINARY-LONG.
    01 PROTOCOL-NAME             PIC X(16).
    01 PROTOCOL-NUMBER           BINARY-LONG.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
    *> the flat-world baseline fresh joins start at, as in the respawn
    *> handling
    01 EXPORT-SPAWN-X            BINARY-LONG VALUE 0.
    01 EXPORT-SPAWN-Y            BINARY-LONG VALUE 64.
    01 EXPORT-SPAWN-Z            BINARY-LONG VALUE 0.
LINKAGE SECTION.
    01 LK-TARGET-DIR             PIC X(256).
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-TARGET-DIR LK-RESULT.
    MOVE 0 TO LK-RESULT
    MOVE 0 TO LEVEL-LENGTH
    CALL "Server-GetProtocolVersion" USING PROTOCOL-NAME PROTOCOL-NUMBER
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS

    *> the unnamed root compound around Data
    MOVE 1 TO NBT-WIDTH
    MOVE 10 TO NUMBER-VALUE
    CALL "AnvilExport-PutNumber" USING LEVEL-BUFFER LEVEL-LENGTH NBT-WIDTH NUMBER-VALUE
    MOVE 2 TO NBT-WIDTH
    MOVE 0 TO NUMBER-VALUE
    CALL "AnvilExport-PutNumber" USING LEVEL-BUFFER LEVEL-LENGTH NBT-WIDTH NUMBER-VALUE
    MOVE "Data" TO TAG-NAME
    PERFORM Level-CompoundTag

    MOVE "DataVersion" TO TAG-NAME
    MOVE SERVER-PROP-EXPORT-DATA-VERSION TO NUMBER-VALUE
    PERFORM Level-IntTag
    *> the Anvil format's own version number
    MOVE "version" TO TAG-NAME
    MOVE 19133 TO NUMBER-VALUE
    PERFORM Level-IntTag
    MOVE "LevelName" TO TAG-NAME
    MOVE SERVER-PROP-EXPORT-LEVEL-NAME TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "GameType" TO TAG-NAME
    MOVE 0 TO NUMBER-VALUE
    PERFORM Level-IntTag
    MOVE "Difficulty" TO TAG-NAME
    MOVE 2 TO NUMBER-VALUE
    PERFORM Level-ByteTag
    MOVE "hardcore" TO TAG-NAME
    MOVE 0 TO NUMBER-VALUE
    PERFORM Level-ByteTag
    MOVE "allowCommands" TO TAG-NAME
    MOVE 1 TO NUMBER-VALUE
    PERFORM Level-ByteTag
    MOVE "initialized" TO TAG-NAME
    MOVE 1 TO NUMBER-VALUE
    PERFORM Level-ByteTag
    MOVE "SpawnX" TO TAG-NAME
    MOVE EXPORT-SPAWN-X TO NUMBER-VALUE
    PERFORM Level-IntTag
    MOVE "SpawnY" TO TAG-NAME
    MOVE EXPORT-SPAWN-Y TO NUMBER-VALUE
    PERFORM Level-IntTag
    MOVE "SpawnZ" TO TAG-NAME
    MOVE EXPORT-SPAWN-Z TO NUMBER-VALUE
    PERFORM Level-IntTag
    MOVE "Time" TO TAG-NAME
    MOVE WORLD-TIME-TOTAL TO NUMBER-VALUE
    PERFORM Level-LongTag
    MOVE "DayTime" TO TAG-NAME
    MOVE WORLD-TIME-OF-DAY TO NUMBER-VALUE
    PERFORM Level-LongTag
    MOVE "LastPlayed" TO TAG-NAME
    COMPUTE NUMBER-VALUE = (NOW-SECONDS
        - FUNCTION INTEGER-OF-DATE(19700101) * 86400) * 1000
    PERFORM Level-LongTag

    MOVE "Version" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "Id" TO TAG-NAME
    MOVE SERVER-PROP-EXPORT-DATA-VERSION TO NUMBER-VALUE
    PERFORM Level-IntTag
    MOVE "Name" TO TAG-NAME
    MOVE PROTOCOL-NAME TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "Series" TO TAG-NAME
    MOVE "main" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "Snapshot" TO TAG-NAME
    MOVE 0 TO NUMBER-VALUE
    PERFORM Level-ByteTag
    PERFORM Level-EndTag

    MOVE "DataPacks" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "Enabled" TO TAG-NAME
    MOVE 8 TO LIST-ITEM-TYPE
    MOVE 1 TO LIST-COUNT
    PERFORM Level-ListTag
    MOVE "vanilla" TO TEXT-VALUE
    CALL "AnvilExport-PutString" USING LEVEL-BUFFER LEVEL-LENGTH TEXT-VALUE
    MOVE "Disabled" TO TAG-NAME
    MOVE 8 TO LIST-ITEM-TYPE
    MOVE 0 TO LIST-COUNT
    PERFORM Level-ListTag
    PERFORM Level-EndTag

    MOVE "WorldGenSettings" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "seed" TO TAG-NAME
    MOVE SERVER-PROP-WORLD-SEED TO NUMBER-VALUE
    PERFORM Level-LongTag
    MOVE "generate_features" TO TAG-NAME
    MOVE 1 TO NUMBER-VALUE
    PERFORM Level-ByteTag
    MOVE "bonus_chest" TO TAG-NAME
    MOVE 0 TO NUMBER-VALUE
    PERFORM Level-ByteTag
    MOVE "dimensions" TO TAG-NAME
    PERFORM Level-CompoundTag

    MOVE "minecraft:overworld" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "type" TO TAG-NAME
    MOVE "minecraft:overworld" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "generator" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "type" TO TAG-NAME
    MOVE "minecraft:noise" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "settings" TO TAG-NAME
    MOVE "minecraft:overworld" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "biome_source" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "type" TO TAG-NAME
    MOVE "minecraft:multi_noise" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "preset" TO TAG-NAME
    MOVE "minecraft:overworld" TO TEXT-VALUE
    PERFORM Level-StringTag
    PERFORM Level-EndTag
    PERFORM Level-EndTag
    PERFORM Level-EndTag

    MOVE "minecraft:the_nether" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "type" TO TAG-NAME
    MOVE "minecraft:the_nether" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "generator" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "type" TO TAG-NAME
    MOVE "minecraft:noise" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "settings" TO TAG-NAME
    MOVE "minecraft:nether" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "biome_source" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "type" TO TAG-NAME
    MOVE "minecraft:multi_noise" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "preset" TO TAG-NAME
    MOVE "minecraft:nether" TO TEXT-VALUE
    PERFORM Level-StringTag
    PERFORM Level-EndTag
    PERFORM Level-EndTag
    PERFORM Level-EndTag

    MOVE "minecraft:the_end" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "type" TO TAG-NAME
    MOVE "minecraft:the_end" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "generator" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "type" TO TAG-NAME
    MOVE "minecraft:noise" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "settings" TO TAG-NAME
    MOVE "minecraft:end" TO TEXT-VALUE
    PERFORM Level-StringTag
    MOVE "biome_source" TO TAG-NAME
    PERFORM Level-CompoundTag
    MOVE "type" TO TAG-NAME
    MOVE "minecraft:the_end" TO TEXT-VALUE
    PERFORM Level-StringTag
    PERFORM Level-EndTag
    PERFORM Level-EndTag
    PERFORM Level-EndTag

    *> dimensions, WorldGenSettings, Data, root
    PERFORM Level-EndTag
    PERFORM Level-EndTag
    PERFORM Level-EndTag
    PERFORM Level-EndTag
    IF LEVEL-LENGTH > FUNCTION LENGTH(LEVEL-BUFFER)
        GOBACK
    END-IF

    *> gzip: fixed header (deflate, no flags, no mtime, unknown OS),
    *> the stored blocks, then CRC-32 and size little-endian
    MOVE X"1F8B08000000000000FF" TO GZIP-BUFFER(1:10)
    CALL "AnvilExport-StoredDeflate" USING LEVEL-BUFFER LEVEL-LENGTH
        GZIP-BUFFER(11:) DEFLATE-LENGTH
    COMPUTE GZIP-LENGTH = 10 + DEFLATE-LENGTH
    CALL "AnvilExport-Crc32" USING LEVEL-BUFFER LEVEL-LENGTH CRC-VALUE
    MOVE CRC-VALUE TO TRAILER-VALUE
    PERFORM Level-PutLittleEndian
    MOVE LEVEL-LENGTH TO TRAILER-VALUE
    PERFORM Level-PutLittleEndian

    MOVE SPACES TO FILE-PATH
    STRING
        FUNCTION TRIM(LK-TARGET-DIR) DELIMITED BY SIZE
        "/level.dat" DELIMITED BY SIZE
        INTO FILE-PATH
    END-STRING
    CALL "CBL_CREATE_FILE" USING FILE-PATH WRITE-ACCESS DENY-MODE
        DEVICE-FLAG FILE-HANDLE
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF
    MOVE 0 TO IO-OFFSET
    MOVE GZIP-LENGTH TO IO-COUNT
    CALL "CBL_WRITE_FILE" USING FILE-HANDLE IO-OFFSET IO-COUNT
        IO-FLAGS GZIP-BUFFER
    IF RETURN-CODE = 0
        MOVE 1 TO LK-RESULT
    END-IF
    CALL "CBL_CLOSE_FILE" USING FILE-HANDLE
    GOBACK.

Level-PutLittleEndian.
    PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > 4
        MOVE FUNCTION CHAR(FUNCTION MOD(TRAILER-VALUE, 256) + 1)
            TO GZIP-BUFFER(GZIP-LENGTH + BYTE-INDEX:1)
        COMPUTE TRAILER-VALUE = TRAILER-VALUE / 256
    END-PERFORM
    ADD 4 TO GZIP-LENGTH
    .

Level-ByteTag.
    MOVE 1 TO NBT-TYPE
    MOVE 1 TO NBT-WIDTH
    PERFORM Level-ScalarTag
    .

Level-IntTag.
    MOVE 3 TO NBT-TYPE
    MOVE 4 TO NBT-WIDTH
    PERFORM Level-ScalarTag
    .

Level-LongTag.
    MOVE 4 TO NBT-TYPE
    MOVE 8 TO NBT-WIDTH
    PERFORM Level-ScalarTag
    .

Level-ScalarTag.
    CALL "AnvilExport-PutTag" USING LEVEL-BUFFER LEVEL-LENGTH NBT-TYPE TAG-NAME
    CALL "AnvilExport-PutNumber" USING LEVEL-BUFFER LEVEL-LENGTH NBT-WIDTH NUMBER-VALUE
    .

Level-StringTag.
    MOVE 8 TO NBT-TYPE
    CALL "AnvilExport-PutTag" USING LEVEL-BUFFER LEVEL-LENGTH NBT-TYPE TAG-NAME
    CALL "AnvilExport-PutString" USING LEVEL-BUFFER LEVEL-LENGTH TEXT-VALUE
    .

Level-CompoundTag.
    MOVE 10 TO NBT-TYPE
    CALL "AnvilExport-PutTag" USING LEVEL-BUFFER LEVEL-LENGTH NBT-TYPE TAG-NAME
    .

Level-ListTag.
    MOVE 9 TO NBT-TYPE
    CALL "AnvilExport-PutTag" USING LEVEL-BUFFER LEVEL-LENGTH NBT-TYPE TAG-NAME
    MOVE 1 TO NBT-WIDTH
    MOVE LIST-ITEM-TYPE TO NUMBER-VALUE
    CALL "AnvilExport-PutNumber" USING LEVEL-BUFFER LEVEL-LENGTH NBT-WIDTH NUMBER-VALUE
    MOVE 4 TO NBT-WIDTH
    MOVE LIST-COUNT TO NUMBER-VALUE
    CALL "AnvilExport-PutNumber" USING LEVEL-BUFFER LEVEL-LENGTH NBT-WIDTH NUMBER-VALUE
    .

Level-EndTag.
    MOVE 1 TO NBT-WIDTH
    MOVE 0 TO NUMBER-VALUE
    CALL "AnvilExport-PutNumber" USING LEVEL-BUFFER LEVEL-LENGTH NBT-WIDTH NUMBER-VALUE
    .

END PROGRAM AnvilExport-WriteLevel.

*> --- AnvilExport-SaveState ---
*> Persists the cursor and the file list, the Import-SaveState shape:
*> one "export" line, then one "file" line per native region file.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-SaveState.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STATE-FILE ASSIGN TO STATE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  STATE-FILE.
01  STATE-RECORD                 PIC X(400).

WORKING-STORAGE SECTION.
    COPY DD-EXPORT.
    COPY DD-SERVER-PROPERTIES.
    01 STATE-FILE-PATH           PIC X(256).
    01 NUMBER-TEXT               PIC ---------9 OCCURS 5 TIMES.
    01 FILE-INDEX                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE SERVER-PROP-EXPORT-STATE-PATH TO STATE-FILE-PATH
    MOVE EXPORT-ACTIVE TO NUMBER-TEXT(1)
    MOVE EXPORT-FILE-NEXT TO NUMBER-TEXT(2)
    MOVE EXPORT-CHUNK-NEXT TO NUMBER-TEXT(3)
    MOVE EXPORT-DONE-COUNT TO NUMBER-TEXT(4)
    MOVE EXPORT-FAILED-COUNT TO NUMBER-TEXT(5)
    OPEN OUTPUT STATE-FILE
    MOVE SPACES TO STATE-RECORD
    STRING
        "export " DELIMITED BY SIZE
        FUNCTION TRIM(NUMBER-TEXT(1)) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(NUMBER-TEXT(2)) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(NUMBER-TEXT(3)) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(NUMBER-TEXT(4)) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(NUMBER-TEXT(5)) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(EXPORT-TARGET-DIR) DELIMITED BY SIZE
        INTO STATE-RECORD
    END-STRING
    WRITE STATE-RECORD
    PERFORM VARYING FILE-INDEX FROM 1 BY 1 UNTIL FILE-INDEX > EXPORT-FILE-COUNT
        MOVE SPACES TO STATE-RECORD
        STRING
            "file " DELIMITED BY SIZE
            FUNCTION TRIM(EXPORT-FILE-NAME(FILE-INDEX)) DELIMITED BY SIZE
            INTO STATE-RECORD
        END-STRING
        WRITE STATE-RECORD
    END-PERFORM
    CLOSE STATE-FILE
    GOBACK.

END PROGRAM AnvilExport-SaveState.

*> --- AnvilExport-LoadState ---
*> Called once at startup by the external boot sequence; an export
*> that was mid-run resumes on the next tick, re-gathering the chunks
*> of the file it was in and carrying on from the saved chunk.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnvilExport-LoadState.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STATE-FILE ASSIGN TO STATE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  STATE-FILE.
01  STATE-RECORD                 PIC X(400).

WORKING-STORAGE SECTION.
    COPY DD-EXPORT.
    COPY DD-SERVER-PROPERTIES.
    01 STATE-FILE-PATH           PIC X(256).
    01 STATE-EOF                 BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-VALUE               PIC X(12) OCCURS 5 TIMES.
    01 REST-POINTER              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE 0 TO EXPORT-ACTIVE
    MOVE 0 TO EXPORT-FILE-COUNT
    MOVE 0 TO EXPORT-CHUNKS-READY
    MOVE 0 TO EXPORT-CHUNK-COUNT

    MOVE SERVER-PROP-EXPORT-STATE-PATH TO STATE-FILE-PATH
    MOVE 0 TO STATE-EOF
    OPEN INPUT STATE-FILE
    PERFORM UNTIL STATE-EOF = 1
        READ STATE-FILE
            AT END
                MOVE 1 TO STATE-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND
                MOVE 1 TO REST-POINTER
                UNSTRING STATE-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND
                    WITH POINTER REST-POINTER
                END-UNSTRING
                EVALUATE TRUE
                    WHEN FUNCTION TRIM(RECORD-KIND) = "export"
                        MOVE SPACES TO FIELD-VALUE(1) FIELD-VALUE(2)
                            FIELD-VALUE(3) FIELD-VALUE(4) FIELD-VALUE(5)
                        UNSTRING STATE-RECORD DELIMITED BY ALL SPACE
                            INTO FIELD-VALUE(1) FIELD-VALUE(2) FIELD-VALUE(3)
                                 FIELD-VALUE(4) FIELD-VALUE(5)
                            WITH POINTER REST-POINTER
                        END-UNSTRING
                        IF FIELD-VALUE(5) NOT = SPACES AND REST-POINTER <= 400
                            MOVE FUNCTION NUMVAL(FIELD-VALUE(1)) TO EXPORT-ACTIVE
                            MOVE FUNCTION NUMVAL(FIELD-VALUE(2)) TO EXPORT-FILE-NEXT
                            MOVE FUNCTION NUMVAL(FIELD-VALUE(3)) TO EXPORT-CHUNK-NEXT
                            MOVE FUNCTION NUMVAL(FIELD-VALUE(4)) TO EXPORT-DONE-COUNT
                            MOVE FUNCTION NUMVAL(FIELD-VALUE(5)) TO EXPORT-FAILED-COUNT
                            MOVE STATE-RECORD(REST-POINTER:) TO EXPORT-TARGET-DIR
                        END-IF
                    WHEN FUNCTION TRIM(RECORD-KIND) = "file"
                            AND REST-POINTER <= 400
                            AND EXPORT-FILE-COUNT < MAX-EXPORT-FILES
                        ADD 1 TO EXPORT-FILE-COUNT
                        MOVE STATE-RECORD(REST-POINTER:)
                            TO EXPORT-FILE-NAME(EXPORT-FILE-COUNT)
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE STATE-FILE
    GOBACK.

END PROGRAM AnvilExport-LoadState.
