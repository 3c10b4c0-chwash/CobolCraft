*> --- MapRender-DimensionDir ---
*> A dimension's region directory as a path: DIMENSION-REGION-DIR
*> names it relative to the world directory, which is the parent of
*> SERVER-PROP-REGION-DIR - so the overworld resolves to exactly the
*> directory the chunk loader reads.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-DimensionDir.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DIMENSIONS.
    COPY DD-SERVER-PROPERTIES.
    01 SCAN-INDEX                BINARY-LONG UNSIGNED.
    01 PARENT-LENGTH             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-DIMENSION-INDEX        BINARY-LONG UNSIGNED.
    01 LK-DIR                    PIC X(300).

PROCEDURE DIVISION USING LK-DIMENSION-INDEX LK-DIR.
    MOVE 0 TO PARENT-LENGTH
    PERFORM VARYING SCAN-INDEX FROM 1 BY 1
            UNTIL SCAN-INDEX > FUNCTION LENGTH(FUNCTION TRIM(SERVER-PROP-REGION-DIR))
        IF SERVER-PROP-REGION-DIR(SCAN-INDEX:1) = "/"
            MOVE SCAN-INDEX TO PARENT-LENGTH
        END-IF
    END-PERFORM

    MOVE SPACES TO LK-DIR
    IF PARENT-LENGTH = 0
        MOVE DIMENSION-REGION-DIR(LK-DIMENSION-INDEX) TO LK-DIR
    ELSE
        STRING
            SERVER-PROP-REGION-DIR(1:PARENT-LENGTH) DELIMITED BY SIZE
            FUNCTION TRIM(DIMENSION-REGION-DIR(LK-DIMENSION-INDEX)) DELIMITED BY SIZE
            INTO LK-DIR
        END-STRING
    END-IF
    GOBACK.

END PROGRAM MapRender-DimensionDir.

*> --- MapRender-ListDir ---
*> Lists a directory into its own filelist.dat, the way
*> World-VerifyWorldSweep walks the region directory; the caller reads
*> the list back and skips the list file itself.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-ListDir.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 SHELL-COMMAND             PIC X(700).
LINKAGE SECTION.
    01 LK-DIR                    PIC X(300).
    01 LK-LIST-PATH              PIC X(300).

PROCEDURE DIVISION USING LK-DIR LK-LIST-PATH.
    MOVE SPACES TO LK-LIST-PATH
    STRING
        FUNCTION TRIM(LK-DIR) DELIMITED BY SIZE
        "/filelist.dat" DELIMITED BY SIZE
        INTO LK-LIST-PATH
    END-STRING
    MOVE SPACES TO SHELL-COMMAND
    STRING
        "ls " DELIMITED BY SIZE
        FUNCTION TRIM(LK-DIR) DELIMITED BY SIZE
        " > " DELIMITED BY SIZE
        FUNCTION TRIM(LK-LIST-PATH) DELIMITED BY SIZE
        INTO SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING SHELL-COMMAND
    GOBACK.

END PROGRAM MapRender-ListDir.

*> --- MapRender-FileStamp ---
*> A region file's change stamp: its size and modification time as
*> CBL_CHECK_FILE_EXIST reports them, as text. Any save that touches
*> the file moves one or the other. A missing file stamps blank.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-FileStamp.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FILE-DETAILS              PIC X(16).
    01 BYTE-INDEX                BINARY-LONG UNSIGNED.
    01 FILE-SIZE                 BINARY-DOUBLE UNSIGNED.
    01 SIZE-TEXT                 PIC Z(17)9.
    01 DATE-YEAR                 PIC 9(4).
    01 DATE-PART                 PIC 9(2) OCCURS 6 TIMES.
LINKAGE SECTION.
    01 LK-FILE-PATH              PIC X(300).
    01 LK-STAMP                  PIC X(40).

PROCEDURE DIVISION USING LK-FILE-PATH LK-STAMP.
    MOVE SPACES TO LK-STAMP
    CALL "CBL_CHECK_FILE_EXIST" USING LK-FILE-PATH FILE-DETAILS
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF

    MOVE 0 TO FILE-SIZE
    PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > 8
        COMPUTE FILE-SIZE = FILE-SIZE * 256
            + FUNCTION ORD(FILE-DETAILS(BYTE-INDEX:1)) - 1
    END-PERFORM
    MOVE FILE-SIZE TO SIZE-TEXT

    *> bytes 9-16: day, month, year (two bytes), hours, minutes,
    *> seconds, hundredths
    COMPUTE DATE-YEAR = (FUNCTION ORD(FILE-DETAILS(11:1)) - 1) * 256
        + FUNCTION ORD(FILE-DETAILS(12:1)) - 1
    COMPUTE DATE-PART(1) = FUNCTION ORD(FILE-DETAILS(10:1)) - 1
    COMPUTE DATE-PART(2) = FUNCTION ORD(FILE-DETAILS(9:1)) - 1
    PERFORM VARYING BYTE-INDEX FROM 13 BY 1 UNTIL BYTE-INDEX > 16
        COMPUTE DATE-PART(BYTE-INDEX - 10) =
            FUNCTION ORD(FILE-DETAILS(BYTE-INDEX:1)) - 1
    END-PERFORM

    STRING
        FUNCTION TRIM(SIZE-TEXT) DELIMITED BY SIZE
        "@" DELIMITED BY SIZE
        DATE-YEAR DELIMITED BY SIZE
        DATE-PART(1) DELIMITED BY SIZE
        DATE-PART(2) DELIMITED BY SIZE
        DATE-PART(3) DELIMITED BY SIZE
        DATE-PART(4) DELIMITED BY SIZE
        DATE-PART(5) DELIMITED BY SIZE
        DATE-PART(6) DELIMITED BY SIZE
        INTO LK-STAMP
    END-STRING
    GOBACK.

END PROGRAM MapRender-FileStamp.

*> --- MapRender-Start ---
*> The "render-map" verb: queues one image for every region file whose
*> stamp differs from the one recorded when its image was last drawn,
*> then leaves the drawing to MapRender-Tick. Region files of a
*> dimension whose directory is not the one the chunk loader serves
*> are counted and left alone - their chunks can't be brought in to
*> be read. A queue that fills up simply leaves the rest for the next
*> run: their stamps are only recorded once drawn.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-Start.

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
    COPY DD-MAP-RENDER.
    COPY DD-DIMENSIONS.
    COPY DD-SERVER-PROPERTIES.
    01 LIST-FILE-PATH            PIC X(300).
    01 LIST-EOF                  BINARY-CHAR UNSIGNED.
    01 DIM-INDEX                 BINARY-LONG UNSIGNED.
    01 REGION-DIR                PIC X(300).
    01 REGION-FILE-PATH          PIC X(300).
    01 FILE-STAMP                PIC X(40).
    01 STAMP-INDEX               BINARY-LONG UNSIGNED.
    01 STAMP-MATCHED             BINARY-CHAR UNSIGNED.
    01 SHELL-COMMAND             PIC X(300).
    01 JOB-TEXT                  PIC Z(8)9.
    01 UNCHANGED-TEXT            PIC Z(8)9.
    01 SKIPPED-TEXT              PIC Z(8)9.
LINKAGE SECTION.
    01 LK-OVERLAY                BINARY-CHAR UNSIGNED.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-OVERLAY LK-RESPONSE.
    IF MAP-RENDER-ACTIVE = 1
        MOVE "A map render is already running (render-map status)" TO LK-RESPONSE
        GOBACK
    END-IF

    CALL "MapRender-LoadState"
    MOVE 0 TO MAP-RENDER-JOB-COUNT
    MOVE 0 TO MAP-RENDER-DRAWN-COUNT
    MOVE 0 TO MAP-RENDER-UNCHANGED-COUNT
    MOVE 0 TO MAP-RENDER-SKIPPED-COUNT

    PERFORM VARYING DIM-INDEX FROM 1 BY 1 UNTIL DIM-INDEX > DIMENSION-COUNT
        CALL "MapRender-DimensionDir" USING DIM-INDEX REGION-DIR
        CALL "MapRender-ListDir" USING REGION-DIR LIST-FILE-PATH
        MOVE 0 TO LIST-EOF
        OPEN INPUT LIST-FILE
        PERFORM UNTIL LIST-EOF = 1
            READ LIST-FILE
                AT END
                    MOVE 1 TO LIST-EOF
                NOT AT END
                    IF LIST-RECORD NOT = SPACES
                            AND FUNCTION TRIM(LIST-RECORD) NOT = "filelist.dat"
                        IF REGION-DIR NOT = SERVER-PROP-REGION-DIR
                            ADD 1 TO MAP-RENDER-SKIPPED-COUNT
                        ELSE
                            MOVE SPACES TO REGION-FILE-PATH
                            STRING
                                FUNCTION TRIM(REGION-DIR) DELIMITED BY SIZE
                                "/" DELIMITED BY SIZE
                                FUNCTION TRIM(LIST-RECORD) DELIMITED BY SIZE
                                INTO REGION-FILE-PATH
                            END-STRING
                            CALL "MapRender-FileStamp" USING REGION-FILE-PATH
                                FILE-STAMP
                            MOVE 0 TO STAMP-MATCHED
                            PERFORM VARYING STAMP-INDEX FROM 1 BY 1
                                    UNTIL STAMP-INDEX > MAP-RENDER-STAMP-COUNT
                                IF MAP-RENDER-STAMP-KEY(STAMP-INDEX) = REGION-FILE-PATH
                                        AND MAP-RENDER-STAMP-VALUE(STAMP-INDEX) = FILE-STAMP
                                    MOVE 1 TO STAMP-MATCHED
                                    EXIT PERFORM
                                END-IF
                            END-PERFORM
                            IF STAMP-MATCHED = 1
                                ADD 1 TO MAP-RENDER-UNCHANGED-COUNT
                            ELSE
                                IF MAP-RENDER-JOB-COUNT < MAX-MAP-RENDER-JOBS
                                    ADD 1 TO MAP-RENDER-JOB-COUNT
                                    MOVE DIM-INDEX TO
                                        MAP-RENDER-JOB-DIMENSION(MAP-RENDER-JOB-COUNT)
                                    MOVE LIST-RECORD TO
                                        MAP-RENDER-JOB-FILE(MAP-RENDER-JOB-COUNT)
                                    MOVE FILE-STAMP TO
                                        MAP-RENDER-JOB-STAMP(MAP-RENDER-JOB-COUNT)
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LIST-FILE
    END-PERFORM

    MOVE MAP-RENDER-JOB-COUNT TO JOB-TEXT
    MOVE MAP-RENDER-UNCHANGED-COUNT TO UNCHANGED-TEXT
    MOVE MAP-RENDER-SKIPPED-COUNT TO SKIPPED-TEXT
    MOVE SPACES TO LK-RESPONSE
    IF MAP-RENDER-JOB-COUNT = 0
        STRING
            "Map is up to date: " DELIMITED BY SIZE
            FUNCTION TRIM(UNCHANGED-TEXT) DELIMITED BY SIZE
            " region files unchanged, " DELIMITED BY SIZE
            FUNCTION TRIM(SKIPPED-TEXT) DELIMITED BY SIZE
            " in unloaded dimensions skipped" DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    MOVE SPACES TO SHELL-COMMAND
    STRING
        "mkdir -p " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-MAP-OUTPUT-DIR) DELIMITED BY SIZE
        INTO SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING SHELL-COMMAND

    MOVE LK-OVERLAY TO MAP-RENDER-OVERLAY
    MOVE 1 TO MAP-RENDER-JOB-NEXT
    MOVE 0 TO MAP-RENDER-CHUNK-NEXT
    MOVE 1 TO MAP-RENDER-ACTIVE

    STRING
        "Map render started: " DELIMITED BY SIZE
        FUNCTION TRIM(JOB-TEXT) DELIMITED BY SIZE
        " region images to draw, " DELIMITED BY SIZE
        FUNCTION TRIM(UNCHANGED-TEXT) DELIMITED BY SIZE
        " unchanged, " DELIMITED BY SIZE
        FUNCTION TRIM(SKIPPED-TEXT) DELIMITED BY SIZE
        " in unloaded dimensions skipped" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM MapRender-Start.

*> --- MapRender-StartArea ---
*> "render-map area": one stitched image of the block rectangle given,
*> drawn from every region file of the dimension whatever its stamp.
*> The dimension may be given without its "minecraft:" namespace.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-StartArea.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAP-RENDER.
    COPY DD-SERVER-PROPERTIES.
    *> one pixel per block; the canvas holds 1024 x 1024
    01 MAX-AREA-SIDE             BINARY-LONG VALUE 1024.
    01 DIMENSION-NAME-ARG        PIC X(32).
    01 COLON-COUNT               BINARY-LONG UNSIGNED.
    01 DIM-INDEX                 BINARY-LONG UNSIGNED.
    01 REGION-DIR                PIC X(300).
    01 SHELL-COMMAND             PIC X(300).
LINKAGE SECTION.
    01 LK-DIMENSION-NAME         PIC X(32).
    01 LK-X1                     BINARY-LONG.
    01 LK-Z1                     BINARY-LONG.
    01 LK-X2                     BINARY-LONG.
    01 LK-Z2                     BINARY-LONG.
    01 LK-OVERLAY                BINARY-CHAR UNSIGNED.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-DIMENSION-NAME LK-X1 LK-Z1 LK-X2 LK-Z2
        LK-OVERLAY LK-RESPONSE.
    IF MAP-RENDER-ACTIVE = 1
        MOVE "A map render is already running (render-map status)" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE 0 TO COLON-COUNT
    INSPECT LK-DIMENSION-NAME TALLYING COLON-COUNT FOR ALL ":"
    MOVE SPACES TO DIMENSION-NAME-ARG
    IF COLON-COUNT = 0
        STRING
            "minecraft:" DELIMITED BY SIZE
            FUNCTION TRIM(LK-DIMENSION-NAME) DELIMITED BY SIZE
            INTO DIMENSION-NAME-ARG
        END-STRING
    ELSE
        MOVE LK-DIMENSION-NAME TO DIMENSION-NAME-ARG
    END-IF
    CALL "Dimension-Find" USING DIMENSION-NAME-ARG DIM-INDEX
    IF DIM-INDEX = 0
        MOVE "Unknown dimension" TO LK-RESPONSE
        GOBACK
    END-IF
    CALL "MapRender-DimensionDir" USING DIM-INDEX REGION-DIR
    IF REGION-DIR NOT = SERVER-PROP-REGION-DIR
        MOVE "That dimension's region files are not loaded by this server" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE FUNCTION MIN(LK-X1, LK-X2) TO MAP-RENDER-AREA-MIN-X
    MOVE FUNCTION MAX(LK-X1, LK-X2) TO MAP-RENDER-AREA-MAX-X
    MOVE FUNCTION MIN(LK-Z1, LK-Z2) TO MAP-RENDER-AREA-MIN-Z
    MOVE FUNCTION MAX(LK-Z1, LK-Z2) TO MAP-RENDER-AREA-MAX-Z
    IF MAP-RENDER-AREA-MAX-X - MAP-RENDER-AREA-MIN-X + 1 > MAX-AREA-SIDE
            OR MAP-RENDER-AREA-MAX-Z - MAP-RENDER-AREA-MIN-Z + 1 > MAX-AREA-SIDE
        MOVE "Area too large: at most 1024 blocks a side" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SPACES TO SHELL-COMMAND
    STRING
        "mkdir -p " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-MAP-OUTPUT-DIR) DELIMITED BY SIZE
        INTO SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING SHELL-COMMAND

    MOVE 1 TO MAP-RENDER-JOB-COUNT
    MOVE DIM-INDEX TO MAP-RENDER-JOB-DIMENSION(1)
    MOVE SPACES TO MAP-RENDER-JOB-FILE(1)
    MOVE SPACES TO MAP-RENDER-JOB-STAMP(1)
    MOVE 0 TO MAP-RENDER-DRAWN-COUNT
    MOVE 0 TO MAP-RENDER-UNCHANGED-COUNT
    MOVE 0 TO MAP-RENDER-SKIPPED-COUNT
    MOVE LK-OVERLAY TO MAP-RENDER-OVERLAY
    MOVE 1 TO MAP-RENDER-JOB-NEXT
    MOVE 0 TO MAP-RENDER-CHUNK-NEXT
    MOVE 1 TO MAP-RENDER-ACTIVE
    MOVE "Map render of the area started" TO LK-RESPONSE
    GOBACK.

END PROGRAM MapRender-StartArea.

*> --- MapRender-Stop ---
*> Abandons the run. Images not yet written keep their old stamps, so
*> the next run draws them again.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-Stop.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAP-RENDER.

PROCEDURE DIVISION.
    MOVE 0 TO MAP-RENDER-ACTIVE
    GOBACK.

END PROGRAM MapRender-Stop.

*> --- MapRender-Status ---
*> Fills the response line for "render-map status".
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-Status.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAP-RENDER.
    01 NUMBER-TEXT               PIC Z(8)9 OCCURS 4 TIMES.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    IF MAP-RENDER-ACTIVE = 1
        MOVE MAP-RENDER-JOB-NEXT TO NUMBER-TEXT(1)
        MOVE MAP-RENDER-JOB-COUNT TO NUMBER-TEXT(2)
        MOVE MAP-RENDER-CHUNK-NEXT TO NUMBER-TEXT(3)
        MOVE MAP-RENDER-CHUNK-COUNT TO NUMBER-TEXT(4)
        STRING
            "Map render running: image " DELIMITED BY SIZE
            FUNCTION TRIM(NUMBER-TEXT(1)) DELIMITED BY SIZE
            " of " DELIMITED BY SIZE
            FUNCTION TRIM(NUMBER-TEXT(2)) DELIMITED BY SIZE
            ", chunk " DELIMITED BY SIZE
            FUNCTION TRIM(NUMBER-TEXT(3)) DELIMITED BY SIZE
            " of " DELIMITED BY SIZE
            FUNCTION TRIM(NUMBER-TEXT(4)) DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    IF MAP-RENDER-JOB-COUNT = 0 AND MAP-RENDER-UNCHANGED-COUNT = 0
            AND MAP-RENDER-SKIPPED-COUNT = 0
        MOVE "No map render has run" TO LK-RESPONSE
        GOBACK
    END-IF
    MOVE MAP-RENDER-DRAWN-COUNT TO NUMBER-TEXT(1)
    MOVE MAP-RENDER-UNCHANGED-COUNT TO NUMBER-TEXT(2)
    MOVE MAP-RENDER-SKIPPED-COUNT TO NUMBER-TEXT(3)
    STRING
        "Last map render: " DELIMITED BY SIZE
        FUNCTION TRIM(NUMBER-TEXT(1)) DELIMITED BY SIZE
        " images drawn, " DELIMITED BY SIZE
        FUNCTION TRIM(NUMBER-TEXT(2)) DELIMITED BY SIZE
        " region files unchanged, " DELIMITED BY SIZE
        FUNCTION TRIM(NUMBER-TEXT(3)) DELIMITED BY SIZE
        " in unloaded dimensions skipped" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM MapRender-Status.

*> --- MapRender-Tick ---
*> Called once per tick by the external tick loop. Gathers the chunks
*> of the image at the head of the queue, draws up to
*> SERVER-PROP-MAP-CHUNKS-PER-TICK of them, and once every chunk is
*> on the canvas adds the overlay, writes the image and records the
*> region file's stamp. The canvas lives here for the whole run; the
*> chunks it loads drain through World-UnloadIdleChunks as usual.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAP-RENDER.
    COPY DD-DIMENSIONS.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-MAP-CANVAS REPLACING LEADING ==PREFIX== BY ==MAP==.
    01 JOB-INDEX                 BINARY-LONG UNSIGNED.
    01 BUDGET-REMAINING          BINARY-LONG UNSIGNED.
    01 REGION-DIR                PIC X(300).
    01 REGION-FILE-PATH          PIC X(300).
    01 IMAGE-PATH                PIC X(300).
    01 CORNER-TEXT               PIC -(9)9 OCCURS 4 TIMES.
    01 STAMP-INDEX               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    IF MAP-RENDER-ACTIVE = 0
        GOBACK
    END-IF
    IF MAP-RENDER-JOB-NEXT > MAP-RENDER-JOB-COUNT
        MOVE 0 TO MAP-RENDER-ACTIVE
        GOBACK
    END-IF
    MOVE MAP-RENDER-JOB-NEXT TO JOB-INDEX

    IF MAP-RENDER-CHUNK-NEXT = 0
        CALL "MapRender-PrepareJob" USING MAP-CANVAS
    END-IF

    MOVE SERVER-PROP-MAP-CHUNKS-PER-TICK TO BUDGET-REMAINING
    PERFORM UNTIL BUDGET-REMAINING = 0
            OR MAP-RENDER-CHUNK-NEXT > MAP-RENDER-CHUNK-COUNT
        CALL "MapRender-DrawChunk" USING
            MAP-RENDER-CHUNK-X(MAP-RENDER-CHUNK-NEXT)
            MAP-RENDER-CHUNK-Z(MAP-RENDER-CHUNK-NEXT) MAP-CANVAS
        ADD 1 TO MAP-RENDER-CHUNK-NEXT
        SUBTRACT 1 FROM BUDGET-REMAINING
    END-PERFORM
    IF MAP-RENDER-CHUNK-NEXT <= MAP-RENDER-CHUNK-COUNT
        GOBACK
    END-IF

    *> the image is complete
    CALL "MapRender-DimensionDir" USING MAP-RENDER-JOB-DIMENSION(JOB-INDEX)
        REGION-DIR
    IF MAP-RENDER-CHUNK-COUNT > 0
        IF MAP-RENDER-OVERLAY = 1
            CALL "MapRender-DrawOverlay" USING MAP-CANVAS
        END-IF
        MOVE SPACES TO IMAGE-PATH
        IF MAP-RENDER-JOB-FILE(JOB-INDEX) NOT = SPACES
            STRING
                FUNCTION TRIM(SERVER-PROP-MAP-OUTPUT-DIR) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                FUNCTION TRIM(DIMENSION-REGION-DIR(MAP-RENDER-JOB-DIMENSION(JOB-INDEX)))
                    DELIMITED BY SIZE
                "_" DELIMITED BY SIZE
                FUNCTION TRIM(MAP-RENDER-JOB-FILE(JOB-INDEX)) DELIMITED BY SIZE
                ".ppm" DELIMITED BY SIZE
                INTO IMAGE-PATH
            END-STRING
        ELSE
            MOVE MAP-RENDER-AREA-MIN-X TO CORNER-TEXT(1)
            MOVE MAP-RENDER-AREA-MIN-Z TO CORNER-TEXT(2)
            MOVE MAP-RENDER-AREA-MAX-X TO CORNER-TEXT(3)
            MOVE MAP-RENDER-AREA-MAX-Z TO CORNER-TEXT(4)
            STRING
                FUNCTION TRIM(SERVER-PROP-MAP-OUTPUT-DIR) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                FUNCTION TRIM(DIMENSION-REGION-DIR(MAP-RENDER-JOB-DIMENSION(JOB-INDEX)))
                    DELIMITED BY SIZE
                "_area_" DELIMITED BY SIZE
                FUNCTION TRIM(CORNER-TEXT(1)) DELIMITED BY SIZE
                "_" DELIMITED BY SIZE
                FUNCTION TRIM(CORNER-TEXT(2)) DELIMITED BY SIZE
                "_" DELIMITED BY SIZE
                FUNCTION TRIM(CORNER-TEXT(3)) DELIMITED BY SIZE
                "_" DELIMITED BY SIZE
                FUNCTION TRIM(CORNER-TEXT(4)) DELIMITED BY SIZE
                ".ppm" DELIMITED BY SIZE
                INTO IMAGE-PATH
            END-STRING
        END-IF
        CALL "MapRender-WriteImage" USING MAP-CANVAS IMAGE-PATH
        ADD 1 TO MAP-RENDER-DRAWN-COUNT
    END-IF

    *> a region image is now current with its file - remember the stamp
    IF MAP-RENDER-JOB-FILE(JOB-INDEX) NOT = SPACES
        MOVE SPACES TO REGION-FILE-PATH
        STRING
            FUNCTION TRIM(REGION-DIR) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FUNCTION TRIM(MAP-RENDER-JOB-FILE(JOB-INDEX)) DELIMITED BY SIZE
            INTO REGION-FILE-PATH
        END-STRING
        PERFORM VARYING STAMP-INDEX FROM 1 BY 1
                UNTIL STAMP-INDEX > MAP-RENDER-STAMP-COUNT
            IF MAP-RENDER-STAMP-KEY(STAMP-INDEX) = REGION-FILE-PATH
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF STAMP-INDEX > MAP-RENDER-STAMP-COUNT
                AND MAP-RENDER-STAMP-COUNT < MAX-MAP-RENDER-STAMPS
            ADD 1 TO MAP-RENDER-STAMP-COUNT
            MOVE MAP-RENDER-STAMP-COUNT TO STAMP-INDEX
            MOVE REGION-FILE-PATH TO MAP-RENDER-STAMP-KEY(STAMP-INDEX)
        END-IF
        IF STAMP-INDEX <= MAP-RENDER-STAMP-COUNT
            MOVE MAP-RENDER-JOB-STAMP(JOB-INDEX) TO
                MAP-RENDER-STAMP-VALUE(STAMP-INDEX)
            CALL "MapRender-SaveState"
        END-IF
    END-IF

    ADD 1 TO MAP-RENDER-JOB-NEXT
    MOVE 0 TO MAP-RENDER-CHUNK-NEXT
    MOVE 0 TO MAP-RENDER-CHUNK-COUNT
    IF MAP-RENDER-JOB-NEXT > MAP-RENDER-JOB-COUNT
        MOVE 0 TO MAP-RENDER-ACTIVE
    END-IF

    GOBACK.

END PROGRAM MapRender-Tick.

*> --- MapRender-PrepareJob ---
*> Gathers the chunks of the image at the head of the queue and sizes
*> and clears the canvas for it. A region image spans the chunks its
*> file actually holds (clipped to the canvas); the stitched area
*> image spans the requested rectangle, taking chunks from every
*> region file of the dimension that fall inside it.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-PrepareJob.

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
    COPY DD-MAP-RENDER.
    01 MAX-CANVAS-SIDE           BINARY-LONG VALUE 1024.
    01 JOB-INDEX                 BINARY-LONG UNSIGNED.
    01 REGION-DIR                PIC X(300).
    01 REGION-FILE-PATH          PIC X(300).
    01 LIST-FILE-PATH            PIC X(300).
    01 LIST-EOF                  BINARY-CHAR UNSIGNED.
    01 BOUND-MIN-X               BINARY-LONG.
    01 BOUND-MIN-Z               BINARY-LONG.
    01 BOUND-MAX-X               BINARY-LONG.
    01 BOUND-MAX-Z               BINARY-LONG.
    01 CHUNK-INDEX               BINARY-LONG UNSIGNED.
    01 PIXEL-COUNT               BINARY-LONG UNSIGNED.
    01 PIXEL-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    COPY DD-MAP-CANVAS REPLACING LEADING ==PREFIX== BY ==LK==.

PROCEDURE DIVISION USING LK-CANVAS.
    MOVE MAP-RENDER-JOB-NEXT TO JOB-INDEX
    MOVE 0 TO MAP-RENDER-CHUNK-COUNT
    MOVE 0 TO LK-CANVAS-WIDTH
    MOVE 0 TO LK-CANVAS-HEIGHT
    CALL "MapRender-DimensionDir" USING MAP-RENDER-JOB-DIMENSION(JOB-INDEX)
        REGION-DIR

    IF MAP-RENDER-JOB-FILE(JOB-INDEX) NOT = SPACES
        MOVE SPACES TO REGION-FILE-PATH
        STRING
            FUNCTION TRIM(REGION-DIR) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FUNCTION TRIM(MAP-RENDER-JOB-FILE(JOB-INDEX)) DELIMITED BY SIZE
            INTO REGION-FILE-PATH
        END-STRING
        MOVE -2147483648 TO BOUND-MIN-X
        MOVE -2147483648 TO BOUND-MIN-Z
        MOVE 2147483647 TO BOUND-MAX-X
        MOVE 2147483647 TO BOUND-MAX-Z
        CALL "MapRender-CollectChunks" USING REGION-FILE-PATH
            BOUND-MIN-X BOUND-MIN-Z BOUND-MAX-X BOUND-MAX-Z

        IF MAP-RENDER-CHUNK-COUNT > 0
            MOVE MAP-RENDER-CHUNK-X(1) TO BOUND-MIN-X
            MOVE MAP-RENDER-CHUNK-Z(1) TO BOUND-MIN-Z
            MOVE MAP-RENDER-CHUNK-X(1) TO BOUND-MAX-X
            MOVE MAP-RENDER-CHUNK-Z(1) TO BOUND-MAX-Z
            PERFORM VARYING CHUNK-INDEX FROM 2 BY 1
                    UNTIL CHUNK-INDEX > MAP-RENDER-CHUNK-COUNT
                MOVE FUNCTION MIN(BOUND-MIN-X, MAP-RENDER-CHUNK-X(CHUNK-INDEX))
                    TO BOUND-MIN-X
                MOVE FUNCTION MIN(BOUND-MIN-Z, MAP-RENDER-CHUNK-Z(CHUNK-INDEX))
                    TO BOUND-MIN-Z
                MOVE FUNCTION MAX(BOUND-MAX-X, MAP-RENDER-CHUNK-X(CHUNK-INDEX))
                    TO BOUND-MAX-X
                MOVE FUNCTION MAX(BOUND-MAX-Z, MAP-RENDER-CHUNK-Z(CHUNK-INDEX))
                    TO BOUND-MAX-Z
            END-PERFORM
            COMPUTE LK-CANVAS-ORIGIN-X = BOUND-MIN-X * 16
            COMPUTE LK-CANVAS-ORIGIN-Z = BOUND-MIN-Z * 16
            COMPUTE LK-CANVAS-WIDTH = FUNCTION MIN(
                (BOUND-MAX-X - BOUND-MIN-X + 1) * 16, MAX-CANVAS-SIDE)
            COMPUTE LK-CANVAS-HEIGHT = FUNCTION MIN(
                (BOUND-MAX-Z - BOUND-MIN-Z + 1) * 16, MAX-CANVAS-SIDE)
        END-IF
    ELSE
        DIVIDE MAP-RENDER-AREA-MIN-X BY 16 GIVING BOUND-MIN-X
            ROUNDED MODE IS TOWARD-LESSER
        DIVIDE MAP-RENDER-AREA-MIN-Z BY 16 GIVING BOUND-MIN-Z
            ROUNDED MODE IS TOWARD-LESSER
        DIVIDE MAP-RENDER-AREA-MAX-X BY 16 GIVING BOUND-MAX-X
            ROUNDED MODE IS TOWARD-LESSER
        DIVIDE MAP-RENDER-AREA-MAX-Z BY 16 GIVING BOUND-MAX-Z
            ROUNDED MODE IS TOWARD-LESSER
        CALL "MapRender-ListDir" USING REGION-DIR LIST-FILE-PATH
        MOVE 0 TO LIST-EOF
        OPEN INPUT LIST-FILE
        PERFORM UNTIL LIST-EOF = 1
            READ LIST-FILE
                AT END
                    MOVE 1 TO LIST-EOF
                NOT AT END
                    IF LIST-RECORD NOT = SPACES
                            AND FUNCTION TRIM(LIST-RECORD) NOT = "filelist.dat"
                        MOVE SPACES TO REGION-FILE-PATH
                        STRING
                            FUNCTION TRIM(REGION-DIR) DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            FUNCTION TRIM(LIST-RECORD) DELIMITED BY SIZE
                            INTO REGION-FILE-PATH
                        END-STRING
                        CALL "MapRender-CollectChunks" USING REGION-FILE-PATH
                            BOUND-MIN-X BOUND-MIN-Z BOUND-MAX-X BOUND-MAX-Z
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LIST-FILE
        MOVE MAP-RENDER-AREA-MIN-X TO LK-CANVAS-ORIGIN-X
        MOVE MAP-RENDER-AREA-MIN-Z TO LK-CANVAS-ORIGIN-Z
        COMPUTE LK-CANVAS-WIDTH = MAP-RENDER-AREA-MAX-X - MAP-RENDER-AREA-MIN-X + 1
        COMPUTE LK-CANVAS-HEIGHT = MAP-RENDER-AREA-MAX-Z - MAP-RENDER-AREA-MIN-Z + 1
    END-IF

    *> ground never stored reads as black
    COMPUTE PIXEL-COUNT = LK-CANVAS-WIDTH * LK-CANVAS-HEIGHT
    PERFORM VARYING PIXEL-INDEX FROM 1 BY 1 UNTIL PIXEL-INDEX > PIXEL-COUNT
        MOVE 0 TO LK-CANVAS-RED(PIXEL-INDEX)
        MOVE 0 TO LK-CANVAS-GREEN(PIXEL-INDEX)
        MOVE 0 TO LK-CANVAS-BLUE(PIXEL-INDEX)
    END-PERFORM

    MOVE 1 TO MAP-RENDER-CHUNK-NEXT
    GOBACK.

END PROGRAM MapRender-PrepareJob.

*> --- MapRender-CollectChunks ---
*> Walks a region file's record headers - the same walk
*> Region-VerifyRegionFile makes, without reading the payloads - and
*> adds each chunk inside the bounds (in chunk coordinates) to the
*> image's chunk list once. A record whose length can't be trusted
*> ends the walk; the verify sweep is where that gets reported.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-CollectChunks.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAP-RENDER.
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
    01 LK-MIN-X                  BINARY-LONG.
    01 LK-MIN-Z                  BINARY-LONG.
    01 LK-MAX-X                  BINARY-LONG.
    01 LK-MAX-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-FILE-PATH LK-MIN-X LK-MIN-Z LK-MAX-X LK-MAX-Z.
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

        IF RECORD-CHUNK-X >= LK-MIN-X AND RECORD-CHUNK-X <= LK-MAX-X
                AND RECORD-CHUNK-Z >= LK-MIN-Z AND RECORD-CHUNK-Z <= LK-MAX-Z
            PERFORM VARYING CHUNK-INDEX FROM 1 BY 1
                    UNTIL CHUNK-INDEX > MAP-RENDER-CHUNK-COUNT
                IF MAP-RENDER-CHUNK-X(CHUNK-INDEX) = RECORD-CHUNK-X
                        AND MAP-RENDER-CHUNK-Z(CHUNK-INDEX) = RECORD-CHUNK-Z
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF CHUNK-INDEX > MAP-RENDER-CHUNK-COUNT
                    AND MAP-RENDER-CHUNK-COUNT < MAX-MAP-RENDER-CHUNKS
                ADD 1 TO MAP-RENDER-CHUNK-COUNT
                MOVE RECORD-CHUNK-X TO MAP-RENDER-CHUNK-X(MAP-RENDER-CHUNK-COUNT)
                MOVE RECORD-CHUNK-Z TO MAP-RENDER-CHUNK-Z(MAP-RENDER-CHUNK-COUNT)
            END-IF
        END-IF
    END-PERFORM

    CALL "CBL_CLOSE_FILE" USING FILE-HANDLE
    GOBACK.

END PROGRAM MapRender-CollectChunks.

*> --- MapRender-DrawChunk ---
*> Paints one chunk's columns onto the canvas: each column takes the
*> colour of its highest non-air block, darkened toward the bottom of
*> the world and brightened toward the build limit so terrain relief
*> reads at a glance. Chunks come in through the normal loader;
*> columns off the edge of the canvas are left alone.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-DrawChunk.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    COPY DD-CHUNK-REF.
    01 CHUNK-INDEX               BINARY-LONG UNSIGNED.
    01 BASE-X                    BINARY-LONG.
    01 BASE-Z                    BINARY-LONG.
    01 LOCAL-X                   BINARY-LONG.
    01 LOCAL-Y                   BINARY-LONG.
    01 LOCAL-Z                   BINARY-LONG.
    01 PIXEL-X                   BINARY-LONG.
    01 PIXEL-Z                   BINARY-LONG.
    01 PIXEL-INDEX               BINARY-LONG UNSIGNED.
    01 SECTION-INDEX             BINARY-LONG.
    01 BLOCK-INDEX               BINARY-LONG UNSIGNED.
    01 TOP-BLOCK-ID              BINARY-LONG UNSIGNED.
    01 TOP-Y                     BINARY-LONG.
    01 SHADE-PERCENT             BINARY-LONG UNSIGNED.
    01 BLOCK-RED                 BINARY-CHAR UNSIGNED.
    01 BLOCK-GREEN               BINARY-CHAR UNSIGNED.
    01 BLOCK-BLUE                BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-CHUNK-X                BINARY-LONG.
    01 LK-CHUNK-Z                BINARY-LONG.
    COPY DD-MAP-CANVAS REPLACING LEADING ==PREFIX== BY ==LK==.

PROCEDURE DIVISION USING LK-CHUNK-X LK-CHUNK-Z LK-CANVAS.
    COMPUTE BASE-X = LK-CHUNK-X * 16 - LK-CANVAS-ORIGIN-X
    COMPUTE BASE-Z = LK-CHUNK-Z * 16 - LK-CANVAS-ORIGIN-Z
    IF BASE-X + 15 < 0 OR BASE-X >= LK-CANVAS-WIDTH
            OR BASE-Z + 15 < 0 OR BASE-Z >= LK-CANVAS-HEIGHT
        GOBACK
    END-IF

    CALL "World-FindChunkIndex" USING LK-CHUNK-X LK-CHUNK-Z CHUNK-INDEX
    IF CHUNK-INDEX = 0
        CALL "World-LoadChunk" USING LK-CHUNK-X LK-CHUNK-Z CHUNK-INDEX
    END-IF
    IF CHUNK-INDEX = 0
        GOBACK
    END-IF
    SET ADDRESS OF CHUNK TO WORLD-CHUNK-POINTER(CHUNK-INDEX)

    PERFORM VARYING LOCAL-Z FROM 0 BY 1 UNTIL LOCAL-Z > 15
        PERFORM VARYING LOCAL-X FROM 0 BY 1 UNTIL LOCAL-X > 15
            COMPUTE PIXEL-X = BASE-X + LOCAL-X
            COMPUTE PIXEL-Z = BASE-Z + LOCAL-Z
            IF PIXEL-X >= 0 AND PIXEL-X < LK-CANVAS-WIDTH
                    AND PIXEL-Z >= 0 AND PIXEL-Z < LK-CANVAS-HEIGHT
                *> top down through the sections that hold anything
                MOVE 0 TO TOP-BLOCK-ID
                PERFORM VARYING SECTION-INDEX FROM 24 BY -1
                        UNTIL SECTION-INDEX < 1 OR TOP-BLOCK-ID NOT = 0
                    IF CHUNK-SECTION-NON-AIR(SECTION-INDEX) > 0
                        PERFORM VARYING LOCAL-Y FROM 15 BY -1
                                UNTIL LOCAL-Y < 0 OR TOP-BLOCK-ID NOT = 0
                            COMPUTE BLOCK-INDEX =
                                (LOCAL-Y * 16 + LOCAL-Z) * 16 + LOCAL-X + 1
                            IF CHUNK-SECTION-BLOCK(SECTION-INDEX, BLOCK-INDEX) NOT = 0
                                MOVE CHUNK-SECTION-BLOCK(SECTION-INDEX, BLOCK-INDEX)
                                    TO TOP-BLOCK-ID
                                COMPUTE TOP-Y = (SECTION-INDEX - 1) * 16 + LOCAL-Y - 64
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM

                COMPUTE PIXEL-INDEX = PIXEL-Z * LK-CANVAS-WIDTH + PIXEL-X + 1
                IF TOP-BLOCK-ID = 0
                    MOVE 0 TO LK-CANVAS-RED(PIXEL-INDEX)
                    MOVE 0 TO LK-CANVAS-GREEN(PIXEL-INDEX)
                    MOVE 0 TO LK-CANVAS-BLUE(PIXEL-INDEX)
                ELSE
                    CALL "MapRender-BlockColor" USING TOP-BLOCK-ID
                        BLOCK-RED BLOCK-GREEN BLOCK-BLUE
                    *> 55% at the world floor up to 100% at the build limit
                    COMPUTE SHADE-PERCENT = 55 + (TOP-Y + 64) * 45 / 383
                    COMPUTE LK-CANVAS-RED(PIXEL-INDEX) =
                        BLOCK-RED * SHADE-PERCENT / 100
                    COMPUTE LK-CANVAS-GREEN(PIXEL-INDEX) =
                        BLOCK-GREEN * SHADE-PERCENT / 100
                    COMPUTE LK-CANVAS-BLUE(PIXEL-INDEX) =
                        BLOCK-BLUE * SHADE-PERCENT / 100
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM

    GOBACK.

END PROGRAM MapRender-DrawChunk.

*> --- MapRender-BlockColor ---
*> The map colour of a block state: the first word in the table found
*> in its type name decides, so every wood, stone or sand variant - and
*> a datapack block named along the same lines - colours sensibly
*> without its own entry. Order matters: "sandstone" must hit "sand"
*> before "stone". Each state is looked up once and remembered.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-BlockColor.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 COLOR-RULES.
        02 FILLER PIC X(27) VALUE "water           05040064220".
        02 FILLER PIC X(27) VALUE "lava            04230090010".
        02 FILLER PIC X(27) VALUE "ice             03160180255".
        02 FILLER PIC X(27) VALUE "snow            04250250250".
        02 FILLER PIC X(27) VALUE "sand            04220205150".
        02 FILLER PIC X(27) VALUE "grass           05100165055".
        02 FILLER PIC X(27) VALUE "leaves          06055120035".
        02 FILLER PIC X(27) VALUE "moss            04090140050".
        02 FILLER PIC X(27) VALUE "log             03105080050".
        02 FILLER PIC X(27) VALUE "wood            04105080050".
        02 FILLER PIC X(27) VALUE "planks          06165130080".
        02 FILLER PIC X(27) VALUE "mud             03085070060".
        02 FILLER PIC X(27) VALUE "dirt            04135095065".
        02 FILLER PIC X(27) VALUE "farmland        08115080050".
        02 FILLER PIC X(27) VALUE "path            04150120070".
        02 FILLER PIC X(27) VALUE "gravel          06135130125".
        02 FILLER PIC X(27) VALUE "clay            04160165180".
        02 FILLER PIC X(27) VALUE "terracotta      10160095070".
        02 FILLER PIC X(27) VALUE "netherrack      10110045045".
        02 FILLER PIC X(27) VALUE "soul            04080060050".
        02 FILLER PIC X(27) VALUE "nylium          06120040050".
        02 FILLER PIC X(27) VALUE "basalt          06080080085".
        02 FILLER PIC X(27) VALUE "blackstone      10045040045".
        02 FILLER PIC X(27) VALUE "end_stone       09220220160".
        02 FILLER PIC X(27) VALUE "obsidian        08025020040".
        02 FILLER PIC X(27) VALUE "deepslate       09075075080".
        02 FILLER PIC X(27) VALUE "stone           05125125125".
        02 FILLER PIC X(27) VALUE "cobble          06115115115".
        02 FILLER PIC X(27) VALUE "andesite        08135135135".
        02 FILLER PIC X(27) VALUE "diorite         07190190190".
        02 FILLER PIC X(27) VALUE "granite         07150105085".
        02 FILLER PIC X(27) VALUE "ore             03125125125".
        02 FILLER PIC X(27) VALUE "wool            04220220220".
        02 FILLER PIC X(27) VALUE "glass           05200220230".
    01 COLOR-RULE-TABLE REDEFINES COLOR-RULES.
        02 COLOR-RULE            OCCURS 34 TIMES.
            03 COLOR-RULE-WORD   PIC X(16).
            03 COLOR-RULE-LENGTH PIC 9(2).
            03 COLOR-RULE-RED    PIC 9(3).
            03 COLOR-RULE-GREEN  PIC 9(3).
            03 COLOR-RULE-BLUE   PIC 9(3).
    01 COLOR-RULE-COUNT          BINARY-LONG UNSIGNED VALUE 34.
    *> anything the table doesn't name
    01 DEFAULT-RED               BINARY-CHAR UNSIGNED VALUE 150.
    01 DEFAULT-GREEN             BINARY-CHAR UNSIGNED VALUE 150.
    01 DEFAULT-BLUE              BINARY-CHAR UNSIGNED VALUE 140.
    01 MAX-CACHED-STATES         BINARY-LONG UNSIGNED VALUE 32768.
    01 COLOR-CACHE               OCCURS 32768 TIMES.
        02 COLOR-CACHE-FILLED    BINARY-CHAR UNSIGNED VALUE 0.
        02 COLOR-CACHE-RED       BINARY-CHAR UNSIGNED.
        02 COLOR-CACHE-GREEN     BINARY-CHAR UNSIGNED.
        02 COLOR-CACHE-BLUE      BINARY-CHAR UNSIGNED.
    01 BLOCK-TYPE                PIC X(64).
    01 RULE-INDEX                BINARY-LONG UNSIGNED.
    01 MATCH-COUNT               BINARY-LONG UNSIGNED.
    01 CACHE-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-BLOCK-ID               BINARY-LONG UNSIGNED.
    01 LK-RED                    BINARY-CHAR UNSIGNED.
    01 LK-GREEN                  BINARY-CHAR UNSIGNED.
    01 LK-BLUE                   BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-BLOCK-ID LK-RED LK-GREEN LK-BLUE.
    COMPUTE CACHE-INDEX = LK-BLOCK-ID + 1
    IF CACHE-INDEX <= MAX-CACHED-STATES
        IF COLOR-CACHE-FILLED(CACHE-INDEX) = 1
            MOVE COLOR-CACHE-RED(CACHE-INDEX) TO LK-RED
            MOVE COLOR-CACHE-GREEN(CACHE-INDEX) TO LK-GREEN
            MOVE COLOR-CACHE-BLUE(CACHE-INDEX) TO LK-BLUE
            GOBACK
        END-IF
    END-IF

    MOVE DEFAULT-RED TO LK-RED
    MOVE DEFAULT-GREEN TO LK-GREEN
    MOVE DEFAULT-BLUE TO LK-BLUE
    MOVE SPACES TO BLOCK-TYPE
    CALL "Blocks-GetType" USING LK-BLOCK-ID BLOCK-TYPE
    PERFORM VARYING RULE-INDEX FROM 1 BY 1 UNTIL RULE-INDEX > COLOR-RULE-COUNT
        MOVE 0 TO MATCH-COUNT
        INSPECT BLOCK-TYPE TALLYING MATCH-COUNT FOR ALL
            COLOR-RULE-WORD(RULE-INDEX)(1:COLOR-RULE-LENGTH(RULE-INDEX))
        IF MATCH-COUNT > 0
            MOVE COLOR-RULE-RED(RULE-INDEX) TO LK-RED
            MOVE COLOR-RULE-GREEN(RULE-INDEX) TO LK-GREEN
            MOVE COLOR-RULE-BLUE(RULE-INDEX) TO LK-BLUE
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF CACHE-INDEX <= MAX-CACHED-STATES
        MOVE 1 TO COLOR-CACHE-FILLED(CACHE-INDEX)
        MOVE LK-RED TO COLOR-CACHE-RED(CACHE-INDEX)
        MOVE LK-GREEN TO COLOR-CACHE-GREEN(CACHE-INDEX)
        MOVE LK-BLUE TO COLOR-CACHE-BLUE(CACHE-INDEX)
    END-IF
    GOBACK.

END PROGRAM MapRender-BlockColor.

*> --- MapRender-Plot ---
*> Sets the pixel under a block column, if the column is on the canvas.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-Plot.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 PIXEL-X                   BINARY-LONG.
    01 PIXEL-Z                   BINARY-LONG.
    01 PIXEL-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    COPY DD-MAP-CANVAS REPLACING LEADING ==PREFIX== BY ==LK==.
    01 LK-X                      BINARY-LONG.
    01 LK-Z                      BINARY-LONG.
    01 LK-RED                    BINARY-CHAR UNSIGNED.
    01 LK-GREEN                  BINARY-CHAR UNSIGNED.
    01 LK-BLUE                   BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CANVAS LK-X LK-Z LK-RED LK-GREEN LK-BLUE.
    COMPUTE PIXEL-X = LK-X - LK-CANVAS-ORIGIN-X
    COMPUTE PIXEL-Z = LK-Z - LK-CANVAS-ORIGIN-Z
    IF PIXEL-X < 0 OR PIXEL-X >= LK-CANVAS-WIDTH
            OR PIXEL-Z < 0 OR PIXEL-Z >= LK-CANVAS-HEIGHT
        GOBACK
    END-IF
    COMPUTE PIXEL-INDEX = PIXEL-Z * LK-CANVAS-WIDTH + PIXEL-X + 1
    MOVE LK-RED TO LK-CANVAS-RED(PIXEL-INDEX)
    MOVE LK-GREEN TO LK-CANVAS-GREEN(PIXEL-INDEX)
    MOVE LK-BLUE TO LK-CANVAS-BLUE(PIXEL-INDEX)
    GOBACK.

END PROGRAM MapRender-Plot.

*> --- MapRender-DrawOverlay ---
*> Draws the claims and travel points over a finished image: each
*> protection zone as an outline (red for a player's claim, blue for a
*> team's, green for a no-PvP zone), each warp portal's footprint
*> filled magenta, and each warp as a small yellow cross. Loops are
*> clipped to the canvas so a zone the size of the world border costs
*> no more than the image it crosses.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-DrawOverlay.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROTECTION-ZONES.
    COPY DD-WARPS.
    COPY DD-WARP-PORTALS.
    01 CANVAS-MIN-X              BINARY-LONG.
    01 CANVAS-MIN-Z              BINARY-LONG.
    01 CANVAS-MAX-X              BINARY-LONG.
    01 CANVAS-MAX-Z              BINARY-LONG.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 FROM-X                    BINARY-LONG.
    01 FROM-Z                    BINARY-LONG.
    01 TO-X                      BINARY-LONG.
    01 TO-Z                      BINARY-LONG.
    01 MARK-X                    BINARY-LONG.
    01 MARK-Z                    BINARY-LONG.
    01 ARM-OFFSET                BINARY-LONG.
    01 MARK-RED                  BINARY-CHAR UNSIGNED.
    01 MARK-GREEN                BINARY-CHAR UNSIGNED.
    01 MARK-BLUE                 BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    COPY DD-MAP-CANVAS REPLACING LEADING ==PREFIX== BY ==LK==.

PROCEDURE DIVISION USING LK-CANVAS.
    MOVE LK-CANVAS-ORIGIN-X TO CANVAS-MIN-X
    MOVE LK-CANVAS-ORIGIN-Z TO CANVAS-MIN-Z
    COMPUTE CANVAS-MAX-X = LK-CANVAS-ORIGIN-X + LK-CANVAS-WIDTH - 1
    COMPUTE CANVAS-MAX-Z = LK-CANVAS-ORIGIN-Z + LK-CANVAS-HEIGHT - 1

    *> warp portals first, so a claim outline stays visible across one
    MOVE 200 TO MARK-RED
    MOVE 0 TO MARK-GREEN
    MOVE 200 TO MARK-BLUE
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > WARP-PORTAL-COUNT
        MOVE FUNCTION MAX(WARP-PORTAL-MIN-X(ENTRY-INDEX), CANVAS-MIN-X) TO FROM-X
        MOVE FUNCTION MIN(WARP-PORTAL-MAX-X(ENTRY-INDEX), CANVAS-MAX-X) TO TO-X
        MOVE FUNCTION MAX(WARP-PORTAL-MIN-Z(ENTRY-INDEX), CANVAS-MIN-Z) TO FROM-Z
        MOVE FUNCTION MIN(WARP-PORTAL-MAX-Z(ENTRY-INDEX), CANVAS-MAX-Z) TO TO-Z
        PERFORM VARYING MARK-Z FROM FROM-Z BY 1 UNTIL MARK-Z > TO-Z
            PERFORM VARYING MARK-X FROM FROM-X BY 1 UNTIL MARK-X > TO-X
                CALL "MapRender-Plot" USING LK-CANVAS MARK-X MARK-Z
                    MARK-RED MARK-GREEN MARK-BLUE
            END-PERFORM
        END-PERFORM
    END-PERFORM

    CALL "World-LoadNoPvp"
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > PROTECTION-ZONE-COUNT
        EVALUATE TRUE
            WHEN PROTECTION-ZONE-NO-PVP(ENTRY-INDEX) = 1
                MOVE 30 TO MARK-RED
                MOVE 210 TO MARK-GREEN
                MOVE 30 TO MARK-BLUE
            WHEN PROTECTION-ZONE-TEAM-NAME(ENTRY-INDEX) NOT = SPACES
                MOVE 40 TO MARK-RED
                MOVE 90 TO MARK-GREEN
                MOVE 230 TO MARK-BLUE
            WHEN OTHER
                MOVE 220 TO MARK-RED
                MOVE 30 TO MARK-GREEN
                MOVE 30 TO MARK-BLUE
        END-EVALUATE
        *> north and south edges
        MOVE FUNCTION MAX(PROTECTION-ZONE-MIN-X(ENTRY-INDEX), CANVAS-MIN-X) TO FROM-X
        MOVE FUNCTION MIN(PROTECTION-ZONE-MAX-X(ENTRY-INDEX), CANVAS-MAX-X) TO TO-X
        PERFORM VARYING MARK-X FROM FROM-X BY 1 UNTIL MARK-X > TO-X
            CALL "MapRender-Plot" USING LK-CANVAS MARK-X
                PROTECTION-ZONE-MIN-Z(ENTRY-INDEX) MARK-RED MARK-GREEN MARK-BLUE
            CALL "MapRender-Plot" USING LK-CANVAS MARK-X
                PROTECTION-ZONE-MAX-Z(ENTRY-INDEX) MARK-RED MARK-GREEN MARK-BLUE
        END-PERFORM
        *> west and east edges
        MOVE FUNCTION MAX(PROTECTION-ZONE-MIN-Z(ENTRY-INDEX), CANVAS-MIN-Z) TO FROM-Z
        MOVE FUNCTION MIN(PROTECTION-ZONE-MAX-Z(ENTRY-INDEX), CANVAS-MAX-Z) TO TO-Z
        PERFORM VARYING MARK-Z FROM FROM-Z BY 1 UNTIL MARK-Z > TO-Z
            CALL "MapRender-Plot" USING LK-CANVAS
                PROTECTION-ZONE-MIN-X(ENTRY-INDEX) MARK-Z MARK-RED MARK-GREEN MARK-BLUE
            CALL "MapRender-Plot" USING LK-CANVAS
                PROTECTION-ZONE-MAX-X(ENTRY-INDEX) MARK-Z MARK-RED MARK-GREEN MARK-BLUE
        END-PERFORM
    END-PERFORM

    MOVE 255 TO MARK-RED
    MOVE 220 TO MARK-GREEN
    MOVE 0 TO MARK-BLUE
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > WARP-COUNT
        PERFORM VARYING ARM-OFFSET FROM -2 BY 1 UNTIL ARM-OFFSET > 2
            COMPUTE MARK-X = WARP-X(ENTRY-INDEX) + ARM-OFFSET
            CALL "MapRender-Plot" USING LK-CANVAS MARK-X WARP-Z(ENTRY-INDEX)
                MARK-RED MARK-GREEN MARK-BLUE
            COMPUTE MARK-Z = WARP-Z(ENTRY-INDEX) + ARM-OFFSET
            CALL "MapRender-Plot" USING LK-CANVAS WARP-X(ENTRY-INDEX) MARK-Z
                MARK-RED MARK-GREEN MARK-BLUE
        END-PERFORM
    END-PERFORM

    GOBACK.

END PROGRAM MapRender-DrawOverlay.

*> --- MapRender-WriteImage ---
*> Writes the canvas as a plain-text PPM image (P3): width, height and
*> the 255 colour ceiling, then the pixels row by row, five to a line
*> to keep the lines short. Every common image viewer and converter
*> reads it, and it needs nothing but a line-sequential file to write.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-WriteImage.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IMAGE-FILE ASSIGN TO IMAGE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  IMAGE-FILE.
01  IMAGE-RECORD                 PIC X(72).

WORKING-STORAGE SECTION.
    01 IMAGE-FILE-PATH           PIC X(300).
    01 WIDTH-TEXT                PIC Z(8)9.
    01 HEIGHT-TEXT               PIC Z(8)9.
    01 RED-TEXT                  PIC ZZ9.
    01 GREEN-TEXT                PIC ZZ9.
    01 BLUE-TEXT                 PIC ZZ9.
    01 PIXEL-COUNT               BINARY-LONG UNSIGNED.
    01 PIXEL-INDEX               BINARY-LONG UNSIGNED.
    01 LINE-PIXELS               BINARY-LONG UNSIGNED.
    01 LINE-POINTER              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    COPY DD-MAP-CANVAS REPLACING LEADING ==PREFIX== BY ==LK==.
    01 LK-IMAGE-PATH             PIC X(300).

PROCEDURE DIVISION USING LK-CANVAS LK-IMAGE-PATH.
    MOVE LK-IMAGE-PATH TO IMAGE-FILE-PATH
    OPEN OUTPUT IMAGE-FILE

    MOVE "P3" TO IMAGE-RECORD
    WRITE IMAGE-RECORD
    MOVE LK-CANVAS-WIDTH TO WIDTH-TEXT
    MOVE LK-CANVAS-HEIGHT TO HEIGHT-TEXT
    MOVE SPACES TO IMAGE-RECORD
    STRING
        FUNCTION TRIM(WIDTH-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(HEIGHT-TEXT) DELIMITED BY SIZE
        INTO IMAGE-RECORD
    END-STRING
    WRITE IMAGE-RECORD
    MOVE "255" TO IMAGE-RECORD
    WRITE IMAGE-RECORD

    COMPUTE PIXEL-COUNT = LK-CANVAS-WIDTH * LK-CANVAS-HEIGHT
    MOVE SPACES TO IMAGE-RECORD
    MOVE 1 TO LINE-POINTER
    MOVE 0 TO LINE-PIXELS
    PERFORM VARYING PIXEL-INDEX FROM 1 BY 1 UNTIL PIXEL-INDEX > PIXEL-COUNT
        MOVE LK-CANVAS-RED(PIXEL-INDEX) TO RED-TEXT
        MOVE LK-CANVAS-GREEN(PIXEL-INDEX) TO GREEN-TEXT
        MOVE LK-CANVAS-BLUE(PIXEL-INDEX) TO BLUE-TEXT
        STRING
            FUNCTION TRIM(RED-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(GREEN-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(BLUE-TEXT) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            INTO IMAGE-RECORD
            WITH POINTER LINE-POINTER
        END-STRING
        ADD 1 TO LINE-PIXELS
        IF LINE-PIXELS = 5
            WRITE IMAGE-RECORD
            MOVE SPACES TO IMAGE-RECORD
            MOVE 1 TO LINE-POINTER
            MOVE 0 TO LINE-PIXELS
        END-IF
    END-PERFORM
    IF LINE-PIXELS > 0
        WRITE IMAGE-RECORD
    END-IF

    CLOSE IMAGE-FILE
    GOBACK.

END PROGRAM MapRender-WriteImage.

*> --- MapRender-SaveState ---
*> Persists the stamp table: one line per region file, its path and
*> the stamp it had when its image was last drawn.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-SaveState.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STATE-FILE ASSIGN TO STATE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  STATE-FILE.
01  STATE-RECORD                 PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-MAP-RENDER.
    COPY DD-SERVER-PROPERTIES.
    01 STATE-FILE-PATH           PIC X(256).
    01 STAMP-INDEX               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE SERVER-PROP-MAP-STATE-PATH TO STATE-FILE-PATH
    OPEN OUTPUT STATE-FILE
    PERFORM VARYING STAMP-INDEX FROM 1 BY 1 UNTIL STAMP-INDEX > MAP-RENDER-STAMP-COUNT
        MOVE SPACES TO STATE-RECORD
        STRING
            FUNCTION TRIM(MAP-RENDER-STAMP-VALUE(STAMP-INDEX)) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(MAP-RENDER-STAMP-KEY(STAMP-INDEX)) DELIMITED BY SIZE
            INTO STATE-RECORD
        END-STRING
        WRITE STATE-RECORD
    END-PERFORM
    CLOSE STATE-FILE
    GOBACK.

END PROGRAM MapRender-SaveState.

*> --- MapRender-LoadState ---
*> Reads the stamp table back; a missing file means every region file
*> is drawn on the first run.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-LoadState.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STATE-FILE ASSIGN TO STATE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  STATE-FILE.
01  STATE-RECORD                 PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-MAP-RENDER.
    COPY DD-SERVER-PROPERTIES.
    01 STATE-FILE-PATH           PIC X(256).
    01 STATE-EOF                 BINARY-CHAR UNSIGNED.
    01 STAMP-FIELD               PIC X(40).
    01 REST-POINTER              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE 0 TO MAP-RENDER-STAMP-COUNT
    MOVE SERVER-PROP-MAP-STATE-PATH TO STATE-FILE-PATH
    MOVE 0 TO STATE-EOF
    OPEN INPUT STATE-FILE
    PERFORM UNTIL STATE-EOF = 1
        READ STATE-FILE
            AT END
                MOVE 1 TO STATE-EOF
            NOT AT END
                MOVE SPACES TO STAMP-FIELD
                MOVE 1 TO REST-POINTER
                UNSTRING STATE-RECORD DELIMITED BY ALL SPACE
                    INTO STAMP-FIELD
                    WITH POINTER REST-POINTER
                END-UNSTRING
                IF STAMP-FIELD NOT = SPACES AND REST-POINTER <= 200
                        AND MAP-RENDER-STAMP-COUNT < MAX-MAP-RENDER-STAMPS
                    ADD 1 TO MAP-RENDER-STAMP-COUNT
                    MOVE STAMP-FIELD TO MAP-RENDER-STAMP-VALUE(MAP-RENDER-STAMP-COUNT)
                    MOVE STATE-RECORD(REST-POINTER:) TO
                        MAP-RENDER-STAMP-KEY(MAP-RENDER-STAMP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE STATE-FILE
    GOBACK.

END PROGRAM MapRender-LoadState.
