*> --- Prune-Start ---
*> The "prune-chunks" verb: begins a walk of the native region files
*> that finds every chunk nobody has ever touched and, unless it is a
*> dry run, takes its records out of the region file, so the loader
*> simply generates it again - Worldgen-FillChunk derives everything
*> from the seed, so the regenerated chunk is the same one. A real run
*> needs a backup generation that passed verification (verify.passed)
*> taken since the last prune. The audit log is read once here; the
*> chunks are checked a few per tick by Prune-Tick, and what each
*> region file gave up (or would) goes to PRUNE-REPORT-PATH.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-Start.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL LIST-FILE ASSIGN TO LIST-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LIST-FILE.
01  LIST-RECORD                  PIC X(256).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-PRUNE.
    COPY DD-SERVER-PROPERTIES.
    01 CHUNKS-SAVED-COUNT        BINARY-LONG UNSIGNED.
    01 CHUNKS-FAILED-COUNT       BINARY-LONG UNSIGNED.
    01 LAST-STAMP                PIC X(14).
    01 BACKUP-NAME               PIC X(32).
    01 BACKUP-FOUND              BINARY-CHAR UNSIGNED.
    01 TOUCHED-RESULT            BINARY-CHAR UNSIGNED.
    01 REGION-DIR                PIC X(300).
    01 LIST-FILE-PATH            PIC X(300).
    01 LIST-EOF                  BINARY-CHAR UNSIGNED.
    01 REPORT-FILE-PATH          PIC X(256).
    01 MODE-TEXT                 PIC X(8).
    01 FILE-COUNT-TEXT           PIC Z(8)9.
    01 TOUCHED-TEXT              PIC Z(8)9.
LINKAGE SECTION.
    01 LK-DRY-RUN                BINARY-CHAR UNSIGNED.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-DRY-RUN LK-RESPONSE.
    IF PRUNE-ACTIVE = 1
        MOVE "A prune is already running (prune-chunks stop first)" TO LK-RESPONSE
        GOBACK
    END-IF

    *> a removed chunk can only come back out of a backup, so one must
    *> exist, be known sound, and postdate the last prune - an older
    *> one would not hold what has been generated since
    MOVE SPACES TO BACKUP-NAME
    IF LK-DRY-RUN = 0
        CALL "Prune-ReadLastStamp" USING LAST-STAMP
        CALL "Prune-VerifiedBackup" USING LAST-STAMP BACKUP-NAME BACKUP-FOUND
        IF BACKUP-FOUND = 0
            MOVE "Prune refused: no verified backup newer than the last prune (backup, then backup verify)" TO LK-RESPONSE
            GOBACK
        END-IF
    END-IF

    *> checkpoint first - chunks are judged by what their records hold,
    *> so edits still in memory must be in the records
    CALL "World-SaveAll" USING CHUNKS-SAVED-COUNT CHUNKS-FAILED-COUNT
    IF CHUNKS-FAILED-COUNT > 0
        MOVE "Prune aborted: chunk save failures, fix those first" TO LK-RESPONSE
        GOBACK
    END-IF

    CALL "Prune-CollectTouched" USING TOUCHED-RESULT
    IF TOUCHED-RESULT = 0
        MOVE "Prune refused: the audit log names more chunks than a prune can track" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SERVER-PROP-REGION-DIR TO REGION-DIR
    CALL "MapRender-ListDir" USING REGION-DIR LIST-FILE-PATH
    MOVE 0 TO PRUNE-FILE-COUNT
    MOVE 0 TO LIST-EOF
    OPEN INPUT LIST-FILE
    PERFORM UNTIL LIST-EOF = 1
        READ LIST-FILE
            AT END
                MOVE 1 TO LIST-EOF
            NOT AT END
                IF LIST-RECORD NOT = SPACES
                        AND FUNCTION TRIM(LIST-RECORD) NOT = "filelist.dat"
                        AND PRUNE-FILE-COUNT < MAX-PRUNE-FILES
                    ADD 1 TO PRUNE-FILE-COUNT
                    MOVE FUNCTION TRIM(LIST-RECORD)
                        TO PRUNE-FILE-NAME(PRUNE-FILE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE LIST-FILE

    IF LK-DRY-RUN = 1
        MOVE "dry-run" TO MODE-TEXT
    ELSE
        MOVE "run" TO MODE-TEXT
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:14) TO PRUNE-STARTED-AT
    MOVE PRUNE-TOUCHED-COUNT TO TOUCHED-TEXT

    MOVE SERVER-PROP-PRUNE-REPORT-PATH TO REPORT-FILE-PATH
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING
        "prune-chunks " DELIMITED BY SIZE
        PRUNE-STARTED-AT DELIMITED BY SIZE
        " mode=" DELIMITED BY SIZE
        FUNCTION TRIM(MODE-TEXT) DELIMITED BY SIZE
        " edited-chunks=" DELIMITED BY SIZE
        FUNCTION TRIM(TOUCHED-TEXT) DELIMITED BY SIZE
        " backup=" DELIMITED BY SIZE
        FUNCTION TRIM(BACKUP-NAME) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE

    MOVE 1 TO PRUNE-ACTIVE
    MOVE LK-DRY-RUN TO PRUNE-DRY-RUN
    MOVE 1 TO PRUNE-FILE-NEXT
    MOVE 0 TO PRUNE-CHUNKS-READY
    MOVE 0 TO PRUNE-CHUNK-COUNT
    MOVE 0 TO PRUNE-CHUNK-NEXT
    MOVE 0 TO PRUNE-REGION-COUNT
    MOVE 0 TO PRUNE-SKIPPED-COUNT
    MOVE 0 TO PRUNE-CHECKED-COUNT
    MOVE 0 TO PRUNE-PRUNED-COUNT
    MOVE 0 TO PRUNE-BYTES-TOTAL

    MOVE PRUNE-FILE-COUNT TO FILE-COUNT-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
        "Prune started (" DELIMITED BY SIZE
        FUNCTION TRIM(MODE-TEXT) DELIMITED BY SIZE
        "): " DELIMITED BY SIZE
        FUNCTION TRIM(FILE-COUNT-TEXT) DELIMITED BY SIZE
        " region files to check - see " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-PRUNE-REPORT-PATH) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM Prune-Start.

*> --- Prune-Stop ---
*> Region files already rewritten stay rewritten; the rest are left
*> as they are.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-Stop.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PRUNE.
    01 REPORT-LINE               PIC X(160).
    01 FILE-NEXT-TEXT            PIC Z(8)9.
    01 FILE-COUNT-TEXT           PIC Z(8)9.

PROCEDURE DIVISION.
    IF PRUNE-ACTIVE = 0
        GOBACK
    END-IF
    MOVE 0 TO PRUNE-ACTIVE
    MOVE FUNCTION MIN(PRUNE-FILE-NEXT, PRUNE-FILE-COUNT) TO FILE-NEXT-TEXT
    MOVE PRUNE-FILE-COUNT TO FILE-COUNT-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        "stopped at region file " DELIMITED BY SIZE
        FUNCTION TRIM(FILE-NEXT-TEXT) DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        FUNCTION TRIM(FILE-COUNT-TEXT) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    CALL "Prune-ReportLine" USING REPORT-LINE
    GOBACK.

END PROGRAM Prune-Stop.

*> --- Prune-Status ---
*> Fills the response line for "prune-chunks status": the running
*> prune's progress, or the totals of the last one.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-Status.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PRUNE.
    01 STATE-TEXT                PIC X(40).
    01 VERB-TEXT                 PIC X(16).
    01 FILE-NEXT-TEXT            PIC Z(8)9.
    01 FILE-COUNT-TEXT           PIC Z(8)9.
    01 CHECKED-TEXT              PIC Z(8)9.
    01 PRUNED-TEXT               PIC Z(8)9.
    01 BYTES-TEXT                PIC Z(17)9.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    IF PRUNE-ACTIVE = 0 AND PRUNE-STARTED-AT = SPACES
        MOVE "No prune has run since startup" TO LK-RESPONSE
        GOBACK
    END-IF

    IF PRUNE-ACTIVE = 1
        MOVE "Prune running" TO STATE-TEXT
    ELSE
        MOVE "Last prune finished" TO STATE-TEXT
    END-IF
    IF PRUNE-DRY-RUN = 1
        MOVE " could go" TO VERB-TEXT
    ELSE
        MOVE " removed" TO VERB-TEXT
    END-IF
    MOVE FUNCTION MIN(PRUNE-FILE-NEXT, PRUNE-FILE-COUNT) TO FILE-NEXT-TEXT
    MOVE PRUNE-FILE-COUNT TO FILE-COUNT-TEXT
    MOVE PRUNE-CHECKED-COUNT TO CHECKED-TEXT
    MOVE PRUNE-PRUNED-COUNT TO PRUNED-TEXT
    MOVE PRUNE-BYTES-TOTAL TO BYTES-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
        FUNCTION TRIM(STATE-TEXT) DELIMITED BY SIZE
        ": region file " DELIMITED BY SIZE
        FUNCTION TRIM(FILE-NEXT-TEXT) DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        FUNCTION TRIM(FILE-COUNT-TEXT) DELIMITED BY SIZE
        ", " DELIMITED BY SIZE
        FUNCTION TRIM(CHECKED-TEXT) DELIMITED BY SIZE
        " chunks checked, " DELIMITED BY SIZE
        FUNCTION TRIM(PRUNED-TEXT) DELIMITED BY SIZE
        FUNCTION TRIM(VERB-TEXT) DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        FUNCTION TRIM(BYTES-TEXT) DELIMITED BY SIZE
        " bytes)" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM Prune-Status.

*> --- Prune-Tick ---
*> Called once per tick by the external tick loop: checks up to
*> SERVER-PROP-PRUNE-CHUNKS-PER-TICK chunks while a prune is active.
*> The walk goes file by file through the region directory; each
*> file's chunks are gathered from its record headers when the walk
*> reaches it, and once all of them are judged the file is rewritten
*> without the untouched ones (left alone on a dry run) and its line
*> goes into the report. A rewrite is a tick's work on its own.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PRUNE.
    COPY DD-SERVER-PROPERTIES.
    01 PROCESSED-COUNT           BINARY-LONG UNSIGNED.
    01 REGION-FILE-PATH          PIC X(300).
    01 REWRITE-RESULT            BINARY-CHAR UNSIGNED.
    01 NOW-TIMESTAMP             PIC X(14).
    01 REPORT-LINE               PIC X(160).
    01 OUTCOME-TEXT              PIC X(64).
    01 CHUNK-COUNT-TEXT          PIC Z(8)9.
    01 PRUNED-TEXT               PIC Z(8)9.
    01 BYTES-TEXT                PIC Z(17)9.
    01 REGION-COUNT-TEXT         PIC Z(8)9.
    01 SKIPPED-TEXT              PIC Z(8)9.
    01 CHECKED-TEXT              PIC Z(8)9.

PROCEDURE DIVISION.
    IF PRUNE-ACTIVE = 0
        GOBACK
    END-IF

    MOVE 0 TO PROCESSED-COUNT
    PERFORM UNTIL PROCESSED-COUNT >= SERVER-PROP-PRUNE-CHUNKS-PER-TICK
            OR PRUNE-ACTIVE = 0
        IF PRUNE-FILE-NEXT > PRUNE-FILE-COUNT
            PERFORM Prune-Finish
            EXIT PERFORM
        END-IF

        MOVE SPACES TO REGION-FILE-PATH
        STRING
            FUNCTION TRIM(SERVER-PROP-REGION-DIR) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FUNCTION TRIM(PRUNE-FILE-NAME(PRUNE-FILE-NEXT)) DELIMITED BY SIZE
            INTO REGION-FILE-PATH
        END-STRING

        IF PRUNE-CHUNKS-READY = 0
            CALL "Prune-CollectChunks" USING REGION-FILE-PATH
            MOVE 1 TO PRUNE-CHUNKS-READY
            MOVE 1 TO PRUNE-CHUNK-NEXT
            MOVE 0 TO PRUNE-FILE-PRUNED-COUNT
            MOVE 0 TO PRUNE-FILE-BYTES
        END-IF

        IF PRUNE-CHUNK-NEXT > PRUNE-CHUNK-COUNT
            PERFORM Prune-FinishFile
            ADD 1 TO PRUNE-FILE-NEXT
            MOVE 0 TO PRUNE-CHUNKS-READY
            EXIT PERFORM
        END-IF

        CALL "Prune-CheckChunk" USING PRUNE-CHUNK-X(PRUNE-CHUNK-NEXT)
            PRUNE-CHUNK-Z(PRUNE-CHUNK-NEXT)
            PRUNE-CHUNK-VERDICT(PRUNE-CHUNK-NEXT)
        ADD 1 TO PRUNE-CHECKED-COUNT
        IF PRUNE-CHUNK-VERDICT(PRUNE-CHUNK-NEXT) = 1
            ADD 1 TO PRUNE-FILE-PRUNED-COUNT
            ADD PRUNE-CHUNK-BYTES(PRUNE-CHUNK-NEXT) TO PRUNE-FILE-BYTES
        END-IF
        ADD 1 TO PRUNE-CHUNK-NEXT
        ADD 1 TO PROCESSED-COUNT
    END-PERFORM

    GOBACK.

*> every chunk of the file judged: drop the untouched ones and report
Prune-FinishFile.
    MOVE SPACES TO OUTCOME-TEXT
    IF PRUNE-DRY-RUN = 0 AND PRUNE-FILE-PRUNED-COUNT > 0
        CALL "Prune-RewriteRegion" USING REGION-FILE-PATH REWRITE-RESULT
    ELSE
        MOVE 1 TO REWRITE-RESULT
    END-IF

    EVALUATE REWRITE-RESULT
        WHEN 1
            ADD 1 TO PRUNE-REGION-COUNT
            ADD PRUNE-FILE-PRUNED-COUNT TO PRUNE-PRUNED-COUNT
            ADD PRUNE-FILE-BYTES TO PRUNE-BYTES-TOTAL
            *> the stamp a later prune's backup has to be newer than
            IF PRUNE-DRY-RUN = 0 AND PRUNE-FILE-PRUNED-COUNT > 0
                MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
                CALL "Prune-WriteLastStamp" USING NOW-TIMESTAMP
            END-IF
        WHEN 2
            ADD 1 TO PRUNE-SKIPPED-COUNT
            MOVE " (left alone: saved to while being checked)" TO OUTCOME-TEXT
        WHEN 3
            ADD 1 TO PRUNE-SKIPPED-COUNT
            MOVE " (left alone: damaged record, run verify-world)" TO OUTCOME-TEXT
        WHEN OTHER
            ADD 1 TO PRUNE-SKIPPED-COUNT
            MOVE " (left alone: the rewrite failed)" TO OUTCOME-TEXT
    END-EVALUATE

    MOVE PRUNE-CHUNK-COUNT TO CHUNK-COUNT-TEXT
    MOVE PRUNE-FILE-PRUNED-COUNT TO PRUNED-TEXT
    MOVE PRUNE-FILE-BYTES TO BYTES-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        FUNCTION TRIM(PRUNE-FILE-NAME(PRUNE-FILE-NEXT)) DELIMITED BY SIZE
        " chunks=" DELIMITED BY SIZE
        FUNCTION TRIM(CHUNK-COUNT-TEXT) DELIMITED BY SIZE
        " untouched=" DELIMITED BY SIZE
        FUNCTION TRIM(PRUNED-TEXT) DELIMITED BY SIZE
        " bytes=" DELIMITED BY SIZE
        FUNCTION TRIM(BYTES-TEXT) DELIMITED BY SIZE
        OUTCOME-TEXT DELIMITED BY "  "
        INTO REPORT-LINE
    END-STRING
    CALL "Prune-ReportLine" USING REPORT-LINE
    .

*> the walk is through - close the report with the totals
Prune-Finish.
    MOVE 0 TO PRUNE-ACTIVE
    MOVE PRUNE-REGION-COUNT TO REGION-COUNT-TEXT
    MOVE PRUNE-SKIPPED-COUNT TO SKIPPED-TEXT
    MOVE PRUNE-CHECKED-COUNT TO CHECKED-TEXT
    MOVE PRUNE-PRUNED-COUNT TO PRUNED-TEXT
    MOVE PRUNE-BYTES-TOTAL TO BYTES-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        "total regions=" DELIMITED BY SIZE
        FUNCTION TRIM(REGION-COUNT-TEXT) DELIMITED BY SIZE
        " left-alone=" DELIMITED BY SIZE
        FUNCTION TRIM(SKIPPED-TEXT) DELIMITED BY SIZE
        " chunks=" DELIMITED BY SIZE
        FUNCTION TRIM(CHECKED-TEXT) DELIMITED BY SIZE
        " untouched=" DELIMITED BY SIZE
        FUNCTION TRIM(PRUNED-TEXT) DELIMITED BY SIZE
        " bytes=" DELIMITED BY SIZE
        FUNCTION TRIM(BYTES-TEXT) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    CALL "Prune-ReportLine" USING REPORT-LINE
    .

END PROGRAM Prune-Tick.

*> --- Prune-CollectChunks ---
*> Gathers the chunks a region file holds, once each, with the bytes
*> all of each chunk's records take up (an append-only file can hold
*> several per chunk), and notes the file's size - the header walk
*> AnvilExport-CollectChunks makes.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-CollectChunks.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PRUNE.
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
    01 NEXT-OFFSET               BINARY-DOUBLE UNSIGNED.
    01 RECORDED-LENGTH           BINARY-DOUBLE UNSIGNED.
    01 RECORD-CHUNK-X            BINARY-LONG.
    01 RECORD-CHUNK-Z            BINARY-LONG.
    01 CHUNK-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-FILE-PATH              PIC X(300).

PROCEDURE DIVISION USING LK-FILE-PATH.
    MOVE 0 TO PRUNE-CHUNK-COUNT
    MOVE 0 TO PRUNE-FILE-SIZE

    CALL "CBL_CHECK_FILE_EXIST" USING LK-FILE-PATH FILE-DETAILS
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF
    PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > 8
        COMPUTE PRUNE-FILE-SIZE = PRUNE-FILE-SIZE * 256
            + FUNCTION ORD(FILE-DETAILS(BYTE-INDEX:1)) - 1
    END-PERFORM

    CALL "CBL_OPEN_FILE" USING LK-FILE-PATH ACCESS-MODE DENY-MODE
        DEVICE-FLAG FILE-HANDLE
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF

    MOVE 0 TO NEXT-OFFSET
    PERFORM UNTIL NEXT-OFFSET + 16 > PRUNE-FILE-SIZE
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
                OR NEXT-OFFSET + 16 + RECORDED-LENGTH > PRUNE-FILE-SIZE
            EXIT PERFORM
        END-IF
        COMPUTE NEXT-OFFSET = NEXT-OFFSET + 16 + RECORDED-LENGTH

        PERFORM VARYING CHUNK-INDEX FROM 1 BY 1
                UNTIL CHUNK-INDEX > PRUNE-CHUNK-COUNT
            IF PRUNE-CHUNK-X(CHUNK-INDEX) = RECORD-CHUNK-X
                    AND PRUNE-CHUNK-Z(CHUNK-INDEX) = RECORD-CHUNK-Z
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF CHUNK-INDEX > PRUNE-CHUNK-COUNT
            IF PRUNE-CHUNK-COUNT < MAX-PRUNE-CHUNKS
                ADD 1 TO PRUNE-CHUNK-COUNT
                MOVE PRUNE-CHUNK-COUNT TO CHUNK-INDEX
                MOVE RECORD-CHUNK-X TO PRUNE-CHUNK-X(CHUNK-INDEX)
                MOVE RECORD-CHUNK-Z TO PRUNE-CHUNK-Z(CHUNK-INDEX)
                MOVE 0 TO PRUNE-CHUNK-BYTES(CHUNK-INDEX)
                MOVE 0 TO PRUNE-CHUNK-VERDICT(CHUNK-INDEX)
            END-IF
        END-IF
        IF CHUNK-INDEX <= PRUNE-CHUNK-COUNT
            COMPUTE PRUNE-CHUNK-BYTES(CHUNK-INDEX) =
                PRUNE-CHUNK-BYTES(CHUNK-INDEX) + 16 + RECORDED-LENGTH
        END-IF
    END-PERFORM

    CALL "CBL_CLOSE_FILE" USING FILE-HANDLE
    GOBACK.

END PROGRAM Prune-CollectChunks.

*> --- Prune-CheckChunk ---
*> Judges one chunk: LK-VERDICT is 1 only when the audit log has no
*> entry in it, no protection zone reaches into it, it isn't
*> quarantined or loaded (someone nearby is using it), and what its
*> record holds - no block entities, and block for block, waterlogging
*> included - is exactly what Worldgen-FillChunk makes of it. The
*> chunk is loaded for the look and dropped again unsaved, since the
*> comparison leaves the generator's blocks in it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-CheckChunk.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    COPY DD-CHUNK-REF.
    COPY DD-PROTECTION-ZONES.
    01 CHUNK-INDEX               BINARY-LONG UNSIGNED.
    01 TOUCHED-SLOT              BINARY-LONG UNSIGNED.
    01 TOUCHED-FOUND             BINARY-CHAR UNSIGNED.
    01 QUARANTINED               BINARY-CHAR UNSIGNED.
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.
    01 BLOCK-MIN-X               BINARY-LONG.
    01 BLOCK-MAX-X               BINARY-LONG.
    01 BLOCK-MIN-Z               BINARY-LONG.
    01 BLOCK-MAX-Z               BINARY-LONG.
    01 SECTION-INDEX             BINARY-LONG UNSIGNED.
    *> the blocks the record held, set aside while the generator
    *> fills the chunk afresh - laid out as CHUNK-SECTION is
    01 STORED-CHUNK.
        02 STORED-SECTION        OCCURS 24 TIMES.
            03 STORED-SECTION-BLOCK  BINARY-LONG UNSIGNED OCCURS 4096 TIMES.
            03 STORED-SECTION-WATERLOGGED BINARY-CHAR UNSIGNED OCCURS 4096 TIMES.
LINKAGE SECTION.
    01 LK-CHUNK-X                BINARY-LONG.
    01 LK-CHUNK-Z                BINARY-LONG.
    01 LK-VERDICT                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CHUNK-X LK-CHUNK-Z LK-VERDICT.
    MOVE 0 TO LK-VERDICT

    CALL "Prune-FindTouched" USING LK-CHUNK-X LK-CHUNK-Z
        TOUCHED-SLOT TOUCHED-FOUND
    IF TOUCHED-FOUND = 1
        GOBACK
    END-IF

    *> zones span the full build height, so the footprint decides
    COMPUTE BLOCK-MIN-X = LK-CHUNK-X * 16
    COMPUTE BLOCK-MAX-X = BLOCK-MIN-X + 15
    COMPUTE BLOCK-MIN-Z = LK-CHUNK-Z * 16
    COMPUTE BLOCK-MAX-Z = BLOCK-MIN-Z + 15
    PERFORM VARYING ZONE-INDEX FROM 1 BY 1 UNTIL ZONE-INDEX > PROTECTION-ZONE-COUNT
        IF PROTECTION-ZONE-MIN-X(ZONE-INDEX) <= BLOCK-MAX-X
                AND PROTECTION-ZONE-MAX-X(ZONE-INDEX) >= BLOCK-MIN-X
                AND PROTECTION-ZONE-MIN-Z(ZONE-INDEX) <= BLOCK-MAX-Z
                AND PROTECTION-ZONE-MAX-Z(ZONE-INDEX) >= BLOCK-MIN-Z
            GOBACK
        END-IF
    END-PERFORM

    *> a damaged record is for restore-chunk, not for the prune
    CALL "World-IsChunkQuarantined" USING LK-CHUNK-X LK-CHUNK-Z QUARANTINED
    IF QUARANTINED = 1
        GOBACK
    END-IF

    CALL "World-FindChunkIndex" USING LK-CHUNK-X LK-CHUNK-Z CHUNK-INDEX
    IF CHUNK-INDEX NOT = 0
        GOBACK
    END-IF
    CALL "World-LoadChunk" USING LK-CHUNK-X LK-CHUNK-Z CHUNK-INDEX
    IF CHUNK-INDEX = 0
        GOBACK
    END-IF
    SET ADDRESS OF CHUNK TO WORLD-CHUNK-POINTER(CHUNK-INDEX)

    *> a record that failed to read just now was quarantined by the
    *> loader, and what it handed back is already a fresh generation
    CALL "World-IsChunkQuarantined" USING LK-CHUNK-X LK-CHUNK-Z QUARANTINED
    IF QUARANTINED = 0 AND CHUNK-BLOCK-ENTITY-COUNT = 0
        PERFORM VARYING SECTION-INDEX FROM 1 BY 1 UNTIL SECTION-INDEX > 24
            MOVE CHUNK-SECTION(SECTION-INDEX) TO STORED-SECTION(SECTION-INDEX)
            MOVE LOW-VALUES TO CHUNK-SECTION(SECTION-INDEX)
        END-PERFORM
        CALL "Worldgen-FillChunk" USING CHUNK-INDEX
        MOVE 1 TO LK-VERDICT
        PERFORM VARYING SECTION-INDEX FROM 1 BY 1 UNTIL SECTION-INDEX > 24
            IF CHUNK-SECTION(SECTION-INDEX) NOT = STORED-SECTION(SECTION-INDEX)
                MOVE 0 TO LK-VERDICT
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF

    MOVE 0 TO CHUNK-DIRTY-BLOCKS
    CALL "World-FreeChunkBlockEntities" USING CHUNK-INDEX
    FREE CHUNK
    SET WORLD-CHUNK-POINTER(CHUNK-INDEX) TO NULL

    GOBACK.

END PROGRAM Prune-CheckChunk.

*> --- Prune-CollectTouched ---
*> Reads every generation of the block-change audit log, rolled ones
*> and the active one, into the table of chunks with an entry - at the
*> fixed offsets World-LogBlockChange writes, as World-RollbackChanges
*> reads them. LK-RESULT is 0 if more chunks are named than the table
*> can hold; the prune can't tell which chunks are safe then.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-CollectTouched.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO AUDIT-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD             PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-PRUNE.
    COPY DD-SERVER-PROPERTIES.
    01 AUDIT-LOG-PATH            PIC X(300).
    01 AUDIT-EOF                 BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 ENTRY-X                   BINARY-LONG.
    01 ENTRY-Z                   BINARY-LONG.
    01 ENTRY-CHUNK-X             BINARY-LONG.
    01 ENTRY-CHUNK-Z             BINARY-LONG.
    *> runs of entries in one chunk are the norm - only a change of
    *> chunk needs the table
    01 LAST-CHUNK-X              BINARY-LONG.
    01 LAST-CHUNK-Z              BINARY-LONG.
    01 LAST-CHUNK-SET            BINARY-CHAR UNSIGNED.
    01 TOUCHED-SLOT              BINARY-LONG UNSIGNED.
    01 TOUCHED-FOUND             BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-RESULT.
    MOVE 1 TO LK-RESULT
    MOVE 0 TO PRUNE-TOUCHED-COUNT
    PERFORM VARYING TOUCHED-SLOT FROM 1 BY 1 UNTIL TOUCHED-SLOT > PRUNE-TOUCHED-SLOTS
        MOVE 0 TO PRUNE-TOUCHED-USED(TOUCHED-SLOT)
    END-PERFORM
    MOVE 0 TO LAST-CHUNK-SET

    CALL "Log-ListGenerations" USING SERVER-PROP-AUDIT-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT OR LK-RESULT = 0
        MOVE GENERATION-ENTRY(GENERATION-INDEX) TO AUDIT-LOG-PATH
        MOVE 0 TO AUDIT-EOF
        OPEN INPUT AUDIT-LOG-FILE
        PERFORM UNTIL AUDIT-EOF = 1
            READ AUDIT-LOG-FILE
                AT END
                    MOVE 1 TO AUDIT-EOF
                NOT AT END
                    IF AUDIT-LOG-RECORD = SPACES
                        EXIT PERFORM CYCLE
                    END-IF
                    MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(39:11)) TO ENTRY-X
                    MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(63:11)) TO ENTRY-Z
                    DIVIDE ENTRY-X BY 16 GIVING ENTRY-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
                    DIVIDE ENTRY-Z BY 16 GIVING ENTRY-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
                    IF LAST-CHUNK-SET = 1 AND ENTRY-CHUNK-X = LAST-CHUNK-X
                            AND ENTRY-CHUNK-Z = LAST-CHUNK-Z
                        EXIT PERFORM CYCLE
                    END-IF
                    MOVE 1 TO LAST-CHUNK-SET
                    MOVE ENTRY-CHUNK-X TO LAST-CHUNK-X
                    MOVE ENTRY-CHUNK-Z TO LAST-CHUNK-Z

                    CALL "Prune-FindTouched" USING ENTRY-CHUNK-X ENTRY-CHUNK-Z
                        TOUCHED-SLOT TOUCHED-FOUND
                    IF TOUCHED-FOUND = 0
                        IF PRUNE-TOUCHED-COUNT >= MAX-PRUNE-TOUCHED
                            MOVE 0 TO LK-RESULT
                            MOVE 1 TO AUDIT-EOF
                        ELSE
                            ADD 1 TO PRUNE-TOUCHED-COUNT
                            MOVE 1 TO PRUNE-TOUCHED-USED(TOUCHED-SLOT)
                            MOVE ENTRY-CHUNK-X TO PRUNE-TOUCHED-X(TOUCHED-SLOT)
                            MOVE ENTRY-CHUNK-Z TO PRUNE-TOUCHED-Z(TOUCHED-SLOT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-LOG-FILE
    END-PERFORM

    GOBACK.

END PROGRAM Prune-CollectTouched.

*> --- Prune-FindTouched ---
*> Looks a chunk up in the touched-chunk table. LK-SLOT comes back as
*> the slot holding it (LK-FOUND = 1) or the empty slot it would go in.
*> The table never fills past half, so the probe always ends.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-FindTouched.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PRUNE.
    01 HASH-VALUE                BINARY-DOUBLE.
LINKAGE SECTION.
    01 LK-CHUNK-X                BINARY-LONG.
    01 LK-CHUNK-Z                BINARY-LONG.
    01 LK-SLOT                   BINARY-LONG UNSIGNED.
    01 LK-FOUND                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CHUNK-X LK-CHUNK-Z LK-SLOT LK-FOUND.
    MOVE 0 TO LK-FOUND
    COMPUTE HASH-VALUE = LK-CHUNK-X * 92821 + LK-CHUNK-Z * 68917
    COMPUTE LK-SLOT = FUNCTION MOD(HASH-VALUE, PRUNE-TOUCHED-SLOTS) + 1
    PERFORM UNTIL PRUNE-TOUCHED-USED(LK-SLOT) = 0
        IF PRUNE-TOUCHED-X(LK-SLOT) = LK-CHUNK-X
                AND PRUNE-TOUCHED-Z(LK-SLOT) = LK-CHUNK-Z
            MOVE 1 TO LK-FOUND
            EXIT PERFORM
        END-IF
        ADD 1 TO LK-SLOT
        IF LK-SLOT > PRUNE-TOUCHED-SLOTS
            MOVE 1 TO LK-SLOT
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Prune-FindTouched.

*> --- Prune-RewriteRegion ---
*> Rebuilds a region file without the records of the chunks judged
*> untouched, through a scratch file landed with one mv the way
*> Region-SpliceChunkRecord does, so a crash mid-rewrite leaves the
*> original as it was. LK-RESULT: 1 rewritten, 2 the file changed
*> since its chunks were gathered (a save landed in it), 3 it holds a
*> record whose length can't be trusted - nothing past that point
*> could be carried over safely - and 0 an I/O failure.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-RewriteRegion.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PRUNE.
    01 SOURCE-HANDLE             PIC X(4).
    01 SCRATCH-HANDLE            PIC X(4).
    01 READ-ACCESS               PIC X COMP-X VALUE 1.
    01 WRITE-ACCESS              PIC X COMP-X VALUE 2.
    01 DENY-MODE                 PIC X COMP-X VALUE 3.
    01 DEVICE-FLAG               PIC X COMP-X VALUE 0.
    01 IO-OFFSET                 PIC X(8) COMP-X.
    01 IO-COUNT                  PIC X(4) COMP-X.
    01 IO-FLAGS                  PIC X COMP-X VALUE 0.
    01 HEADER-BUFFER.
        02 HEADER-LENGTH-RAW     PIC X(4).
        02 HEADER-CHECKSUM-RAW   PIC X(4).
        02 HEADER-CHUNK-X-RAW    PIC X(4).
        02 HEADER-CHUNK-Z-RAW    PIC X(4).
    01 SLICE-BUFFER              PIC X(65536).
    01 SLICE-LENGTH              BINARY-LONG UNSIGNED.
    01 FILE-DETAILS              PIC X(16).
    01 FILE-SIZE                 BINARY-DOUBLE UNSIGNED.
    01 NEXT-OFFSET               BINARY-DOUBLE UNSIGNED.
    01 WRITE-OFFSET              BINARY-DOUBLE UNSIGNED.
    01 REMAINING                 BINARY-DOUBLE UNSIGNED.
    01 RECORDED-LENGTH           BINARY-DOUBLE UNSIGNED.
    01 RECORD-CHUNK-X            BINARY-LONG.
    01 RECORD-CHUNK-Z            BINARY-LONG.
    01 CHUNK-INDEX               BINARY-LONG UNSIGNED.
    01 DROP-RECORD               BINARY-CHAR UNSIGNED.
    01 COPY-FAILED               BINARY-CHAR UNSIGNED.
    01 BYTE-INDEX                BINARY-LONG UNSIGNED.
    01 SCRATCH-PATH              PIC X(300).
    01 SHELL-COMMAND             PIC X(700).
LINKAGE SECTION.
    01 LK-FILE-PATH              PIC X(300).
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FILE-PATH LK-RESULT.
    MOVE 0 TO LK-RESULT

    CALL "CBL_CHECK_FILE_EXIST" USING LK-FILE-PATH FILE-DETAILS
    IF RETURN-CODE NOT = 0
        MOVE 2 TO LK-RESULT
        GOBACK
    END-IF
    MOVE 0 TO FILE-SIZE
    PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > 8
        COMPUTE FILE-SIZE = FILE-SIZE * 256
            + FUNCTION ORD(FILE-DETAILS(BYTE-INDEX:1)) - 1
    END-PERFORM
    IF FILE-SIZE NOT = PRUNE-FILE-SIZE
        MOVE 2 TO LK-RESULT
        GOBACK
    END-IF

    MOVE SPACES TO SCRATCH-PATH
    STRING
        FUNCTION TRIM(LK-FILE-PATH) DELIMITED BY SIZE
        ".prune" DELIMITED BY SIZE
        INTO SCRATCH-PATH
    END-STRING

    CALL "CBL_OPEN_FILE" USING LK-FILE-PATH READ-ACCESS DENY-MODE
        DEVICE-FLAG SOURCE-HANDLE
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF
    CALL "CBL_CREATE_FILE" USING SCRATCH-PATH WRITE-ACCESS DENY-MODE
        DEVICE-FLAG SCRATCH-HANDLE
    IF RETURN-CODE NOT = 0
        CALL "CBL_CLOSE_FILE" USING SOURCE-HANDLE
        GOBACK
    END-IF

    MOVE 0 TO COPY-FAILED
    MOVE 0 TO NEXT-OFFSET
    MOVE 0 TO WRITE-OFFSET
    PERFORM UNTIL NEXT-OFFSET >= FILE-SIZE OR COPY-FAILED = 1
        IF FILE-SIZE - NEXT-OFFSET < 16
            MOVE 1 TO COPY-FAILED
            MOVE 3 TO LK-RESULT
            EXIT PERFORM
        END-IF
        MOVE NEXT-OFFSET TO IO-OFFSET
        MOVE 16 TO IO-COUNT
        CALL "CBL_READ_FILE" USING SOURCE-HANDLE IO-OFFSET IO-COUNT
            IO-FLAGS HEADER-BUFFER
        IF RETURN-CODE NOT = 0
            MOVE 1 TO COPY-FAILED
            EXIT PERFORM
        END-IF
        CALL "Region-GetUint32" USING HEADER-LENGTH-RAW RECORDED-LENGTH
        CALL "Region-GetInt32" USING HEADER-CHUNK-X-RAW RECORD-CHUNK-X
        CALL "Region-GetInt32" USING HEADER-CHUNK-Z-RAW RECORD-CHUNK-Z
        IF RECORDED-LENGTH = 0
                OR NEXT-OFFSET + 16 + RECORDED-LENGTH > FILE-SIZE
            MOVE 1 TO COPY-FAILED
            MOVE 3 TO LK-RESULT
            EXIT PERFORM
        END-IF

        MOVE 0 TO DROP-RECORD
        PERFORM VARYING CHUNK-INDEX FROM 1 BY 1
                UNTIL CHUNK-INDEX > PRUNE-CHUNK-COUNT
            IF PRUNE-CHUNK-X(CHUNK-INDEX) = RECORD-CHUNK-X
                    AND PRUNE-CHUNK-Z(CHUNK-INDEX) = RECORD-CHUNK-Z
                MOVE PRUNE-CHUNK-VERDICT(CHUNK-INDEX) TO DROP-RECORD
                EXIT PERFORM
            END-IF
        END-PERFORM

        IF DROP-RECORD = 1
            COMPUTE NEXT-OFFSET = NEXT-OFFSET + 16 + RECORDED-LENGTH
        ELSE
            MOVE WRITE-OFFSET TO IO-OFFSET
            MOVE 16 TO IO-COUNT
            CALL "CBL_WRITE_FILE" USING SCRATCH-HANDLE IO-OFFSET
                IO-COUNT IO-FLAGS HEADER-BUFFER
            IF RETURN-CODE NOT = 0
                MOVE 1 TO COPY-FAILED
                EXIT PERFORM
            END-IF
            COMPUTE WRITE-OFFSET = WRITE-OFFSET + 16
            COMPUTE NEXT-OFFSET = NEXT-OFFSET + 16
            MOVE RECORDED-LENGTH TO REMAINING
            PERFORM UNTIL REMAINING = 0
                MOVE FUNCTION MIN(REMAINING, 65536) TO SLICE-LENGTH
                MOVE NEXT-OFFSET TO IO-OFFSET
                MOVE SLICE-LENGTH TO IO-COUNT
                CALL "CBL_READ_FILE" USING SOURCE-HANDLE IO-OFFSET
                    IO-COUNT IO-FLAGS SLICE-BUFFER
                IF RETURN-CODE NOT = 0
                    MOVE 1 TO COPY-FAILED
                    EXIT PERFORM
                END-IF
                MOVE WRITE-OFFSET TO IO-OFFSET
                MOVE SLICE-LENGTH TO IO-COUNT
                CALL "CBL_WRITE_FILE" USING SCRATCH-HANDLE IO-OFFSET
                    IO-COUNT IO-FLAGS SLICE-BUFFER
                IF RETURN-CODE NOT = 0
                    MOVE 1 TO COPY-FAILED
                    EXIT PERFORM
                END-IF
                COMPUTE NEXT-OFFSET = NEXT-OFFSET + SLICE-LENGTH
                COMPUTE WRITE-OFFSET = WRITE-OFFSET + SLICE-LENGTH
                SUBTRACT SLICE-LENGTH FROM REMAINING
            END-PERFORM
        END-IF
    END-PERFORM
    CALL "CBL_CLOSE_FILE" USING SOURCE-HANDLE
    CALL "CBL_CLOSE_FILE" USING SCRATCH-HANDLE

    MOVE SPACES TO SHELL-COMMAND
    IF COPY-FAILED = 1
        STRING
            "rm -f " DELIMITED BY SIZE
            FUNCTION TRIM(SCRATCH-PATH) DELIMITED BY SIZE
            INTO SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING SHELL-COMMAND
        GOBACK
    END-IF

    STRING
        "mv " DELIMITED BY SIZE
        FUNCTION TRIM(SCRATCH-PATH) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-FILE-PATH) DELIMITED BY SIZE
        INTO SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING SHELL-COMMAND
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF

    MOVE 1 TO LK-RESULT
    GOBACK.

END PROGRAM Prune-RewriteRegion.

*> --- Prune-VerifiedBackup ---
*> Finds the newest backup generation in the backup index that passed
*> verification - stamped verify.passed by Backup-VerifyGeneration and
*> not since stamped verify.failed - and was taken after LK-AFTER (a
*> YYYYMMDDhhmmss stamp, or blank for "ever"). Generation directories
*> are named by the same kind of stamp, so the names compare directly.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-VerifiedBackup.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL INDEX-FILE ASSIGN TO INDEX-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  INDEX-FILE.
01  INDEX-RECORD                 PIC X(300).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 INDEX-FILE-PATH           PIC X(300).
    01 INDEX-EOF                 BINARY-CHAR UNSIGNED.
    01 MAX-GENERATIONS           BINARY-LONG UNSIGNED VALUE 64.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 64 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 GENERATION-NAME           PIC X(32).
    01 MARKER-PATH               PIC X(300).
    01 MARKER-DETAILS            PIC X(16).
LINKAGE SECTION.
    01 LK-AFTER                  PIC X(14).
    01 LK-NAME                   PIC X(32).
    01 LK-FOUND                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-AFTER LK-NAME LK-FOUND.
    MOVE 0 TO LK-FOUND
    MOVE SPACES TO LK-NAME

    MOVE SPACES TO INDEX-FILE-PATH
    STRING
        FUNCTION TRIM(SERVER-PROP-BACKUP-DIR) DELIMITED BY SIZE
        "/index.dat" DELIMITED BY SIZE
        INTO INDEX-FILE-PATH
    END-STRING

    MOVE 0 TO GENERATION-COUNT
    MOVE 0 TO INDEX-EOF
    OPEN INPUT INDEX-FILE
    PERFORM UNTIL INDEX-EOF = 1
        READ INDEX-FILE
            AT END
                MOVE 1 TO INDEX-EOF
            NOT AT END
                IF INDEX-RECORD NOT = SPACES
                        AND GENERATION-COUNT < MAX-GENERATIONS
                    ADD 1 TO GENERATION-COUNT
                    MOVE INDEX-RECORD TO GENERATION-ENTRY(GENERATION-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE INDEX-FILE

    PERFORM VARYING GENERATION-INDEX FROM GENERATION-COUNT BY -1
            UNTIL GENERATION-INDEX < 1 OR LK-FOUND = 1
        CALL "Backup-GenerationName" USING GENERATION-ENTRY(GENERATION-INDEX)
            GENERATION-NAME
        IF GENERATION-NAME(1:14) > LK-AFTER
            MOVE SPACES TO MARKER-PATH
            STRING
                FUNCTION TRIM(GENERATION-ENTRY(GENERATION-INDEX)) DELIMITED BY SIZE
                "/verify.passed" DELIMITED BY SIZE
                INTO MARKER-PATH
            END-STRING
            CALL "CBL_CHECK_FILE_EXIST" USING MARKER-PATH MARKER-DETAILS
            IF RETURN-CODE = 0
                MOVE SPACES TO MARKER-PATH
                STRING
                    FUNCTION TRIM(GENERATION-ENTRY(GENERATION-INDEX)) DELIMITED BY SIZE
                    "/verify.failed" DELIMITED BY SIZE
                    INTO MARKER-PATH
                END-STRING
                CALL "CBL_CHECK_FILE_EXIST" USING MARKER-PATH MARKER-DETAILS
                IF RETURN-CODE NOT = 0
                    MOVE 1 TO LK-FOUND
                    MOVE GENERATION-NAME TO LK-NAME
                END-IF
            END-IF
        END-IF
    END-PERFORM

    GOBACK.

END PROGRAM Prune-VerifiedBackup.

*> --- Prune-ReadLastStamp ---
*> The time the last real prune removed anything, from
*> PRUNE-STATE-PATH; blank if no prune ever has.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-ReadLastStamp.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STATE-FILE ASSIGN TO STATE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  STATE-FILE.
01  STATE-RECORD                 PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 STATE-FILE-PATH           PIC X(256).
    01 STATE-EOF                 BINARY-CHAR UNSIGNED.
    01 FIELD-ONE                 PIC X(16).
    01 FIELD-TWO                 PIC X(16).
LINKAGE SECTION.
    01 LK-STAMP                  PIC X(14).

PROCEDURE DIVISION USING LK-STAMP.
    MOVE SPACES TO LK-STAMP

    MOVE SERVER-PROP-PRUNE-STATE-PATH TO STATE-FILE-PATH
    MOVE 0 TO STATE-EOF
    OPEN INPUT STATE-FILE
    PERFORM UNTIL STATE-EOF = 1
        READ STATE-FILE
            AT END
                MOVE 1 TO STATE-EOF
            NOT AT END
                MOVE SPACES TO FIELD-ONE
                MOVE SPACES TO FIELD-TWO
                UNSTRING STATE-RECORD DELIMITED BY ALL SPACE
                    INTO FIELD-ONE FIELD-TWO
                END-UNSTRING
                IF FIELD-ONE = "last-prune"
                    MOVE FIELD-TWO TO LK-STAMP
                END-IF
        END-READ
    END-PERFORM
    CLOSE STATE-FILE

    GOBACK.

END PROGRAM Prune-ReadLastStamp.

*> --- Prune-WriteLastStamp ---
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-WriteLastStamp.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STATE-FILE ASSIGN TO STATE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  STATE-FILE.
01  STATE-RECORD                 PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 STATE-FILE-PATH           PIC X(256).
LINKAGE SECTION.
    01 LK-STAMP                  PIC X(14).

PROCEDURE DIVISION USING LK-STAMP.
    MOVE SERVER-PROP-PRUNE-STATE-PATH TO STATE-FILE-PATH
    OPEN OUTPUT STATE-FILE
    MOVE SPACES TO STATE-RECORD
    STRING
        "last-prune " DELIMITED BY SIZE
        LK-STAMP DELIMITED BY SIZE
        INTO STATE-RECORD
    END-STRING
    WRITE STATE-RECORD
    CLOSE STATE-FILE
    GOBACK.

END PROGRAM Prune-WriteLastStamp.

*> --- Prune-ReportLine ---
*> Appends one line to the prune report Prune-Start opened.
IDENTIFICATION DIVISION.
PROGRAM-ID. Prune-ReportLine.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 REPORT-FILE-PATH          PIC X(256).
LINKAGE SECTION.
    01 LK-LINE                   PIC X(160).

PROCEDURE DIVISION USING LK-LINE.
    MOVE SERVER-PROP-PRUNE-REPORT-PATH TO REPORT-FILE-PATH
    OPEN EXTEND REPORT-FILE
    MOVE LK-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE
    GOBACK.

END PROGRAM Prune-ReportLine.
