*> files, splices it into the matching live region file, clears the
*> quarantine entry, and - if the chunk is loaded - drops and reloads
*> it so the restored blocks are what the server (and every client
*> receiving its next chunk send) works from. A generation with a
*> manifest is searched through it, each region file read wherever
*> its owning generation holds it.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-RestoreChunk.

    COPY DD-SERVER-PROPERTIES.
    COPY DD-WORLD.
    COPY DD-CHUNK-REF.
    COPY DD-BACKUP-MANIFEST REPLACING LEADING ==PREFIX== BY ==GENERATION==.
    01 INDEX-FILE-PATH           PIC X(300).
    01 LIST-FILE-PATH            PIC X(300).
    01 INDEX-EOF                 BINARY-CHAR UNSIGNED.
    01 CHUNK-INDEX               BINARY-LONG UNSIGNED.
    01 X-TEXT                    PIC ---------9.
    01 Z-TEXT                    PIC ---------9.
    01 MANIFEST-FOUND            BINARY-CHAR UNSIGNED.
    01 MANIFEST-INDEX            BINARY-LONG UNSIGNED.
    01 PATH-PREFIX               PIC X(96).
    01 PREFIX-LENGTH             BINARY-LONG UNSIGNED.
    01 REGION-FILE-NAME          PIC X(96).
LINKAGE SECTION.
    01 LK-CHUNK-X                BINARY-LONG.
    01 LK-CHUNK-Z                BINARY-LONG.
    END-STRING

    *> hunt the chunk's verified record across the generation's files
    MOVE 0 TO RECORD-FOUND
    CALL "Backup-ReadManifest" USING GENERATION-DIR GENERATION-MANIFEST
        MANIFEST-FOUND
    IF MANIFEST-FOUND = 1
        MOVE SPACES TO PATH-PREFIX
        STRING
            FUNCTION TRIM(REGION-BASENAME) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            INTO PATH-PREFIX
        END-STRING
        COMPUTE PREFIX-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(REGION-BASENAME)) + 1
        PERFORM VARYING MANIFEST-INDEX FROM 1 BY 1
                UNTIL MANIFEST-INDEX > GENERATION-MANIFEST-COUNT
                    OR RECORD-FOUND = 1
            IF GENERATION-MANIFEST-PATH(MANIFEST-INDEX)(1:PREFIX-LENGTH)
                    = PATH-PREFIX(1:PREFIX-LENGTH)
                CALL "Backup-ResolvePath" USING GENERATION-DIR
                    GENERATION-MANIFEST-OWNER(MANIFEST-INDEX)
                    GENERATION-MANIFEST-PATH(MANIFEST-INDEX) BACKUP-FILE-PATH
                MOVE GENERATION-MANIFEST-PATH(MANIFEST-INDEX)(PREFIX-LENGTH + 1:)
                    TO REGION-FILE-NAME
                PERFORM Restore-TryFile
            END-IF
        END-PERFORM
    ELSE
        MOVE SPACES TO LIST-FILE-PATH
        STRING
            FUNCTION TRIM(BACKUP-REGION-DIR) DELIMITED BY SIZE
            "/filelist.dat" DELIMITED BY SIZE
            INTO LIST-FILE-PATH
        END-STRING
        MOVE SPACES TO SHELL-COMMAND
        STRING
            "ls " DELIMITED BY SIZE
            FUNCTION TRIM(BACKUP-REGION-DIR) DELIMITED BY SIZE
            " > " DELIMITED BY SIZE
            FUNCTION TRIM(LIST-FILE-PATH) DELIMITED BY SIZE
            INTO SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING SHELL-COMMAND

        MOVE 0 TO LIST-EOF
        OPEN INPUT LIST-FILE
        PERFORM UNTIL LIST-EOF = 1 OR RECORD-FOUND = 1
            READ LIST-FILE
                AT END
                    MOVE 1 TO LIST-EOF
                NOT AT END
                    IF LIST-RECORD NOT = SPACES
                            AND FUNCTION TRIM(LIST-RECORD) NOT = "filelist.dat"
                        MOVE SPACES TO BACKUP-FILE-PATH
                        STRING
                            FUNCTION TRIM(BACKUP-REGION-DIR) DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            FUNCTION TRIM(LIST-RECORD) DELIMITED BY SIZE
                            INTO BACKUP-FILE-PATH
                        END-STRING
                        MOVE LIST-RECORD TO REGION-FILE-NAME
                        PERFORM Restore-TryFile
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LIST-FILE
    END-IF

    IF RECORD-FOUND = 0
        MOVE "Chunk not found (or failed verification) in that generation" TO LK-RESPONSE

    GOBACK.

*> looks for the chunk in one backed-up region file
Restore-TryFile.
    CALL "Region-FindChunkRecord" USING BACKUP-FILE-PATH
        LK-CHUNK-X LK-CHUNK-Z RECORD-FOUND
        RECORD-OFFSET RECORD-LENGTH
    IF RECORD-FOUND = 1
        *> the live file carries the same base name
        MOVE SPACES TO LIVE-FILE-PATH
        STRING
            FUNCTION TRIM(SERVER-PROP-REGION-DIR) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FUNCTION TRIM(REGION-FILE-NAME) DELIMITED BY SIZE
            INTO LIVE-FILE-PATH
        END-STRING
    END-IF
    .

END PROGRAM World-RestoreChunk.
