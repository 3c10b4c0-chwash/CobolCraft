*> --- Server-BackupWorld ---
*> Consistent world backup: drives World-SaveAll to a clean state
*> first, then backs the region files and player data up into a
*> timestamped directory under SERVER-PROP-BACKUP-DIR, and finally
*> trims old generations beyond SERVER-PROP-BACKUP-KEEP. The server is
*> single-threaded around the tick loop, so nothing writes a chunk
*> the task runner like any other command. Reports size, duration, and
*> generation count. Generations are tracked oldest-first in an index
*> file, the same no-directory-scan bookkeeping Log-RotateOne uses.
*> Each generation carries a manifest of every file it covers (see
*> DD-BACKUP-MANIFEST); only files whose size or checksum differ from
*> the newest sound generation are copied, the rest are referenced
*> where that generation found them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Server-BackupWorld.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SIZE-FILE ASSIGN TO SIZE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LIST-FILE ASSIGN TO LIST-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
01  INDEX-RECORD                 PIC X(300).
FD  SIZE-FILE.
01  SIZE-RECORD                  PIC X(32).
FD  LIST-FILE.
01  LIST-RECORD                  PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-BACKUP-MANIFEST REPLACING LEADING ==PREFIX== BY ==BASE==.
    COPY DD-BACKUP-MANIFEST REPLACING LEADING ==PREFIX== BY ==NEW==.
    01 INDEX-FILE-PATH           PIC X(300).
    01 SIZE-FILE-PATH            PIC X(300).
    01 LIST-FILE-PATH            PIC X(300).
    01 INDEX-EOF                 BINARY-CHAR UNSIGNED.
    01 SIZE-EOF                  BINARY-CHAR UNSIGNED.
    01 LIST-EOF                  BINARY-CHAR UNSIGNED.
    01 CHUNKS-SAVED-COUNT        BINARY-LONG UNSIGNED.
    01 CHUNKS-FAILED-COUNT       BINARY-LONG UNSIGNED.
    01 START-TIMESTAMP           PIC X(14).
    01 END-SECONDS               BINARY-DOUBLE.
    01 DURATION-SECONDS          BINARY-LONG.
    01 BACKUP-NAME               PIC X(300).
    01 GENERATION-NAME           PIC X(32).
    01 SHELL-COMMAND             PIC X(1024).
    01 BACKUP-SIZE-TEXT          PIC X(32).
    01 DURATION-TEXT             PIC ----9.
    01 GENERATION-TEXT           PIC ---9.
    01 MAX-GENERATIONS           BINARY-LONG UNSIGNED VALUE 64.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 64 TIMES.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 DROP-COUNT                BINARY-LONG UNSIGNED.
    01 GOOD-COUNT                BINARY-LONG.
    01 MARKER-PATH               PIC X(320).
    01 MARKER-DETAILS            PIC X(16).
    *> the incremental copy
    01 MAX-MANIFEST-ENTRIES      BINARY-LONG UNSIGNED VALUE 8192.
    01 BASE-FOUND                BINARY-CHAR UNSIGNED.
    01 BASE-INDEX                BINARY-LONG UNSIGNED.
    01 BASE-CURSOR               BINARY-LONG UNSIGNED.
    01 MATCH-INDEX               BINARY-LONG UNSIGNED.
    01 SEARCH-STEP               BINARY-LONG UNSIGNED.
    01 COPY-PASS                 BINARY-LONG UNSIGNED.
    01 COPY-FAILED               BINARY-CHAR UNSIGNED.
    01 SOURCE-DIR                PIC X(256).
    01 SOURCE-BASENAME           PIC X(64).
    01 BASENAME-START            BINARY-LONG UNSIGNED.
    01 SCAN-INDEX                BINARY-LONG UNSIGNED.
    01 LIVE-FILE-PATH            PIC X(300).
    01 RELATIVE-PATH             PIC X(96).
    01 FILE-SIZE                 BINARY-DOUBLE UNSIGNED.
    01 FILE-CHECKSUM             BINARY-DOUBLE UNSIGNED.
    01 CHECKSUM-RESULT           BINARY-CHAR UNSIGNED.
    01 MANIFEST-RESULT           BINARY-CHAR UNSIGNED.
    01 STORED-COUNT              BINARY-LONG UNSIGNED.
    01 STORED-TEXT               PIC Z(8)9.
    01 TOTAL-TEXT                PIC Z(8)9.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

        START-TIMESTAMP DELIMITED BY SIZE
        INTO BACKUP-NAME
    END-STRING
    MOVE START-TIMESTAMP TO GENERATION-NAME

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
                IF GENERATION-COUNT < MAX-GENERATIONS
                    ADD 1 TO GENERATION-COUNT
                    MOVE INDEX-RECORD TO GENERATION-ENTRY(GENERATION-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE INDEX-FILE

    *> the base to compare against is the newest generation not stamped
    *> by a failed verify - referring to a file known to be damaged
    *> would carry the damage forward. A generation from before
    *> manifests has none, and everything is copied.
    MOVE 0 TO BASE-FOUND
    MOVE 0 TO BASE-MANIFEST-COUNT
    PERFORM VARYING BASE-INDEX FROM GENERATION-COUNT BY -1
            UNTIL BASE-INDEX < 1 OR BASE-FOUND = 1
        MOVE SPACES TO MARKER-PATH
        STRING
            FUNCTION TRIM(GENERATION-ENTRY(BASE-INDEX)) DELIMITED BY SIZE
            "/verify.failed" DELIMITED BY SIZE
            INTO MARKER-PATH
        END-STRING
        CALL "CBL_CHECK_FILE_EXIST" USING MARKER-PATH MARKER-DETAILS
        IF RETURN-CODE NOT = 0
            CALL "Backup-ReadManifest" USING GENERATION-ENTRY(BASE-INDEX)
                BASE-MANIFEST BASE-FOUND
            IF BASE-FOUND = 0
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM

    *> pass 1 the region files, pass 2 the player data, each under the
    *> base name of its live directory as a recursive copy would have
    *> placed it - World-RestoreChunk and the verify derive it the same way
    MOVE 0 TO NEW-MANIFEST-COUNT
    MOVE 0 TO STORED-COUNT
    MOVE 0 TO COPY-FAILED
    MOVE 1 TO BASE-CURSOR
    PERFORM VARYING COPY-PASS FROM 1 BY 1 UNTIL COPY-PASS > 2 OR COPY-FAILED = 1
        IF COPY-PASS = 1
            MOVE SERVER-PROP-REGION-DIR TO SOURCE-DIR
        ELSE
            MOVE SERVER-PROP-PLAYERDATA-DIR TO SOURCE-DIR
        END-IF
        MOVE 1 TO BASENAME-START
        PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                UNTIL SCAN-INDEX > FUNCTION LENGTH(FUNCTION TRIM(SOURCE-DIR))
            IF SOURCE-DIR(SCAN-INDEX:1) = "/"
                COMPUTE BASENAME-START = SCAN-INDEX + 1
            END-IF
        END-PERFORM
        MOVE SOURCE-DIR(BASENAME-START:) TO SOURCE-BASENAME

        MOVE SPACES TO LIST-FILE-PATH
        STRING
            FUNCTION TRIM(BACKUP-NAME) DELIMITED BY SIZE
            "/filelist.dat" DELIMITED BY SIZE
            INTO LIST-FILE-PATH
        END-STRING
        MOVE SPACES TO SHELL-COMMAND
        STRING
            "mkdir -p " DELIMITED BY SIZE
            FUNCTION TRIM(BACKUP-NAME) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FUNCTION TRIM(SOURCE-BASENAME) DELIMITED BY SIZE
            " && ls " DELIMITED BY SIZE
            FUNCTION TRIM(SOURCE-DIR) DELIMITED BY SIZE
            " > " DELIMITED BY SIZE
            FUNCTION TRIM(LIST-FILE-PATH) DELIMITED BY SIZE
            INTO SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING SHELL-COMMAND
        IF RETURN-CODE NOT = 0
            MOVE 1 TO COPY-FAILED
        END-IF

        MOVE 0 TO LIST-EOF
        OPEN INPUT LIST-FILE
        PERFORM UNTIL LIST-EOF = 1 OR COPY-FAILED = 1
            READ LIST-FILE
                AT END
                    MOVE 1 TO LIST-EOF
                NOT AT END
                    IF LIST-RECORD NOT = SPACES
                            AND FUNCTION TRIM(LIST-RECORD) NOT = "filelist.dat"
                        PERFORM Backup-OneFile
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LIST-FILE
    END-PERFORM

    IF COPY-FAILED = 1
        MOVE "Backup failed: copy command returned an error" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SPACES TO SHELL-COMMAND
    STRING
        "rm -f " DELIMITED BY SIZE
        FUNCTION TRIM(LIST-FILE-PATH) DELIMITED BY SIZE
        INTO SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING SHELL-COMMAND
    CALL "Backup-WriteManifest" USING BACKUP-NAME NEW-MANIFEST MANIFEST-RESULT
    IF MANIFEST-RESULT = 0
        MOVE "Backup failed: could not write the manifest" TO LK-RESPONSE
        GOBACK
    END-IF

    CLOSE SIZE-FILE

    *> record the generation and trim the oldest beyond the keep count
    IF GENERATION-COUNT < MAX-GENERATIONS
        ADD 1 TO GENERATION-COUNT
        MOVE BACKUP-NAME TO GENERATION-ENTRY(GENERATION-COUNT)
        IF RETURN-CODE NOT = 0
            SUBTRACT 1 FROM GOOD-COUNT
        END-IF
        *> files a kept generation still refers to are handed on first
        CALL "Backup-ExpireGeneration" USING GENERATION-TABLE DROP-COUNT
            GENERATION-COUNT
    END-PERFORM

    COMPUTE ENTRY-INDEX = DROP-COUNT + 1
    MOVE DURATION-SECONDS TO DURATION-TEXT
    COMPUTE GENERATION-COUNT = GENERATION-COUNT - DROP-COUNT
    MOVE GENERATION-COUNT TO GENERATION-TEXT
    MOVE STORED-COUNT TO STORED-TEXT
    MOVE NEW-MANIFEST-COUNT TO TOTAL-TEXT

    MOVE SPACES TO LK-RESPONSE
    STRING
        " KB in" DELIMITED BY SIZE
        DURATION-TEXT DELIMITED BY SIZE
        "s, " DELIMITED BY SIZE
        FUNCTION TRIM(STORED-TEXT) DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        FUNCTION TRIM(TOTAL-TEXT) DELIMITED BY SIZE
        " files stored, " DELIMITED BY SIZE
        FUNCTION TRIM(GENERATION-TEXT) DELIMITED BY SIZE
        " generations kept" DELIMITED BY SIZE
        INTO LK-RESPONSE

    GOBACK.

*> one live file: referenced from the base when its size and checksum
*> are unchanged, copied into this generation otherwise
Backup-OneFile.
    MOVE SPACES TO LIVE-FILE-PATH
    STRING
        FUNCTION TRIM(SOURCE-DIR) DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        FUNCTION TRIM(LIST-RECORD) DELIMITED BY SIZE
        INTO LIVE-FILE-PATH
    END-STRING
    MOVE SPACES TO RELATIVE-PATH
    STRING
        FUNCTION TRIM(SOURCE-BASENAME) DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        FUNCTION TRIM(LIST-RECORD) DELIMITED BY SIZE
        INTO RELATIVE-PATH
    END-STRING
    CALL "Backup-ChecksumFile" USING LIVE-FILE-PATH FILE-SIZE FILE-CHECKSUM
        CHECKSUM-RESULT
    IF CHECKSUM-RESULT = 0 OR NEW-MANIFEST-COUNT >= MAX-MANIFEST-ENTRIES
        MOVE 1 TO COPY-FAILED
    ELSE
        *> both listings are sorted, so the base entry is almost always
        *> just past the previous match
        MOVE 0 TO MATCH-INDEX
        PERFORM VARYING SEARCH-STEP FROM 1 BY 1
                UNTIL SEARCH-STEP > BASE-MANIFEST-COUNT OR MATCH-INDEX NOT = 0
            IF BASE-MANIFEST-PATH(BASE-CURSOR) = RELATIVE-PATH
                MOVE BASE-CURSOR TO MATCH-INDEX
            END-IF
            ADD 1 TO BASE-CURSOR
            IF BASE-CURSOR > BASE-MANIFEST-COUNT
                MOVE 1 TO BASE-CURSOR
            END-IF
        END-PERFORM

        ADD 1 TO NEW-MANIFEST-COUNT
        MOVE RELATIVE-PATH TO NEW-MANIFEST-PATH(NEW-MANIFEST-COUNT)
        MOVE FILE-SIZE TO NEW-MANIFEST-SIZE(NEW-MANIFEST-COUNT)
        MOVE FILE-CHECKSUM TO NEW-MANIFEST-CHECKSUM(NEW-MANIFEST-COUNT)
        IF MATCH-INDEX NOT = 0
                AND BASE-MANIFEST-SIZE(MATCH-INDEX) = FILE-SIZE
                AND BASE-MANIFEST-CHECKSUM(MATCH-INDEX) = FILE-CHECKSUM
            MOVE BASE-MANIFEST-OWNER(MATCH-INDEX)
                TO NEW-MANIFEST-OWNER(NEW-MANIFEST-COUNT)
        ELSE
            MOVE GENERATION-NAME TO NEW-MANIFEST-OWNER(NEW-MANIFEST-COUNT)
            MOVE SPACES TO SHELL-COMMAND
            STRING
                "cp " DELIMITED BY SIZE
                FUNCTION TRIM(LIVE-FILE-PATH) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(BACKUP-NAME) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                FUNCTION TRIM(RELATIVE-PATH) DELIMITED BY SIZE
                INTO SHELL-COMMAND
            END-STRING
            CALL "SYSTEM" USING SHELL-COMMAND
            IF RETURN-CODE NOT = 0
                MOVE 1 TO COPY-FAILED
            END-IF
            ADD 1 TO STORED-COUNT
        END-IF
    END-IF
    .

END PROGRAM Server-BackupWorld.
