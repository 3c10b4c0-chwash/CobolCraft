*> --- Backup-ChecksumFile ---
*> Size and Region-ChecksumUpdate checksum of a whole file, read in
*> slices - the fingerprint a backup manifest records and the next
*> backup compares against to decide whether a file changed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Backup-ChecksumFile.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FILE-HANDLE               PIC X(4).
    01 ACCESS-MODE               PIC X COMP-X VALUE 1.
    01 DENY-MODE                 PIC X COMP-X VALUE 3.
    01 DEVICE-FLAG               PIC X COMP-X VALUE 0.
    01 READ-OFFSET               PIC X(8) COMP-X.
    01 READ-COUNT                PIC X(4) COMP-X.
    01 READ-FLAGS                PIC X COMP-X VALUE 0.
    01 SLICE-BUFFER              PIC X(65536).
    01 SLICE-LENGTH              BINARY-LONG UNSIGNED.
    01 NEXT-OFFSET               BINARY-DOUBLE UNSIGNED.
    01 FILE-DETAILS              PIC X(16).
    01 BYTE-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-FILE-PATH              PIC X(300).
    01 LK-SIZE                   BINARY-DOUBLE UNSIGNED.
    01 LK-CHECKSUM               BINARY-DOUBLE UNSIGNED.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FILE-PATH LK-SIZE LK-CHECKSUM LK-RESULT.
    MOVE 0 TO LK-RESULT
    MOVE 0 TO LK-SIZE
    MOVE 0 TO LK-CHECKSUM

    CALL "CBL_CHECK_FILE_EXIST" USING LK-FILE-PATH FILE-DETAILS
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF
    PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > 8
        COMPUTE LK-SIZE = LK-SIZE * 256
            + FUNCTION ORD(FILE-DETAILS(BYTE-INDEX:1)) - 1
    END-PERFORM

    CALL "CBL_OPEN_FILE" USING LK-FILE-PATH ACCESS-MODE DENY-MODE
        DEVICE-FLAG FILE-HANDLE
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF

    MOVE 0 TO NEXT-OFFSET
    PERFORM UNTIL NEXT-OFFSET >= LK-SIZE
        MOVE FUNCTION MIN(LK-SIZE - NEXT-OFFSET, 65536) TO SLICE-LENGTH
        MOVE NEXT-OFFSET TO READ-OFFSET
        MOVE SLICE-LENGTH TO READ-COUNT
        CALL "CBL_READ_FILE" USING FILE-HANDLE READ-OFFSET READ-COUNT
            READ-FLAGS SLICE-BUFFER
        IF RETURN-CODE NOT = 0
            CALL "CBL_CLOSE_FILE" USING FILE-HANDLE
            GOBACK
        END-IF
        CALL "Region-ChecksumUpdate" USING SLICE-BUFFER SLICE-LENGTH LK-CHECKSUM
        COMPUTE NEXT-OFFSET = NEXT-OFFSET + SLICE-LENGTH
    END-PERFORM

    CALL "CBL_CLOSE_FILE" USING FILE-HANDLE
    MOVE 1 TO LK-RESULT
    GOBACK.

END PROGRAM Backup-ChecksumFile.

*> --- Backup-ReadManifest ---
*> Loads a generation's manifest.dat. LK-FOUND is 0 when there is none
*> - a generation taken before manifests existed, which is a plain
*> full copy and is read by listing its directories as it always was.
IDENTIFICATION DIVISION.
PROGRAM-ID. Backup-ReadManifest.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MANIFEST-FILE ASSIGN TO MANIFEST-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  MANIFEST-FILE.
01  MANIFEST-RECORD              PIC X(200).

WORKING-STORAGE SECTION.
    01 MANIFEST-FILE-PATH        PIC X(320).
    01 MANIFEST-DETAILS          PIC X(16).
    01 MANIFEST-EOF              BINARY-CHAR UNSIGNED.
    01 MAX-MANIFEST-ENTRIES      BINARY-LONG UNSIGNED VALUE 8192.
    01 RECORD-KIND               PIC X(8).
    01 OWNER-FIELD               PIC X(32).
    01 SIZE-FIELD                PIC X(20).
    01 CHECKSUM-FIELD            PIC X(20).
    01 PATH-FIELD                PIC X(96).
LINKAGE SECTION.
    01 LK-GENERATION-DIR         PIC X(300).
    COPY DD-BACKUP-MANIFEST REPLACING LEADING ==PREFIX== BY ==LK==.
    01 LK-FOUND                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-GENERATION-DIR LK-MANIFEST LK-FOUND.
    MOVE 0 TO LK-MANIFEST-COUNT
    MOVE 0 TO LK-FOUND

    MOVE SPACES TO MANIFEST-FILE-PATH
    STRING
        FUNCTION TRIM(LK-GENERATION-DIR) DELIMITED BY SIZE
        "/manifest.dat" DELIMITED BY SIZE
        INTO MANIFEST-FILE-PATH
    END-STRING
    CALL "CBL_CHECK_FILE_EXIST" USING MANIFEST-FILE-PATH MANIFEST-DETAILS
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF
    MOVE 1 TO LK-FOUND

    MOVE 0 TO MANIFEST-EOF
    OPEN INPUT MANIFEST-FILE
    PERFORM UNTIL MANIFEST-EOF = 1
        READ MANIFEST-FILE
            AT END
                MOVE 1 TO MANIFEST-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND OWNER-FIELD SIZE-FIELD
                    CHECKSUM-FIELD PATH-FIELD
                UNSTRING MANIFEST-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND OWNER-FIELD SIZE-FIELD CHECKSUM-FIELD
                         PATH-FIELD
                END-UNSTRING
                IF RECORD-KIND = "file" AND PATH-FIELD NOT = SPACES
                        AND LK-MANIFEST-COUNT < MAX-MANIFEST-ENTRIES
                    ADD 1 TO LK-MANIFEST-COUNT
                    MOVE PATH-FIELD TO LK-MANIFEST-PATH(LK-MANIFEST-COUNT)
                    MOVE OWNER-FIELD TO LK-MANIFEST-OWNER(LK-MANIFEST-COUNT)
                    MOVE FUNCTION NUMVAL(SIZE-FIELD)
                        TO LK-MANIFEST-SIZE(LK-MANIFEST-COUNT)
                    MOVE FUNCTION NUMVAL(CHECKSUM-FIELD)
                        TO LK-MANIFEST-CHECKSUM(LK-MANIFEST-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE MANIFEST-FILE

    GOBACK.

END PROGRAM Backup-ReadManifest.

*> --- Backup-WriteManifest ---
*> Writes a generation's manifest.dat, one "file" line per entry:
*> owner, size, checksum, relative path. The new manifest goes through
*> a scratch file and lands with one mv, so an interrupted rewrite
*> (expiry rewrites the manifests of surviving generations) never
*> leaves a generation with half a file list.
IDENTIFICATION DIVISION.
PROGRAM-ID. Backup-WriteManifest.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  MANIFEST-FILE.
01  MANIFEST-RECORD              PIC X(200).

WORKING-STORAGE SECTION.
    01 MANIFEST-FILE-PATH        PIC X(320).
    01 SHELL-COMMAND             PIC X(700).
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 SIZE-TEXT                 PIC Z(17)9.
    01 CHECKSUM-TEXT             PIC Z(17)9.
LINKAGE SECTION.
    01 LK-GENERATION-DIR         PIC X(300).
    COPY DD-BACKUP-MANIFEST REPLACING LEADING ==PREFIX== BY ==LK==.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-GENERATION-DIR LK-MANIFEST LK-RESULT.
    MOVE 0 TO LK-RESULT
    MOVE SPACES TO MANIFEST-FILE-PATH
    STRING
        FUNCTION TRIM(LK-GENERATION-DIR) DELIMITED BY SIZE
        "/manifest.new" DELIMITED BY SIZE
        INTO MANIFEST-FILE-PATH
    END-STRING

    OPEN OUTPUT MANIFEST-FILE
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > LK-MANIFEST-COUNT
        MOVE LK-MANIFEST-SIZE(ENTRY-INDEX) TO SIZE-TEXT
        MOVE LK-MANIFEST-CHECKSUM(ENTRY-INDEX) TO CHECKSUM-TEXT
        MOVE SPACES TO MANIFEST-RECORD
        STRING
            "file " DELIMITED BY SIZE
            FUNCTION TRIM(LK-MANIFEST-OWNER(ENTRY-INDEX)) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(SIZE-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(CHECKSUM-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(LK-MANIFEST-PATH(ENTRY-INDEX)) DELIMITED BY SIZE
            INTO MANIFEST-RECORD
        END-STRING
        WRITE MANIFEST-RECORD
    END-PERFORM
    CLOSE MANIFEST-FILE

    MOVE SPACES TO SHELL-COMMAND
    STRING
        "mv " DELIMITED BY SIZE
        FUNCTION TRIM(MANIFEST-FILE-PATH) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-GENERATION-DIR) DELIMITED BY SIZE
        "/manifest.dat" DELIMITED BY SIZE
        INTO SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING SHELL-COMMAND
    IF RETURN-CODE = 0
        MOVE 1 TO LK-RESULT
    END-IF
    GOBACK.

END PROGRAM Backup-WriteManifest.

*> --- Backup-ResolvePath ---
*> Where a manifest entry's bytes actually are: the owning generation
*> is a sibling of the generation whose manifest names it, so the path
*> is the backup dir part of LK-GENERATION-DIR, the owner, and the
*> entry's relative path.
IDENTIFICATION DIVISION.
PROGRAM-ID. Backup-ResolvePath.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 SLASH-POSITION            BINARY-LONG UNSIGNED.
    01 SCAN-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-GENERATION-DIR         PIC X(300).
    01 LK-OWNER                  PIC X(32).
    01 LK-PATH                   PIC X(96).
    01 LK-FULL-PATH              PIC X(300).

PROCEDURE DIVISION USING LK-GENERATION-DIR LK-OWNER LK-PATH LK-FULL-PATH.
    MOVE 0 TO SLASH-POSITION
    PERFORM VARYING SCAN-INDEX FROM 1 BY 1
            UNTIL SCAN-INDEX > FUNCTION LENGTH(FUNCTION TRIM(LK-GENERATION-DIR))
        IF LK-GENERATION-DIR(SCAN-INDEX:1) = "/"
            MOVE SCAN-INDEX TO SLASH-POSITION
        END-IF
    END-PERFORM

    MOVE SPACES TO LK-FULL-PATH
    IF SLASH-POSITION = 0
        STRING
            FUNCTION TRIM(LK-OWNER) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FUNCTION TRIM(LK-PATH) DELIMITED BY SIZE
            INTO LK-FULL-PATH
        END-STRING
    ELSE
        STRING
            LK-GENERATION-DIR(1:SLASH-POSITION) DELIMITED BY SIZE
            FUNCTION TRIM(LK-OWNER) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FUNCTION TRIM(LK-PATH) DELIMITED BY SIZE
            INTO LK-FULL-PATH
        END-STRING
    END-IF
    GOBACK.

END PROGRAM Backup-ResolvePath.

*> --- Backup-GenerationName ---
*> A generation directory's base name - what manifests record as the
*> owner of the files the generation holds.
IDENTIFICATION DIVISION.
PROGRAM-ID. Backup-GenerationName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 NAME-START                BINARY-LONG UNSIGNED.
    01 SCAN-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-GENERATION-DIR         PIC X(300).
    01 LK-NAME                   PIC X(32).

PROCEDURE DIVISION USING LK-GENERATION-DIR LK-NAME.
    MOVE 1 TO NAME-START
    PERFORM VARYING SCAN-INDEX FROM 1 BY 1
            UNTIL SCAN-INDEX > FUNCTION LENGTH(FUNCTION TRIM(LK-GENERATION-DIR))
        IF LK-GENERATION-DIR(SCAN-INDEX:1) = "/"
            COMPUTE NAME-START = SCAN-INDEX + 1
        END-IF
    END-PERFORM
    MOVE LK-GENERATION-DIR(NAME-START:) TO LK-NAME
    GOBACK.

END PROGRAM Backup-GenerationName.

*> --- Backup-ExpireGeneration ---
*> Retires generation LK-DROP-INDEX of the oldest-first table. Files
*> it holds that a surviving generation still refers to are handed
*> on before anything is deleted: each moves into the oldest surviving
*> generation that refers to it, and every surviving manifest naming
*> the old owner is rewritten to the new one. References only ever
*> point back in time, so the new owner is never newer than a
*> generation relying on it. Only then is the directory removed - and
*> if any hand-over failed it is left on disk instead, so no reference
*> is ever left dangling.
IDENTIFICATION DIVISION.
PROGRAM-ID. Backup-ExpireGeneration.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BACKUP-MANIFEST REPLACING LEADING ==PREFIX== BY ==DROPPED==.
    COPY DD-BACKUP-MANIFEST REPLACING LEADING ==PREFIX== BY ==KEPT==.
    01 MOVED-TO                  PIC X(32) OCCURS 8192 TIMES.
    01 DROPPED-FOUND             BINARY-CHAR UNSIGNED.
    01 KEPT-FOUND                BINARY-CHAR UNSIGNED.
    01 KEPT-CHANGED              BINARY-CHAR UNSIGNED.
    01 HANDOVER-FAILED           BINARY-CHAR UNSIGNED.
    01 WRITE-RESULT              BINARY-CHAR UNSIGNED.
    01 DROPPED-DIR               PIC X(300).
    01 DROPPED-NAME              PIC X(32).
    01 KEPT-NAME                 PIC X(32).
    01 KEPT-INDEX                BINARY-LONG UNSIGNED.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 MATCH-INDEX               BINARY-LONG UNSIGNED.
    01 SEARCH-CURSOR             BINARY-LONG UNSIGNED.
    01 SEARCH-STEP               BINARY-LONG UNSIGNED.
    01 SOURCE-PATH               PIC X(300).
    01 TARGET-PATH               PIC X(300).
    01 SHELL-COMMAND             PIC X(700).
LINKAGE SECTION.
    01 LK-GENERATION-TABLE.
        02 LK-GENERATION-ENTRY   PIC X(300) OCCURS 64 TIMES.
    01 LK-DROP-INDEX             BINARY-LONG UNSIGNED.
    01 LK-GENERATION-COUNT       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-GENERATION-TABLE LK-DROP-INDEX LK-GENERATION-COUNT.
    MOVE LK-GENERATION-ENTRY(LK-DROP-INDEX) TO DROPPED-DIR
    CALL "Backup-GenerationName" USING DROPPED-DIR DROPPED-NAME
    CALL "Backup-ReadManifest" USING DROPPED-DIR DROPPED-MANIFEST DROPPED-FOUND
    MOVE 0 TO HANDOVER-FAILED

    *> a generation without a manifest is a full copy nothing refers to
    IF DROPPED-FOUND = 1
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                UNTIL ENTRY-INDEX > DROPPED-MANIFEST-COUNT
            MOVE SPACES TO MOVED-TO(ENTRY-INDEX)
        END-PERFORM

        PERFORM VARYING KEPT-INDEX FROM LK-DROP-INDEX BY 1
                UNTIL KEPT-INDEX >= LK-GENERATION-COUNT
            CALL "Backup-ReadManifest" USING LK-GENERATION-ENTRY(KEPT-INDEX + 1)
                KEPT-MANIFEST KEPT-FOUND
            CALL "Backup-GenerationName" USING LK-GENERATION-ENTRY(KEPT-INDEX + 1)
                KEPT-NAME
            MOVE 0 TO KEPT-CHANGED
            MOVE 1 TO SEARCH-CURSOR
            IF KEPT-FOUND = 1
                PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                        UNTIL ENTRY-INDEX > KEPT-MANIFEST-COUNT
                    IF KEPT-MANIFEST-OWNER(ENTRY-INDEX) = DROPPED-NAME
                        PERFORM Expire-HandOver
                    END-IF
                END-PERFORM
            END-IF
            IF KEPT-CHANGED = 1
                CALL "Backup-WriteManifest" USING LK-GENERATION-ENTRY(KEPT-INDEX + 1)
                    KEPT-MANIFEST WRITE-RESULT
                IF WRITE-RESULT = 0
                    MOVE 1 TO HANDOVER-FAILED
                END-IF
            END-IF
        END-PERFORM
    END-IF

    IF HANDOVER-FAILED = 0
        MOVE SPACES TO SHELL-COMMAND
        STRING
            "rm -rf " DELIMITED BY SIZE
            FUNCTION TRIM(DROPPED-DIR) DELIMITED BY SIZE
            INTO SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING SHELL-COMMAND
    END-IF
    GOBACK.

*> one surviving reference to a file the dropped generation holds:
*> move the file on the first reference, repoint every reference
Expire-HandOver.
    *> both lists come from the same sorted listings, so the match is
    *> almost always just past the previous one
    MOVE 0 TO MATCH-INDEX
    PERFORM VARYING SEARCH-STEP FROM 1 BY 1
            UNTIL SEARCH-STEP > DROPPED-MANIFEST-COUNT OR MATCH-INDEX NOT = 0
        IF DROPPED-MANIFEST-PATH(SEARCH-CURSOR) = KEPT-MANIFEST-PATH(ENTRY-INDEX)
            MOVE SEARCH-CURSOR TO MATCH-INDEX
        END-IF
        ADD 1 TO SEARCH-CURSOR
        IF SEARCH-CURSOR > DROPPED-MANIFEST-COUNT
            MOVE 1 TO SEARCH-CURSOR
        END-IF
    END-PERFORM
    IF MATCH-INDEX = 0
        *> a reference the dropped manifest doesn't back - keep the
        *> directory rather than guess
        MOVE 1 TO HANDOVER-FAILED
    ELSE
        IF MOVED-TO(MATCH-INDEX) = SPACES
            CALL "Backup-ResolvePath" USING DROPPED-DIR DROPPED-NAME
                DROPPED-MANIFEST-PATH(MATCH-INDEX) SOURCE-PATH
            CALL "Backup-ResolvePath" USING LK-GENERATION-ENTRY(KEPT-INDEX + 1)
                KEPT-NAME DROPPED-MANIFEST-PATH(MATCH-INDEX) TARGET-PATH
            MOVE SPACES TO SHELL-COMMAND
            STRING
                "mv " DELIMITED BY SIZE
                FUNCTION TRIM(SOURCE-PATH) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(TARGET-PATH) DELIMITED BY SIZE
                INTO SHELL-COMMAND
            END-STRING
            CALL "SYSTEM" USING SHELL-COMMAND
            IF RETURN-CODE = 0
                MOVE KEPT-NAME TO MOVED-TO(MATCH-INDEX)
            ELSE
                MOVE 1 TO HANDOVER-FAILED
            END-IF
        END-IF
        IF MOVED-TO(MATCH-INDEX) NOT = SPACES
            MOVE MOVED-TO(MATCH-INDEX) TO KEPT-MANIFEST-OWNER(ENTRY-INDEX)
            MOVE 1 TO KEPT-CHANGED
        END-IF
    END-IF
    .

END PROGRAM Backup-ExpireGeneration.
