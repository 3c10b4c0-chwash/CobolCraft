*> by line, writes a pass/fail manifest with per-file detail to the
*> backup-verify log (rotated under the Log-RotateAll regime), and
*> stamps a failed generation with a marker file so the trim in
*> Server-BackupWorld never counts it toward the keep quota (a passed
*> one gets a verify.passed stamp instead). Unlike
*> the live verify-world sweep, nothing here quarantines anything -
*> corruption in a backup says nothing about the live world. A
*> generation with a manifest is walked through it, each file read
*> wherever its owning generation holds it and also checked against
*> the size and checksum recorded when it was backed up.
IDENTIFICATION DIVISION.
PROGRAM-ID. Backup-VerifyGeneration.


WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-BACKUP-MANIFEST REPLACING LEADING ==PREFIX== BY ==GENERATION==.
    01 INDEX-FILE-PATH           PIC X(300).
    01 LIST-FILE-PATH            PIC X(300).
    01 MARKER-FILE-PATH          PIC X(300).
    01 BAD-COUNT-TEXT            PIC ---9.
    01 DETAIL-LINE               PIC X(400).
    01 PLAYER-LINE-COUNT         BINARY-LONG UNSIGNED.
    01 MANIFEST-FOUND            BINARY-CHAR UNSIGNED.
    01 MANIFEST-INDEX            BINARY-LONG UNSIGNED.
    01 PATH-PREFIX               PIC X(96).
    01 PREFIX-LENGTH             BINARY-LONG UNSIGNED.
    01 FILE-SIZE                 BINARY-DOUBLE UNSIGNED.
    01 FILE-CHECKSUM             BINARY-DOUBLE UNSIGNED.
    01 CHECKSUM-RESULT           BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-GENERATION             BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.
        GOBACK
    END-IF
    MOVE GENERATION-ENTRY(PICK-INDEX) TO GENERATION-DIR
    CALL "Backup-ReadManifest" USING GENERATION-DIR GENERATION-MANIFEST
        MANIFEST-FOUND

    MOVE 0 TO FILE-COUNT
    MOVE 0 TO TOTAL-BAD-COUNT
        END-STRING
        MOVE 0 TO PASS-FILE-COUNT

        IF MANIFEST-FOUND = 1
            MOVE SPACES TO PATH-PREFIX
            STRING
                FUNCTION TRIM(SWEEP-BASENAME) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                INTO PATH-PREFIX
            END-STRING
            COMPUTE PREFIX-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(SWEEP-BASENAME)) + 1
            PERFORM VARYING MANIFEST-INDEX FROM 1 BY 1
                    UNTIL MANIFEST-INDEX > GENERATION-MANIFEST-COUNT
                IF GENERATION-MANIFEST-PATH(MANIFEST-INDEX)(1:PREFIX-LENGTH)
                        = PATH-PREFIX(1:PREFIX-LENGTH)
                    CALL "Backup-ResolvePath" USING GENERATION-DIR
                        GENERATION-MANIFEST-OWNER(MANIFEST-INDEX)
                        GENERATION-MANIFEST-PATH(MANIFEST-INDEX) SWEEP-FILE-PATH
                    PERFORM Verify-OneFile
                END-IF
            END-PERFORM
        ELSE
            MOVE SPACES TO LIST-FILE-PATH
            STRING
                FUNCTION TRIM(SWEEP-DIR) DELIMITED BY SIZE
                "/filelist.dat" DELIMITED BY SIZE
                INTO LIST-FILE-PATH
            END-STRING
            MOVE SPACES TO SHELL-COMMAND
            STRING
                "ls " DELIMITED BY SIZE
                FUNCTION TRIM(SWEEP-DIR) DELIMITED BY SIZE
                " > " DELIMITED BY SIZE
                FUNCTION TRIM(LIST-FILE-PATH) DELIMITED BY SIZE
                " 2>/dev/null" DELIMITED BY SIZE
                INTO SHELL-COMMAND
            END-STRING
            CALL "SYSTEM" USING SHELL-COMMAND

            MOVE 0 TO LIST-EOF
            OPEN INPUT LIST-FILE
            PERFORM UNTIL LIST-EOF = 1
                READ LIST-FILE
                    AT END
                        MOVE 1 TO LIST-EOF
                    NOT AT END
                        IF LIST-RECORD NOT = SPACES
                                AND FUNCTION TRIM(LIST-RECORD) NOT = "filelist.dat"
                                AND FUNCTION TRIM(LIST-RECORD) NOT = "size.dat"
                            MOVE SPACES TO SWEEP-FILE-PATH
                            STRING
                                FUNCTION TRIM(SWEEP-DIR) DELIMITED BY SIZE
                                "/" DELIMITED BY SIZE
                                FUNCTION TRIM(LIST-RECORD) DELIMITED BY SIZE
                                INTO SWEEP-FILE-PATH
                            END-STRING
                            MOVE 0 TO MANIFEST-INDEX
                            PERFORM Verify-OneFile
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LIST-FILE
        END-IF

        *> a sweep that walked nothing is the failure the verify
        *> exists to catch - a cp that copied nothing must never
            INTO SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING SHELL-COMMAND
        *> and stamps the pass, which is what the chunk prune asks for
        *> before it will remove anything
        MOVE SPACES TO MARKER-FILE-PATH
        STRING
            FUNCTION TRIM(GENERATION-DIR) DELIMITED BY SIZE
            "/verify.passed" DELIMITED BY SIZE
            INTO MARKER-FILE-PATH
        END-STRING
        OPEN OUTPUT MARKER-FILE
        MOVE "verification passed" TO MARKER-RECORD
        WRITE MARKER-RECORD
        CLOSE MARKER-FILE
        MOVE "verify result=PASS" TO DETAIL-LINE
        CALL "Backup-VerifyLogLine" USING DETAIL-LINE
        MOVE SPACES TO LK-RESPONSE
            INTO LK-RESPONSE
        END-STRING
    ELSE
        MOVE SPACES TO SHELL-COMMAND
        STRING
            "rm -f " DELIMITED BY SIZE
            FUNCTION TRIM(GENERATION-DIR) DELIMITED BY SIZE
            "/verify.passed" DELIMITED BY SIZE
            INTO SHELL-COMMAND
        END-STRING
        CALL "SYSTEM" USING SHELL-COMMAND
        OPEN OUTPUT MARKER-FILE
        MOVE "verification failed - do not count toward keep quota" TO MARKER-RECORD
        WRITE MARKER-RECORD

    GOBACK.

*> one file of the sweep; MANIFEST-INDEX names its manifest entry, or
*> is 0 for a generation listed from disk
Verify-OneFile.
    ADD 1 TO FILE-COUNT
    ADD 1 TO PASS-FILE-COUNT
    IF SWEEP-PASS = 1
        CALL "Backup-VerifyRegionCopy" USING SWEEP-FILE-PATH
            FILE-BAD-COUNT
    ELSE
        CALL "Backup-VerifyPlayerFile" USING SWEEP-FILE-PATH
            FILE-BAD-COUNT PLAYER-LINE-COUNT
    END-IF
    *> a file that reads clean but isn't what was backed up is as bad
    *> as a damaged one - a restore would bring back the wrong bytes
    IF MANIFEST-INDEX NOT = 0 AND FILE-BAD-COUNT = 0
        CALL "Backup-ChecksumFile" USING SWEEP-FILE-PATH FILE-SIZE
            FILE-CHECKSUM CHECKSUM-RESULT
        IF CHECKSUM-RESULT = 0
                OR FILE-SIZE NOT = GENERATION-MANIFEST-SIZE(MANIFEST-INDEX)
                OR FILE-CHECKSUM NOT = GENERATION-MANIFEST-CHECKSUM(MANIFEST-INDEX)
            MOVE 1 TO FILE-BAD-COUNT
        END-IF
    END-IF
    ADD FILE-BAD-COUNT TO TOTAL-BAD-COUNT
    MOVE FILE-BAD-COUNT TO BAD-COUNT-TEXT
    MOVE SPACES TO DETAIL-LINE
    STRING
        "file=" DELIMITED BY SIZE
        FUNCTION TRIM(SWEEP-FILE-PATH) DELIMITED BY SIZE
        " bad=" DELIMITED BY SIZE
        FUNCTION TRIM(BAD-COUNT-TEXT) DELIMITED BY SIZE
        INTO DETAIL-LINE
    END-STRING
    CALL "Backup-VerifyLogLine" USING DETAIL-LINE
    .

END PROGRAM Backup-VerifyGeneration.

*> --- Backup-VerifyRegionCopy ---
