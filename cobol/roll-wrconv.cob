IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-WRCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-REGISTRY-FILE ASSIGN TO "WINDREG.OLD"
        ORGANIZATION INDEXED
        ACCESS MODE SEQUENTIAL
        RECORD KEY OW-WINDOW-ID
        FILE STATUS IS WS-OLD-STATUS.
    SELECT WINDOW-REGISTRY-FILE ASSIGN TO "WINDREG.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE SEQUENTIAL
        RECORD KEY WR-WINDOW-ID
        FILE STATUS IS WS-REGISTRY-STATUS.

DATA DIVISION.
FILE SECTION.
*> The registry record as it stood before the seal fields were added.
FD  OLD-REGISTRY-FILE.
01  OLD-REGISTRY-RECORD.
    05 OW-WINDOW-ID        PIC 9(8).
    05 OW-STATE            PIC X.
    05 OW-FIRST-SEQ        PIC 9(8).
    05 OW-LAST-SEQ         PIC 9(8).
    05 OW-OPEN-TS          PIC 9(10).
    05 OW-CLOSE-TS         PIC 9(10).

FD  WINDOW-REGISTRY-FILE.
01  WINDOW-REGISTRY-RECORD.
    COPY WINDREG REPLACING ==:REC:== BY ==WR==.

WORKING-STORAGE SECTION.
01 WS-OLD-STATUS PIC XX.
01 WS-REGISTRY-STATUS PIC XX.
01 WS-EOF PIC X.
01 WS-WINDOWS-READ PIC 9(8) VALUE 0.
01 WS-WINDOWS-OPEN PIC 9(8) VALUE 0.
01 WS-WINDOWS-CONVERTED PIC 9(8) VALUE 0.

PROCEDURE DIVISION.

*> One-off conversion of a window registry written before the audit
*> log was sealed. Operations renames the old WINDREG.DAT to
*> WINDREG.OLD and runs this job once; it writes WINDREG.DAT in the
*> current layout with OPEN-SEAL, CLOSE-SEAL, SEAL-COUNT and
*> FACE-HASH zero. Those windows were closed before any seal existed,
*> and ROLL-SEALCHK already reports a window with records and no
*> sealed count as closed before the log was sealed rather than as
*> broken. A window still open cannot be carried across - its
*> closing seal would be taken from a chain that never started - so
*> the job refuses until every window on the old registry is closed.
*> An existing WINDREG.DAT is never overwritten.
MAIN-LOGIC.
    DISPLAY "ROLL-WRCONV: WINDOW REGISTRY CONVERSION".
    OPEN INPUT WINDOW-REGISTRY-FILE.
    IF WS-REGISTRY-STATUS NOT = "35"
        IF WS-REGISTRY-STATUS = "00"
            CLOSE WINDOW-REGISTRY-FILE
        END-IF
        DISPLAY "ROLL-WRCONV: FATAL - WINDREG.DAT ALREADY ON FILE, "
            "STATUS=" WS-REGISTRY-STATUS " - RENAME THE OLD REGISTRY "
            "TO WINDREG.OLD FIRST"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-OLD-REGISTRY.
    MOVE "N" TO WS-EOF.
    PERFORM CHECK-ONE-WINDOW UNTIL WS-EOF = "Y".
    CLOSE OLD-REGISTRY-FILE.
    IF WS-WINDOWS-OPEN > 0
        DISPLAY "ROLL-WRCONV: FATAL - " WS-WINDOWS-OPEN
            " WINDOW(S) STILL OPEN - CLOSE OR RESTART THEM BEFORE "
            "CONVERTING"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-OLD-REGISTRY.
    OPEN OUTPUT WINDOW-REGISTRY-FILE.
    IF WS-REGISTRY-STATUS NOT = "00"
        DISPLAY "ROLL-WRCONV: FATAL - CANNOT OPEN WINDOW-REGISTRY-FILE, "
            "STATUS=" WS-REGISTRY-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM CONVERT-ONE-WINDOW UNTIL WS-EOF = "Y".
    CLOSE OLD-REGISTRY-FILE.
    CLOSE WINDOW-REGISTRY-FILE.
    DISPLAY "ROLL-WRCONV: READ=" WS-WINDOWS-READ
        " CONVERTED=" WS-WINDOWS-CONVERTED.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

OPEN-OLD-REGISTRY.
    OPEN INPUT OLD-REGISTRY-FILE.
    IF WS-OLD-STATUS NOT = "00"
        DISPLAY "ROLL-WRCONV: FATAL - CANNOT OPEN WINDREG.OLD, "
            "STATUS=" WS-OLD-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

CHECK-ONE-WINDOW.
    READ OLD-REGISTRY-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            ADD 1 TO WS-WINDOWS-READ
            IF OW-STATE NOT = "C"
                ADD 1 TO WS-WINDOWS-OPEN
                DISPLAY "ROLL-WRCONV: WINDOW " OW-WINDOW-ID
                    " STATE " OW-STATE
            END-IF
    END-READ.

CONVERT-ONE-WINDOW.
    READ OLD-REGISTRY-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            MOVE OW-WINDOW-ID TO WR-WINDOW-ID
            MOVE OW-STATE TO WR-STATE
            MOVE OW-FIRST-SEQ TO WR-FIRST-SEQ
            MOVE OW-LAST-SEQ TO WR-LAST-SEQ
            MOVE OW-OPEN-TS TO WR-OPEN-TS
            MOVE OW-CLOSE-TS TO WR-CLOSE-TS
            MOVE 0 TO WR-OPEN-SEAL
            MOVE 0 TO WR-CLOSE-SEAL
            MOVE 0 TO WR-SEAL-COUNT
            MOVE 0 TO WR-FACE-HASH
            WRITE WINDOW-REGISTRY-RECORD
            IF WS-REGISTRY-STATUS NOT = "00"
                DISPLAY "ROLL-WRCONV: FATAL - CANNOT WRITE WINDOW "
                    OW-WINDOW-ID ", STATUS=" WS-REGISTRY-STATUS
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-WINDOWS-CONVERTED
    END-READ.
