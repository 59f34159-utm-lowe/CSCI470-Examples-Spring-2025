    SELECT DICE-AUDIT-LOG-FILE ASSIGN TO "DICEAUDIT.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT WINDOW-CONTROL-FILE ASSIGN TO "AUDITWIN.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT AUDIT-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-TEMP-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.

FD  DICE-AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD.
    COPY DICEAUDT REPLACING ==:REC:== BY ==AL==.

FD  WINDOW-CONTROL-FILE.
01  WINDOW-CONTROL-RECORD.
    05 AW-WINDOW-FIRST-SEQ PIC 9(8).
    05 AW-WINDOW-STATE     PIC X.

FD  AUDIT-ARCHIVE-FILE.
01  AUDIT-ARCHIVE-RECORD PIC X(64).

FD  RETAINED-AUDIT-FILE.
01  RETAINED-AUDIT-RECORD PIC X(64).

FD  VOID-LIST-FILE.
01  VOID-LIST-RECORD.
WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC XX.
01 WS-AUDIT-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-LOCK-NAME PIC X(16) VALUE "AUDITWIN.LCK".
01 WS-LOCK-STATUS PIC S9(9) COMP-5.
01 WS-ARCHIVE-STATUS PIC XX.
01 WS-RETAINED-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
    COMPUTE WS-CUTOFF-DAYS = WS-CUTOFF-INT - WS-EPOCH-BASE.
    COMPUTE WS-CUTOFF-EPOCH = WS-CUTOFF-DAYS * 86400.
    PERFORM BUILD-ARCHIVE-NAME.
    PERFORM TAKE-AUDIT-LOCK.
    OPEN INPUT DICE-AUDIT-LOG-FILE.
    IF WS-AUDIT-STATUS NOT = "00"
        PERFORM RELEASE-AUDIT-LOCK
        DISPLAY "ROLL-PURGE: FATAL - CANNOT OPEN DICE-AUDIT-LOG-FILE, "
            "STATUS=" WS-AUDIT-STATUS
        MOVE 1 TO RETURN-CODE
    END-IF.
    CALL "CBL_RENAME_FILE" USING "DICEAUDIT.TMP", "DICEAUDIT.DAT"
        RETURNING WS-RENAME-STATUS.
    PERFORM RELEASE-AUDIT-LOCK.
    PERFORM PRUNE-VOID-LIST.
    PERFORM WRITE-PURGE-REPORT.
    DISPLAY "ROLL-PURGE: ARCHIVED=" WS-ARCHIVED-COUNT
    END-IF.
    MOVE PURGE-CONTROL-CARD(13:8) TO WS-CUTOFF-DATE.

*> The live log is rewritten under the audit lock, as ROLL-BATCH,
*> ROLL-MERGE and ROLL-ONLINE take it to open a window, so no
*> terminal can append to DICEAUDIT.DAT between the split and the
*> rename. ROLL-BATCH and ROLL-MERGE let the lock go once their
*> window is open, so a window still marked open in AUDITWIN.DAT may
*> be rolling or awaiting restart: its records must not be split off
*> under it, and the purge waits until the window is closed.
TAKE-AUDIT-LOCK.
    CALL "CBL_CREATE_DIR" USING WS-LOCK-NAME
        RETURNING WS-LOCK-STATUS.
    IF WS-LOCK-STATUS NOT = 0
        DISPLAY "ROLL-PURGE: FATAL - AUDIT LOG LOCKED (AUDITWIN.LCK) - "
            "IF NO ONLINE ROLL OR WINDOW OPEN IS RUNNING, REMOVE THE "
            "LOCK AND RERUN"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT WINDOW-CONTROL-FILE.
    IF WS-WINDOW-STATUS = "00"
        READ WINDOW-CONTROL-FILE
            AT END MOVE SPACES TO WINDOW-CONTROL-RECORD
        END-READ
        CLOSE WINDOW-CONTROL-FILE
        IF AW-WINDOW-STATE = "O"
            PERFORM RELEASE-AUDIT-LOCK
            DISPLAY "ROLL-PURGE: FATAL - WINDOW " AW-WINDOW-FIRST-SEQ
                " IS STILL OPEN - RERUN ONCE IT IS CLOSED"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

RELEASE-AUDIT-LOCK.
    CALL "CBL_DELETE_DIR" USING WS-LOCK-NAME
        RETURNING WS-LOCK-STATUS.

BUILD-ARCHIVE-NAME.
    MOVE SPACES TO WS-ARCHIVE-NAME.
    STRING "AUDITARC." DELIMITED BY SIZE
