    SELECT DICE-AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT WINDOW-CONTROL-FILE ASSIGN TO DYNAMIC WS-WINDOW-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT WINDOW-REGISTRY-FILE ASSIGN TO "WINDREG.DAT"

FD  DICE-AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD.
    COPY DICEAUDT REPLACING ==:REC:== BY ==AL==.

FD  WINDOW-CONTROL-FILE.
01  WINDOW-CONTROL-RECORD.
    05 CK-WINDOW-FIRST-SEQ PIC 9(8).
    05 CK-CURRENT-REQUEST PIC 9(6).
    05 CK-DICE-DONE       PIC 9(5).
    05 CK-CHAIN-SEAL      PIC 9(10).
    05 CK-FACE-HASH       PIC 9(12).
    05 CK-FACE-COUNTS.
        10 CK-FACE-COUNT  PIC 9(4) OCCURS 999 TIMES.

01 WS-RESULTS-FILENAME PIC X(44) VALUE "ROLLRES.DAT".
01 WS-TOTALS-FILENAME PIC X(44) VALUE "ROLLTOT.DAT".
01 WS-AUDIT-FILENAME PIC X(44) VALUE "DICEAUDIT.DAT".
01 WS-WINDOW-FILENAME PIC X(16) VALUE "AUDITWIN.DAT".
01 WS-RUN-PARM PIC X(80).
01 WS-PARTITION PIC 9 VALUE 0.
01 WS-FILE-CARD-SEEN PIC X VALUE "N".
01 WS-CKPT-STATUS PIC XX.
01 WS-RESULTS-STATUS PIC XX.
01 WS-TOTALS-STATUS PIC XX.
01 WS-RESUME-FACE-COUNTS.
    05 WS-RESUME-FACE-COUNT PIC 9(4) OCCURS 999 TIMES.
01 WS-AUDIT-SEQ PIC 9(8) VALUE 0.
01 WS-CHAIN-SEAL PIC 9(10) VALUE 0.
01 WS-NEXT-SEAL PIC 9(10).
01 WS-FACE-HASH PIC 9(12) VALUE 0.
01 WS-SEAL-COUNT PIC 9(8).
01 WS-RUN-TIMESTAMP-BIN PIC 9(18) USAGE COMP-5.
01 WS-RUN-TIMESTAMP PIC 9(10) VALUE 0.
01 WS-POOL-COUNT PIC 999.
01 WS-CKPT-ASSIGN-NAME PIC X(16).
01 WS-CKPT-DEL-STATUS PIC S9(9) COMP-5.
01 WS-CKPT-RENAME-STATUS PIC S9(9) COMP-5.
01 WS-LOCK-NAME PIC X(16) VALUE "AUDITWIN.LCK".
01 WS-LOCK-STATUS PIC S9(9) COMP-5.
01 WS-OPSLOG-PROGRAM PIC X(14) VALUE "ROLL-BATCH".
01 WS-OPSLOG-EVENT PIC X(5).
01 WS-OPSLOG-IN PIC 9(8).
PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM LOAD-RUN-CONTROL.
    PERFORM LOG-RUN-START.
    PERFORM ECHO-RUN-CONTROL.
    CALL "time" USING BY REFERENCE WS-RUN-TIMESTAMP-BIN.
    MOVE WS-RUN-TIMESTAMP-BIN TO WS-RUN-TIMESTAMP.
    PERFORM LOAD-CHECKPOINT.
    IF WS-RESUMING = "N"
        IF WS-PARTITION > 0
            PERFORM START-PARTITION-WORK
        ELSE
            PERFORM START-NEW-WINDOW
        END-IF
    END-IF.
    OPEN INPUT ROLL-REQUEST-FILE.
    IF WS-RESUMING = "Y"
*> A START with no matching END in OPSLOG.DAT tells ROLL-VERIFY the
*> run died. The END carries requests processed in and dice rolled
*> out, which the verification report cross-foots against ROLL-EDIT
*> ahead of it and ROLL-RECON behind it. A partition run logs under
*> its own name (ROLL-BATCH-P1 and so on), which is why the run
*> control is read first; ROLL-MERGE logs the window as a whole.
LOG-RUN-START.
    MOVE "START" TO WS-OPSLOG-EVENT.
    MOVE 0 TO WS-OPSLOG-IN.
        PERFORM READ-CONTROL-CARD UNTIL WS-CONTROL-EOF = "Y"
        CLOSE RUN-CONTROL-FILE
    END-IF.
    PERFORM APPLY-RUN-PARM.
    IF WS-SEED-MODE = "FIXED" AND WS-SEED-OVERRIDE = 0
        DISPLAY "ROLL-BATCH: FATAL - SEED-MODE=FIXED REQUIRES SEED-VALUE"
        MOVE 1 TO RETURN-CODE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-PARTITION > 0
        IF WS-FILE-CARD-SEEN = "Y"
            DISPLAY "ROLL-BATCH: FATAL - PARTITION= CANNOT BE COMBINED "
                "WITH REQUEST-, RESULTS-, TOTALS- OR AUDIT-FILE CARDS"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM SET-PARTITION-NAMES
    END-IF.

*> The card file is shared by every ROLL-BATCH run of the window, so
*> the one thing that differs between the partition runs started side
*> by side comes in as the run's own parameter, PARTITION=n, as a
*> job step's PARM would. No parameter means an ordinary window.
APPLY-RUN-PARM.
    MOVE SPACES TO WS-RUN-PARM.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
    IF WS-RUN-PARM NOT = SPACES
        MOVE SPACES TO WS-PARM-KEYWORD
        MOVE SPACES TO WS-PARM-VALUE
        UNSTRING WS-RUN-PARM DELIMITED BY "="
            INTO WS-PARM-KEYWORD, WS-PARM-VALUE
        IF WS-PARM-KEYWORD NOT = "PARTITION"
            DISPLAY "ROLL-BATCH: FATAL - UNRECOGNIZED RUN PARAMETER: "
                WS-RUN-PARM
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM CHECK-NUMERIC-VALUE
        IF WS-PARM-NUMBER = 0 OR WS-PARM-NUMBER > 9
            DISPLAY "ROLL-BATCH: FATAL - PARTITION MUST BE 1-9, GOT: "
                WS-PARM-VALUE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-PARM-NUMBER TO WS-PARTITION
    END-IF.

*> A partition run works entirely in its own files, named for the
*> partition, so several can run at once and each restarts alone:
*> ROLL-SPLIT writes ROLLREQV.Pn and ROLL-MERGE reads back ROLLRES.Pn,
*> ROLLTOT.Pn and DICEAUDIT.Pn once AUDITWIN.Pn shows the partition
*> complete. A fixed seed is stepped by the partition number, so
*> partitions of a fixed-seed window do not roll the same dice.
SET-PARTITION-NAMES.
    MOVE "ROLL-BATCH-P" TO WS-OPSLOG-PROGRAM.
    MOVE WS-PARTITION TO WS-OPSLOG-PROGRAM(13:1).
    MOVE SPACES TO WS-REQUEST-FILENAME.
    STRING "ROLLREQV.P" WS-PARTITION DELIMITED BY SIZE
        INTO WS-REQUEST-FILENAME
    END-STRING.
    MOVE SPACES TO WS-RESULTS-FILENAME.
    STRING "ROLLRES.P" WS-PARTITION DELIMITED BY SIZE
        INTO WS-RESULTS-FILENAME
    END-STRING.
    MOVE SPACES TO WS-TOTALS-FILENAME.
    STRING "ROLLTOT.P" WS-PARTITION DELIMITED BY SIZE
        INTO WS-TOTALS-FILENAME
    END-STRING.
    MOVE SPACES TO WS-AUDIT-FILENAME.
    STRING "DICEAUDIT.P" WS-PARTITION DELIMITED BY SIZE
        INTO WS-AUDIT-FILENAME
    END-STRING.
    MOVE SPACES TO WS-WINDOW-FILENAME.
    STRING "AUDITWIN.P" WS-PARTITION DELIMITED BY SIZE
        INTO WS-WINDOW-FILENAME
    END-STRING.
    MOVE SPACES TO WS-CKPT-FILENAME.
    STRING "ROLLCKPT.P" WS-PARTITION DELIMITED BY SIZE
        INTO WS-CKPT-FILENAME
    END-STRING.
    MOVE SPACES TO WS-CKPT-TEMP-FILENAME.
    STRING "ROLLCKPT.P" WS-PARTITION ".TMP" DELIMITED BY SIZE
        INTO WS-CKPT-TEMP-FILENAME
    END-STRING.
    MOVE SPACES TO WS-TRIM-OUT-NAME.
    STRING "ROLLTRIM.P" WS-PARTITION DELIMITED BY SIZE
        INTO WS-TRIM-OUT-NAME
    END-STRING.
    IF WS-SEED-OVERRIDE > 0
        ADD WS-PARTITION TO WS-SEED-OVERRIDE
        SUBTRACT 1 FROM WS-SEED-OVERRIDE
        IF WS-SEED-OVERRIDE > WS-MAX-SEED-VALUE
            SUBTRACT WS-MAX-SEED-VALUE FROM WS-SEED-OVERRIDE
        END-IF
    END-IF.

READ-CONTROL-CARD.
    READ RUN-CONTROL-FILE
            MOVE WS-PARM-NUMBER TO WS-COMMIT-INTERVAL
        WHEN "REQUEST-FILE"
            MOVE WS-PARM-VALUE TO WS-REQUEST-FILENAME
            MOVE "Y" TO WS-FILE-CARD-SEEN
        WHEN "RESULTS-FILE"
            MOVE WS-PARM-VALUE TO WS-RESULTS-FILENAME
            MOVE "Y" TO WS-FILE-CARD-SEEN
        WHEN "TOTALS-FILE"
            MOVE WS-PARM-VALUE TO WS-TOTALS-FILENAME
            MOVE "Y" TO WS-FILE-CARD-SEEN
        WHEN "AUDIT-FILE"
            MOVE WS-PARM-VALUE TO WS-AUDIT-FILENAME
            MOVE "Y" TO WS-FILE-CARD-SEEN
        WHEN OTHER
            DISPLAY "ROLL-BATCH: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD

ECHO-RUN-CONTROL.
    DISPLAY "ROLL-BATCH: RUN CONTROL IN EFFECT".
    IF WS-PARTITION > 0
        DISPLAY "  PARTITION=" WS-PARTITION
    END-IF.
    DISPLAY "  SEED-MODE=" WS-SEED-MODE.
    IF WS-SEED-MODE = "FIXED"
        DISPLAY "  SEED-VALUE=" WS-SEED-OVERRIDE
                MOVE CK-WINDOW-FIRST-SEQ TO WS-WINDOW-FIRST-SEQ
                MOVE CK-CURRENT-REQUEST TO WS-RESUME-REQUEST-SEQ
                MOVE CK-DICE-DONE TO WS-RESUME-DICE-DONE
                MOVE CK-CHAIN-SEAL TO WS-CHAIN-SEAL
                MOVE CK-FACE-HASH TO WS-FACE-HASH
                MOVE CK-FACE-COUNTS TO WS-RESUME-FACE-COUNTS
                PERFORM TRIM-RESULT-FILES
        END-READ
*> multi-window log. A marker still open with no checkpoint on file
*> means the previous attempt died before its first commit: its
*> flushed audit records are orphans, so cut the log back to the
*> marker and take the window over from there. Either way the seal
*> on the last record left in the log is where this window's seal
*> chain starts. The audit lock is held while the window opens: a
*> ROLL-ONLINE terminal holds it for the whole of its roll, so with
*> the lock taken an open marker cannot be a live online window, and
*> no terminal can open one on the same tail until this window's
*> marker is written. A lock left by a run that died holding it must
*> be removed by operations before the window can start.
START-NEW-WINDOW.
    CALL "CBL_CREATE_DIR" USING WS-LOCK-NAME
        RETURNING WS-LOCK-STATUS.
    IF WS-LOCK-STATUS NOT = 0
        DISPLAY "ROLL-BATCH: FATAL - AUDIT LOG LOCKED (AUDITWIN.LCK) - "
            "IF NO ONLINE ROLL OR WINDOW OPEN IS RUNNING, REMOVE THE "
            "LOCK AND RERUN"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO WS-CHAIN-SEAL.
    MOVE 0 TO WS-FACE-HASH.
    PERFORM READ-WINDOW-MARKER.
    IF WS-MARKER-FOUND = "Y" AND WS-MARKER-STATE = "O"
        MOVE WS-MARKER-FIRST-SEQ TO WS-WINDOW-FIRST-SEQ
        COMPUTE WS-AUDIT-SEQ = WS-MARKER-FIRST-SEQ - 1
        MOVE WS-AUDIT-FILENAME TO WS-TRIM-IN-NAME
        PERFORM TRIM-AUDIT-FILE
        PERFORM LOCATE-AUDIT-TAIL
        COMPUTE WS-AUDIT-SEQ = WS-MARKER-FIRST-SEQ - 1
    ELSE
        MOVE 0 TO WS-AUDIT-SEQ
        PERFORM LOCATE-AUDIT-TAIL
        COMPUTE WS-WINDOW-FIRST-SEQ = WS-AUDIT-SEQ + 1
    END-IF.
    PERFORM WRITE-WINDOW-MARKER-OPEN.
    PERFORM REGISTER-WINDOW-OPEN.
    CALL "CBL_DELETE_DIR" USING WS-LOCK-NAME
        RETURNING WS-LOCK-STATUS.

*> A partition starts its own work files from sequence 1 with a seal
*> chain of its own; ROLL-MERGE renumbers and reseals every record
*> onto the shop-wide log. Its marker opens as a window's does, so a
*> crash before the first commit is taken over the same way, by
*> starting again. A partition already complete is not rolled again:
*> only ROLL-SPLIT, starting the next window, clears it.
START-PARTITION-WORK.
    OPEN INPUT ROLL-REQUEST-FILE.
    IF WS-REQUEST-STATUS NOT = "00"
        DISPLAY "ROLL-BATCH: FATAL - CANNOT OPEN " WS-REQUEST-FILENAME
            ", STATUS=" WS-REQUEST-STATUS " - RUN ROLL-SPLIT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE ROLL-REQUEST-FILE.
    PERFORM READ-WINDOW-MARKER.
    IF WS-MARKER-FOUND = "Y" AND WS-MARKER-STATE = "C"
        DISPLAY "ROLL-BATCH: FATAL - PARTITION " WS-PARTITION
            " IS ALREADY COMPLETE - RUN ROLL-MERGE"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO WS-CHAIN-SEAL.
    MOVE 0 TO WS-FACE-HASH.
    MOVE 1 TO WS-WINDOW-FIRST-SEQ.
    MOVE 0 TO WS-AUDIT-SEQ.
    OPEN OUTPUT DICE-AUDIT-LOG-FILE.
    CLOSE DICE-AUDIT-LOG-FILE.
    PERFORM WRITE-WINDOW-MARKER-OPEN.

READ-WINDOW-MARKER.
    MOVE "N" TO WS-MARKER-FOUND.
    MOVE "C" TO AW-WINDOW-STATE.
    WRITE WINDOW-CONTROL-RECORD.
    CLOSE WINDOW-CONTROL-FILE.
    IF WS-PARTITION > 0
        DISPLAY "ROLL-BATCH: PARTITION " WS-PARTITION " COMPLETE, "
            "REQUESTS " WS-REQUEST-SEQ " DICE " WS-AUDIT-SEQ
    ELSE
        PERFORM REGISTER-WINDOW-COMPLETE
    END-IF.

*> Every window is registered under its first audit sequence so the
*> end-of-window jobs can reconcile or consolidate it later, even
            MOVE 0 TO WR-LAST-SEQ
            MOVE WS-RUN-TIMESTAMP TO WR-OPEN-TS
            MOVE 0 TO WR-CLOSE-TS
            MOVE WS-CHAIN-SEAL TO WR-OPEN-SEAL
            MOVE 0 TO WR-CLOSE-SEAL
            MOVE 0 TO WR-SEAL-COUNT
            MOVE 0 TO WR-FACE-HASH
            WRITE WINDOW-REGISTRY-RECORD
        NOT INVALID KEY
            MOVE "O" TO WR-STATE
            MOVE 0 TO WR-LAST-SEQ
            MOVE 0 TO WR-CLOSE-TS
            MOVE WS-CHAIN-SEAL TO WR-OPEN-SEAL
            MOVE 0 TO WR-CLOSE-SEAL
            MOVE 0 TO WR-SEAL-COUNT
            MOVE 0 TO WR-FACE-HASH
            REWRITE WINDOW-REGISTRY-RECORD
    END-READ.
    CLOSE WINDOW-REGISTRY-FILE.

*> The closing seal goes on the registry with the window bounds:
*> the seal on the last record, how many records it covers and the
*> hash total of their faces. An edit to the log after this point
*> cannot be squared with all three at once.
REGISTER-WINDOW-COMPLETE.
    PERFORM OPEN-WINDOW-REGISTRY.
    CALL "time" USING BY REFERENCE WS-RUN-TIMESTAMP-BIN.
    MOVE WS-RUN-TIMESTAMP-BIN TO WS-CLOSE-TIMESTAMP.
    IF WS-AUDIT-SEQ >= WS-WINDOW-FIRST-SEQ
        COMPUTE WS-SEAL-COUNT = WS-AUDIT-SEQ - WS-WINDOW-FIRST-SEQ + 1
    ELSE
        MOVE 0 TO WS-SEAL-COUNT
    END-IF.
    MOVE WS-WINDOW-FIRST-SEQ TO WR-WINDOW-ID.
    READ WINDOW-REGISTRY-FILE
        INVALID KEY
            MOVE WS-WINDOW-FIRST-SEQ TO WR-WINDOW-ID
            MOVE WS-WINDOW-FIRST-SEQ TO WR-FIRST-SEQ
            MOVE WS-RUN-TIMESTAMP TO WR-OPEN-TS
            MOVE 0 TO WR-OPEN-SEAL
            PERFORM SET-WINDOW-CLOSE-FIELDS
            WRITE WINDOW-REGISTRY-RECORD
        NOT INVALID KEY
            PERFORM SET-WINDOW-CLOSE-FIELDS
            REWRITE WINDOW-REGISTRY-RECORD
    END-READ.
    CLOSE WINDOW-REGISTRY-FILE.
    DISPLAY "ROLL-BATCH: WINDOW " WS-WINDOW-FIRST-SEQ
        " REGISTERED COMPLETE, SEQUENCES " WS-WINDOW-FIRST-SEQ
        " - " WS-AUDIT-SEQ.
    DISPLAY "ROLL-BATCH: WINDOW SEALED, SEAL=" WS-CHAIN-SEAL
        " RECORDS=" WS-SEAL-COUNT " FACE HASH=" WS-FACE-HASH.

SET-WINDOW-CLOSE-FIELDS.
    MOVE "C" TO WR-STATE.
    MOVE WS-AUDIT-SEQ TO WR-LAST-SEQ.
    MOVE WS-CLOSE-TIMESTAMP TO WR-CLOSE-TS.
    MOVE WS-CHAIN-SEAL TO WR-CLOSE-SEAL.
    MOVE WS-SEAL-COUNT TO WR-SEAL-COUNT.
    MOVE WS-FACE-HASH TO WR-FACE-HASH.

OPEN-WINDOW-REGISTRY.
    OPEN I-O WINDOW-REGISTRY-FILE.
        STOP RUN
    END-IF.

LOCATE-AUDIT-TAIL.
    MOVE "N" TO WS-TAIL-EOF.
    OPEN INPUT DICE-AUDIT-LOG-FILE.
    IF WS-AUDIT-STATUS = "00"
        PERFORM FIND-AUDIT-TAIL UNTIL WS-TAIL-EOF = "Y"
        CLOSE DICE-AUDIT-LOG-FILE
    END-IF.

*> Records written before sealing began carry a blank seal; a chain
*> that starts after one of them starts from zero.
FIND-AUDIT-TAIL.
    READ DICE-AUDIT-LOG-FILE
        AT END MOVE "Y" TO WS-TAIL-EOF
        NOT AT END
            MOVE AL-SEQUENCE-NUMBER TO WS-AUDIT-SEQ
            IF AL-SEAL NUMERIC
                MOVE AL-SEAL TO WS-CHAIN-SEAL
            ELSE
                MOVE 0 TO WS-CHAIN-SEAL
            END-IF
    END-READ.

*> A crash leaves the result files holding anything written after the
    MOVE WS-WINDOW-FIRST-SEQ TO CK-WINDOW-FIRST-SEQ.
    MOVE WS-CURRENT-REQUEST TO CK-CURRENT-REQUEST.
    MOVE WS-DICE-DONE TO CK-DICE-DONE.
    MOVE WS-CHAIN-SEAL TO CK-CHAIN-SEAL.
    MOVE WS-FACE-HASH TO CK-FACE-HASH.
    MOVE WS-REQ-FACE-COUNTS TO CK-FACE-COUNTS.
    WRITE CHECKPOINT-RECORD.
    CLOSE CHECKPOINT-FILE.
    END-PERFORM
    ADD WS-SEG-COUNT TO WS-SEG-OFFSET.

*> Each audit record is sealed onto the one before it as it is
*> written. The running seal and face hash total travel in the
*> checkpoint with the audit sequence, so a restart picks the chain
*> up exactly where the last commit left it.
ROLL-AND-RECORD-BATCH.
    CALL "ROLL-POOL" USING BY REFERENCE
        WS-POOL-COUNT, WS-POOL-SIDES, WS-POOL-FACES, WS-POOL-TOTAL,
        MOVE WS-POOL-SIDES TO AL-SIDES
        MOVE WS-POOL-FACE(WS-DIE-INDEX) TO AL-FACE-VALUE
        MOVE WS-RUN-TIMESTAMP TO AL-TIMESTAMP
        CALL "ROLL-SEAL" USING BY REFERENCE AUDIT-LOG-RECORD,
            WS-CHAIN-SEAL, WS-NEXT-SEAL
        MOVE WS-NEXT-SEAL TO AL-SEAL
        MOVE WS-NEXT-SEAL TO WS-CHAIN-SEAL
        ADD WS-POOL-FACE(WS-DIE-INDEX) TO WS-FACE-HASH
        WRITE AUDIT-LOG-RECORD
        ADD 1 TO WS-DICE-SINCE-COMMIT
        IF WS-COMMIT-INTERVAL > 0
