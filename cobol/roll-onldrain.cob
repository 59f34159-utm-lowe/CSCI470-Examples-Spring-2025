IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-ONLDRAIN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ONLINE-JOURNAL-FILE ASSIGN TO "ONLJRNL.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT NEW-JOURNAL-FILE ASSIGN TO "ONLJRNL.TMP"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-JOURNAL-STATUS.
    SELECT RECON-CONTROL-FILE ASSIGN TO "RECONWIN.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-CARD-STATUS.
    SELECT CONSOL-CONTROL-FILE ASSIGN TO "CONSLWIN.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONSOL-CARD-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ONLINE-JOURNAL-FILE.
01  ONLINE-JOURNAL-RECORD.
    COPY ONLJRNL REPLACING ==:REC:== BY ==OJ==.

FD  NEW-JOURNAL-FILE.
01  NEW-JOURNAL-RECORD.
    COPY ONLJRNL REPLACING ==:REC:== BY ==NJ==.

*> The run-control cards of ROLL-RECON and ROLL-CONSOL, written here
*> for one online window at a time.
FD  RECON-CONTROL-FILE.
01  RECON-CONTROL-CARD PIC X(80).

FD  CONSOL-CONTROL-FILE.
01  CONSOL-CONTROL-CARD PIC X(80).

WORKING-STORAGE SECTION.
01 WS-JOURNAL-STATUS PIC XX.
01 WS-NEW-JOURNAL-STATUS PIC XX.
01 WS-RECON-CARD-STATUS PIC XX.
01 WS-CONSOL-CARD-STATUS PIC XX.
01 WS-EOF PIC X.
01 WS-RUN-DATE PIC 9(8).
01 WS-DELETE-STATUS PIC S9(9) COMP-5.
01 WS-RENAME-STATUS PIC S9(9) COMP-5.
01 WS-LOCK-NAME PIC X(16) VALUE "AUDITWIN.LCK".
01 WS-LOCK-STATUS PIC S9(9) COMP-5.

*> One entry per online window the journal shows pending. OUTCOME
*> is "D" once the window is reconciled and consolidated, "B" when
*> ROLL-RECON found it out of balance and it stays pending.
01 WS-WINDOW-COUNT PIC 9(3) VALUE 0.
01 WS-WINDOW-TABLE.
    05 WS-WINDOW-ENTRY OCCURS 500 TIMES.
        10 WT-WINDOW-ID PIC 9(8).
        10 WT-OUTCOME   PIC X.
01 WS-WINDOW-INDEX PIC 9(3).
01 WS-WINDOW-ID-TEXT PIC 9(8).
01 WS-HELD-OVER-COUNT PIC 9(6) VALUE 0.
01 WS-DRAINED-COUNT PIC 9(3) VALUE 0.
01 WS-UNBALANCED-COUNT PIC 9(3) VALUE 0.
01 WS-MARKED-COUNT PIC 9(6) VALUE 0.
01 WS-CALL-RC PIC 99.

*> Every card file this job writes opens with this comment card. A
*> card file that does not is an operator's own and is never
*> overwritten; one that does is left from a drain that died and is
*> simply written over.
01 WS-CARD-MARKER PIC X(26) VALUE "* WRITTEN BY ROLL-ONLDRAIN".
01 WS-CARD-LINE PIC X(80).

01 WS-OPSLOG-PROGRAM PIC X(14) VALUE "ROLL-ONLDRAIN".
01 WS-OPSLOG-EVENT PIC X(5).
01 WS-OPSLOG-IN PIC 9(8).
01 WS-OPSLOG-OUT PIC 9(8).
01 WS-OPSLOG-RC PIC 99.

PROCEDURE DIVISION.

*> Every online roll is a closed window of its own, left on
*> ONLJRNL.DAT with its work files ONLQ, ONLR and ONLT<window id>.DAT.
*> This end-of-window step takes each window the journal still shows
*> pending through ROLL-RECON and, if it balances, ROLL-CONSOL -
*> called here with the cards an operator would otherwise key for
*> them - and then marks it drained on the journal. A window out of
*> balance is left pending, with its reconciliation report in
*> RECONRPT.<window id>.RPT, and the run ends RC 2. Consolidating a
*> window twice adds nothing, so a drain that dies part way is
*> simply rerun.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOG-RUN-START.
    PERFORM CHECK-CONTROL-CARDS.
    PERFORM LOAD-PENDING-WINDOWS.
    IF WS-WINDOW-COUNT = 0
        DISPLAY "ROLL-ONLDRAIN: NO ONLINE WINDOWS PENDING"
    ELSE
        PERFORM DRAIN-ONE-WINDOW VARYING WS-WINDOW-INDEX FROM 1 BY 1
            UNTIL WS-WINDOW-INDEX > WS-WINDOW-COUNT
        PERFORM REMOVE-CONTROL-CARDS
        IF WS-DRAINED-COUNT > 0
            PERFORM MARK-JOURNAL
        END-IF
    END-IF.
    DISPLAY "ROLL-ONLDRAIN: PENDING=" WS-WINDOW-COUNT
        " DRAINED=" WS-DRAINED-COUNT
        " OUT OF BALANCE=" WS-UNBALANCED-COUNT.
    IF WS-HELD-OVER-COUNT > 0
        DISPLAY "ROLL-ONLDRAIN: " WS-HELD-OVER-COUNT
            " MORE WINDOW(S) PENDING - RUN AGAIN"
    END-IF.
    IF WS-UNBALANCED-COUNT > 0
        DISPLAY "ROLL-ONLDRAIN: *** " WS-UNBALANCED-COUNT
            " WINDOW(S) OUT OF BALANCE - LEFT PENDING ***"
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    PERFORM LOG-RUN-END.
    STOP RUN.

*> ROLL-VERIFY does not know this step; the START and END are there
*> for the operations log itself. The END carries windows pending in
*> and windows drained out.
LOG-RUN-START.
    MOVE "START" TO WS-OPSLOG-EVENT.
    MOVE 0 TO WS-OPSLOG-IN.
    MOVE 0 TO WS-OPSLOG-OUT.
    MOVE 0 TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.

LOG-RUN-END.
    MOVE "END" TO WS-OPSLOG-EVENT.
    MOVE WS-WINDOW-COUNT TO WS-OPSLOG-IN.
    MOVE WS-DRAINED-COUNT TO WS-OPSLOG-OUT.
    MOVE RETURN-CODE TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.
    MOVE WS-OPSLOG-RC TO RETURN-CODE.

CHECK-CONTROL-CARDS.
    OPEN INPUT RECON-CONTROL-FILE.
    IF WS-RECON-CARD-STATUS = "00"
        READ RECON-CONTROL-FILE
            AT END MOVE WS-CARD-MARKER TO RECON-CONTROL-CARD
        END-READ
        CLOSE RECON-CONTROL-FILE
        IF RECON-CONTROL-CARD(1:26) NOT = WS-CARD-MARKER
            DISPLAY "ROLL-ONLDRAIN: FATAL - RECONWIN.PRM HOLDS "
                "OPERATOR CARDS - MOVE IT ASIDE AND RERUN"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    OPEN INPUT CONSOL-CONTROL-FILE.
    IF WS-CONSOL-CARD-STATUS = "00"
        READ CONSOL-CONTROL-FILE
            AT END MOVE WS-CARD-MARKER TO CONSOL-CONTROL-CARD
        END-READ
        CLOSE CONSOL-CONTROL-FILE
        IF CONSOL-CONTROL-CARD(1:26) NOT = WS-CARD-MARKER
            DISPLAY "ROLL-ONLDRAIN: FATAL - CONSLWIN.PRM HOLDS "
                "OPERATOR CARDS - MOVE IT ASIDE AND RERUN"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

*> No journal means no online roll has ever been made.
LOAD-PENDING-WINDOWS.
    MOVE "N" TO WS-EOF.
    OPEN INPUT ONLINE-JOURNAL-FILE.
    IF WS-JOURNAL-STATUS = "00"
        PERFORM LOAD-ONE-JOURNAL-LINE UNTIL WS-EOF = "Y"
        CLOSE ONLINE-JOURNAL-FILE
    END-IF.

LOAD-ONE-JOURNAL-LINE.
    READ ONLINE-JOURNAL-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            IF OJ-DRAIN-STATE NOT = "D"
                IF WS-WINDOW-COUNT >= 500
                    ADD 1 TO WS-HELD-OVER-COUNT
                ELSE
                    ADD 1 TO WS-WINDOW-COUNT
                    MOVE OJ-WINDOW-ID TO WT-WINDOW-ID(WS-WINDOW-COUNT)
                    MOVE SPACE TO WT-OUTCOME(WS-WINDOW-COUNT)
                END-IF
            END-IF
    END-READ.

*> Each program is cancelled after its call, so the next window finds
*> it in its initial state.
DRAIN-ONE-WINDOW.
    MOVE WT-WINDOW-ID(WS-WINDOW-INDEX) TO WS-WINDOW-ID-TEXT.
    DISPLAY "ROLL-ONLDRAIN: ONLINE WINDOW " WS-WINDOW-ID-TEXT.
    PERFORM WRITE-RECON-CARDS.
    CALL "ROLL-RECON".
    MOVE RETURN-CODE TO WS-CALL-RC.
    CANCEL "ROLL-RECON".
    IF WS-CALL-RC NOT = 0
        MOVE "B" TO WT-OUTCOME(WS-WINDOW-INDEX)
        ADD 1 TO WS-UNBALANCED-COUNT
        DISPLAY "ROLL-ONLDRAIN: WINDOW " WS-WINDOW-ID-TEXT
            " OUT OF BALANCE - SEE RECONRPT." WS-WINDOW-ID-TEXT ".RPT"
    ELSE
        PERFORM WRITE-CONSOL-CARDS
        CALL "ROLL-CONSOL"
        CANCEL "ROLL-CONSOL"
        MOVE "D" TO WT-OUTCOME(WS-WINDOW-INDEX)
        ADD 1 TO WS-DRAINED-COUNT
    END-IF.

*> The report goes to a file of the window's own; LOG-AS keeps the
*> call apart from the day's ROLL-RECON step in OPSLOG.DAT.
WRITE-RECON-CARDS.
    OPEN OUTPUT RECON-CONTROL-FILE.
    IF WS-RECON-CARD-STATUS NOT = "00"
        DISPLAY "ROLL-ONLDRAIN: FATAL - CANNOT OPEN RECONWIN.PRM, "
            "STATUS=" WS-RECON-CARD-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM BUILD-MARKER-CARD.
    WRITE RECON-CONTROL-CARD FROM WS-CARD-LINE.
    PERFORM BUILD-WINDOW-CARD.
    WRITE RECON-CONTROL-CARD FROM WS-CARD-LINE.
    MOVE SPACES TO WS-CARD-LINE.
    STRING "REQUEST-FILE=ONLQ" WS-WINDOW-ID-TEXT ".DAT"
        DELIMITED BY SIZE INTO WS-CARD-LINE.
    WRITE RECON-CONTROL-CARD FROM WS-CARD-LINE.
    PERFORM BUILD-RESULTS-CARD.
    WRITE RECON-CONTROL-CARD FROM WS-CARD-LINE.
    MOVE SPACES TO WS-CARD-LINE.
    STRING "REPORT-FILE=RECONRPT." WS-WINDOW-ID-TEXT ".RPT"
        DELIMITED BY SIZE INTO WS-CARD-LINE.
    WRITE RECON-CONTROL-CARD FROM WS-CARD-LINE.
    MOVE "LOG-AS=ROLL-RECON-ON" TO WS-CARD-LINE.
    WRITE RECON-CONTROL-CARD FROM WS-CARD-LINE.
    CLOSE RECON-CONTROL-FILE.

WRITE-CONSOL-CARDS.
    OPEN OUTPUT CONSOL-CONTROL-FILE.
    IF WS-CONSOL-CARD-STATUS NOT = "00"
        DISPLAY "ROLL-ONLDRAIN: FATAL - CANNOT OPEN CONSLWIN.PRM, "
            "STATUS=" WS-CONSOL-CARD-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM BUILD-MARKER-CARD.
    WRITE CONSOL-CONTROL-CARD FROM WS-CARD-LINE.
    PERFORM BUILD-WINDOW-CARD.
    WRITE CONSOL-CONTROL-CARD FROM WS-CARD-LINE.
    PERFORM BUILD-RESULTS-CARD.
    WRITE CONSOL-CONTROL-CARD FROM WS-CARD-LINE.
    MOVE SPACES TO WS-CARD-LINE.
    STRING "TOTALS-FILE=ONLT" WS-WINDOW-ID-TEXT ".DAT"
        DELIMITED BY SIZE INTO WS-CARD-LINE.
    WRITE CONSOL-CONTROL-CARD FROM WS-CARD-LINE.
    MOVE "LOG-AS=ROLL-CONSOL-ON" TO WS-CARD-LINE.
    WRITE CONSOL-CONTROL-CARD FROM WS-CARD-LINE.
    CLOSE CONSOL-CONTROL-FILE.

BUILD-MARKER-CARD.
    MOVE SPACES TO WS-CARD-LINE.
    STRING WS-CARD-MARKER " FOR ONLINE WINDOW " WS-WINDOW-ID-TEXT
        DELIMITED BY SIZE INTO WS-CARD-LINE.

BUILD-WINDOW-CARD.
    MOVE SPACES TO WS-CARD-LINE.
    STRING "WINDOW-ID=" WS-WINDOW-ID-TEXT
        DELIMITED BY SIZE INTO WS-CARD-LINE.

BUILD-RESULTS-CARD.
    MOVE SPACES TO WS-CARD-LINE.
    STRING "RESULTS-FILE=ONLR" WS-WINDOW-ID-TEXT ".DAT"
        DELIMITED BY SIZE INTO WS-CARD-LINE.

*> The day's own ROLL-RECON and ROLL-CONSOL run without cards, on the
*> latest batch window; none of this job's cards may outlive it.
REMOVE-CONTROL-CARDS.
    CALL "CBL_DELETE_FILE" USING "RECONWIN.PRM"
        RETURNING WS-DELETE-STATUS.
    CALL "CBL_DELETE_FILE" USING "CONSLWIN.PRM"
        RETURNING WS-DELETE-STATUS.

*> ROLL-ONLINE appends its journal line under the audit lock, so the
*> journal is copied and put back under the lock too and no line
*> written meanwhile is lost. A window rolled since the journal was
*> first read is copied as it stands, pending for the next drain.
MARK-JOURNAL.
    CALL "CBL_CREATE_DIR" USING WS-LOCK-NAME
        RETURNING WS-LOCK-STATUS.
    IF WS-LOCK-STATUS NOT = 0
        DISPLAY "ROLL-ONLDRAIN: FATAL - AUDIT LOG IN USE BY ANOTHER "
            "RUN (AUDITWIN.LCK) - JOURNAL NOT MARKED, RERUN ONCE IT "
            "IS FREE"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT ONLINE-JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00"
        PERFORM RELEASE-AUDIT-LOCK
        DISPLAY "ROLL-ONLDRAIN: FATAL - CANNOT OPEN ONLJRNL.DAT, "
            "STATUS=" WS-JOURNAL-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NEW-JOURNAL-FILE.
    IF WS-NEW-JOURNAL-STATUS NOT = "00"
        PERFORM RELEASE-AUDIT-LOCK
        DISPLAY "ROLL-ONLDRAIN: FATAL - CANNOT OPEN ONLJRNL.TMP, "
            "STATUS=" WS-NEW-JOURNAL-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM MARK-ONE-JOURNAL-LINE UNTIL WS-EOF = "Y".
    CLOSE ONLINE-JOURNAL-FILE.
    CLOSE NEW-JOURNAL-FILE.
    CALL "CBL_RENAME_FILE" USING "ONLJRNL.TMP", "ONLJRNL.DAT"
        RETURNING WS-RENAME-STATUS.
    PERFORM RELEASE-AUDIT-LOCK.
    DISPLAY "ROLL-ONLDRAIN: " WS-MARKED-COUNT
        " JOURNAL LINE(S) MARKED DRAINED".

MARK-ONE-JOURNAL-LINE.
    READ ONLINE-JOURNAL-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            IF OJ-DRAIN-STATE NOT = "D"
                PERFORM FIND-DRAINED-WINDOW
            END-IF
            WRITE NEW-JOURNAL-RECORD FROM ONLINE-JOURNAL-RECORD
            IF WS-NEW-JOURNAL-STATUS NOT = "00"
                PERFORM RELEASE-AUDIT-LOCK
                DISPLAY "ROLL-ONLDRAIN: FATAL - CANNOT WRITE ONLJRNL.TMP, "
                    "STATUS=" WS-NEW-JOURNAL-STATUS
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
    END-READ.

FIND-DRAINED-WINDOW.
    PERFORM VARYING WS-WINDOW-INDEX FROM 1 BY 1
            UNTIL WS-WINDOW-INDEX > WS-WINDOW-COUNT
            OR OJ-DRAIN-STATE = "D"
        IF WT-WINDOW-ID(WS-WINDOW-INDEX) = OJ-WINDOW-ID
                AND WT-OUTCOME(WS-WINDOW-INDEX) = "D"
            MOVE "D" TO OJ-DRAIN-STATE
            MOVE WS-RUN-DATE TO OJ-DRAIN-DATE
            ADD 1 TO WS-MARKED-COUNT
        END-IF
    END-PERFORM.

RELEASE-AUDIT-LOCK.
    CALL "CBL_DELETE_DIR" USING WS-LOCK-NAME
        RETURNING WS-LOCK-STATUS.
