IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-ONLINE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DESK-MASTER-FILE ASSIGN TO "DESKMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY DM-DESK-ID
        FILE STATUS IS WS-DESK-STATUS.
    SELECT DICE-AUDIT-LOG-FILE ASSIGN TO "DICEAUDIT.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT WINDOW-CONTROL-FILE ASSIGN TO "AUDITWIN.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT WINDOW-REGISTRY-FILE ASSIGN TO "WINDREG.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY WR-WINDOW-ID
        FILE STATUS IS WS-REGISTRY-STATUS.
    SELECT ONLINE-REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-STATUS.
    SELECT ONLINE-RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RESULTS-STATUS.
    SELECT ONLINE-TOTALS-FILE ASSIGN TO DYNAMIC WS-TOTALS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TOTALS-STATUS.
    SELECT ONLINE-JOURNAL-FILE ASSIGN TO "ONLJRNL.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DESK-MASTER-FILE.
01  DESK-MASTER-RECORD.
    COPY DESKMAST REPLACING ==:REC:== BY ==DM==.

FD  DICE-AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD.
    COPY DICEAUDT REPLACING ==:REC:== BY ==AL==.

FD  WINDOW-CONTROL-FILE.
01  WINDOW-CONTROL-RECORD.
    05 AW-WINDOW-FIRST-SEQ PIC 9(8).
    05 AW-WINDOW-STATE     PIC X.

FD  WINDOW-REGISTRY-FILE.
01  WINDOW-REGISTRY-RECORD.
    COPY WINDREG REPLACING ==:REC:== BY ==WR==.

FD  ONLINE-REQUEST-FILE.
01  ONLINE-REQUEST-RECORD.
    COPY ROLLRQST REPLACING ==:REC:== BY ==RQ==.

FD  ONLINE-RESULTS-FILE.
01  ONLINE-RESULT-RECORD.
    COPY ROLLREC REPLACING ==:REC:== BY ==RR==.

FD  ONLINE-TOTALS-FILE.
01  ONLINE-TOTAL-RECORD.
    COPY ROLLTOT REPLACING ==:REC:== BY ==RT==.

*> One line per online roll, so operations can see at a glance which
*> online windows the end-of-window jobs still have to take in, and
*> under which work files.
FD  ONLINE-JOURNAL-FILE.
01  ONLINE-JOURNAL-RECORD.
    COPY ONLJRNL REPLACING ==:REC:== BY ==OJ==.

WORKING-STORAGE SECTION.
01 WS-DESK-STATUS PIC XX.
01 WS-AUDIT-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-REGISTRY-STATUS PIC XX.
01 WS-REQUEST-STATUS PIC XX.
01 WS-RESULTS-STATUS PIC XX.
01 WS-TOTALS-STATUS PIC XX.
01 WS-JOURNAL-STATUS PIC XX.
01 WS-ACTION PIC X.
01 WS-CONFIRM PIC X.
01 WS-ROLLED-COUNT PIC 9(4) VALUE 0.
01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.

*> The request as keyed, then as ROLL-RQEDIT normalized it.
01 WS-WORK-IMAGE PIC X(49).
01 WS-WORK-REQUEST REDEFINES WS-WORK-IMAGE.
    COPY ROLLRQST REPLACING ==:REC:== BY ==WK==.
01 WS-EDITED-REQUEST.
    COPY ROLLRQST REPLACING ==:REC:== BY ==ED==.
01 WS-REASON-CODE PIC X(4).
01 WS-TOTAL-DICE PIC 9(5).
01 WS-SEG-INDEX PIC 9.

01 WS-INPUT-TEXT PIC X(10).
01 WS-INPUT-LENGTH PIC 99.
01 WS-INPUT-NUMBER PIC 9(10).
01 WS-INPUT-OK PIC X.

*> Window control. The online roll is a window of its own, bounded
*> and sealed exactly as ROLL-BATCH bounds and seals a batch window.
01 WS-RUN-TIMESTAMP-BIN PIC 9(18) USAGE COMP-5.
01 WS-RUN-TIMESTAMP PIC 9(10).
01 WS-CLOSE-TIMESTAMP PIC 9(10).
01 WS-AUDIT-SEQ PIC 9(8).
01 WS-WINDOW-FIRST-SEQ PIC 9(8).
01 WS-WINDOW-ID-TEXT PIC 9(8).
01 WS-CHAIN-SEAL PIC 9(10).
01 WS-NEXT-SEAL PIC 9(10).
01 WS-FACE-HASH PIC 9(12).
01 WS-SEAL-COUNT PIC 9(8).
01 WS-TAIL-EOF PIC X.
01 WS-MARKER-FOUND PIC X.
01 WS-MARKER-FIRST-SEQ PIC 9(8).
01 WS-MARKER-STATE PIC X.
01 WS-WINDOW-OPENED PIC X.
01 WS-MARKER-DEL-STATUS PIC S9(9) COMP-5.
01 WS-LOCK-NAME PIC X(16) VALUE "AUDITWIN.LCK".
01 WS-LOCK-STATUS PIC S9(9) COMP-5.
01 WS-REQUEST-FILENAME PIC X(16).
01 WS-RESULTS-FILENAME PIC X(16).
01 WS-TOTALS-FILENAME PIC X(16).

*> Rolling and totalling, as ROLL-BATCH does it.
01 WS-POOL-COUNT PIC 999.
01 WS-POOL-SIDES PIC 999.
01 WS-POOL-TOTAL PIC 9(6).
01 WS-POOL-FACES.
    05 WS-POOL-FACE PIC 999 OCCURS 500 TIMES.
01 WS-SEED-USED PIC 9(10).
01 WS-SEED-OVERRIDE PIC 9(10) VALUE 0.
01 WS-MAX-SEED-VALUE PIC 9(10) VALUE 4294967295.
01 WS-DIE-INDEX PIC 999.
01 WS-SEG-COUNT PIC 999.
01 WS-DICE-REMAINING PIC 9(5).
01 WS-REQ-FACE-COUNTS.
    05 WS-REQ-FACE-COUNT PIC 9(4) OCCURS 999 TIMES.
01 WS-FACE-INDEX PIC 999.
01 WS-KEEP-TARGET PIC 9(5).
01 WS-TAKE-COUNT PIC 9(4).
01 WS-KEPT-SUM PIC 9(7).
01 WS-REQ-TOTAL PIC S9(7).

*> Faces are shown fifteen to a line as they are rolled.
01 WS-FACE-LINE PIC X(60).
01 WS-FACE-POINTER PIC 99.
01 WS-FACES-ON-LINE PIC 99.

*> E001-E012 come from ROLL-RQEDIT, E013-E015 from the desk checks,
*> worded as ROLL-REPAIR words them.
01 WS-REASON-TEXTS.
    05 FILLER PIC X(34) VALUE "E001SESSION ID MISSING".
    05 FILLER PIC X(34) VALUE "E002DICE COUNT NOT NUMERIC".
    05 FILLER PIC X(34) VALUE "E003DICE COUNT IS ZERO".
    05 FILLER PIC X(34) VALUE "E004SIDES NOT NUMERIC".
    05 FILLER PIC X(34) VALUE "E005SIDES LESS THAN TWO".
    05 FILLER PIC X(34) VALUE "E006MODIFIER SIGN NOT + OR -".
    05 FILLER PIC X(34) VALUE "E007MODIFIER NOT NUMERIC".
    05 FILLER PIC X(34) VALUE "E008KEEP TYPE NOT H, L OR BLANK".
    05 FILLER PIC X(34) VALUE "E009KEEP COUNT INVALID FOR POOL".
    05 FILLER PIC X(34) VALUE "E010EXTRA SEGMENT COUNT INVALID".
    05 FILLER PIC X(34) VALUE "E011SEGMENT DICE OR SIDES INVALID".
    05 FILLER PIC X(34) VALUE "E012UNUSED SEGMENT NOT ZERO".
    05 FILLER PIC X(34) VALUE "E013DESK NOT ON DESK MASTER".
    05 FILLER PIC X(34) VALUE "E014DESK SUSPENDED".
    05 FILLER PIC X(34) VALUE "E015DESK DICE QUOTA EXCEEDED".
01 WS-REASON-TABLE REDEFINES WS-REASON-TEXTS.
    05 WS-REASON-ENTRY OCCURS 15 TIMES.
        10 RN-CODE PIC X(4).
        10 RN-TEXT PIC X(30).
01 WS-REASON-INDEX PIC 99.
01 WS-REASON-TEXT PIC X(30).

01 WS-TOTAL-HEADING.
    05 FILLER PIC X(12) VALUE "SESSION-ID".
    05 FILLER PIC X(8) VALUE "REQUEST".
    05 FILLER PIC X(7) VALUE "DICE".
    05 FILLER PIC X(6) VALUE "KEEP".
    05 FILLER PIC X(6) VALUE "MOD".
    05 FILLER PIC X(10) VALUE "TOTAL".
01 WS-TOTAL-LINE.
    05 TL-SESSION-ID PIC X(10).
    05 FILLER PIC XX VALUE SPACES.
    05 TL-REQUEST-SEQ PIC ZZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 TL-DICE-ROLLED PIC ZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 TL-KEEP-TYPE PIC X.
    05 TL-KEEP-COUNT PIC ZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 TL-MOD-SIGN PIC X.
    05 TL-MODIFIER PIC 999.
    05 FILLER PIC XX VALUE SPACES.
    05 TL-TOTAL PIC -(7)9.

*> The operator signed on to this run, as ROLL-SIGNON returns them.
*> Rolling needs the ONLINE ROLL role. The access journal is a
*> different file from the online journal ONLJRNL.DAT above.
01 WS-SIGNON-OPERATOR.
    COPY OPERMAST REPLACING ==:REC:== BY ==SO==.
01 WS-SIGNON-RESULT PIC X.
01 WS-ACCESS-PROGRAM PIC X(14) VALUE "ROLL-ONLINE".
01 WS-ACCESS-EVENT PIC X(8).
01 WS-ACCESS-DETAIL PIC X(40).

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM SIGN-ON-OPERATOR.
    PERFORM OPEN-DESK-MASTER.
    DISPLAY "ROLL-ONLINE: SINGLE-REQUEST ROLL FOR WALK-UP DESKS".
    PERFORM PROCESS-ONE-ACTION UNTIL WS-ACTION = "X".
    MOVE "SIGNOFF" TO WS-ACCESS-EVENT.
    MOVE SPACES TO WS-ACCESS-DETAIL.
    PERFORM WRITE-ACCESS-JOURNAL.
    CLOSE DESK-MASTER-FILE.
    DISPLAY "ROLL-ONLINE: ROLLED=" WS-ROLLED-COUNT
        " REFUSED=" WS-REFUSED-COUNT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

SIGN-ON-OPERATOR.
    CALL "ROLL-SIGNON" USING BY REFERENCE WS-ACCESS-PROGRAM,
        WS-SIGNON-OPERATOR, WS-SIGNON-RESULT.
    IF WS-SIGNON-RESULT NOT = "Y"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF SO-ROLE-ROLL NOT = "Y"
        MOVE "DENIED" TO WS-ACCESS-EVENT
        MOVE "ROLLING NEEDS THE ONLINE ROLL ROLE" TO WS-ACCESS-DETAIL
        PERFORM WRITE-ACCESS-JOURNAL
        DISPLAY "NOT AUTHORIZED - " WS-ACCESS-DETAIL
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

OPEN-DESK-MASTER.
    OPEN INPUT DESK-MASTER-FILE.
    IF WS-DESK-STATUS = "35"
        DISPLAY "ROLL-ONLINE: NO DESK MASTER ON FILE - RUN ROLL-DESKMNT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-DESK-STATUS NOT = "00"
        DISPLAY "ROLL-ONLINE: FATAL - CANNOT OPEN DESK-MASTER-FILE, "
            "STATUS=" WS-DESK-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

PROCESS-ONE-ACTION.
    MOVE SPACES TO WS-ACTION.
    DISPLAY " ".
    DISPLAY "ACTION - R=ROLL X=EXIT:".
    ACCEPT WS-ACTION.
    EVALUATE WS-ACTION
        WHEN "R"
        WHEN "r"
            MOVE "R" TO WS-ACTION
            PERFORM TAKE-ONE-REQUEST
        WHEN "X"
        WHEN "x"
        WHEN SPACE
            MOVE "X" TO WS-ACTION
        WHEN OTHER
            DISPLAY "UNRECOGNIZED ACTION: " WS-ACTION
    END-EVALUATE.

*> The keyed request faces the same edits as a submitted one: the
*> ROLL-RQEDIT field edits, then the desk checks of ROLL-EDIT's
*> CHECK-DESK-AUTHORITY. An online roll is a window of its own, so
*> the desk's per-window quota bounds this one request.
TAKE-ONE-REQUEST.
    PERFORM ENTER-REQUEST-FIELDS.
    CALL "ROLL-RQEDIT" USING BY REFERENCE WS-WORK-REQUEST,
        WS-EDITED-REQUEST, WS-REASON-CODE, WS-TOTAL-DICE.
    IF WS-REASON-CODE = SPACES
        PERFORM CHECK-DESK-AUTHORITY
    END-IF.
    IF WS-REASON-CODE NOT = SPACES
        PERFORM FIND-REASON-TEXT
        DISPLAY "REQUEST REFUSED - " WS-REASON-CODE " " WS-REASON-TEXT
        ADD 1 TO WS-REFUSED-COUNT
    ELSE
        MOVE SPACES TO WS-CONFIRM
        DISPLAY "ROLL " WS-TOTAL-DICE " DICE FOR DESK " ED-SESSION-ID
            " NOW? Y=YES:"
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
            PERFORM ROLL-REQUEST-NOW
        ELSE
            DISPLAY "ROLL CANCELLED"
        END-IF
    END-IF.

ENTER-REQUEST-FIELDS.
    MOVE SPACES TO WS-WORK-IMAGE.
    DISPLAY "DESK ID:".
    MOVE SPACES TO WS-INPUT-TEXT.
    ACCEPT WS-INPUT-TEXT.
    MOVE WS-INPUT-TEXT TO WK-SESSION-ID.
    DISPLAY "NUMBER OF DICE:".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-NUM-DICE
    END-IF.
    DISPLAY "SIDES:".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-SIDES
    END-IF.
    MOVE SPACES TO WS-INPUT-TEXT.
    DISPLAY "MOD SIGN + OR - (BLANK FOR +):".
    ACCEPT WS-INPUT-TEXT.
    MOVE WS-INPUT-TEXT(1:1) TO WK-MOD-SIGN.
    DISPLAY "MODIFIER (BLANK FOR 0):".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-MODIFIER
    END-IF.
    MOVE SPACES TO WS-INPUT-TEXT.
    DISPLAY "KEEP TYPE H, L OR BLANK:".
    ACCEPT WS-INPUT-TEXT.
    MOVE WS-INPUT-TEXT(1:1) TO WK-KEEP-TYPE.
    DISPLAY "KEEP COUNT (BLANK FOR 0):".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-KEEP-COUNT
    END-IF.
    DISPLAY "EXTRA SEGMENTS 0-4 (BLANK FOR 0):".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-EXTRA-SEGS
    END-IF.
    IF WK-EXTRA-SEGS NUMERIC AND WK-EXTRA-SEGS <= 4
        PERFORM ENTER-ONE-SEGMENT
            VARYING WS-SEG-INDEX FROM 1 BY 1
            UNTIL WS-SEG-INDEX > WK-EXTRA-SEGS
    END-IF.

ENTER-ONE-SEGMENT.
    DISPLAY "SEGMENT " WS-SEG-INDEX " DICE:".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-SEG-NUM-DICE(WS-SEG-INDEX)
    END-IF.
    DISPLAY "SEGMENT " WS-SEG-INDEX " SIDES:".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-SEG-SIDES(WS-SEG-INDEX)
    END-IF.

*> Blank reply leaves WS-INPUT-OK at "N" and the field blank, which
*> ROLL-RQEDIT either defaults or rejects; anything else must be a
*> number, echoed back when it is not.
TAKE-NUMERIC-REPLY.
    MOVE "N" TO WS-INPUT-OK.
    MOVE SPACES TO WS-INPUT-TEXT.
    ACCEPT WS-INPUT-TEXT.
    IF WS-INPUT-TEXT NOT = SPACES
        MOVE 0 TO WS-INPUT-LENGTH
        INSPECT WS-INPUT-TEXT TALLYING WS-INPUT-LENGTH
            FOR CHARACTERS BEFORE INITIAL SPACE
        IF WS-INPUT-LENGTH = 0
                OR WS-INPUT-TEXT(1:WS-INPUT-LENGTH) NOT NUMERIC
            DISPLAY "NOT NUMERIC - FIELD LEFT BLANK: " WS-INPUT-TEXT
        ELSE
            COMPUTE WS-INPUT-NUMBER = FUNCTION NUMVAL(WS-INPUT-TEXT)
            MOVE "Y" TO WS-INPUT-OK
        END-IF
    END-IF.

CHECK-DESK-AUTHORITY.
    MOVE ED-SESSION-ID TO DM-DESK-ID.
    READ DESK-MASTER-FILE
        INVALID KEY MOVE "E013" TO WS-REASON-CODE
    END-READ.
    IF WS-REASON-CODE = SPACES
        IF DM-STATUS NOT = "A"
            MOVE "E014" TO WS-REASON-CODE
        ELSE
            IF WS-TOTAL-DICE > DM-DICE-QUOTA
                MOVE "E015" TO WS-REASON-CODE
            END-IF
        END-IF
    END-IF.

FIND-REASON-TEXT.
    MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT.
    PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
            UNTIL WS-REASON-INDEX > 15
        IF RN-CODE(WS-REASON-INDEX) = WS-REASON-CODE
            MOVE RN-TEXT(WS-REASON-INDEX) TO WS-REASON-TEXT
        END-IF
    END-PERFORM.

*> The roll leaves behind exactly what a batch window leaves: a valid
*> request file, a results file and a totals file for the window,
*> audit records in DICEAUDIT.DAT and a closed, sealed registry
*> entry. Its journal line leaves it pending until ROLL-ONLDRAIN
*> takes it through ROLL-RECON and ROLL-CONSOL at end of window,
*> after which it bills like any other. The journal line is written
*> under the audit lock, because ROLL-ONLDRAIN rewrites the journal
*> under the same lock.
ROLL-REQUEST-NOW.
    PERFORM OPEN-ONLINE-WINDOW.
    IF WS-WINDOW-OPENED = "Y"
        PERFORM SEED-ONLINE-WINDOW
        PERFORM BUILD-WORK-FILENAMES
        OPEN OUTPUT ONLINE-REQUEST-FILE
        OPEN OUTPUT ONLINE-RESULTS-FILE
        OPEN OUTPUT ONLINE-TOTALS-FILE
        OPEN EXTEND DICE-AUDIT-LOG-FILE
        IF WS-AUDIT-STATUS NOT = "00"
            OPEN OUTPUT DICE-AUDIT-LOG-FILE
        END-IF
        MOVE WS-EDITED-REQUEST TO ONLINE-REQUEST-RECORD
        WRITE ONLINE-REQUEST-RECORD
        MOVE ZEROS TO WS-REQ-FACE-COUNTS
        PERFORM ROLL-ONE-SEGMENT VARYING WS-SEG-INDEX FROM 0 BY 1
            UNTIL WS-SEG-INDEX > ED-EXTRA-SEGS
        PERFORM WRITE-REQUEST-TOTAL
        CLOSE ONLINE-REQUEST-FILE
        CLOSE ONLINE-RESULTS-FILE
        CLOSE ONLINE-TOTALS-FILE
        CLOSE DICE-AUDIT-LOG-FILE
        PERFORM CLOSE-ONLINE-WINDOW
        PERFORM WRITE-JOURNAL-ENTRY
        PERFORM RELEASE-AUDIT-LOCK
        MOVE "UPDATE" TO WS-ACCESS-EVENT
        MOVE SPACES TO WS-ACCESS-DETAIL
        STRING "ROLLED " ED-SESSION-ID " WINDOW " WS-WINDOW-FIRST-SEQ
            DELIMITED BY SIZE INTO WS-ACCESS-DETAIL
        END-STRING
        PERFORM WRITE-ACCESS-JOURNAL
        PERFORM SHOW-REQUEST-TOTAL
        ADD 1 TO WS-ROLLED-COUNT
    END-IF.

*> The audit lock AUDITWIN.LCK is held from before the marker is read
*> until the marker is put back, so no other terminal, and no
*> ROLL-BATCH or ROLL-MERGE opening a window, can take the same tail
*> of the log meanwhile. It is a directory because making one either
*> succeeds or finds it already there, never both at once. A batch
*> window still open - rolling now, or dead and waiting on its
*> restart - owns the tail of the audit log, so an online roll must
*> wait. Otherwise the window is opened as ROLL-BATCH opens one: the
*> audit sequence and seal chain carry on from the tail of the log,
*> the AUDITWIN.DAT marker goes to "O" for the duration, and the
*> window is registered open. Should the roll die part way, the lock
*> stays behind; once operations have removed it the open marker
*> sends the next ROLL-BATCH through its orphan trim exactly as for a
*> batch run that died.
OPEN-ONLINE-WINDOW.
    MOVE "N" TO WS-WINDOW-OPENED.
    CALL "CBL_CREATE_DIR" USING WS-LOCK-NAME
        RETURNING WS-LOCK-STATUS.
    IF WS-LOCK-STATUS NOT = 0
        DISPLAY "AUDIT LOG IN USE BY ANOTHER ROLL (AUDITWIN.LCK). "
            "TRY AGAIN LATER"
        ADD 1 TO WS-REFUSED-COUNT
    ELSE
        PERFORM OPEN-LOCKED-WINDOW
    END-IF.

OPEN-LOCKED-WINDOW.
    PERFORM READ-WINDOW-MARKER.
    IF WS-MARKER-FOUND = "Y" AND WS-MARKER-STATE = "O"
        PERFORM RELEASE-AUDIT-LOCK
        DISPLAY "WINDOW " WS-MARKER-FIRST-SEQ " IS STILL OPEN - "
            "ROLL-BATCH RUNNING OR AWAITING RESTART. TRY AGAIN LATER"
        ADD 1 TO WS-REFUSED-COUNT
    ELSE
        CALL "time" USING BY REFERENCE WS-RUN-TIMESTAMP-BIN
        MOVE WS-RUN-TIMESTAMP-BIN TO WS-RUN-TIMESTAMP
        MOVE 0 TO WS-AUDIT-SEQ
        MOVE 0 TO WS-CHAIN-SEAL
        MOVE 0 TO WS-FACE-HASH
        PERFORM LOCATE-AUDIT-TAIL
        COMPUTE WS-WINDOW-FIRST-SEQ = WS-AUDIT-SEQ + 1
        MOVE WS-WINDOW-FIRST-SEQ TO AW-WINDOW-FIRST-SEQ
        MOVE "O" TO AW-WINDOW-STATE
        PERFORM WRITE-WINDOW-MARKER
        PERFORM REGISTER-WINDOW-OPEN
        MOVE "Y" TO WS-WINDOW-OPENED
    END-IF.

RELEASE-AUDIT-LOCK.
    CALL "CBL_DELETE_DIR" USING WS-LOCK-NAME
        RETURNING WS-LOCK-STATUS.

*> ROLL seeds itself once per run, but every online window must
*> carry a seed of its own or ROLL-SERIAL finds it reused from the
*> window before. The window's first sequence added to the time it
*> opened rises with every window, so ROLL is cancelled and seeded
*> afresh with it.
SEED-ONLINE-WINDOW.
    ADD WS-RUN-TIMESTAMP WS-WINDOW-FIRST-SEQ GIVING WS-SEED-OVERRIDE.
    IF WS-SEED-OVERRIDE > WS-MAX-SEED-VALUE
        SUBTRACT WS-MAX-SEED-VALUE FROM WS-SEED-OVERRIDE
    END-IF.
    CANCEL "ROLL".

READ-WINDOW-MARKER.
    MOVE "N" TO WS-MARKER-FOUND.
    OPEN INPUT WINDOW-CONTROL-FILE.
    IF WS-WINDOW-STATUS = "00"
        READ WINDOW-CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                MOVE "Y" TO WS-MARKER-FOUND
                MOVE AW-WINDOW-FIRST-SEQ TO WS-MARKER-FIRST-SEQ
                MOVE AW-WINDOW-STATE TO WS-MARKER-STATE
        END-READ
        CLOSE WINDOW-CONTROL-FILE
    END-IF.

WRITE-WINDOW-MARKER.
    OPEN OUTPUT WINDOW-CONTROL-FILE.
    WRITE WINDOW-CONTROL-RECORD.
    CLOSE WINDOW-CONTROL-FILE.

LOCATE-AUDIT-TAIL.
    MOVE "N" TO WS-TAIL-EOF.
    OPEN INPUT DICE-AUDIT-LOG-FILE.
    IF WS-AUDIT-STATUS = "00"
        PERFORM FIND-AUDIT-TAIL UNTIL WS-TAIL-EOF = "Y"
        CLOSE DICE-AUDIT-LOG-FILE
    END-IF.

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

REGISTER-WINDOW-OPEN.
    PERFORM OPEN-WINDOW-REGISTRY.
    MOVE WS-WINDOW-FIRST-SEQ TO WR-WINDOW-ID.
    MOVE "O" TO WR-STATE.
    MOVE WS-WINDOW-FIRST-SEQ TO WR-FIRST-SEQ.
    MOVE 0 TO WR-LAST-SEQ.
    MOVE WS-RUN-TIMESTAMP TO WR-OPEN-TS.
    MOVE 0 TO WR-CLOSE-TS.
    MOVE WS-CHAIN-SEAL TO WR-OPEN-SEAL.
    MOVE 0 TO WR-CLOSE-SEAL.
    MOVE 0 TO WR-SEAL-COUNT.
    MOVE 0 TO WR-FACE-HASH.
    WRITE WINDOW-REGISTRY-RECORD
        INVALID KEY REWRITE WINDOW-REGISTRY-RECORD
    END-WRITE.
    CLOSE WINDOW-REGISTRY-FILE.

OPEN-WINDOW-REGISTRY.
    OPEN I-O WINDOW-REGISTRY-FILE.
    IF WS-REGISTRY-STATUS = "35"
        OPEN OUTPUT WINDOW-REGISTRY-FILE
        CLOSE WINDOW-REGISTRY-FILE
        OPEN I-O WINDOW-REGISTRY-FILE
    END-IF.
    IF WS-REGISTRY-STATUS NOT = "00"
        DISPLAY "ROLL-ONLINE: FATAL - CANNOT OPEN WINDOW-REGISTRY-FILE, "
            "STATUS=" WS-REGISTRY-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The work files carry the window id in their names, so every online
*> window keeps its own set until the end-of-window jobs have run.
BUILD-WORK-FILENAMES.
    MOVE WS-WINDOW-FIRST-SEQ TO WS-WINDOW-ID-TEXT.
    MOVE SPACES TO WS-REQUEST-FILENAME.
    STRING "ONLQ" WS-WINDOW-ID-TEXT ".DAT" DELIMITED BY SIZE
        INTO WS-REQUEST-FILENAME.
    MOVE SPACES TO WS-RESULTS-FILENAME.
    STRING "ONLR" WS-WINDOW-ID-TEXT ".DAT" DELIMITED BY SIZE
        INTO WS-RESULTS-FILENAME.
    MOVE SPACES TO WS-TOTALS-FILENAME.
    STRING "ONLT" WS-WINDOW-ID-TEXT ".DAT" DELIMITED BY SIZE
        INTO WS-TOTALS-FILENAME.

ROLL-ONE-SEGMENT.
    IF WS-SEG-INDEX = 0
        MOVE ED-NUM-DICE TO WS-SEG-COUNT
        MOVE ED-SIDES TO WS-POOL-SIDES
    ELSE
        MOVE ED-SEG-NUM-DICE(WS-SEG-INDEX) TO WS-SEG-COUNT
        MOVE ED-SEG-SIDES(WS-SEG-INDEX) TO WS-POOL-SIDES
    END-IF.
    DISPLAY "  " WS-SEG-COUNT "D" WS-POOL-SIDES ":".
    MOVE SPACES TO WS-FACE-LINE.
    MOVE 1 TO WS-FACE-POINTER.
    MOVE 0 TO WS-FACES-ON-LINE.
    MOVE WS-SEG-COUNT TO WS-DICE-REMAINING.
    PERFORM ROLL-AND-RECORD-BATCH UNTIL WS-DICE-REMAINING = 0.
    IF WS-FACES-ON-LINE > 0
        DISPLAY "    " WS-FACE-LINE
    END-IF.

ROLL-AND-RECORD-BATCH.
    IF WS-DICE-REMAINING > 500
        MOVE 500 TO WS-POOL-COUNT
    ELSE
        MOVE WS-DICE-REMAINING TO WS-POOL-COUNT
    END-IF.
    CALL "ROLL-POOL" USING BY REFERENCE
        WS-POOL-COUNT, WS-POOL-SIDES, WS-POOL-FACES, WS-POOL-TOTAL,
        WS-SEED-USED, WS-SEED-OVERRIDE.
    PERFORM RECORD-ONE-DIE VARYING WS-DIE-INDEX FROM 1 BY 1
        UNTIL WS-DIE-INDEX > WS-POOL-COUNT.
    SUBTRACT WS-POOL-COUNT FROM WS-DICE-REMAINING.

*> Each audit record is sealed onto the one before it as it is
*> written, under the same rule ROLL-BATCH uses.
RECORD-ONE-DIE.
    ADD 1 TO WS-AUDIT-SEQ.
    ADD 1 TO WS-REQ-FACE-COUNT(WS-POOL-FACE(WS-DIE-INDEX)).
    MOVE ED-SESSION-ID TO RR-SESSION-ID.
    MOVE "ONLINE" TO RR-REQUESTOR.
    MOVE WS-POOL-SIDES TO RR-SIDES.
    MOVE WS-POOL-FACE(WS-DIE-INDEX) TO RR-FACE-VALUE.
    MOVE WS-RUN-TIMESTAMP TO RR-TIMESTAMP.
    WRITE ONLINE-RESULT-RECORD.
    MOVE WS-AUDIT-SEQ TO AL-SEQUENCE-NUMBER.
    MOVE WS-SEED-USED TO AL-SEED.
    MOVE ED-SESSION-ID TO AL-SESSION-ID.
    MOVE "ONLINE" TO AL-REQUESTOR.
    MOVE WS-POOL-SIDES TO AL-SIDES.
    MOVE WS-POOL-FACE(WS-DIE-INDEX) TO AL-FACE-VALUE.
    MOVE WS-RUN-TIMESTAMP TO AL-TIMESTAMP.
    CALL "ROLL-SEAL" USING BY REFERENCE AUDIT-LOG-RECORD,
        WS-CHAIN-SEAL, WS-NEXT-SEAL.
    MOVE WS-NEXT-SEAL TO AL-SEAL.
    MOVE WS-NEXT-SEAL TO WS-CHAIN-SEAL.
    ADD WS-POOL-FACE(WS-DIE-INDEX) TO WS-FACE-HASH.
    WRITE AUDIT-LOG-RECORD.
    STRING WS-POOL-FACE(WS-DIE-INDEX) " " DELIMITED BY SIZE
        INTO WS-FACE-LINE WITH POINTER WS-FACE-POINTER.
    ADD 1 TO WS-FACES-ON-LINE.
    IF WS-FACES-ON-LINE >= 15
        DISPLAY "    " WS-FACE-LINE
        MOVE SPACES TO WS-FACE-LINE
        MOVE 1 TO WS-FACE-POINTER
        MOVE 0 TO WS-FACES-ON-LINE
    END-IF.

*> Keep-highest keeps the KEEP-COUNT best faces of the whole request
*> pool; drop-lowest keeps everything but the KEEP-COUNT worst. Both
*> reduce to "take the N highest faces", walked from face 999 down
*> over the per-face occurrence counts, as in ROLL-BATCH.
COMPUTE-KEPT-SUM.
    IF ED-KEEP-TYPE = "H"
        MOVE ED-KEEP-COUNT TO WS-KEEP-TARGET
    ELSE
        IF ED-KEEP-TYPE = "L"
            COMPUTE WS-KEEP-TARGET = WS-TOTAL-DICE - ED-KEEP-COUNT
        ELSE
            MOVE WS-TOTAL-DICE TO WS-KEEP-TARGET
        END-IF
    END-IF.
    MOVE 0 TO WS-KEPT-SUM.
    PERFORM TAKE-ONE-FACE VARYING WS-FACE-INDEX FROM 999 BY -1
        UNTIL WS-FACE-INDEX = 0 OR WS-KEEP-TARGET = 0.

TAKE-ONE-FACE.
    IF WS-REQ-FACE-COUNT(WS-FACE-INDEX) > 0
        IF WS-REQ-FACE-COUNT(WS-FACE-INDEX) > WS-KEEP-TARGET
            MOVE WS-KEEP-TARGET TO WS-TAKE-COUNT
        ELSE
            MOVE WS-REQ-FACE-COUNT(WS-FACE-INDEX) TO WS-TAKE-COUNT
        END-IF
        COMPUTE WS-KEPT-SUM =
            WS-KEPT-SUM + WS-TAKE-COUNT * WS-FACE-INDEX
        SUBTRACT WS-TAKE-COUNT FROM WS-KEEP-TARGET
    END-IF.

*> The online window holds one request, so its sequence is always 1 -
*> its ordinal place in the window's request file, as ROLL-PROOF
*> expects of a batch window.
WRITE-REQUEST-TOTAL.
    PERFORM COMPUTE-KEPT-SUM.
    IF ED-MOD-SIGN = "-"
        COMPUTE WS-REQ-TOTAL = WS-KEPT-SUM - ED-MODIFIER
    ELSE
        COMPUTE WS-REQ-TOTAL = WS-KEPT-SUM + ED-MODIFIER
    END-IF.
    MOVE ED-SESSION-ID TO RT-SESSION-ID.
    MOVE 1 TO RT-REQUEST-SEQ.
    MOVE WS-TOTAL-DICE TO RT-DICE-ROLLED.
    MOVE ED-KEEP-TYPE TO RT-KEEP-TYPE.
    MOVE ED-KEEP-COUNT TO RT-KEEP-COUNT.
    MOVE ED-MOD-SIGN TO RT-MOD-SIGN.
    MOVE ED-MODIFIER TO RT-MODIFIER.
    MOVE WS-REQ-TOTAL TO RT-TOTAL.
    WRITE ONLINE-TOTAL-RECORD.

*> The window is closed and sealed on the registry as ROLL-BATCH
*> closes one. The AUDITWIN.DAT marker then goes back to what it
*> said before the roll, so the batch window it named is still the
*> one the end-of-window jobs take by default.
CLOSE-ONLINE-WINDOW.
    CALL "time" USING BY REFERENCE WS-RUN-TIMESTAMP-BIN.
    MOVE WS-RUN-TIMESTAMP-BIN TO WS-CLOSE-TIMESTAMP.
    COMPUTE WS-SEAL-COUNT = WS-AUDIT-SEQ - WS-WINDOW-FIRST-SEQ + 1.
    PERFORM OPEN-WINDOW-REGISTRY.
    MOVE WS-WINDOW-FIRST-SEQ TO WR-WINDOW-ID.
    READ WINDOW-REGISTRY-FILE
        INVALID KEY
            DISPLAY "ROLL-ONLINE: FATAL - WINDOW " WS-WINDOW-FIRST-SEQ
                " LOST FROM REGISTRY"
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ.
    MOVE "C" TO WR-STATE.
    MOVE WS-AUDIT-SEQ TO WR-LAST-SEQ.
    MOVE WS-CLOSE-TIMESTAMP TO WR-CLOSE-TS.
    MOVE WS-CHAIN-SEAL TO WR-CLOSE-SEAL.
    MOVE WS-SEAL-COUNT TO WR-SEAL-COUNT.
    MOVE WS-FACE-HASH TO WR-FACE-HASH.
    REWRITE WINDOW-REGISTRY-RECORD.
    CLOSE WINDOW-REGISTRY-FILE.
    IF WS-MARKER-FOUND = "Y"
        MOVE WS-MARKER-FIRST-SEQ TO AW-WINDOW-FIRST-SEQ
        MOVE WS-MARKER-STATE TO AW-WINDOW-STATE
        PERFORM WRITE-WINDOW-MARKER
    ELSE
        CALL "CBL_DELETE_FILE" USING "AUDITWIN.DAT"
            RETURNING WS-MARKER-DEL-STATUS
    END-IF.

WRITE-JOURNAL-ENTRY.
    OPEN EXTEND ONLINE-JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00"
        OPEN OUTPUT ONLINE-JOURNAL-FILE
    END-IF.
    MOVE WS-WINDOW-FIRST-SEQ TO OJ-WINDOW-ID.
    MOVE ED-SESSION-ID TO OJ-SESSION-ID.
    MOVE WS-RUN-TIMESTAMP TO OJ-TIMESTAMP.
    MOVE WS-AUDIT-SEQ TO OJ-LAST-SEQ.
    MOVE WS-TOTAL-DICE TO OJ-DICE-ROLLED.
    MOVE WS-REQ-TOTAL TO OJ-TOTAL.
    MOVE SPACE TO OJ-DRAIN-STATE.
    MOVE SPACES TO OJ-DRAIN-DATE.
    WRITE ONLINE-JOURNAL-RECORD.
    CLOSE ONLINE-JOURNAL-FILE.

SHOW-REQUEST-TOTAL.
    DISPLAY " ".
    DISPLAY WS-TOTAL-HEADING.
    MOVE RT-SESSION-ID TO TL-SESSION-ID.
    MOVE RT-REQUEST-SEQ TO TL-REQUEST-SEQ.
    MOVE RT-DICE-ROLLED TO TL-DICE-ROLLED.
    MOVE RT-KEEP-TYPE TO TL-KEEP-TYPE.
    MOVE RT-KEEP-COUNT TO TL-KEEP-COUNT.
    MOVE RT-MOD-SIGN TO TL-MOD-SIGN.
    MOVE RT-MODIFIER TO TL-MODIFIER.
    MOVE RT-TOTAL TO TL-TOTAL.
    DISPLAY WS-TOTAL-LINE.
    DISPLAY "WINDOW " WS-WINDOW-FIRST-SEQ " SEQUENCES "
        WS-WINDOW-FIRST-SEQ " - " WS-AUDIT-SEQ " SEALED, WORK FILES "
        WS-REQUEST-FILENAME " " WS-RESULTS-FILENAME " "
        WS-TOTALS-FILENAME.

WRITE-ACCESS-JOURNAL.
    CALL "ROLL-ACCJRNL" USING BY REFERENCE WS-ACCESS-PROGRAM,
        SO-OPERATOR-ID, WS-ACCESS-EVENT, WS-ACCESS-DETAIL.
