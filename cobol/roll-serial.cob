IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-SERIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "SERIAL.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT DICE-AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
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
    SELECT SERIAL-REPORT-FILE ASSIGN TO "SERIAL.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-CARD PIC X(80).

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

FD  SERIAL-REPORT-FILE.
01  SERIAL-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC XX.
01 WS-CONTROL-EOF PIC X.
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-AUDIT-FILENAME PIC X(44) VALUE "DICEAUDIT.DAT".
01 WS-AUDIT-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-REGISTRY-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-EOF PIC X.
01 WS-RUN-DATE PIC 9(8).
01 WS-WINDOW-ID PIC 9(8) VALUE 0.
01 WS-WINDOW-FIRST-SEQ PIC 9(8).
01 WS-WINDOW-LAST-SEQ PIC 9(8).
01 WS-PRIOR-SEQ PIC 9(8).
01 WS-DICE-ANALYSED PIC 9(8) VALUE 0.
01 WS-SEQ-BREAKS PIC 9(8) VALUE 0.
01 WS-EARLIER-RECORDS PIC 9(8) VALUE 0.

*> Limits for the Z statistics of the runs and correlation tests, and
*> the chi-square limits of the gap test, which follow the
*> df + k * SQRT(2 * df) rule ROLL-CALIBRATE and ROLL-TREND apply:
*> k = 2 to warn, k = 4 to fail. Below the minimum sample a test is
*> reported but not judged. The gap test needs 160 gaps before its
*> smallest expected cell reaches five.
01 WS-WARN-Z PIC 9V99 VALUE 2.00.
01 WS-FAIL-Z PIC 9V99 VALUE 3.00.
01 WS-MIN-DICE PIC 9(8) VALUE 30.
01 WS-MIN-GAPS PIC 9(8) VALUE 160.
01 WS-GAP-DF PIC 9 VALUE 5.
01 WS-GAP-WARN PIC 9(4)V9(4).
01 WS-GAP-FAIL PIC 9(4)V9(4).

*> One entry per die type in the window, built in the order the die
*> types first appear. The prior face drives the runs, the
*> correlation and the gap walks. A gap is the number of dice between
*> two dice landing in the low half of the die (face <= sides / 2),
*> counted 0 to 4 and 5-or-more.
01 WS-DIE-TYPE-COUNT PIC 99 VALUE 0.
01 WS-DIE-TYPE-OVERFLOW PIC 9(8) VALUE 0.
01 WS-DIE-TYPE-TABLE.
    05 WS-DIE-TYPE OCCURS 20 TIMES.
        10 DT-SIDES PIC 999.
        10 DT-COUNT PIC 9(8).
        10 DT-PRIOR-FACE PIC 999.
        10 DT-DIRECTION PIC X.
        10 DT-RUNS PIC 9(8).
        10 DT-STEPS PIC 9(8).
        10 DT-LAG-SUM PIC S9(14)V99.
        10 DT-GAP-OPEN PIC X.
        10 DT-GAP-LENGTH PIC 9(8).
        10 DT-GAPS PIC 9(8).
        10 DT-GAP-CELL PIC 9(8) OCCURS 6 TIMES.
01 WS-DT-INDEX PIC 99.
01 WS-FOUND-INDEX PIC 99.
01 WS-CELL-INDEX PIC 9.
01 WS-DIRECTION PIC X.
01 WS-MEAN PIC 9(3)V9.
01 WS-LOW-HALF PIC 999.

*> Test arithmetic.
01 WS-S PIC 9(4).
01 WS-TURN-POINTS PIC 9(8).
01 WS-TURN-CHANCE PIC 9V9(8).
01 WS-TURN-COV-1 PIC S9V9(8).
01 WS-TURN-COV-2 PIC S9V9(8).
01 WS-RUNS-EXPECTED PIC 9(8)V9(4).
01 WS-RUNS-VARIANCE PIC 9(8)V9(4).
01 WS-VARIANCE PIC 9(8)V9(4).
01 WS-PAIRS PIC 9(8).
01 WS-CORRELATION PIC S9V9(6).
01 WS-Z PIC S9(6)V9(4).
01 WS-Z-SIZE PIC 9(6)V9(4).
01 WS-HIT-PROB PIC 9V9(6).
01 WS-CELL-PROB PIC 9V9(6).
01 WS-EXPECTED PIC 9(8)V9(4).
01 WS-DIFF PIC S9(8)V9(4).
01 WS-DIFF-SQ PIC 9(16)V9(8).
01 WS-CHI-SQUARE PIC 9(8)V9(4).
01 WS-TEST-RESULT PIC X(8).
01 WS-PASS-COUNT PIC 9(4) VALUE 0.
01 WS-WARN-COUNT PIC 9(4) VALUE 0.
01 WS-FAIL-COUNT PIC 9(4) VALUE 0.
01 WS-UNJUDGED-COUNT PIC 9(4) VALUE 0.

*> Every seed the window's dice were rolled under. ROLL seeds once
*> per process, so a window normally shows one, plus one for each
*> restart. A seed met again on an earlier record means the window
*> replayed a sequence already dealt.
01 WS-SEED-COUNT PIC 99 VALUE 0.
01 WS-SEED-OVERFLOW PIC 9(8) VALUE 0.
01 WS-SEED-TABLE.
    05 WS-SEED-ENTRY OCCURS 20 TIMES.
        10 SE-SEED PIC 9(10).
        10 SE-FIRST-SEQ PIC 9(8).
        10 SE-DICE PIC 9(8).
        10 SE-EARLIER-SEQ PIC 9(8).
01 WS-SEED-INDEX PIC 99.
01 WS-SEED-FOUND PIC 99.

01 WS-OPSLOG-PROGRAM PIC X(14) VALUE "ROLL-SERIAL".
01 WS-OPSLOG-EVENT PIC X(5).
01 WS-OPSLOG-IN PIC 9(8).
01 WS-OPSLOG-OUT PIC 9(8).
01 WS-OPSLOG-RC PIC 99.

01 WS-HEADING-1.
    05 FILLER PIC X(44)
        VALUE "ROLL-SERIAL  SERIAL INDEPENDENCE ANALYSIS   ".
    05 H1-DATE PIC 9999/99/99.
01 WS-WINDOW-LINE.
    05 FILLER PIC X(7) VALUE "WINDOW ".
    05 WL-WINDOW-ID PIC 9(8).
    05 FILLER PIC X(12) VALUE "  SEQUENCES ".
    05 WL-FIRST-SEQ PIC 9(8).
    05 FILLER PIC X(3) VALUE " - ".
    05 WL-LAST-SEQ PIC 9(8).
01 WS-FILE-LINE.
    05 FILLER PIC X(12) VALUE "AUDIT FILE  ".
    05 FL-FILENAME PIC X(44).
01 WS-HEADING-2.
    05 FILLER PIC X(7) VALUE "DIE".
    05 FILLER PIC X(10) VALUE "DICE".
    05 FILLER PIC X(20) VALUE "TEST".
    05 FILLER PIC X(12) VALUE "OBSERVED".
    05 FILLER PIC X(14) VALUE "EXPECTED".
    05 FILLER PIC X(16) VALUE "STATISTIC".
    05 FILLER PIC X(8) VALUE "RESULT".
01 WS-DETAIL-LINE.
    05 FILLER PIC X VALUE "D".
    05 DL-SIDES PIC ZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-DICE PIC ZZZZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-TEST PIC X(20).
    05 DL-OBSERVED PIC ZZZZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-EXPECTED PIC ZZZZZZZ9.9999.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-STATISTIC PIC ------9.9999.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-RESULT PIC X(8).
01 WS-SEED-HEADING.
    05 FILLER PIC X(12) VALUE "SEED".
    05 FILLER PIC X(10) VALUE "FIRST SEQ".
    05 FILLER PIC X(10) VALUE "DICE".
    05 FILLER PIC X(14) VALUE "EARLIER USE".
    05 FILLER PIC X(8) VALUE "RESULT".
01 WS-SEED-LINE.
    05 SL-SEED PIC 9(10).
    05 FILLER PIC XX VALUE SPACES.
    05 SL-FIRST-SEQ PIC 9(8).
    05 FILLER PIC XX VALUE SPACES.
    05 SL-DICE PIC ZZZZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 SL-EARLIER-SEQ PIC X(8).
    05 FILLER PIC X(6) VALUE SPACES.
    05 SL-RESULT PIC X(8).
01 WS-COUNT-LINE.
    05 CL-LABEL PIC X(30).
    05 CL-COUNT PIC ZZZZZZZ9.
01 WS-VERDICT-LINE PIC X(50).

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM LOG-RUN-START.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-WINDOW-CONTROL.
    PERFORM LOAD-REGISTERED-WINDOW.
    COMPUTE WS-GAP-WARN = WS-GAP-DF + 2 * FUNCTION SQRT(2 * WS-GAP-DF).
    COMPUTE WS-GAP-FAIL = WS-GAP-DF + 4 * FUNCTION SQRT(2 * WS-GAP-DF).
    PERFORM WALK-WINDOW.
    PERFORM SEARCH-EARLIER-SEEDS.
    OPEN OUTPUT SERIAL-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADINGS.
    PERFORM JUDGE-ONE-DIE-TYPE VARYING WS-DT-INDEX FROM 1 BY 1
        UNTIL WS-DT-INDEX > WS-DIE-TYPE-COUNT.
    PERFORM WRITE-SEED-SECTION.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE SERIAL-REPORT-FILE.
    IF WS-FAIL-COUNT > 0
        DISPLAY "ROLL-SERIAL: *** WINDOW " WS-WINDOW-ID " FAILED "
            WS-FAIL-COUNT " INDEPENDENCE TESTS - SEE SERIAL.RPT ***"
        MOVE 2 TO RETURN-CODE
    ELSE
        DISPLAY "ROLL-SERIAL: WINDOW " WS-WINDOW-ID " PASSED="
            WS-PASS-COUNT " WARNED=" WS-WARN-COUNT
            " NOT JUDGED=" WS-UNJUDGED-COUNT
        MOVE 0 TO RETURN-CODE
    END-IF.
    PERFORM LOG-RUN-END.
    STOP RUN.

*> A START with no matching END in OPSLOG.DAT tells ROLL-VERIFY the
*> run died. The END carries dice analysed in and tests failed out;
*> the job's own return code is put back after the call.
LOG-RUN-START.
    MOVE "START" TO WS-OPSLOG-EVENT.
    MOVE 0 TO WS-OPSLOG-IN.
    MOVE 0 TO WS-OPSLOG-OUT.
    MOVE 0 TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.

LOG-RUN-END.
    MOVE "END" TO WS-OPSLOG-EVENT.
    MOVE WS-DICE-ANALYSED TO WS-OPSLOG-IN.
    MOVE WS-FAIL-COUNT TO WS-OPSLOG-OUT.
    MOVE RETURN-CODE TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.
    MOVE WS-OPSLOG-RC TO RETURN-CODE.

*> SERIAL.PRM takes the same WINDOW-ID= and AUDIT-FILE= cards as
*> ROLL-SEALCHK. Without a WINDOW-ID card the latest window is taken
*> from AUDITWIN.DAT; without an AUDIT-FILE card the live log is
*> walked. Earlier seeds are looked for in the same file only.
LOAD-WINDOW-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CONTROL-STATUS NOT = "00"
            DISPLAY "ROLL-SERIAL: FATAL - CANNOT OPEN RUN-CONTROL-FILE, "
                "STATUS=" WS-CONTROL-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-CONTROL-EOF
        PERFORM READ-CONTROL-CARD UNTIL WS-CONTROL-EOF = "Y"
        CLOSE RUN-CONTROL-FILE
    END-IF.
    IF WS-WINDOW-ID = 0
        OPEN INPUT WINDOW-CONTROL-FILE
        IF WS-WINDOW-STATUS = "00"
            READ WINDOW-CONTROL-FILE
                AT END CONTINUE
                NOT AT END MOVE AW-WINDOW-FIRST-SEQ TO WS-WINDOW-ID
            END-READ
            CLOSE WINDOW-CONTROL-FILE
        END-IF
    END-IF.
    IF WS-WINDOW-ID = 0
        DISPLAY "ROLL-SERIAL: FATAL - NO WINDOW-ID CARD AND NO "
            "WINDOW MARKER ON FILE"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-CONTROL-CARD.
    READ RUN-CONTROL-FILE
        AT END MOVE "Y" TO WS-CONTROL-EOF
        NOT AT END
            IF RUN-CONTROL-CARD NOT = SPACES
                    AND RUN-CONTROL-CARD(1:1) NOT = "*"
                PERFORM APPLY-CONTROL-CARD
            END-IF
    END-READ.

APPLY-CONTROL-CARD.
    MOVE SPACES TO WS-PARM-KEYWORD.
    MOVE SPACES TO WS-PARM-VALUE.
    UNSTRING RUN-CONTROL-CARD DELIMITED BY "="
        INTO WS-PARM-KEYWORD, WS-PARM-VALUE.
    EVALUATE WS-PARM-KEYWORD
        WHEN "WINDOW-ID"
            IF WS-PARM-VALUE(1:8) NOT NUMERIC
                DISPLAY "ROLL-SERIAL: FATAL - WINDOW-ID MUST BE 8 DIGITS, "
                    "GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-VALUE(1:8) TO WS-WINDOW-ID
        WHEN "AUDIT-FILE"
            MOVE WS-PARM-VALUE TO WS-AUDIT-FILENAME
        WHEN OTHER
            DISPLAY "ROLL-SERIAL: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> Only a closed window has a last sequence to walk to.
LOAD-REGISTERED-WINDOW.
    OPEN INPUT WINDOW-REGISTRY-FILE.
    IF WS-REGISTRY-STATUS NOT = "00"
        DISPLAY "ROLL-SERIAL: FATAL - CANNOT OPEN WINDOW-REGISTRY-FILE, "
            "STATUS=" WS-REGISTRY-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-WINDOW-ID TO WR-WINDOW-ID.
    READ WINDOW-REGISTRY-FILE
        INVALID KEY
            DISPLAY "ROLL-SERIAL: FATAL - WINDOW " WS-WINDOW-ID
                " NOT ON REGISTRY"
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ.
    CLOSE WINDOW-REGISTRY-FILE.
    IF WR-STATE NOT = "C"
        DISPLAY "ROLL-SERIAL: FATAL - WINDOW " WS-WINDOW-ID
            " NOT MARKED COMPLETE"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WR-FIRST-SEQ TO WS-WINDOW-FIRST-SEQ.
    MOVE WR-LAST-SEQ TO WS-WINDOW-LAST-SEQ.
    DISPLAY "ROLL-SERIAL: ANALYSING WINDOW " WS-WINDOW-ID
        " SEQUENCES " WS-WINDOW-FIRST-SEQ " - " WS-WINDOW-LAST-SEQ
        " IN " WS-AUDIT-FILENAME.

WALK-WINDOW.
    OPEN INPUT DICE-AUDIT-LOG-FILE.
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "ROLL-SERIAL: FATAL - CANNOT OPEN " WS-AUDIT-FILENAME
            ", STATUS=" WS-AUDIT-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE WS-PRIOR-SEQ = WS-WINDOW-FIRST-SEQ - 1.
    MOVE "N" TO WS-EOF.
    PERFORM READ-ONE-AUDIT UNTIL WS-EOF = "Y".
    CLOSE DICE-AUDIT-LOG-FILE.

*> The log is written in sequence order. A record out of order
*> (which ROLL-SEALCHK would report) is left out of the walk, since
*> the tests are only meaningful in the order the dice were rolled.
READ-ONE-AUDIT.
    READ DICE-AUDIT-LOG-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            IF AL-SEQUENCE-NUMBER >= WS-WINDOW-FIRST-SEQ
                    AND AL-SEQUENCE-NUMBER <= WS-WINDOW-LAST-SEQ
                IF AL-SEQUENCE-NUMBER <= WS-PRIOR-SEQ
                    ADD 1 TO WS-SEQ-BREAKS
                ELSE
                    MOVE AL-SEQUENCE-NUMBER TO WS-PRIOR-SEQ
                    PERFORM TAKE-ONE-DIE
                END-IF
            END-IF
    END-READ.

TAKE-ONE-DIE.
    ADD 1 TO WS-DICE-ANALYSED.
    PERFORM NOTE-SEED.
    MOVE 0 TO WS-FOUND-INDEX.
    PERFORM VARYING WS-DT-INDEX FROM 1 BY 1
            UNTIL WS-DT-INDEX > WS-DIE-TYPE-COUNT
        IF DT-SIDES(WS-DT-INDEX) = AL-SIDES
            MOVE WS-DT-INDEX TO WS-FOUND-INDEX
        END-IF
    END-PERFORM.
    IF WS-FOUND-INDEX = 0
        IF WS-DIE-TYPE-COUNT >= 20
            ADD 1 TO WS-DIE-TYPE-OVERFLOW
        ELSE
            ADD 1 TO WS-DIE-TYPE-COUNT
            MOVE WS-DIE-TYPE-COUNT TO WS-FOUND-INDEX
            PERFORM START-DIE-TYPE
        END-IF
    END-IF.
    IF WS-FOUND-INDEX > 0
        MOVE WS-FOUND-INDEX TO WS-DT-INDEX
        PERFORM STEP-DIE-TYPE
    END-IF.

START-DIE-TYPE.
    MOVE AL-SIDES TO DT-SIDES(WS-FOUND-INDEX).
    MOVE 0 TO DT-COUNT(WS-FOUND-INDEX).
    MOVE 0 TO DT-PRIOR-FACE(WS-FOUND-INDEX).
    MOVE SPACE TO DT-DIRECTION(WS-FOUND-INDEX).
    MOVE 0 TO DT-RUNS(WS-FOUND-INDEX).
    MOVE 0 TO DT-STEPS(WS-FOUND-INDEX).
    MOVE 0 TO DT-LAG-SUM(WS-FOUND-INDEX).
    MOVE "N" TO DT-GAP-OPEN(WS-FOUND-INDEX).
    MOVE 0 TO DT-GAP-LENGTH(WS-FOUND-INDEX).
    MOVE 0 TO DT-GAPS(WS-FOUND-INDEX).
    PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1 UNTIL WS-CELL-INDEX > 6
        MOVE 0 TO DT-GAP-CELL(WS-FOUND-INDEX, WS-CELL-INDEX)
    END-PERFORM.

*> Runs: a run is a stretch of faces all rising or all falling; an
*> equal face neither starts nor ends one. Correlation: the product of
*> each face and the one before it, both taken from the die's true
*> mean (sides + 1) / 2. Gaps: see the table above.
STEP-DIE-TYPE.
    COMPUTE WS-MEAN = (DT-SIDES(WS-DT-INDEX) + 1) / 2.
    IF DT-COUNT(WS-DT-INDEX) > 0
        MOVE SPACE TO WS-DIRECTION
        IF AL-FACE-VALUE > DT-PRIOR-FACE(WS-DT-INDEX)
            MOVE "U" TO WS-DIRECTION
        END-IF
        IF AL-FACE-VALUE < DT-PRIOR-FACE(WS-DT-INDEX)
            MOVE "D" TO WS-DIRECTION
        END-IF
        IF WS-DIRECTION NOT = SPACE
            ADD 1 TO DT-STEPS(WS-DT-INDEX)
            IF WS-DIRECTION NOT = DT-DIRECTION(WS-DT-INDEX)
                ADD 1 TO DT-RUNS(WS-DT-INDEX)
                MOVE WS-DIRECTION TO DT-DIRECTION(WS-DT-INDEX)
            END-IF
        END-IF
        COMPUTE DT-LAG-SUM(WS-DT-INDEX) = DT-LAG-SUM(WS-DT-INDEX)
            + (DT-PRIOR-FACE(WS-DT-INDEX) - WS-MEAN)
            * (AL-FACE-VALUE - WS-MEAN)
    END-IF.
    ADD 1 TO DT-COUNT(WS-DT-INDEX).
    MOVE AL-FACE-VALUE TO DT-PRIOR-FACE(WS-DT-INDEX).
    COMPUTE WS-LOW-HALF = DT-SIDES(WS-DT-INDEX) / 2.
    IF AL-FACE-VALUE <= WS-LOW-HALF
        IF DT-GAP-OPEN(WS-DT-INDEX) = "Y"
            IF DT-GAP-LENGTH(WS-DT-INDEX) > 5
                MOVE 6 TO WS-CELL-INDEX
            ELSE
                COMPUTE WS-CELL-INDEX = DT-GAP-LENGTH(WS-DT-INDEX) + 1
            END-IF
            ADD 1 TO DT-GAP-CELL(WS-DT-INDEX, WS-CELL-INDEX)
            ADD 1 TO DT-GAPS(WS-DT-INDEX)
        END-IF
        MOVE "Y" TO DT-GAP-OPEN(WS-DT-INDEX)
        MOVE 0 TO DT-GAP-LENGTH(WS-DT-INDEX)
    ELSE
        IF DT-GAP-OPEN(WS-DT-INDEX) = "Y"
            ADD 1 TO DT-GAP-LENGTH(WS-DT-INDEX)
        END-IF
    END-IF.

NOTE-SEED.
    MOVE 0 TO WS-SEED-FOUND.
    PERFORM VARYING WS-SEED-INDEX FROM 1 BY 1
            UNTIL WS-SEED-INDEX > WS-SEED-COUNT
        IF SE-SEED(WS-SEED-INDEX) = AL-SEED
            MOVE WS-SEED-INDEX TO WS-SEED-FOUND
        END-IF
    END-PERFORM.
    IF WS-SEED-FOUND = 0
        IF WS-SEED-COUNT >= 20
            ADD 1 TO WS-SEED-OVERFLOW
        ELSE
            ADD 1 TO WS-SEED-COUNT
            MOVE WS-SEED-COUNT TO WS-SEED-FOUND
            MOVE AL-SEED TO SE-SEED(WS-SEED-FOUND)
            MOVE AL-SEQUENCE-NUMBER TO SE-FIRST-SEQ(WS-SEED-FOUND)
            MOVE 0 TO SE-DICE(WS-SEED-FOUND)
            MOVE 0 TO SE-EARLIER-SEQ(WS-SEED-FOUND)
        END-IF
    END-IF.
    IF WS-SEED-FOUND > 0
        ADD 1 TO SE-DICE(WS-SEED-FOUND)
    END-IF.

*> Second pass over the records ahead of the window, stopping at the
*> window's first record.
SEARCH-EARLIER-SEEDS.
    OPEN INPUT DICE-AUDIT-LOG-FILE.
    MOVE "N" TO WS-EOF.
    PERFORM CHECK-ONE-EARLIER-SEED UNTIL WS-EOF = "Y".
    CLOSE DICE-AUDIT-LOG-FILE.

CHECK-ONE-EARLIER-SEED.
    READ DICE-AUDIT-LOG-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            IF AL-SEQUENCE-NUMBER >= WS-WINDOW-FIRST-SEQ
                MOVE "Y" TO WS-EOF
            ELSE
                ADD 1 TO WS-EARLIER-RECORDS
                PERFORM VARYING WS-SEED-INDEX FROM 1 BY 1
                        UNTIL WS-SEED-INDEX > WS-SEED-COUNT
                    IF SE-SEED(WS-SEED-INDEX) = AL-SEED
                            AND SE-EARLIER-SEQ(WS-SEED-INDEX) = 0
                        MOVE AL-SEQUENCE-NUMBER
                            TO SE-EARLIER-SEQ(WS-SEED-INDEX)
                    END-IF
                END-PERFORM
            END-IF
    END-READ.

JUDGE-ONE-DIE-TYPE.
    PERFORM JUDGE-RUNS-TEST.
    PERFORM JUDGE-CORRELATION-TEST.
    PERFORM JUDGE-GAP-TEST.

*> Runs up and down over the faces that moved. A run ends wherever
*> the faces turn, and with n faces left once repeats are dropped
*> there are n - 2 places a turn can fall. For a fair die of s sides
*> a turn comes with chance p = (2s - 1) / (3(s - 1)); neighbouring
*> turn points covary by -(s - 2)(s + 1) / (36(s - 1)**2) and turn
*> points two apart by (s - 2)(s + 1)(s + 2) / (180(s - 1)**3). For
*> large s these give the familiar (2n - 1) / 3 and (16n - 29) / 90.
*> A two-sided die always turns once repeats are dropped, so it is
*> not judged. Too few runs means trends, too many means see-sawing.
JUDGE-RUNS-TEST.
    MOVE 0 TO WS-Z.
    MOVE 0 TO WS-RUNS-EXPECTED.
    IF DT-STEPS(WS-DT-INDEX) > 1
        COMPUTE WS-TURN-POINTS = DT-STEPS(WS-DT-INDEX) - 1
    ELSE
        MOVE 0 TO WS-TURN-POINTS
    END-IF.
    IF DT-SIDES(WS-DT-INDEX) < 3
        MOVE "N/A" TO WS-TEST-RESULT
        ADD 1 TO WS-UNJUDGED-COUNT
    ELSE
        MOVE DT-SIDES(WS-DT-INDEX) TO WS-S
        COMPUTE WS-TURN-CHANCE ROUNDED =
            (2 * WS-S - 1) / (3 * (WS-S - 1))
        COMPUTE WS-RUNS-EXPECTED ROUNDED =
            1 + WS-TURN-POINTS * WS-TURN-CHANCE
        IF DT-COUNT(WS-DT-INDEX) < WS-MIN-DICE OR WS-TURN-POINTS < 3
            MOVE "TOO FEW" TO WS-TEST-RESULT
            ADD 1 TO WS-UNJUDGED-COUNT
        ELSE
            COMPUTE WS-TURN-COV-1 ROUNDED = 0 - ((WS-S - 2) * (WS-S + 1))
                / (36 * (WS-S - 1) * (WS-S - 1))
            COMPUTE WS-TURN-COV-2 ROUNDED =
                ((WS-S - 2) * (WS-S + 1) * (WS-S + 2))
                / (180 * (WS-S - 1) * (WS-S - 1) * (WS-S - 1))
            COMPUTE WS-RUNS-VARIANCE ROUNDED =
                WS-TURN-POINTS * WS-TURN-CHANCE * (1 - WS-TURN-CHANCE)
                + 2 * (WS-TURN-POINTS - 1) * WS-TURN-COV-1
                + 2 * (WS-TURN-POINTS - 2) * WS-TURN-COV-2
            COMPUTE WS-Z ROUNDED =
                (DT-RUNS(WS-DT-INDEX) - WS-RUNS-EXPECTED)
                / FUNCTION SQRT(WS-RUNS-VARIANCE)
            PERFORM GRADE-Z-STATISTIC
        END-IF
    END-IF.
    MOVE "RUNS UP/DOWN" TO DL-TEST.
    MOVE DT-RUNS(WS-DT-INDEX) TO DL-OBSERVED.
    MOVE WS-RUNS-EXPECTED TO DL-EXPECTED.
    MOVE WS-Z TO DL-STATISTIC.
    PERFORM WRITE-TEST-LINE.

*> Lag-1 serial correlation of each face with the next, against the
*> die's true mean and variance (sides squared - 1) / 12. Independent
*> dice give r near zero with r * SQRT(pairs) roughly standard
*> normal. The observed column carries r in thousandths.
JUDGE-CORRELATION-TEST.
    COMPUTE WS-PAIRS = DT-COUNT(WS-DT-INDEX) - 1.
    MOVE 0 TO WS-Z.
    MOVE 0 TO WS-CORRELATION.
    IF DT-COUNT(WS-DT-INDEX) < WS-MIN-DICE
        MOVE "TOO FEW" TO WS-TEST-RESULT
        ADD 1 TO WS-UNJUDGED-COUNT
    ELSE
        COMPUTE WS-VARIANCE =
            (DT-SIDES(WS-DT-INDEX) * DT-SIDES(WS-DT-INDEX) - 1) / 12
        COMPUTE WS-CORRELATION ROUNDED =
            DT-LAG-SUM(WS-DT-INDEX) / (WS-PAIRS * WS-VARIANCE)
        COMPUTE WS-Z ROUNDED = WS-CORRELATION * FUNCTION SQRT(WS-PAIRS)
        PERFORM GRADE-Z-STATISTIC
    END-IF.
    MOVE "LAG-1 CORRELATION" TO DL-TEST.
    COMPUTE DL-OBSERVED = FUNCTION ABS(WS-CORRELATION) * 1000.
    MOVE 0 TO DL-EXPECTED.
    MOVE WS-Z TO DL-STATISTIC.
    PERFORM WRITE-TEST-LINE.

*> Chi-square of the six gap cells against the geometric chances
*> p * (1 - p) ** k for gaps 0 to 4 and (1 - p) ** 5 for 5 or more,
*> where p is the chance of the low half.
JUDGE-GAP-TEST.
    MOVE 0 TO WS-CHI-SQUARE.
    IF DT-GAPS(WS-DT-INDEX) < WS-MIN-GAPS
        MOVE "TOO FEW" TO WS-TEST-RESULT
        ADD 1 TO WS-UNJUDGED-COUNT
    ELSE
        COMPUTE WS-LOW-HALF = DT-SIDES(WS-DT-INDEX) / 2
        COMPUTE WS-HIT-PROB ROUNDED = WS-LOW-HALF / DT-SIDES(WS-DT-INDEX)
        PERFORM ADD-GAP-CELL-CHI VARYING WS-CELL-INDEX FROM 1 BY 1
            UNTIL WS-CELL-INDEX > 6
        IF WS-CHI-SQUARE > WS-GAP-FAIL
            MOVE "FAIL" TO WS-TEST-RESULT
            ADD 1 TO WS-FAIL-COUNT
        ELSE
            IF WS-CHI-SQUARE > WS-GAP-WARN
                MOVE "WARN" TO WS-TEST-RESULT
                ADD 1 TO WS-WARN-COUNT
            ELSE
                MOVE "PASS" TO WS-TEST-RESULT
                ADD 1 TO WS-PASS-COUNT
            END-IF
        END-IF
    END-IF.
    MOVE "GAP (LOW HALF)" TO DL-TEST.
    MOVE DT-GAPS(WS-DT-INDEX) TO DL-OBSERVED.
    MOVE WS-GAP-DF TO DL-EXPECTED.
    MOVE WS-CHI-SQUARE TO DL-STATISTIC.
    PERFORM WRITE-TEST-LINE.

ADD-GAP-CELL-CHI.
    IF WS-CELL-INDEX < 6
        COMPUTE WS-CELL-PROB ROUNDED =
            WS-HIT-PROB * (1 - WS-HIT-PROB) ** (WS-CELL-INDEX - 1)
    ELSE
        COMPUTE WS-CELL-PROB ROUNDED = (1 - WS-HIT-PROB) ** 5
    END-IF.
    COMPUTE WS-EXPECTED = DT-GAPS(WS-DT-INDEX) * WS-CELL-PROB.
    IF WS-EXPECTED > 0
        COMPUTE WS-DIFF =
            DT-GAP-CELL(WS-DT-INDEX, WS-CELL-INDEX) - WS-EXPECTED
        COMPUTE WS-DIFF-SQ = WS-DIFF * WS-DIFF
        COMPUTE WS-CHI-SQUARE =
            WS-CHI-SQUARE + (WS-DIFF-SQ / WS-EXPECTED)
    END-IF.

GRADE-Z-STATISTIC.
    IF WS-Z < 0
        COMPUTE WS-Z-SIZE = 0 - WS-Z
    ELSE
        MOVE WS-Z TO WS-Z-SIZE
    END-IF.
    IF WS-Z-SIZE > WS-FAIL-Z
        MOVE "FAIL" TO WS-TEST-RESULT
        ADD 1 TO WS-FAIL-COUNT
    ELSE
        IF WS-Z-SIZE > WS-WARN-Z
            MOVE "WARN" TO WS-TEST-RESULT
            ADD 1 TO WS-WARN-COUNT
        ELSE
            MOVE "PASS" TO WS-TEST-RESULT
            ADD 1 TO WS-PASS-COUNT
        END-IF
    END-IF.

WRITE-TEST-LINE.
    MOVE DT-SIDES(WS-DT-INDEX) TO DL-SIDES.
    MOVE DT-COUNT(WS-DT-INDEX) TO DL-DICE.
    MOVE WS-TEST-RESULT TO DL-RESULT.
    WRITE SERIAL-REPORT-LINE FROM WS-DETAIL-LINE.

*> Each seed the window ran under, and the first earlier record rolled
*> under the same seed if there is one.
WRITE-SEED-SECTION.
    MOVE SPACES TO SERIAL-REPORT-LINE.
    WRITE SERIAL-REPORT-LINE.
    WRITE SERIAL-REPORT-LINE FROM WS-SEED-HEADING.
    PERFORM WRITE-ONE-SEED-LINE VARYING WS-SEED-INDEX FROM 1 BY 1
        UNTIL WS-SEED-INDEX > WS-SEED-COUNT.

WRITE-ONE-SEED-LINE.
    MOVE SE-SEED(WS-SEED-INDEX) TO SL-SEED.
    MOVE SE-FIRST-SEQ(WS-SEED-INDEX) TO SL-FIRST-SEQ.
    MOVE SE-DICE(WS-SEED-INDEX) TO SL-DICE.
    IF SE-EARLIER-SEQ(WS-SEED-INDEX) = 0
        MOVE "NONE" TO SL-EARLIER-SEQ
        MOVE "PASS" TO SL-RESULT
        ADD 1 TO WS-PASS-COUNT
    ELSE
        MOVE SE-EARLIER-SEQ(WS-SEED-INDEX) TO SL-EARLIER-SEQ
        MOVE "FAIL" TO SL-RESULT
        ADD 1 TO WS-FAIL-COUNT
    END-IF.
    WRITE SERIAL-REPORT-LINE FROM WS-SEED-LINE.

WRITE-REPORT-HEADINGS.
    MOVE WS-RUN-DATE TO H1-DATE.
    WRITE SERIAL-REPORT-LINE FROM WS-HEADING-1.
    MOVE SPACES TO SERIAL-REPORT-LINE.
    WRITE SERIAL-REPORT-LINE.
    MOVE WS-WINDOW-ID TO WL-WINDOW-ID.
    MOVE WS-WINDOW-FIRST-SEQ TO WL-FIRST-SEQ.
    MOVE WS-WINDOW-LAST-SEQ TO WL-LAST-SEQ.
    WRITE SERIAL-REPORT-LINE FROM WS-WINDOW-LINE.
    MOVE WS-AUDIT-FILENAME TO FL-FILENAME.
    WRITE SERIAL-REPORT-LINE FROM WS-FILE-LINE.
    MOVE SPACES TO SERIAL-REPORT-LINE.
    WRITE SERIAL-REPORT-LINE.
    WRITE SERIAL-REPORT-LINE FROM WS-HEADING-2.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO SERIAL-REPORT-LINE.
    WRITE SERIAL-REPORT-LINE.
    MOVE "DICE ANALYSED" TO CL-LABEL.
    MOVE WS-DICE-ANALYSED TO CL-COUNT.
    WRITE SERIAL-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "EARLIER RECORDS SEARCHED" TO CL-LABEL.
    MOVE WS-EARLIER-RECORDS TO CL-COUNT.
    WRITE SERIAL-REPORT-LINE FROM WS-COUNT-LINE.
    IF WS-SEQ-BREAKS > 0
        MOVE "OUT-OF-ORDER RECORDS SKIPPED" TO CL-LABEL
        MOVE WS-SEQ-BREAKS TO CL-COUNT
        WRITE SERIAL-REPORT-LINE FROM WS-COUNT-LINE
    END-IF.
    IF WS-DIE-TYPE-OVERFLOW > 0
        MOVE "DICE OVER 20 DIE TYPES" TO CL-LABEL
        MOVE WS-DIE-TYPE-OVERFLOW TO CL-COUNT
        WRITE SERIAL-REPORT-LINE FROM WS-COUNT-LINE
    END-IF.
    IF WS-SEED-OVERFLOW > 0
        MOVE "DICE OVER 20 SEEDS" TO CL-LABEL
        MOVE WS-SEED-OVERFLOW TO CL-COUNT
        WRITE SERIAL-REPORT-LINE FROM WS-COUNT-LINE
    END-IF.
    MOVE "TESTS PASSED" TO CL-LABEL.
    MOVE WS-PASS-COUNT TO CL-COUNT.
    WRITE SERIAL-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "TESTS WARNED" TO CL-LABEL.
    MOVE WS-WARN-COUNT TO CL-COUNT.
    WRITE SERIAL-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "TESTS FAILED" TO CL-LABEL.
    MOVE WS-FAIL-COUNT TO CL-COUNT.
    WRITE SERIAL-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "TESTS NOT JUDGED (TOO FEW)" TO CL-LABEL.
    MOVE WS-UNJUDGED-COUNT TO CL-COUNT.
    WRITE SERIAL-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE SPACES TO SERIAL-REPORT-LINE.
    WRITE SERIAL-REPORT-LINE.
    IF WS-FAIL-COUNT > 0
        MOVE "*** SEQUENCE FAILED INDEPENDENCE TESTS ***"
            TO WS-VERDICT-LINE
    ELSE
        IF WS-WARN-COUNT > 0
            MOVE "SEQUENCE PASSED WITH WARNINGS - WATCH NEXT WINDOW"
                TO WS-VERDICT-LINE
        ELSE
            MOVE "SEQUENCE PASSED INDEPENDENCE TESTS" TO WS-VERDICT-LINE
        END-IF
    END-IF.
    WRITE SERIAL-REPORT-LINE FROM WS-VERDICT-LINE.
