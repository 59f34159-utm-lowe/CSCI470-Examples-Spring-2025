IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-SPLIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "SPLIT.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT ROLL-REQUEST-FILE ASSIGN TO "ROLLREQV.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-STATUS.
    SELECT PARTITION-REQUEST-FILE ASSIGN TO DYNAMIC WS-PART-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PART-STATUS.
    SELECT PARTITION-MAP-FILE ASSIGN TO "PARTMAP.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-MAP-STATUS.
    SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PARTCTL-STATUS.
    SELECT WINDOW-CONTROL-FILE ASSIGN TO DYNAMIC WS-WINDOW-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT SPLIT-REPORT-FILE ASSIGN TO "SPLIT.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-CARD PIC X(80).

FD  ROLL-REQUEST-FILE.
01  ROLL-REQUEST-RECORD.
    COPY ROLLRQST REPLACING ==:REC:== BY ==RQ==.

FD  PARTITION-REQUEST-FILE.
01  PARTITION-REQUEST-RECORD PIC X(49).

*> One line per ROLLREQV.DAT request, in the same order: the partition
*> it went to and its session id. ROLL-MERGE uses it to put every
*> partition's totals back in the order ROLL-EDIT wrote the requests.
FD  PARTITION-MAP-FILE.
01  PARTITION-MAP-RECORD.
    05 PM-PARTITION  PIC 9.
    05 PM-SESSION-ID PIC X(10).

FD  PARTITION-CONTROL-FILE.
01  PARTITION-CONTROL-RECORD.
    COPY PARTCTL REPLACING ==:REC:== BY ==PC==.

FD  WINDOW-CONTROL-FILE.
01  WINDOW-CONTROL-RECORD.
    05 AW-WINDOW-FIRST-SEQ PIC 9(8).
    05 AW-WINDOW-STATE     PIC X.

FD  SPLIT-REPORT-FILE.
01  SPLIT-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC XX.
01 WS-REQUEST-STATUS PIC XX.
01 WS-PART-STATUS PIC XX.
01 WS-MAP-STATUS PIC XX.
01 WS-PARTCTL-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-CONTROL-EOF PIC X.
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-RUN-DATE PIC 9(8).
01 WS-EOF PIC X.
01 WS-PARTITIONS PIC 9 VALUE 4.
01 WS-PART-FILENAME PIC X(16).
01 WS-WINDOW-FILENAME PIC X(16).
01 WS-DELETE-NAME PIC X(16).
01 WS-DELETE-STATUS PIC S9(9) COMP-5.
01 WS-SHOP-STATE PIC X VALUE SPACE.
01 WS-SHOP-WINDOW PIC 9(8) VALUE 0.
01 WS-PRIOR-STATE PIC X VALUE SPACE.
01 WS-PRIOR-WINDOW PIC 9(8) VALUE 0.
01 WS-PARTITION-STARTED PIC X VALUE "N".
01 WS-REQUEST-DICE PIC 9(5).
01 WS-SEG-INDEX PIC 9.
01 WS-TOTAL-REQUESTS PIC 9(6) VALUE 0.
01 WS-TOTAL-DICE PIC 9(8) VALUE 0.
01 WS-COPIED PIC 9(6).

*> Each desk's share of ROLLREQV.DAT and the partition it goes to. A
*> desk's requests are never split between partitions, so every
*> session's dice are rolled by one instance and stay in the order
*> the desk submitted them.
01 WS-DESK-COUNT PIC 9(4) VALUE 0.
01 WS-DESK-TABLE.
    05 WS-DESK-ENTRY OCCURS 2000 TIMES.
        10 DK-DESK-ID   PIC X(10).
        10 DK-REQUESTS  PIC 9(6).
        10 DK-DICE      PIC 9(8).
        10 DK-PARTITION PIC 9.
01 WS-DESK-INDEX PIC 9(4).
01 WS-DESK-FOUND PIC 9(4).
01 WS-BIGGEST-DESK PIC 9(4).
01 WS-ASSIGNED PIC 9(4).

01 WS-PARTITION-TABLE.
    05 WS-PARTITION-ENTRY OCCURS 9 TIMES.
        10 PT-DESKS    PIC 9(4).
        10 PT-REQUESTS PIC 9(6).
        10 PT-DICE     PIC 9(8).
01 WS-PART-INDEX PIC 99.
01 WS-PART-DIGIT PIC 9.
01 WS-LIGHTEST PIC 9.

01 WS-HEADING-1.
    05 FILLER PIC X(44)
        VALUE "ROLL-SPLIT  REQUEST PARTITIONING            ".
    05 H1-DATE PIC 9999/99/99.
01 WS-HEADING-2.
    05 FILLER PIC X(13) VALUE "PARTITION".
    05 FILLER PIC X(17) VALUE "REQUEST FILE".
    05 FILLER PIC X(8) VALUE "DESKS".
    05 FILLER PIC X(10) VALUE "REQUESTS".
    05 FILLER PIC X(10) VALUE "DICE".
    05 FILLER PIC X(20) VALUE "STATUS".
01 WS-DETAIL-LINE.
    05 FILLER PIC X(4) VALUE SPACES.
    05 DL-PARTITION PIC 9.
    05 FILLER PIC X(8) VALUE SPACES.
    05 DL-FILENAME PIC X(14).
    05 FILLER PIC X VALUE SPACES.
    05 DL-DESKS PIC ZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-REQUESTS PIC ZZZZZ9.
    05 FILLER PIC X(4) VALUE SPACES.
    05 DL-DICE PIC ZZZZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-STATUS PIC X(20).
01 WS-TOTAL-LINE.
    05 FILLER PIC X(30) VALUE "ROLLREQV.DAT TOTAL".
    05 TL-DESKS PIC ZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 TL-REQUESTS PIC ZZZZZ9.
    05 FILLER PIC X(4) VALUE SPACES.
    05 TL-DICE PIC ZZZZZZZ9.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    INITIALIZE WS-PARTITION-TABLE.
    PERFORM LOAD-RUN-CONTROL.
    PERFORM CHECK-SPLIT-ALLOWED.
    PERFORM CLEAR-PARTITION-FILES VARYING WS-PART-INDEX FROM 1 BY 1
        UNTIL WS-PART-INDEX > 9.
    PERFORM TALLY-DESKS.
    PERFORM ASSIGN-ONE-DESK VARYING WS-ASSIGNED FROM 1 BY 1
        UNTIL WS-ASSIGNED > WS-DESK-COUNT.
    PERFORM WRITE-PARTITION-MAP.
    PERFORM WRITE-PARTITION-REQUESTS VARYING WS-PART-INDEX FROM 1 BY 1
        UNTIL WS-PART-INDEX > WS-PARTITIONS.
    PERFORM WRITE-PARTITION-CONTROL.
    PERFORM WRITE-SPLIT-REPORT.
    DISPLAY "ROLL-SPLIT: PARTITIONS=" WS-PARTITIONS
        " DESKS=" WS-DESK-COUNT
        " REQUESTS=" WS-TOTAL-REQUESTS
        " DICE=" WS-TOTAL-DICE.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

*> SPLIT.PRM is optional: without it the window is split four ways.
*> PARTITIONS= may be 1 to 9; each partition is rolled by its own
*> ROLL-BATCH run, started with the parameter PARTITION=n.
LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CONTROL-STATUS NOT = "00"
            DISPLAY "ROLL-SPLIT: FATAL - CANNOT OPEN RUN-CONTROL-FILE, "
                "STATUS=" WS-CONTROL-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-CONTROL-EOF
        PERFORM READ-CONTROL-CARD UNTIL WS-CONTROL-EOF = "Y"
        CLOSE RUN-CONTROL-FILE
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
        WHEN "PARTITIONS"
            IF WS-PARM-VALUE(1:1) NOT NUMERIC
                    OR WS-PARM-VALUE(1:1) = "0"
                    OR WS-PARM-VALUE(2:1) NOT = SPACE
                DISPLAY "ROLL-SPLIT: FATAL - PARTITIONS MUST BE 1-9, "
                    "GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-VALUE(1:1) TO WS-PARTITIONS
        WHEN OTHER
            DISPLAY "ROLL-SPLIT: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> Splitting starts a new partitioned window, so it must not run while
*> a window is rolling or part-way through a merge, and it must not
*> throw away partitions of an earlier split that have already rolled
*> dice and are still waiting on ROLL-MERGE.
CHECK-SPLIT-ALLOWED.
    MOVE "AUDITWIN.DAT" TO WS-WINDOW-FILENAME.
    OPEN INPUT WINDOW-CONTROL-FILE.
    IF WS-WINDOW-STATUS = "00"
        READ WINDOW-CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                MOVE AW-WINDOW-STATE TO WS-SHOP-STATE
                MOVE AW-WINDOW-FIRST-SEQ TO WS-SHOP-WINDOW
        END-READ
        CLOSE WINDOW-CONTROL-FILE
    END-IF.
    IF WS-SHOP-STATE = "O"
        DISPLAY "ROLL-SPLIT: FATAL - WINDOW " WS-SHOP-WINDOW
            " IS STILL OPEN IN AUDITWIN.DAT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT PARTITION-CONTROL-FILE.
    IF WS-PARTCTL-STATUS = "00"
        READ PARTITION-CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                MOVE PC-STATE TO WS-PRIOR-STATE
                MOVE PC-WINDOW-ID TO WS-PRIOR-WINDOW
        END-READ
        CLOSE PARTITION-CONTROL-FILE
    END-IF.
    IF WS-PRIOR-STATE = "W"
        DISPLAY "ROLL-SPLIT: FATAL - ROLL-MERGE OF WINDOW "
            WS-PRIOR-WINDOW " DID NOT FINISH - RERUN ROLL-MERGE"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-PRIOR-STATE = "S"
        PERFORM CHECK-PARTITION-STARTED VARYING WS-PART-INDEX
            FROM 1 BY 1 UNTIL WS-PART-INDEX > 9
        IF WS-PARTITION-STARTED = "Y"
            DISPLAY "ROLL-SPLIT: FATAL - PARTITIONS OF THE PREVIOUS "
                "SPLIT HAVE ROLLED - RUN ROLL-MERGE"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

CHECK-PARTITION-STARTED.
    MOVE WS-PART-INDEX TO WS-PART-DIGIT.
    MOVE SPACES TO WS-WINDOW-FILENAME.
    STRING "AUDITWIN.P" WS-PART-DIGIT DELIMITED BY SIZE
        INTO WS-WINDOW-FILENAME
    END-STRING.
    OPEN INPUT WINDOW-CONTROL-FILE.
    IF WS-WINDOW-STATUS = "00"
        MOVE "Y" TO WS-PARTITION-STARTED
        CLOSE WINDOW-CONTROL-FILE
    END-IF.

*> Clears every partition's work files from the last split, including
*> partitions this split does not use, so no stale file can be taken
*> for part of this window.
CLEAR-PARTITION-FILES.
    MOVE WS-PART-INDEX TO WS-PART-DIGIT.
    MOVE SPACES TO WS-DELETE-NAME.
    STRING "ROLLREQV.P" WS-PART-DIGIT DELIMITED BY SIZE
        INTO WS-DELETE-NAME
    END-STRING.
    PERFORM DELETE-ONE-FILE.
    MOVE SPACES TO WS-DELETE-NAME.
    STRING "ROLLRES.P" WS-PART-DIGIT DELIMITED BY SIZE
        INTO WS-DELETE-NAME
    END-STRING.
    PERFORM DELETE-ONE-FILE.
    MOVE SPACES TO WS-DELETE-NAME.
    STRING "ROLLTOT.P" WS-PART-DIGIT DELIMITED BY SIZE
        INTO WS-DELETE-NAME
    END-STRING.
    PERFORM DELETE-ONE-FILE.
    MOVE SPACES TO WS-DELETE-NAME.
    STRING "DICEAUDIT.P" WS-PART-DIGIT DELIMITED BY SIZE
        INTO WS-DELETE-NAME
    END-STRING.
    PERFORM DELETE-ONE-FILE.
    MOVE SPACES TO WS-DELETE-NAME.
    STRING "AUDITWIN.P" WS-PART-DIGIT DELIMITED BY SIZE
        INTO WS-DELETE-NAME
    END-STRING.
    PERFORM DELETE-ONE-FILE.
    MOVE SPACES TO WS-DELETE-NAME.
    STRING "ROLLCKPT.P" WS-PART-DIGIT DELIMITED BY SIZE
        INTO WS-DELETE-NAME
    END-STRING.
    PERFORM DELETE-ONE-FILE.
    MOVE SPACES TO WS-DELETE-NAME.
    STRING "ROLLCKPT.P" WS-PART-DIGIT ".TMP" DELIMITED BY SIZE
        INTO WS-DELETE-NAME
    END-STRING.
    PERFORM DELETE-ONE-FILE.
    MOVE SPACES TO WS-DELETE-NAME.
    STRING "ROLLTRIM.P" WS-PART-DIGIT DELIMITED BY SIZE
        INTO WS-DELETE-NAME
    END-STRING.
    PERFORM DELETE-ONE-FILE.

DELETE-ONE-FILE.
    CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
        RETURNING WS-DELETE-STATUS.

*> First pass: how many requests and dice each desk brought.
TALLY-DESKS.
    OPEN INPUT ROLL-REQUEST-FILE.
    IF WS-REQUEST-STATUS NOT = "00"
        DISPLAY "ROLL-SPLIT: FATAL - CANNOT OPEN ROLL-REQUEST-FILE, "
            "STATUS=" WS-REQUEST-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM TALLY-ONE-REQUEST UNTIL WS-EOF = "Y".
    CLOSE ROLL-REQUEST-FILE.

TALLY-ONE-REQUEST.
    READ ROLL-REQUEST-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            ADD 1 TO WS-TOTAL-REQUESTS
            PERFORM COUNT-REQUEST-DICE
            ADD WS-REQUEST-DICE TO WS-TOTAL-DICE
            PERFORM FIND-DESK
            IF WS-DESK-FOUND = 0
                IF WS-DESK-COUNT >= 2000
                    DISPLAY "ROLL-SPLIT: FATAL - MORE THAN 2000 DESKS "
                        "IN ROLLREQV.DAT"
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-DESK-COUNT
                MOVE WS-DESK-COUNT TO WS-DESK-FOUND
                MOVE RQ-SESSION-ID TO DK-DESK-ID(WS-DESK-FOUND)
                MOVE 0 TO DK-REQUESTS(WS-DESK-FOUND)
                MOVE 0 TO DK-DICE(WS-DESK-FOUND)
                MOVE 0 TO DK-PARTITION(WS-DESK-FOUND)
            END-IF
            ADD 1 TO DK-REQUESTS(WS-DESK-FOUND)
            ADD WS-REQUEST-DICE TO DK-DICE(WS-DESK-FOUND)
    END-READ.

COUNT-REQUEST-DICE.
    MOVE RQ-NUM-DICE TO WS-REQUEST-DICE.
    PERFORM VARYING WS-SEG-INDEX FROM 1 BY 1
            UNTIL WS-SEG-INDEX > RQ-EXTRA-SEGS OR WS-SEG-INDEX > 4
        ADD RQ-SEG-NUM-DICE(WS-SEG-INDEX) TO WS-REQUEST-DICE
    END-PERFORM.

FIND-DESK.
    MOVE 0 TO WS-DESK-FOUND.
    PERFORM VARYING WS-DESK-INDEX FROM 1 BY 1
            UNTIL WS-DESK-INDEX > WS-DESK-COUNT OR WS-DESK-FOUND > 0
        IF DK-DESK-ID(WS-DESK-INDEX) = RQ-SESSION-ID
            MOVE WS-DESK-INDEX TO WS-DESK-FOUND
        END-IF
    END-PERFORM.

*> Biggest desk first, each to the partition with the fewest dice so
*> far, which keeps the partitions' run times close to each other.
ASSIGN-ONE-DESK.
    MOVE 0 TO WS-BIGGEST-DESK.
    PERFORM VARYING WS-DESK-INDEX FROM 1 BY 1
            UNTIL WS-DESK-INDEX > WS-DESK-COUNT
        IF DK-PARTITION(WS-DESK-INDEX) = 0
            IF WS-BIGGEST-DESK = 0
                MOVE WS-DESK-INDEX TO WS-BIGGEST-DESK
            ELSE
                IF DK-DICE(WS-DESK-INDEX) > DK-DICE(WS-BIGGEST-DESK)
                    MOVE WS-DESK-INDEX TO WS-BIGGEST-DESK
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    MOVE 1 TO WS-LIGHTEST.
    PERFORM VARYING WS-PART-INDEX FROM 2 BY 1
            UNTIL WS-PART-INDEX > WS-PARTITIONS
        IF PT-DICE(WS-PART-INDEX) < PT-DICE(WS-LIGHTEST)
                OR (PT-DICE(WS-PART-INDEX) = PT-DICE(WS-LIGHTEST)
                    AND PT-REQUESTS(WS-PART-INDEX)
                        < PT-REQUESTS(WS-LIGHTEST))
            MOVE WS-PART-INDEX TO WS-LIGHTEST
        END-IF
    END-PERFORM.
    MOVE WS-LIGHTEST TO DK-PARTITION(WS-BIGGEST-DESK).
    ADD 1 TO PT-DESKS(WS-LIGHTEST).
    ADD DK-REQUESTS(WS-BIGGEST-DESK) TO PT-REQUESTS(WS-LIGHTEST).
    ADD DK-DICE(WS-BIGGEST-DESK) TO PT-DICE(WS-LIGHTEST).

*> Second pass: the partition of every request, line for line.
WRITE-PARTITION-MAP.
    OPEN INPUT ROLL-REQUEST-FILE.
    OPEN OUTPUT PARTITION-MAP-FILE.
    IF WS-MAP-STATUS NOT = "00"
        DISPLAY "ROLL-SPLIT: FATAL - CANNOT OPEN PARTITION-MAP-FILE, "
            "STATUS=" WS-MAP-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM MAP-ONE-REQUEST UNTIL WS-EOF = "Y".
    CLOSE PARTITION-MAP-FILE.
    CLOSE ROLL-REQUEST-FILE.

MAP-ONE-REQUEST.
    READ ROLL-REQUEST-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            PERFORM FIND-DESK
            MOVE DK-PARTITION(WS-DESK-FOUND) TO PM-PARTITION
            MOVE RQ-SESSION-ID TO PM-SESSION-ID
            WRITE PARTITION-MAP-RECORD
    END-READ.

*> One pass per partition, copying its requests in their ROLLREQV.DAT
*> order. A partition left without desks still gets an empty file.
WRITE-PARTITION-REQUESTS.
    MOVE WS-PART-INDEX TO WS-PART-DIGIT.
    MOVE SPACES TO WS-PART-FILENAME.
    STRING "ROLLREQV.P" WS-PART-DIGIT DELIMITED BY SIZE
        INTO WS-PART-FILENAME
    END-STRING.
    OPEN OUTPUT PARTITION-REQUEST-FILE.
    IF WS-PART-STATUS NOT = "00"
        DISPLAY "ROLL-SPLIT: FATAL - CANNOT OPEN " WS-PART-FILENAME
            ", STATUS=" WS-PART-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT ROLL-REQUEST-FILE.
    OPEN INPUT PARTITION-MAP-FILE.
    MOVE "N" TO WS-EOF.
    MOVE 0 TO WS-COPIED.
    PERFORM COPY-ONE-REQUEST UNTIL WS-EOF = "Y".
    CLOSE PARTITION-MAP-FILE.
    CLOSE ROLL-REQUEST-FILE.
    CLOSE PARTITION-REQUEST-FILE.
    IF WS-COPIED NOT = PT-REQUESTS(WS-PART-INDEX)
        DISPLAY "ROLL-SPLIT: FATAL - " WS-PART-FILENAME " GOT "
            WS-COPIED " REQUESTS, EXPECTED " PT-REQUESTS(WS-PART-INDEX)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

COPY-ONE-REQUEST.
    READ ROLL-REQUEST-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            READ PARTITION-MAP-FILE
                AT END
                    DISPLAY "ROLL-SPLIT: FATAL - PARTMAP.DAT SHORTER "
                        "THAN ROLLREQV.DAT"
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
            END-READ
            IF PM-PARTITION = WS-PART-INDEX
                WRITE PARTITION-REQUEST-RECORD FROM ROLL-REQUEST-RECORD
                ADD 1 TO WS-COPIED
            END-IF
    END-READ.

*> Written last, so a split that dies part-way leaves no control file
*> claiming partitions that were never written; ROLL-BATCH refuses a
*> partition whose request file is missing.
WRITE-PARTITION-CONTROL.
    OPEN OUTPUT PARTITION-CONTROL-FILE.
    IF WS-PARTCTL-STATUS NOT = "00"
        DISPLAY "ROLL-SPLIT: FATAL - CANNOT OPEN PARTITION-CONTROL-FILE, "
            "STATUS=" WS-PARTCTL-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "H" TO PC-TYPE.
    MOVE WS-PARTITIONS TO PC-PARTITION.
    MOVE "S" TO PC-STATE.
    MOVE 0 TO PC-WINDOW-ID.
    MOVE WS-DESK-COUNT TO PC-DESKS.
    MOVE WS-TOTAL-REQUESTS TO PC-REQUESTS.
    MOVE WS-TOTAL-DICE TO PC-DICE.
    MOVE WS-RUN-DATE TO PC-SPLIT-DATE.
    WRITE PARTITION-CONTROL-RECORD.
    PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
            UNTIL WS-PART-INDEX > WS-PARTITIONS
        MOVE "P" TO PC-TYPE
        MOVE WS-PART-INDEX TO PC-PARTITION
        MOVE "S" TO PC-STATE
        MOVE 0 TO PC-WINDOW-ID
        MOVE PT-DESKS(WS-PART-INDEX) TO PC-DESKS
        MOVE PT-REQUESTS(WS-PART-INDEX) TO PC-REQUESTS
        MOVE PT-DICE(WS-PART-INDEX) TO PC-DICE
        MOVE WS-RUN-DATE TO PC-SPLIT-DATE
        WRITE PARTITION-CONTROL-RECORD
    END-PERFORM.
    CLOSE PARTITION-CONTROL-FILE.

WRITE-SPLIT-REPORT.
    OPEN OUTPUT SPLIT-REPORT-FILE.
    MOVE WS-RUN-DATE TO H1-DATE.
    WRITE SPLIT-REPORT-LINE FROM WS-HEADING-1.
    MOVE SPACES TO SPLIT-REPORT-LINE.
    WRITE SPLIT-REPORT-LINE.
    WRITE SPLIT-REPORT-LINE FROM WS-HEADING-2.
    PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
            UNTIL WS-PART-INDEX > WS-PARTITIONS
        MOVE WS-PART-INDEX TO DL-PARTITION
        MOVE WS-PART-INDEX TO WS-PART-DIGIT
        MOVE SPACES TO DL-FILENAME
        STRING "ROLLREQV.P" WS-PART-DIGIT DELIMITED BY SIZE
            INTO DL-FILENAME
        END-STRING
        MOVE PT-DESKS(WS-PART-INDEX) TO DL-DESKS
        MOVE PT-REQUESTS(WS-PART-INDEX) TO DL-REQUESTS
        MOVE PT-DICE(WS-PART-INDEX) TO DL-DICE
        IF PT-REQUESTS(WS-PART-INDEX) = 0
            MOVE "NOTHING TO ROLL" TO DL-STATUS
        ELSE
            MOVE "READY" TO DL-STATUS
        END-IF
        WRITE SPLIT-REPORT-LINE FROM WS-DETAIL-LINE
    END-PERFORM.
    MOVE SPACES TO SPLIT-REPORT-LINE.
    WRITE SPLIT-REPORT-LINE.
    MOVE WS-DESK-COUNT TO TL-DESKS.
    MOVE WS-TOTAL-REQUESTS TO TL-REQUESTS.
    MOVE WS-TOTAL-DICE TO TL-DICE.
    WRITE SPLIT-REPORT-LINE FROM WS-TOTAL-LINE.
    CLOSE SPLIT-REPORT-FILE.
