IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-MERGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PARTCTL-STATUS.
    SELECT PARTITION-MAP-FILE ASSIGN TO "PARTMAP.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-MAP-STATUS.
    SELECT ROLL-REQUEST-FILE ASSIGN TO "ROLLREQV.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-STATUS.
    SELECT PART-TOTALS-FILE ASSIGN TO DYNAMIC WS-PART-TOTALS-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PART-TOTALS-STATUS.
    SELECT PART-RESULTS-FILE ASSIGN TO DYNAMIC WS-PART-RESULTS-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PART-RESULTS-STATUS.
    SELECT PART-AUDIT-FILE ASSIGN TO DYNAMIC WS-PART-AUDIT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PART-AUDIT-STATUS.
    SELECT MERGE-WORK-FILE ASSIGN TO "MERGWORK.TMP"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "MERGSORT.TMP".
    SELECT SORTED-WORK-FILE ASSIGN TO "MERGWORK.SRT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SORTED-STATUS.
    SELECT ROLL-RESULTS-FILE ASSIGN TO "ROLLRES.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RESULTS-STATUS.
    SELECT ROLL-TOTALS-FILE ASSIGN TO "ROLLTOT.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TOTALS-STATUS.
    SELECT DICE-AUDIT-LOG-FILE ASSIGN TO "DICEAUDIT.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT WINDOW-CONTROL-FILE ASSIGN TO DYNAMIC WS-WINDOW-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT WINDOW-REGISTRY-FILE ASSIGN TO "WINDREG.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY WR-WINDOW-ID
        FILE STATUS IS WS-REGISTRY-STATUS.
    SELECT TRIM-INPUT-FILE ASSIGN TO "DICEAUDIT.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TRIM-IN-STATUS.
    SELECT TRIM-OUTPUT-FILE ASSIGN TO "MERGTRIM.TMP"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TRIM-OUT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARTITION-CONTROL-FILE.
01  PARTITION-CONTROL-RECORD.
    COPY PARTCTL REPLACING ==:REC:== BY ==PC==.

FD  PARTITION-MAP-FILE.
01  PARTITION-MAP-RECORD.
    05 PM-PARTITION  PIC 9.
    05 PM-SESSION-ID PIC X(10).

FD  ROLL-REQUEST-FILE.
01  ROLL-REQUEST-RECORD.
    COPY ROLLRQST REPLACING ==:REC:== BY ==RQ==.

FD  PART-TOTALS-FILE.
01  PART-TOTAL-RECORD.
    COPY ROLLTOT REPLACING ==:REC:== BY ==XT==.

FD  PART-RESULTS-FILE.
01  PART-RESULT-RECORD.
    COPY ROLLREC REPLACING ==:REC:== BY ==XR==.

FD  PART-AUDIT-FILE.
01  PART-AUDIT-RECORD.
    COPY DICEAUDT REPLACING ==:REC:== BY ==XA==.

*> One record per request total (DIE-NO zero, DATA the partition's
*> ROLLTOT record) and one per die behind it (DATA the partition's
*> audit record), keyed by the request's line in ROLLREQV.DAT.
FD  MERGE-WORK-FILE.
01  MERGE-WORK-RECORD.
    05 MW-REQUEST-SEQ PIC 9(6).
    05 MW-DIE-NO      PIC 9(5).
    05 MW-PARTITION   PIC 9.
    05 MW-DATA        PIC X(64).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05 SW-REQUEST-SEQ PIC 9(6).
    05 SW-DIE-NO      PIC 9(5).
    05 SW-PARTITION   PIC 9.
    05 SW-DATA        PIC X(64).

FD  SORTED-WORK-FILE.
01  SORTED-WORK-RECORD.
    05 MS-REQUEST-SEQ PIC 9(6).
    05 MS-DIE-NO      PIC 9(5).
    05 MS-PARTITION   PIC 9.
    05 MS-DATA        PIC X(64).

FD  ROLL-RESULTS-FILE.
01  ROLL-RESULT-RECORD.
    COPY ROLLREC REPLACING ==:REC:== BY ==RR==.

FD  ROLL-TOTALS-FILE.
01  ROLL-TOTAL-RECORD.
    COPY ROLLTOT REPLACING ==:REC:== BY ==RT==.

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

FD  TRIM-INPUT-FILE.
01  TRIM-INPUT-RECORD PIC X(100).

FD  TRIM-OUTPUT-FILE.
01  TRIM-OUTPUT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
01 WS-PARTCTL-STATUS PIC XX.
01 WS-MAP-STATUS PIC XX.
01 WS-REQUEST-STATUS PIC XX.
01 WS-PART-TOTALS-STATUS PIC XX.
01 WS-PART-RESULTS-STATUS PIC XX.
01 WS-PART-AUDIT-STATUS PIC XX.
01 WS-WORK-STATUS PIC XX.
01 WS-SORTED-STATUS PIC XX.
01 WS-RESULTS-STATUS PIC XX.
01 WS-TOTALS-STATUS PIC XX.
01 WS-AUDIT-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-REGISTRY-STATUS PIC XX.
01 WS-TRIM-IN-STATUS PIC XX.
01 WS-TRIM-OUT-STATUS PIC XX.
01 WS-EOF PIC X.
01 WS-MAP-EOF PIC X.
01 WS-TAIL-EOF PIC X.
01 WS-TRIM-EOF PIC X.
01 WS-TRIM-SEQ PIC 9(8).
01 WS-TRIM-RENAME-STATUS PIC S9(9) COMP-5.
01 WS-TRIM-IN-NAME PIC X(16) VALUE "DICEAUDIT.DAT".
01 WS-TRIM-OUT-NAME PIC X(16) VALUE "MERGTRIM.TMP".
01 WS-DELETE-NAME PIC X(16).
01 WS-DELETE-STATUS PIC S9(9) COMP-5.
01 WS-LOCK-NAME PIC X(16) VALUE "AUDITWIN.LCK".
01 WS-LOCK-STATUS PIC S9(9) COMP-5.
01 WS-WINDOW-FILENAME PIC X(16).
01 WS-PART-TOTALS-NAME PIC X(16).
01 WS-PART-RESULTS-NAME PIC X(16).
01 WS-PART-AUDIT-NAME PIC X(16).

*> PARTCTL.DAT as ROLL-SPLIT wrote it: the header, then one line per
*> partition. The lines are held so the header's state can be
*> rewritten in place as the merge moves on.
01 WS-CTL-COUNT PIC 99 VALUE 0.
01 WS-CTL-LINES.
    05 WS-CTL-LINE PIC X(37) OCCURS 10 TIMES.
01 WS-CTL-INDEX PIC 99.
01 WS-PARTITIONS PIC 9 VALUE 0.
01 WS-SPLIT-STATE PIC X.
01 WS-SPLIT-WINDOW PIC 9(8).
01 WS-SPLIT-REQUESTS PIC 9(6).
01 WS-SPLIT-DICE PIC 9(8).
01 WS-PARTITION-TABLE.
    05 WS-PARTITION-ENTRY OCCURS 9 TIMES.
        10 CP-REQUESTS   PIC 9(6).
        10 CP-DICE       PIC 9(8).
        10 CP-MAPPED     PIC 9(6).
01 WS-PART-INDEX PIC 99.
01 WS-PART-DIGIT PIC 9.
01 WS-INCOMPLETE PIC 9 VALUE 0.
01 WS-MERGE-ERROR PIC X(50).

01 WS-MAP-ORDINAL PIC 9(6).
01 WS-MAP-LINES PIC 9(6).
01 WS-PART-REQUESTS PIC 9(6).
01 WS-PART-DICE PIC 9(8).
01 WS-PART-SEQ PIC 9(8).
01 WS-PART-SEAL PIC 9(10).
01 WS-DIE-NO PIC 9(5).

01 WS-MARKER-FOUND PIC X.
01 WS-MARKER-FIRST-SEQ PIC 9(8).
01 WS-MARKER-STATE PIC X.
01 WS-WINDOW-FIRST-SEQ PIC 9(8).
01 WS-AUDIT-SEQ PIC 9(8) VALUE 0.
01 WS-CHAIN-SEAL PIC 9(10) VALUE 0.
01 WS-NEXT-SEAL PIC 9(10).
01 WS-FACE-HASH PIC 9(12) VALUE 0.
01 WS-SEAL-COUNT PIC 9(8).
01 WS-RUN-TIMESTAMP-BIN PIC 9(18) USAGE COMP-5.
01 WS-RUN-TIMESTAMP PIC 9(10) VALUE 0.
01 WS-CLOSE-TIMESTAMP PIC 9(10).
01 WS-MERGED-REQUESTS PIC 9(6) VALUE 0.
01 WS-MERGED-DICE PIC 9(8) VALUE 0.
01 WS-OPSLOG-PROGRAM PIC X(14) VALUE "ROLL-MERGE".
01 WS-OPSLOG-EVENT PIC X(5).
01 WS-OPSLOG-IN PIC 9(8).
01 WS-OPSLOG-OUT PIC 9(8).
01 WS-OPSLOG-RC PIC 99.

PROCEDURE DIVISION.

*> Puts the partitions ROLL-BATCH rolled side by side back together as
*> one ordinary window. Nothing shop-wide is touched until every
*> partition has been found complete and its work files found to hold
*> exactly its requests and its own unbroken seal chain. Only then is
*> a window opened on DICEAUDIT.DAT, as ROLL-BATCH opens one, and the
*> dice written out in ROLLREQV.DAT request order, taking the next
*> audit sequences and sealed onto the log's chain. ROLL-RECON,
*> ROLL-PROOF and ROLL-CONSOL then see the same files a single
*> ROLL-BATCH run would have left. A merge that dies part-way is
*> rerun as it stands: the window it opened is taken over and
*> rewritten from the start.
MAIN-LOGIC.
    PERFORM LOG-RUN-START.
    INITIALIZE WS-PARTITION-TABLE.
    PERFORM LOAD-PARTITION-CONTROL.
    PERFORM CHECK-SHOP-WINDOW.
    PERFORM CHECK-PARTITION-COMPLETE VARYING WS-PART-INDEX
        FROM 1 BY 1 UNTIL WS-PART-INDEX > WS-PARTITIONS.
    IF WS-INCOMPLETE > 0
        DISPLAY "ROLL-MERGE: FATAL - " WS-INCOMPLETE
            " PARTITION(S) DID NOT COMPLETE - MERGE REFUSED"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-REQUEST-MAP.
    OPEN OUTPUT MERGE-WORK-FILE.
    IF WS-WORK-STATUS NOT = "00"
        DISPLAY "ROLL-MERGE: FATAL - CANNOT OPEN MERGE-WORK-FILE, STATUS="
            WS-WORK-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM COLLECT-ONE-PARTITION VARYING WS-PART-INDEX
        FROM 1 BY 1 UNTIL WS-PART-INDEX > WS-PARTITIONS.
    CLOSE MERGE-WORK-FILE.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-REQUEST-SEQ SW-DIE-NO
        USING MERGE-WORK-FILE
        GIVING SORTED-WORK-FILE.
    CALL "time" USING BY REFERENCE WS-RUN-TIMESTAMP-BIN.
    MOVE WS-RUN-TIMESTAMP-BIN TO WS-RUN-TIMESTAMP.
    PERFORM OPEN-MERGED-WINDOW.
    PERFORM WRITE-MERGED-WINDOW.
    PERFORM MARK-WINDOW-COMPLETE.
    MOVE "M" TO WS-SPLIT-STATE.
    PERFORM REWRITE-PARTITION-CONTROL.
    MOVE "MERGWORK.TMP" TO WS-DELETE-NAME.
    CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
        RETURNING WS-DELETE-STATUS.
    MOVE "MERGWORK.SRT" TO WS-DELETE-NAME.
    CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
        RETURNING WS-DELETE-STATUS.
    DISPLAY "ROLL-MERGE: PARTITIONS=" WS-PARTITIONS
        " REQUESTS=" WS-MERGED-REQUESTS
        " DICE=" WS-MERGED-DICE
        " WINDOW=" WS-WINDOW-FIRST-SEQ.
    MOVE 0 TO RETURN-CODE.
    PERFORM LOG-RUN-END.
    STOP RUN.

*> The END carries the window's requests in and dice out, standing in
*> for the ROLL-BATCH figures ROLL-VERIFY cross-foots.
LOG-RUN-START.
    MOVE "START" TO WS-OPSLOG-EVENT.
    MOVE 0 TO WS-OPSLOG-IN.
    MOVE 0 TO WS-OPSLOG-OUT.
    MOVE 0 TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.

LOG-RUN-END.
    MOVE "END" TO WS-OPSLOG-EVENT.
    MOVE WS-MERGED-REQUESTS TO WS-OPSLOG-IN.
    MOVE WS-MERGED-DICE TO WS-OPSLOG-OUT.
    MOVE RETURN-CODE TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.
    MOVE WS-OPSLOG-RC TO RETURN-CODE.

LOAD-PARTITION-CONTROL.
    OPEN INPUT PARTITION-CONTROL-FILE.
    IF WS-PARTCTL-STATUS NOT = "00"
        DISPLAY "ROLL-MERGE: FATAL - CANNOT OPEN PARTITION-CONTROL-FILE, "
            "STATUS=" WS-PARTCTL-STATUS " - RUN ROLL-SPLIT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM READ-PARTITION-CONTROL UNTIL WS-EOF = "Y".
    CLOSE PARTITION-CONTROL-FILE.
    IF WS-CTL-COUNT = 0 OR WS-PARTITIONS = 0
            OR WS-CTL-COUNT NOT = WS-PARTITIONS + 1
        DISPLAY "ROLL-MERGE: FATAL - PARTCTL.DAT IS INCOMPLETE - "
            "RUN ROLL-SPLIT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-SPLIT-STATE = "M"
        DISPLAY "ROLL-MERGE: FATAL - PARTITIONS ALREADY MERGED INTO "
            "WINDOW " WS-SPLIT-WINDOW " - RUN ROLL-SPLIT FOR THE NEXT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-PARTITION-CONTROL.
    READ PARTITION-CONTROL-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            IF WS-CTL-COUNT >= 10
                DISPLAY "ROLL-MERGE: FATAL - PARTCTL.DAT HAS MORE THAN "
                    "10 RECORDS"
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CTL-COUNT
            MOVE PARTITION-CONTROL-RECORD TO WS-CTL-LINE(WS-CTL-COUNT)
            IF PC-TYPE = "H"
                MOVE PC-PARTITION TO WS-PARTITIONS
                MOVE PC-STATE TO WS-SPLIT-STATE
                MOVE PC-WINDOW-ID TO WS-SPLIT-WINDOW
                MOVE PC-REQUESTS TO WS-SPLIT-REQUESTS
                MOVE PC-DICE TO WS-SPLIT-DICE
            ELSE
                IF PC-PARTITION > 0
                    MOVE PC-REQUESTS TO CP-REQUESTS(PC-PARTITION)
                    MOVE PC-DICE TO CP-DICE(PC-PARTITION)
                    MOVE 0 TO CP-MAPPED(PC-PARTITION)
                END-IF
            END-IF
    END-READ.

*> Only the header line changes; the partition lines go back as read.
REWRITE-PARTITION-CONTROL.
    OPEN OUTPUT PARTITION-CONTROL-FILE.
    PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
            UNTIL WS-CTL-INDEX > WS-CTL-COUNT
        MOVE WS-CTL-LINE(WS-CTL-INDEX) TO PARTITION-CONTROL-RECORD
        IF PC-TYPE = "H"
            MOVE WS-SPLIT-STATE TO PC-STATE
            MOVE WS-SPLIT-WINDOW TO PC-WINDOW-ID
        END-IF
        WRITE PARTITION-CONTROL-RECORD
    END-PERFORM.
    CLOSE PARTITION-CONTROL-FILE.

*> Any other window open on the shop log must finish first. A window
*> this merge opened itself is taken over later; one it has already
*> closed means only the control file was left to update.
CHECK-SHOP-WINDOW.
    MOVE "AUDITWIN.DAT" TO WS-WINDOW-FILENAME.
    PERFORM READ-WINDOW-MARKER.
    IF WS-MARKER-FOUND = "Y" AND WS-MARKER-STATE = "O"
        IF WS-SPLIT-STATE NOT = "W"
                OR WS-MARKER-FIRST-SEQ NOT = WS-SPLIT-WINDOW
            DISPLAY "ROLL-MERGE: FATAL - WINDOW " WS-MARKER-FIRST-SEQ
                " IS OPEN IN AUDITWIN.DAT - IT MUST COMPLETE FIRST"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF WS-MARKER-FOUND = "Y" AND WS-MARKER-STATE = "C"
            AND WS-SPLIT-STATE = "W"
            AND WS-MARKER-FIRST-SEQ = WS-SPLIT-WINDOW
        MOVE "M" TO WS-SPLIT-STATE
        PERFORM REWRITE-PARTITION-CONTROL
        MOVE WS-SPLIT-REQUESTS TO WS-MERGED-REQUESTS
        MOVE WS-SPLIT-DICE TO WS-MERGED-DICE
        DISPLAY "ROLL-MERGE: WINDOW " WS-SPLIT-WINDOW
            " WAS ALREADY MERGED - PARTITION CONTROL UPDATED"
        MOVE 0 TO RETURN-CODE
        PERFORM LOG-RUN-END
        STOP RUN
    END-IF.

*> A partition with requests must show complete in its own marker;
*> every one that does not is listed before the merge is refused.
CHECK-PARTITION-COMPLETE.
    MOVE WS-PART-INDEX TO WS-PART-DIGIT.
    IF CP-REQUESTS(WS-PART-INDEX) > 0
        MOVE SPACES TO WS-WINDOW-FILENAME
        STRING "AUDITWIN.P" WS-PART-DIGIT DELIMITED BY SIZE
            INTO WS-WINDOW-FILENAME
        END-STRING
        PERFORM READ-WINDOW-MARKER
        IF WS-MARKER-FOUND = "N"
            DISPLAY "ROLL-MERGE: PARTITION " WS-PART-DIGIT
                " HAS NOT BEEN RUN"
            ADD 1 TO WS-INCOMPLETE
        ELSE
            IF WS-MARKER-STATE NOT = "C"
                DISPLAY "ROLL-MERGE: PARTITION " WS-PART-DIGIT
                    " DID NOT COMPLETE - RESTART ROLL-BATCH PARTITION="
                    WS-PART-DIGIT
                ADD 1 TO WS-INCOMPLETE
            END-IF
        END-IF
    END-IF.

*> ROLLREQV.DAT must still be the file that was split: same requests,
*> same sessions, in the same order, each partition's share as
*> PARTCTL.DAT recorded it.
CHECK-REQUEST-MAP.
    OPEN INPUT ROLL-REQUEST-FILE.
    IF WS-REQUEST-STATUS NOT = "00"
        DISPLAY "ROLL-MERGE: FATAL - CANNOT OPEN ROLL-REQUEST-FILE, "
            "STATUS=" WS-REQUEST-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT PARTITION-MAP-FILE.
    IF WS-MAP-STATUS NOT = "00"
        DISPLAY "ROLL-MERGE: FATAL - CANNOT OPEN PARTITION-MAP-FILE, "
            "STATUS=" WS-MAP-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF.
    MOVE "N" TO WS-MAP-EOF.
    MOVE 0 TO WS-MAP-LINES.
    PERFORM CHECK-ONE-MAP-LINE UNTIL WS-EOF = "Y".
    CLOSE PARTITION-MAP-FILE.
    CLOSE ROLL-REQUEST-FILE.
    IF WS-MAP-LINES NOT = WS-SPLIT-REQUESTS
        DISPLAY "ROLL-MERGE: FATAL - ROLLREQV.DAT HAS " WS-MAP-LINES
            " REQUESTS, " WS-SPLIT-REQUESTS " WERE SPLIT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
            UNTIL WS-PART-INDEX > WS-PARTITIONS
        IF CP-MAPPED(WS-PART-INDEX) NOT = CP-REQUESTS(WS-PART-INDEX)
            MOVE WS-PART-INDEX TO WS-PART-DIGIT
            DISPLAY "ROLL-MERGE: FATAL - PARTMAP.DAT GIVES PARTITION "
                WS-PART-DIGIT " " CP-MAPPED(WS-PART-INDEX)
                " REQUESTS, PARTCTL.DAT " CP-REQUESTS(WS-PART-INDEX)
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-PERFORM.

CHECK-ONE-MAP-LINE.
    READ ROLL-REQUEST-FILE
        AT END MOVE "Y" TO WS-EOF
    END-READ.
    READ PARTITION-MAP-FILE
        AT END MOVE "Y" TO WS-MAP-EOF
    END-READ.
    IF WS-EOF NOT = WS-MAP-EOF
        DISPLAY "ROLL-MERGE: FATAL - PARTMAP.DAT AND ROLLREQV.DAT "
            "DIFFER IN LENGTH - ROLLREQV.DAT CHANGED SINCE ROLL-SPLIT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-EOF = "N"
        ADD 1 TO WS-MAP-LINES
        IF PM-SESSION-ID NOT = RQ-SESSION-ID
                OR PM-PARTITION = 0 OR PM-PARTITION > WS-PARTITIONS
            DISPLAY "ROLL-MERGE: FATAL - PARTMAP.DAT LINE " WS-MAP-LINES
                " DOES NOT MATCH ROLLREQV.DAT - ROLLREQV.DAT CHANGED "
                "SINCE ROLL-SPLIT"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO CP-MAPPED(PM-PARTITION)
    END-IF.

*> Reads one partition's totals, results and audit work files in step,
*> pairing each total with that partition's next line in the map.
*> Each die's results record must repeat its audit record, and the
*> audit records must run from sequence 1 on the partition's own seal
*> chain, or the files are not what ROLL-BATCH wrote.
COLLECT-ONE-PARTITION.
    MOVE WS-PART-INDEX TO WS-PART-DIGIT.
    IF CP-REQUESTS(WS-PART-INDEX) > 0
        MOVE SPACES TO WS-PART-TOTALS-NAME
        STRING "ROLLTOT.P" WS-PART-DIGIT DELIMITED BY SIZE
            INTO WS-PART-TOTALS-NAME
        END-STRING
        MOVE SPACES TO WS-PART-RESULTS-NAME
        STRING "ROLLRES.P" WS-PART-DIGIT DELIMITED BY SIZE
            INTO WS-PART-RESULTS-NAME
        END-STRING
        MOVE SPACES TO WS-PART-AUDIT-NAME
        STRING "DICEAUDIT.P" WS-PART-DIGIT DELIMITED BY SIZE
            INTO WS-PART-AUDIT-NAME
        END-STRING
        OPEN INPUT PART-TOTALS-FILE
        OPEN INPUT PART-RESULTS-FILE
        OPEN INPUT PART-AUDIT-FILE
        IF WS-PART-TOTALS-STATUS NOT = "00"
                OR WS-PART-RESULTS-STATUS NOT = "00"
                OR WS-PART-AUDIT-STATUS NOT = "00"
            MOVE "WORK FILES CANNOT BE OPENED" TO WS-MERGE-ERROR
            PERFORM REFUSE-PARTITION
        END-IF
        OPEN INPUT PARTITION-MAP-FILE
        MOVE "N" TO WS-EOF
        MOVE "N" TO WS-MAP-EOF
        MOVE 0 TO WS-MAP-ORDINAL
        MOVE 0 TO WS-PART-REQUESTS
        MOVE 0 TO WS-PART-DICE
        MOVE 0 TO WS-PART-SEQ
        MOVE 0 TO WS-PART-SEAL
        PERFORM COLLECT-ONE-TOTAL UNTIL WS-EOF = "Y"
        READ PART-RESULTS-FILE
            NOT AT END
                MOVE "HAS MORE RESULTS THAN ITS TOTALS ACCOUNT FOR"
                    TO WS-MERGE-ERROR
                PERFORM REFUSE-PARTITION
        END-READ
        READ PART-AUDIT-FILE
            NOT AT END
                MOVE "HAS MORE AUDIT RECORDS THAN ITS TOTALS ACCOUNT FOR"
                    TO WS-MERGE-ERROR
                PERFORM REFUSE-PARTITION
        END-READ
        CLOSE PARTITION-MAP-FILE
        CLOSE PART-AUDIT-FILE
        CLOSE PART-RESULTS-FILE
        CLOSE PART-TOTALS-FILE
        IF WS-PART-REQUESTS NOT = CP-REQUESTS(WS-PART-INDEX)
            MOVE "HAS FEWER TOTALS THAN REQUESTS" TO WS-MERGE-ERROR
            PERFORM REFUSE-PARTITION
        END-IF
        IF WS-PART-DICE NOT = CP-DICE(WS-PART-INDEX)
            MOVE "ROLLED A DIFFERENT NUMBER OF DICE THAN WERE SPLIT"
                TO WS-MERGE-ERROR
            PERFORM REFUSE-PARTITION
        END-IF
        DISPLAY "ROLL-MERGE: PARTITION " WS-PART-DIGIT
            " REQUESTS=" WS-PART-REQUESTS " DICE=" WS-PART-DICE
    END-IF.

COLLECT-ONE-TOTAL.
    READ PART-TOTALS-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            ADD 1 TO WS-PART-REQUESTS
            PERFORM FIND-NEXT-MAP-LINE
            IF WS-MAP-EOF = "Y"
                MOVE "HAS MORE TOTALS THAN REQUESTS" TO WS-MERGE-ERROR
                PERFORM REFUSE-PARTITION
            END-IF
            IF PM-SESSION-ID NOT = XT-SESSION-ID
                    OR XT-REQUEST-SEQ NOT = WS-PART-REQUESTS
                MOVE "TOTALS ARE OUT OF STEP WITH ITS REQUESTS"
                    TO WS-MERGE-ERROR
                PERFORM REFUSE-PARTITION
            END-IF
            MOVE WS-MAP-ORDINAL TO MW-REQUEST-SEQ
            MOVE 0 TO MW-DIE-NO
            MOVE WS-PART-INDEX TO MW-PARTITION
            MOVE PART-TOTAL-RECORD TO MW-DATA
            WRITE MERGE-WORK-RECORD
            PERFORM COLLECT-ONE-DIE VARYING WS-DIE-NO FROM 1 BY 1
                UNTIL WS-DIE-NO > XT-DICE-ROLLED
    END-READ.

FIND-NEXT-MAP-LINE.
    MOVE "N" TO WS-MAP-EOF.
    READ PARTITION-MAP-FILE
        AT END MOVE "Y" TO WS-MAP-EOF
        NOT AT END ADD 1 TO WS-MAP-ORDINAL
    END-READ.
    PERFORM UNTIL WS-MAP-EOF = "Y" OR PM-PARTITION = WS-PART-INDEX
        READ PARTITION-MAP-FILE
            AT END MOVE "Y" TO WS-MAP-EOF
            NOT AT END ADD 1 TO WS-MAP-ORDINAL
        END-READ
    END-PERFORM.

COLLECT-ONE-DIE.
    READ PART-RESULTS-FILE
        AT END
            MOVE "RESULTS END BEFORE ITS TOTALS DO" TO WS-MERGE-ERROR
            PERFORM REFUSE-PARTITION
    END-READ.
    READ PART-AUDIT-FILE
        AT END
            MOVE "AUDIT RECORDS END BEFORE ITS TOTALS DO"
                TO WS-MERGE-ERROR
            PERFORM REFUSE-PARTITION
    END-READ.
    ADD 1 TO WS-PART-SEQ.
    IF XA-SEQUENCE-NUMBER NOT = WS-PART-SEQ
        MOVE "AUDIT SEQUENCE IS BROKEN" TO WS-MERGE-ERROR
        PERFORM REFUSE-PARTITION
    END-IF.
    IF XA-SESSION-ID NOT = XT-SESSION-ID
            OR PART-RESULT-RECORD NOT = PART-AUDIT-RECORD(19:36)
        MOVE "RESULTS DO NOT MATCH ITS AUDIT RECORDS" TO WS-MERGE-ERROR
        PERFORM REFUSE-PARTITION
    END-IF.
    CALL "ROLL-SEAL" USING BY REFERENCE PART-AUDIT-RECORD,
        WS-PART-SEAL, WS-NEXT-SEAL.
    IF XA-SEAL NOT NUMERIC OR XA-SEAL NOT = WS-NEXT-SEAL
        MOVE "AUDIT SEAL CHAIN IS BROKEN" TO WS-MERGE-ERROR
        PERFORM REFUSE-PARTITION
    END-IF.
    MOVE WS-NEXT-SEAL TO WS-PART-SEAL.
    MOVE WS-MAP-ORDINAL TO MW-REQUEST-SEQ.
    MOVE WS-DIE-NO TO MW-DIE-NO.
    MOVE WS-PART-INDEX TO MW-PARTITION.
    MOVE PART-AUDIT-RECORD TO MW-DATA.
    WRITE MERGE-WORK-RECORD.
    ADD 1 TO WS-PART-DICE.

REFUSE-PARTITION.
    DISPLAY "ROLL-MERGE: FATAL - PARTITION " WS-PART-DIGIT " "
        WS-MERGE-ERROR.
    DISPLAY "ROLL-MERGE: MERGE REFUSED - RERUN ROLL-SPLIT AND THE "
        "PARTITIONS".
    MOVE 1 TO RETURN-CODE.
    STOP RUN.

*> Opened as ROLL-BATCH opens a window: from the tail of the log, or
*> over this merge's own earlier attempt, cut back to where it began.
*> The window id goes on PARTCTL.DAT before the marker is written, so
*> a rerun always recognizes its own open window. The audit lock is
*> held while the window opens, as ROLL-BATCH holds it, and the shop
*> marker is checked again under it: a ROLL-ONLINE roll may have
*> opened a window since CHECK-SHOP-WINDOW looked, and that one is
*> not this merge's to take over.
OPEN-MERGED-WINDOW.
    CALL "CBL_CREATE_DIR" USING WS-LOCK-NAME
        RETURNING WS-LOCK-STATUS.
    IF WS-LOCK-STATUS NOT = 0
        DISPLAY "ROLL-MERGE: FATAL - AUDIT LOG LOCKED (AUDITWIN.LCK) - "
            "IF NO ONLINE ROLL OR WINDOW OPEN IS RUNNING, REMOVE THE "
            "LOCK AND RERUN"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "AUDITWIN.DAT" TO WS-WINDOW-FILENAME.
    PERFORM READ-WINDOW-MARKER.
    IF WS-MARKER-FOUND = "Y" AND WS-MARKER-STATE = "O"
        IF WS-SPLIT-STATE NOT = "W"
                OR WS-MARKER-FIRST-SEQ NOT = WS-SPLIT-WINDOW
            CALL "CBL_DELETE_DIR" USING WS-LOCK-NAME
                RETURNING WS-LOCK-STATUS
            DISPLAY "ROLL-MERGE: FATAL - WINDOW " WS-MARKER-FIRST-SEQ
                " IS OPEN IN AUDITWIN.DAT - IT MUST COMPLETE FIRST"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE 0 TO WS-CHAIN-SEAL.
    MOVE 0 TO WS-FACE-HASH.
    IF WS-MARKER-FOUND = "Y" AND WS-MARKER-STATE = "O"
        MOVE WS-MARKER-FIRST-SEQ TO WS-WINDOW-FIRST-SEQ
        COMPUTE WS-AUDIT-SEQ = WS-MARKER-FIRST-SEQ - 1
        PERFORM TRIM-AUDIT-FILE
        PERFORM LOCATE-AUDIT-TAIL
        COMPUTE WS-AUDIT-SEQ = WS-MARKER-FIRST-SEQ - 1
        DISPLAY "ROLL-MERGE: TAKING OVER WINDOW " WS-WINDOW-FIRST-SEQ
    ELSE
        MOVE 0 TO WS-AUDIT-SEQ
        PERFORM LOCATE-AUDIT-TAIL
        COMPUTE WS-WINDOW-FIRST-SEQ = WS-AUDIT-SEQ + 1
    END-IF.
    MOVE "W" TO WS-SPLIT-STATE.
    MOVE WS-WINDOW-FIRST-SEQ TO WS-SPLIT-WINDOW.
    PERFORM REWRITE-PARTITION-CONTROL.
    OPEN OUTPUT WINDOW-CONTROL-FILE.
    MOVE WS-WINDOW-FIRST-SEQ TO AW-WINDOW-FIRST-SEQ.
    MOVE "O" TO AW-WINDOW-STATE.
    WRITE WINDOW-CONTROL-RECORD.
    CLOSE WINDOW-CONTROL-FILE.
    PERFORM REGISTER-WINDOW-OPEN.
    CALL "CBL_DELETE_DIR" USING WS-LOCK-NAME
        RETURNING WS-LOCK-STATUS.

*> Each die keeps the seed and timestamp it was rolled with; only the
*> audit sequence and the seal are the shop log's own. Totals take
*> the request's line in ROLLREQV.DAT as their request sequence.
WRITE-MERGED-WINDOW.
    OPEN INPUT SORTED-WORK-FILE.
    IF WS-SORTED-STATUS NOT = "00"
        DISPLAY "ROLL-MERGE: FATAL - CANNOT OPEN SORTED WORK, STATUS="
            WS-SORTED-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT ROLL-RESULTS-FILE.
    OPEN OUTPUT ROLL-TOTALS-FILE.
    OPEN EXTEND DICE-AUDIT-LOG-FILE.
    IF WS-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT DICE-AUDIT-LOG-FILE
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM WRITE-ONE-MERGED-RECORD UNTIL WS-EOF = "Y".
    CLOSE DICE-AUDIT-LOG-FILE.
    CLOSE ROLL-TOTALS-FILE.
    CLOSE ROLL-RESULTS-FILE.
    CLOSE SORTED-WORK-FILE.

WRITE-ONE-MERGED-RECORD.
    READ SORTED-WORK-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            IF MS-DIE-NO = 0
                MOVE MS-DATA TO ROLL-TOTAL-RECORD
                MOVE MS-REQUEST-SEQ TO RT-REQUEST-SEQ
                WRITE ROLL-TOTAL-RECORD
                ADD 1 TO WS-MERGED-REQUESTS
            ELSE
                MOVE MS-DATA TO AUDIT-LOG-RECORD
                ADD 1 TO WS-AUDIT-SEQ
                MOVE WS-AUDIT-SEQ TO AL-SEQUENCE-NUMBER
                MOVE AUDIT-LOG-RECORD(19:36) TO ROLL-RESULT-RECORD
                WRITE ROLL-RESULT-RECORD
                CALL "ROLL-SEAL" USING BY REFERENCE AUDIT-LOG-RECORD,
                    WS-CHAIN-SEAL, WS-NEXT-SEAL
                MOVE WS-NEXT-SEAL TO AL-SEAL
                MOVE WS-NEXT-SEAL TO WS-CHAIN-SEAL
                ADD AL-FACE-VALUE TO WS-FACE-HASH
                WRITE AUDIT-LOG-RECORD
                ADD 1 TO WS-MERGED-DICE
            END-IF
    END-READ.

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

MARK-WINDOW-COMPLETE.
    OPEN OUTPUT WINDOW-CONTROL-FILE.
    MOVE WS-WINDOW-FIRST-SEQ TO AW-WINDOW-FIRST-SEQ.
    MOVE "C" TO AW-WINDOW-STATE.
    WRITE WINDOW-CONTROL-RECORD.
    CLOSE WINDOW-CONTROL-FILE.
    PERFORM REGISTER-WINDOW-COMPLETE.

REGISTER-WINDOW-OPEN.
    PERFORM OPEN-WINDOW-REGISTRY.
    MOVE WS-WINDOW-FIRST-SEQ TO WR-WINDOW-ID.
    READ WINDOW-REGISTRY-FILE
        INVALID KEY
            MOVE WS-WINDOW-FIRST-SEQ TO WR-WINDOW-ID
            MOVE "O" TO WR-STATE
            MOVE WS-WINDOW-FIRST-SEQ TO WR-FIRST-SEQ
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
    DISPLAY "ROLL-MERGE: WINDOW " WS-WINDOW-FIRST-SEQ
        " REGISTERED COMPLETE, SEQUENCES " WS-WINDOW-FIRST-SEQ
        " - " WS-AUDIT-SEQ.
    DISPLAY "ROLL-MERGE: WINDOW SEALED, SEAL=" WS-CHAIN-SEAL
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
    IF WS-REGISTRY-STATUS = "35"
        OPEN OUTPUT WINDOW-REGISTRY-FILE
        CLOSE WINDOW-REGISTRY-FILE
        OPEN I-O WINDOW-REGISTRY-FILE
    END-IF.
    IF WS-REGISTRY-STATUS NOT = "00"
        DISPLAY "ROLL-MERGE: FATAL - CANNOT OPEN WINDOW-REGISTRY-FILE, "
            "STATUS=" WS-REGISTRY-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

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

TRIM-AUDIT-FILE.
    MOVE "N" TO WS-TRIM-EOF.
    OPEN INPUT TRIM-INPUT-FILE.
    IF WS-TRIM-IN-STATUS NOT = "00"
        CONTINUE
    ELSE
        OPEN OUTPUT TRIM-OUTPUT-FILE
        PERFORM COPY-AUDIT-TRIM-RECORD UNTIL WS-TRIM-EOF = "Y"
        CLOSE TRIM-OUTPUT-FILE
        CLOSE TRIM-INPUT-FILE
        CALL "CBL_RENAME_FILE" USING WS-TRIM-OUT-NAME, WS-TRIM-IN-NAME
            RETURNING WS-TRIM-RENAME-STATUS
    END-IF.

COPY-AUDIT-TRIM-RECORD.
    READ TRIM-INPUT-FILE
        AT END MOVE "Y" TO WS-TRIM-EOF
        NOT AT END
            MOVE TRIM-INPUT-RECORD(1:8) TO WS-TRIM-SEQ
            IF WS-TRIM-SEQ > WS-AUDIT-SEQ
                MOVE "Y" TO WS-TRIM-EOF
            ELSE
                WRITE TRIM-OUTPUT-RECORD FROM TRIM-INPUT-RECORD
            END-IF
    END-READ.
