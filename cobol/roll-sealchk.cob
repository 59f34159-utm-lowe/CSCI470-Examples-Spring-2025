IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-SEALCHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "SEALCHK.PRM"
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
    SELECT ROLL-HISTORY-FILE ASSIGN TO "ROLLHIST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY HM-KEY
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT SEAL-REPORT-FILE ASSIGN TO "SEALRPT.RPT"
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

FD  ROLL-HISTORY-FILE.
01  ROLL-HISTORY-RECORD.
    COPY ROLLHIST REPLACING ==:REC:== BY ==HM==.

FD  SEAL-REPORT-FILE.
01  SEAL-REPORT-LINE PIC X(80).

WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC XX.
01 WS-CONTROL-EOF PIC X.
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-AUDIT-FILENAME PIC X(44).
01 WS-AUDIT-FILE-COUNT PIC 99 VALUE 0.
01 WS-AUDIT-FILE-TABLE.
    05 AF-FILENAME PIC X(44) OCCURS 10 TIMES.
01 WS-AUDIT-FILE-INDEX PIC 99.
01 WS-AUDIT-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-REGISTRY-STATUS PIC XX.
01 WS-HISTORY-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-EOF PIC X.
01 WS-RUN-DATE PIC 9(8).
01 WS-WINDOW-ID PIC 9(8) VALUE 0.
01 WS-WINDOW-FIRST-SEQ PIC 9(8).
01 WS-WINDOW-LAST-SEQ PIC 9(8).
01 WS-HISTORY-OPEN PIC X VALUE "N".
01 WS-CHAIN-SEAL PIC 9(10).
01 WS-EXPECTED-SEAL PIC 9(10).
01 WS-PRIOR-SEQ PIC 9(8).
01 WS-RECORD-PROBLEM PIC X(20).
01 WS-RECORDS-WALKED PIC 9(8) VALUE 0.
01 WS-FACE-HASH PIC 9(12) VALUE 0.
01 WS-SEAL-BREAKS PIC 9(8) VALUE 0.
01 WS-SEQ-BREAKS PIC 9(8) VALUE 0.
01 WS-HISTORY-BREAKS PIC 9(8) VALUE 0.
01 WS-NOT-ON-HISTORY PIC 9(8) VALUE 0.
01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
01 WS-LIST-LIMIT PIC 9(4) VALUE 50.
01 WS-FIRST-BROKEN-SEQ PIC 9(8) VALUE 0.
01 WS-FIRST-BROKEN-PROBLEM PIC X(20) VALUE SPACES.
01 WS-INTACT PIC X VALUE "Y".
01 WS-CLOSING-MISMATCH PIC X VALUE "N".
01 WS-OPSLOG-PROGRAM PIC X(14) VALUE "ROLL-SEALCHK".
01 WS-OPSLOG-EVENT PIC X(5).
01 WS-OPSLOG-IN PIC 9(8).
01 WS-OPSLOG-OUT PIC 9(8).
01 WS-OPSLOG-RC PIC 99.

01 WS-HEADING-1.
    05 FILLER PIC X(40)
        VALUE "ROLL-SEALCHK  AUDIT SEAL VERIFICATION  ".
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
    05 FILLER PIC X(10) VALUE "SEQUENCE".
    05 FILLER PIC X(12) VALUE "SESSION-ID".
    05 FILLER PIC X(6) VALUE "FACE".
    05 FILLER PIC X(12) VALUE "STORED".
    05 FILLER PIC X(12) VALUE "EXPECTED".
    05 FILLER PIC X(20) VALUE "PROBLEM".
01 WS-DETAIL-LINE.
    05 DL-SEQUENCE PIC 9(8).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-SESSION-ID PIC X(10).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-FACE PIC X(3).
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-STORED-SEAL PIC X(10).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-EXPECTED-SEAL PIC X(10).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-PROBLEM PIC X(20).
01 WS-SEAL-LINE.
    05 SL-LABEL PIC X(30).
    05 SL-WALKED PIC Z(11)9.
    05 FILLER PIC XX VALUE SPACES.
    05 SL-REGISTERED PIC Z(11)9.
    05 FILLER PIC XX VALUE SPACES.
    05 SL-STATUS PIC X(8).
01 WS-SEAL-HEADING.
    05 FILLER PIC X(30) VALUE SPACES.
    05 FILLER PIC X(14) VALUE "      WALKED".
    05 FILLER PIC X(14) VALUE "  REGISTERED".
01 WS-COUNT-LINE.
    05 CL-LABEL PIC X(30).
    05 CL-COUNT PIC ZZZZZZZ9.
01 WS-FIRST-BROKEN-LINE.
    05 FILLER PIC X(30) VALUE "FIRST BROKEN RECORD".
    05 FB-SEQUENCE PIC 9(8).
    05 FILLER PIC XX VALUE SPACES.
    05 FB-PROBLEM PIC X(20).
01 WS-VERDICT-LINE PIC X(40).

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM LOG-RUN-START.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-WINDOW-CONTROL.
    PERFORM LOAD-REGISTERED-WINDOW.
    PERFORM CHECK-ONE-AUDIT-FILE VARYING WS-AUDIT-FILE-INDEX FROM 1 BY 1
        UNTIL WS-AUDIT-FILE-INDEX > WS-AUDIT-FILE-COUNT.
    PERFORM OPEN-HISTORY-MASTER.
    OPEN OUTPUT SEAL-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADINGS.
    MOVE WR-OPEN-SEAL TO WS-CHAIN-SEAL.
    COMPUTE WS-PRIOR-SEQ = WS-WINDOW-FIRST-SEQ - 1.
    PERFORM WALK-ONE-AUDIT-FILE VARYING WS-AUDIT-FILE-INDEX FROM 1 BY 1
        UNTIL WS-AUDIT-FILE-INDEX > WS-AUDIT-FILE-COUNT.
    IF WS-HISTORY-OPEN = "Y"
        CLOSE ROLL-HISTORY-FILE
    END-IF.
    PERFORM CHECK-WINDOW-TAIL.
    PERFORM CHECK-CLOSING-SEAL.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE SEAL-REPORT-FILE.
    IF WS-INTACT = "Y"
        DISPLAY "ROLL-SEALCHK: WINDOW " WS-WINDOW-ID " SEAL INTACT"
        MOVE 0 TO RETURN-CODE
    ELSE
        IF WS-FIRST-BROKEN-SEQ = 0
            DISPLAY "ROLL-SEALCHK: *** CLOSING SEAL/COUNT/HASH MISMATCH "
                "FOR WINDOW " WS-WINDOW-ID " - SEE SEALRPT ***"
        ELSE
            DISPLAY "ROLL-SEALCHK: *** WINDOW " WS-WINDOW-ID
                " SEAL BROKEN AT SEQUENCE " WS-FIRST-BROKEN-SEQ
                " - SEE SEALRPT ***"
        END-IF
        MOVE 2 TO RETURN-CODE
    END-IF.
    PERFORM LOG-RUN-END.
    STOP RUN.

*> A START with no matching END in OPSLOG.DAT tells ROLL-VERIFY the
*> run died. The END carries audit records walked in and broken
*> records out.
LOG-RUN-START.
    MOVE "START" TO WS-OPSLOG-EVENT.
    MOVE 0 TO WS-OPSLOG-IN.
    MOVE 0 TO WS-OPSLOG-OUT.
    MOVE 0 TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.

LOG-RUN-END.
    MOVE "END" TO WS-OPSLOG-EVENT.
    MOVE WS-RECORDS-WALKED TO WS-OPSLOG-IN.
    COMPUTE WS-OPSLOG-OUT = WS-SEAL-BREAKS + WS-SEQ-BREAKS
        + WS-HISTORY-BREAKS.
    MOVE RETURN-CODE TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.
    MOVE WS-OPSLOG-RC TO RETURN-CODE.

*> SEALCHK.PRM names the window to certify (WINDOW-ID=) and, for a
*> window ROLL-PURGE has already aged out of the live log, the
*> archive generations that now hold it (AUDIT-FILE=AUDITARC.
*> YYYYMMDD.DAT). Without a WINDOW-ID card the latest window is
*> taken from AUDITWIN.DAT; without an AUDIT-FILE card the live log
*> is walked. ROLL-PURGE splits the log on each record's own
*> timestamp, and a window restarted from checkpoint or merged from
*> partitions carries more than one, so a window can straddle the
*> cutoff and be left partly in an archive and partly in the live
*> log (or across two archives). Up to ten AUDIT-FILE cards are
*> taken and walked in card order as one log - oldest archive
*> first, DICEAUDIT.DAT last - with the seal chain and sequence
*> check carried from one file into the next.
LOAD-WINDOW-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CONTROL-STATUS NOT = "00"
            DISPLAY "ROLL-SEALCHK: FATAL - CANNOT OPEN RUN-CONTROL-FILE, "
                "STATUS=" WS-CONTROL-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-CONTROL-EOF
        PERFORM READ-CONTROL-CARD UNTIL WS-CONTROL-EOF = "Y"
        CLOSE RUN-CONTROL-FILE
    END-IF.
    IF WS-AUDIT-FILE-COUNT = 0
        MOVE 1 TO WS-AUDIT-FILE-COUNT
        MOVE "DICEAUDIT.DAT" TO AF-FILENAME(1)
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
        DISPLAY "ROLL-SEALCHK: FATAL - NO WINDOW-ID CARD AND NO "
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
                DISPLAY "ROLL-SEALCHK: FATAL - WINDOW-ID MUST BE 8 DIGITS, "
                    "GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-VALUE(1:8) TO WS-WINDOW-ID
        WHEN "AUDIT-FILE"
            IF WS-AUDIT-FILE-COUNT >= 10
                DISPLAY "ROLL-SEALCHK: FATAL - MORE THAN 10 AUDIT-FILE "
                    "CARDS"
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-AUDIT-FILE-COUNT
            MOVE WS-PARM-VALUE TO AF-FILENAME(WS-AUDIT-FILE-COUNT)
        WHEN OTHER
            DISPLAY "ROLL-SEALCHK: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> Only a window ROLL-BATCH has closed carries a closing seal. A
*> window with records but no sealed count was closed before the
*> log was sealed and cannot be certified this way.
LOAD-REGISTERED-WINDOW.
    OPEN INPUT WINDOW-REGISTRY-FILE.
    IF WS-REGISTRY-STATUS NOT = "00"
        DISPLAY "ROLL-SEALCHK: FATAL - CANNOT OPEN WINDOW-REGISTRY-FILE, "
            "STATUS=" WS-REGISTRY-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-WINDOW-ID TO WR-WINDOW-ID.
    READ WINDOW-REGISTRY-FILE
        INVALID KEY
            DISPLAY "ROLL-SEALCHK: FATAL - WINDOW " WS-WINDOW-ID
                " NOT ON REGISTRY"
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ.
    CLOSE WINDOW-REGISTRY-FILE.
    IF WR-STATE NOT = "C"
        DISPLAY "ROLL-SEALCHK: FATAL - WINDOW " WS-WINDOW-ID
            " NOT MARKED COMPLETE - NO CLOSING SEAL YET"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WR-SEAL-COUNT = 0 AND WR-LAST-SEQ >= WR-FIRST-SEQ
        DISPLAY "ROLL-SEALCHK: FATAL - WINDOW " WS-WINDOW-ID
            " WAS CLOSED BEFORE THE AUDIT LOG WAS SEALED"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WR-FIRST-SEQ TO WS-WINDOW-FIRST-SEQ.
    MOVE WR-LAST-SEQ TO WS-WINDOW-LAST-SEQ.
    DISPLAY "ROLL-SEALCHK: VERIFYING WINDOW " WS-WINDOW-ID
        " SEQUENCES " WS-WINDOW-FIRST-SEQ " - " WS-WINDOW-LAST-SEQ.

*> Every file named is opened before the report is started, so a
*> mistyped generation stops the run with no half-written report.
CHECK-ONE-AUDIT-FILE.
    MOVE AF-FILENAME(WS-AUDIT-FILE-INDEX) TO WS-AUDIT-FILENAME.
    OPEN INPUT DICE-AUDIT-LOG-FILE.
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "ROLL-SEALCHK: FATAL - CANNOT OPEN " WS-AUDIT-FILENAME
            ", STATUS=" WS-AUDIT-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE DICE-AUDIT-LOG-FILE.

*> The history master is checked too where it is on file, so an edit
*> made to a consolidated roll rather than to the log is caught. A
*> window not yet consolidated simply shows its rolls as not yet on
*> history.
OPEN-HISTORY-MASTER.
    OPEN INPUT ROLL-HISTORY-FILE.
    IF WS-HISTORY-STATUS = "00"
        MOVE "Y" TO WS-HISTORY-OPEN
    ELSE
        IF WS-HISTORY-STATUS NOT = "35"
            DISPLAY "ROLL-SEALCHK: FATAL - CANNOT OPEN ROLL-HISTORY-FILE, "
                "STATUS=" WS-HISTORY-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

WALK-ONE-AUDIT-FILE.
    MOVE AF-FILENAME(WS-AUDIT-FILE-INDEX) TO WS-AUDIT-FILENAME.
    DISPLAY "ROLL-SEALCHK: WALKING " WS-AUDIT-FILENAME.
    OPEN INPUT DICE-AUDIT-LOG-FILE.
    MOVE "N" TO WS-EOF.
    PERFORM READ-ONE-AUDIT UNTIL WS-EOF = "Y".
    CLOSE DICE-AUDIT-LOG-FILE.

READ-ONE-AUDIT.
    READ DICE-AUDIT-LOG-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            IF AL-SEQUENCE-NUMBER >= WS-WINDOW-FIRST-SEQ
                    AND AL-SEQUENCE-NUMBER <= WS-WINDOW-LAST-SEQ
                PERFORM VERIFY-ONE-RECORD
            END-IF
    END-READ.

*> Each record's seal is recomputed from the seal stored on the
*> record before it. Chaining on from the stored seal, rather than
*> the recomputed one, means one altered record is reported once and
*> the records after it are still judged on their own.
VERIFY-ONE-RECORD.
    ADD 1 TO WS-RECORDS-WALKED.
    ADD AL-FACE-VALUE TO WS-FACE-HASH.
    MOVE SPACES TO WS-RECORD-PROBLEM.
    CALL "ROLL-SEAL" USING BY REFERENCE AUDIT-LOG-RECORD,
        WS-CHAIN-SEAL, WS-EXPECTED-SEAL.
    IF AL-SEQUENCE-NUMBER <= WS-PRIOR-SEQ
        MOVE "SEQUENCE OUT OF ORDER" TO WS-RECORD-PROBLEM
        ADD 1 TO WS-SEQ-BREAKS
    ELSE
        IF AL-SEQUENCE-NUMBER > WS-PRIOR-SEQ + 1
            MOVE "RECORDS MISSING" TO WS-RECORD-PROBLEM
            ADD 1 TO WS-SEQ-BREAKS
        ELSE
            IF AL-SEAL NOT NUMERIC
                MOVE "SEAL MISSING" TO WS-RECORD-PROBLEM
                ADD 1 TO WS-SEAL-BREAKS
            ELSE
                IF AL-SEAL NOT = WS-EXPECTED-SEAL
                    MOVE "SEAL MISMATCH" TO WS-RECORD-PROBLEM
                    ADD 1 TO WS-SEAL-BREAKS
                END-IF
            END-IF
        END-IF
    END-IF.
    IF WS-RECORD-PROBLEM = SPACES AND WS-HISTORY-OPEN = "Y"
        PERFORM CHECK-HISTORY-RECORD
    END-IF.
    IF WS-RECORD-PROBLEM NOT = SPACES
        PERFORM LIST-BROKEN-RECORD
    END-IF.
    MOVE AL-SEQUENCE-NUMBER TO WS-PRIOR-SEQ.
    IF AL-SEAL NUMERIC
        MOVE AL-SEAL TO WS-CHAIN-SEAL
    ELSE
        MOVE WS-EXPECTED-SEAL TO WS-CHAIN-SEAL
    END-IF.

CHECK-HISTORY-RECORD.
    MOVE AL-SESSION-ID TO HM-SESSION-ID.
    MOVE AL-TIMESTAMP TO HM-TIMESTAMP.
    MOVE AL-SEQUENCE-NUMBER TO HM-AUDIT-SEQ.
    READ ROLL-HISTORY-FILE
        INVALID KEY ADD 1 TO WS-NOT-ON-HISTORY
        NOT INVALID KEY
            IF HM-SIDES NOT = AL-SIDES
                    OR HM-FACE-VALUE NOT = AL-FACE-VALUE
                    OR HM-SEED NOT = AL-SEED
                    OR HM-REQUESTOR NOT = AL-REQUESTOR
                MOVE "HISTORY DIFFERS" TO WS-RECORD-PROBLEM
                ADD 1 TO WS-HISTORY-BREAKS
            END-IF
    END-READ.

LIST-BROKEN-RECORD.
    MOVE "N" TO WS-INTACT.
    IF WS-FIRST-BROKEN-SEQ = 0
        MOVE AL-SEQUENCE-NUMBER TO WS-FIRST-BROKEN-SEQ
        MOVE WS-RECORD-PROBLEM TO WS-FIRST-BROKEN-PROBLEM
    END-IF.
    IF WS-LISTED-COUNT < WS-LIST-LIMIT
        ADD 1 TO WS-LISTED-COUNT
        MOVE AL-SEQUENCE-NUMBER TO DL-SEQUENCE
        MOVE AL-SESSION-ID TO DL-SESSION-ID
        MOVE AL-FACE-VALUE TO DL-FACE
        MOVE AL-SEAL TO DL-STORED-SEAL
        MOVE WS-EXPECTED-SEAL TO DL-EXPECTED-SEAL
        MOVE WS-RECORD-PROBLEM TO DL-PROBLEM
        WRITE SEAL-REPORT-LINE FROM WS-DETAIL-LINE
    END-IF.

*> Records cut from the end of the window leave no gap to trip over
*> inside the walk, so the last sequence reached is held up against
*> the registered bound.
CHECK-WINDOW-TAIL.
    IF WS-PRIOR-SEQ < WS-WINDOW-LAST-SEQ
        MOVE "N" TO WS-INTACT
        ADD 1 TO WS-SEQ-BREAKS
        COMPUTE DL-SEQUENCE = WS-PRIOR-SEQ + 1
        IF WS-FIRST-BROKEN-SEQ = 0
            MOVE DL-SEQUENCE TO WS-FIRST-BROKEN-SEQ
            MOVE "RECORDS MISSING" TO WS-FIRST-BROKEN-PROBLEM
        END-IF
        MOVE SPACES TO DL-SESSION-ID
        MOVE SPACES TO DL-FACE
        MOVE SPACES TO DL-STORED-SEAL
        MOVE SPACES TO DL-EXPECTED-SEAL
        MOVE "WINDOW TAIL MISSING" TO DL-PROBLEM
        WRITE SEAL-REPORT-LINE FROM WS-DETAIL-LINE
    END-IF.

*> Every record can chain and still not be the window that was
*> sealed - a record added past the registered tail, or a rewritten
*> face whose seal was recomputed. The registry's closing seal, count
*> and face hash catch that, and no one record is to blame for it.
CHECK-CLOSING-SEAL.
    IF WS-CHAIN-SEAL NOT = WR-CLOSE-SEAL
            OR WS-RECORDS-WALKED NOT = WR-SEAL-COUNT
            OR WS-FACE-HASH NOT = WR-FACE-HASH
        MOVE "N" TO WS-INTACT
        MOVE "Y" TO WS-CLOSING-MISMATCH
    END-IF.

WRITE-REPORT-HEADINGS.
    MOVE WS-RUN-DATE TO H1-DATE.
    WRITE SEAL-REPORT-LINE FROM WS-HEADING-1.
    MOVE SPACES TO SEAL-REPORT-LINE.
    WRITE SEAL-REPORT-LINE.
    MOVE WS-WINDOW-ID TO WL-WINDOW-ID.
    MOVE WS-WINDOW-FIRST-SEQ TO WL-FIRST-SEQ.
    MOVE WS-WINDOW-LAST-SEQ TO WL-LAST-SEQ.
    WRITE SEAL-REPORT-LINE FROM WS-WINDOW-LINE.
    PERFORM WRITE-FILE-LINE VARYING WS-AUDIT-FILE-INDEX FROM 1 BY 1
        UNTIL WS-AUDIT-FILE-INDEX > WS-AUDIT-FILE-COUNT.
    MOVE SPACES TO SEAL-REPORT-LINE.
    WRITE SEAL-REPORT-LINE.
    WRITE SEAL-REPORT-LINE FROM WS-HEADING-2.

WRITE-FILE-LINE.
    MOVE AF-FILENAME(WS-AUDIT-FILE-INDEX) TO FL-FILENAME.
    WRITE SEAL-REPORT-LINE FROM WS-FILE-LINE.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO SEAL-REPORT-LINE.
    WRITE SEAL-REPORT-LINE.
    WRITE SEAL-REPORT-LINE FROM WS-SEAL-HEADING.
    MOVE "CLOSING SEAL" TO SL-LABEL.
    MOVE WS-CHAIN-SEAL TO SL-WALKED.
    MOVE WR-CLOSE-SEAL TO SL-REGISTERED.
    IF WS-CHAIN-SEAL = WR-CLOSE-SEAL
        MOVE "OK" TO SL-STATUS
    ELSE
        MOVE "MISMATCH" TO SL-STATUS
    END-IF.
    WRITE SEAL-REPORT-LINE FROM WS-SEAL-LINE.
    MOVE "RECORD COUNT" TO SL-LABEL.
    MOVE WS-RECORDS-WALKED TO SL-WALKED.
    MOVE WR-SEAL-COUNT TO SL-REGISTERED.
    IF WS-RECORDS-WALKED = WR-SEAL-COUNT
        MOVE "OK" TO SL-STATUS
    ELSE
        MOVE "MISMATCH" TO SL-STATUS
    END-IF.
    WRITE SEAL-REPORT-LINE FROM WS-SEAL-LINE.
    MOVE "FACE-VALUE HASH TOTAL" TO SL-LABEL.
    MOVE WS-FACE-HASH TO SL-WALKED.
    MOVE WR-FACE-HASH TO SL-REGISTERED.
    IF WS-FACE-HASH = WR-FACE-HASH
        MOVE "OK" TO SL-STATUS
    ELSE
        MOVE "MISMATCH" TO SL-STATUS
    END-IF.
    WRITE SEAL-REPORT-LINE FROM WS-SEAL-LINE.
    MOVE SPACES TO SEAL-REPORT-LINE.
    WRITE SEAL-REPORT-LINE.
    MOVE "SEALS BROKEN" TO CL-LABEL.
    MOVE WS-SEAL-BREAKS TO CL-COUNT.
    WRITE SEAL-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "SEQUENCE BREAKS" TO CL-LABEL.
    MOVE WS-SEQ-BREAKS TO CL-COUNT.
    WRITE SEAL-REPORT-LINE FROM WS-COUNT-LINE.
    IF WS-HISTORY-OPEN = "Y"
        MOVE "HISTORY RECORDS DIFFERING" TO CL-LABEL
        MOVE WS-HISTORY-BREAKS TO CL-COUNT
        WRITE SEAL-REPORT-LINE FROM WS-COUNT-LINE
        MOVE "ROLLS NOT YET ON HISTORY" TO CL-LABEL
        MOVE WS-NOT-ON-HISTORY TO CL-COUNT
        WRITE SEAL-REPORT-LINE FROM WS-COUNT-LINE
    END-IF.
    IF WS-LISTED-COUNT >= WS-LIST-LIMIT
        MOVE "(LISTING STOPPED AT 50 RECORDS)" TO SEAL-REPORT-LINE
        WRITE SEAL-REPORT-LINE
    END-IF.
    MOVE SPACES TO SEAL-REPORT-LINE.
    WRITE SEAL-REPORT-LINE.
    IF WS-FIRST-BROKEN-SEQ > 0
        MOVE WS-FIRST-BROKEN-SEQ TO FB-SEQUENCE
        MOVE WS-FIRST-BROKEN-PROBLEM TO FB-PROBLEM
        WRITE SEAL-REPORT-LINE FROM WS-FIRST-BROKEN-LINE
    END-IF.
    IF WS-CLOSING-MISMATCH = "Y"
        MOVE "CLOSING SEAL/COUNT/HASH MISMATCH" TO SEAL-REPORT-LINE
        WRITE SEAL-REPORT-LINE
    END-IF.
    IF WS-INTACT = "Y"
        MOVE "WINDOW SEAL INTACT" TO WS-VERDICT-LINE
    ELSE
        MOVE "*** WINDOW SEAL BROKEN ***" TO WS-VERDICT-LINE
    END-IF.
    WRITE SEAL-REPORT-LINE FROM WS-VERDICT-LINE.
