ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROLL-RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RESULTS-STATUS.
    SELECT ROLL-TOTALS-FILE ASSIGN TO DYNAMIC WS-TOTALS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TOTALS-STATUS.
    SELECT DICE-AUDIT-LOG-FILE ASSIGN TO "DICEAUDIT.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
        ACCESS MODE DYNAMIC
        RECORD KEY HM-KEY
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT TOTAL-HISTORY-FILE ASSIGN TO "TOTHIST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY TH-KEY
        FILE STATUS IS WS-TOTHIST-STATUS.

DATA DIVISION.
FILE SECTION.
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
01  ROLL-HISTORY-RECORD.
    COPY ROLLHIST REPLACING ==:REC:== BY ==HM==.

FD  TOTAL-HISTORY-FILE.
01  TOTAL-HISTORY-RECORD.
    COPY TOTHIST REPLACING ==:REC:== BY ==TH==.

WORKING-STORAGE SECTION.
01 WS-RESULTS-STATUS PIC XX.
01 WS-TOTALS-STATUS PIC XX.
01 WS-TOTHIST-STATUS PIC XX.
01 WS-AUDIT-STATUS PIC XX.
01 WS-HISTORY-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-WINDOW-ID PIC 9(8) VALUE 0.
01 WS-RESULTS-FILENAME PIC X(44) VALUE "ROLLRES.DAT".
01 WS-TOTALS-FILENAME PIC X(44) VALUE "ROLLTOT.DAT".
01 WS-RESULTS-CARD-SEEN PIC X VALUE "N".
01 WS-TOTALS-CARD-SEEN PIC X VALUE "N".
01 WS-WINDOW-FIRST-SEQ PIC 9(8) VALUE 1.
01 WS-WINDOW-LAST-SEQ PIC 9(8) VALUE 99999999.
01 WS-AUDIT-MATCHED PIC X.
01 WS-READ-COUNT PIC 9(8) VALUE 0.
01 WS-ADDED-COUNT PIC 9(8) VALUE 0.
01 WS-DUP-COUNT PIC 9(8) VALUE 0.
01 WS-DICE-OWED PIC 9(5) VALUE 0.
01 WS-TOTALS-EOF PIC X VALUE "N".
01 WS-TOTALS-READ PIC 9(8) VALUE 0.
01 WS-TOTALS-ADDED PIC 9(8) VALUE 0.
01 WS-TOTALS-DUP PIC 9(8) VALUE 0.
01 WS-OPSLOG-PROGRAM PIC X(14) VALUE "ROLL-CONSOL".
01 WS-OPSLOG-EVENT PIC X(5).
01 WS-OPSLOG-IN PIC 9(8).

PROCEDURE DIVISION.

*> The run ends in GOBACK so ROLL-ONLDRAIN can CALL it once for each
*> online window; run on its own it ends the run all the same.
MAIN-LOGIC.
    PERFORM LOAD-WINDOW-CONTROL.
    PERFORM LOG-RUN-START.
    OPEN INPUT ROLL-RESULTS-FILE.
    IF WS-RESULTS-STATUS NOT = "00"
        DISPLAY "ROLL-CONSOL: FATAL - CANNOT OPEN ROLL-RESULTS-FILE, STATUS="
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT ROLL-TOTALS-FILE.
    IF WS-TOTALS-STATUS NOT = "00"
        DISPLAY "ROLL-CONSOL: FATAL - CANNOT OPEN ROLL-TOTALS-FILE, STATUS="
            WS-TOTALS-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT DICE-AUDIT-LOG-FILE.
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "ROLL-CONSOL: FATAL - CANNOT OPEN DICE-AUDIT-LOG-FILE, "
        STOP RUN
    END-IF.
    PERFORM OPEN-HISTORY-MASTER.
    PERFORM OPEN-TOTAL-HISTORY.
    PERFORM CONSOLIDATE-RESULTS UNTIL WS-EOF = "Y".
    PERFORM CHECK-TOTALS-ENDED.
    CLOSE ROLL-RESULTS-FILE.
    CLOSE ROLL-TOTALS-FILE.
    CLOSE DICE-AUDIT-LOG-FILE.
    CLOSE ROLL-HISTORY-FILE.
    CLOSE TOTAL-HISTORY-FILE.
    DISPLAY "ROLL-CONSOL: READ=" WS-READ-COUNT
        " ADDED=" WS-ADDED-COUNT " DUPLICATES=" WS-DUP-COUNT.
    DISPLAY "ROLL-CONSOL: TOTALS READ=" WS-TOTALS-READ
        " ADDED=" WS-TOTALS-ADDED " DUPLICATES=" WS-TOTALS-DUP.
    MOVE 0 TO RETURN-CODE.
    PERFORM LOG-RUN-END.
    GOBACK.

*> A START with no matching END in OPSLOG.DAT tells ROLL-VERIFY the
*> run died. START follows the run-control cards, which may rename
*> the step. The END carries result records read in and history
*> records added out, which the verification report cross-foots
*> against ROLL-BATCH's dice count.
LOG-RUN-START.
    MOVE RETURN-CODE TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.
    MOVE WS-OPSLOG-RC TO RETURN-CODE.

*> A WINDOW-ID= card in CONSLWIN.PRM consolidates any window on the
*> registry - the results file given to this run must be the one
*> operations kept for that window, named on a RESULTS-FILE= card
*> when it is not ROLLRES.DAT (an online window's ONLR file, for
*> one). The window's request totals come with it: a RESULTS-FILE=
*> card must be matched by a TOTALS-FILE= card naming the totals file
*> kept alongside (ONLT for an online window), since ROLLTOT.DAT by
*> then holds some other window's totals. Without the card the latest
*> window is taken from AUDITWIN.DAT as before. A LOG-AS= card logs
*> the run to OPSLOG under another step name, so a window taken in
*> apart from the day's stream is not taken by ROLL-VERIFY for the
*> day's consolidation. Audit records
*> outside the window's sequence range belong to other windows and
*> are skipped before the lockstep read begins.
LOAD-WINDOW-CONTROL.
        PERFORM READ-CONTROL-CARD UNTIL WS-CONTROL-EOF = "Y"
        CLOSE RUN-CONTROL-FILE
    END-IF.
    IF WS-RESULTS-CARD-SEEN = "Y" AND WS-TOTALS-CARD-SEEN = "N"
        DISPLAY "ROLL-CONSOL: FATAL - RESULTS-FILE CARD GIVEN WITHOUT "
            "A TOTALS-FILE CARD"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-CONTROL-CARD.
    READ RUN-CONTROL-FILE
    MOVE SPACES TO WS-PARM-VALUE.
    UNSTRING RUN-CONTROL-CARD DELIMITED BY "="
        INTO WS-PARM-KEYWORD, WS-PARM-VALUE.
    EVALUATE WS-PARM-KEYWORD
        WHEN "WINDOW-ID"
            IF WS-PARM-VALUE(1:8) NOT NUMERIC
                DISPLAY "ROLL-CONSOL: FATAL - WINDOW-ID MUST BE 8 DIGITS, "
                    "GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-VALUE(1:8) TO WS-WINDOW-ID
        WHEN "RESULTS-FILE"
            MOVE WS-PARM-VALUE TO WS-RESULTS-FILENAME
            MOVE "Y" TO WS-RESULTS-CARD-SEEN
        WHEN "TOTALS-FILE"
            MOVE WS-PARM-VALUE TO WS-TOTALS-FILENAME
            MOVE "Y" TO WS-TOTALS-CARD-SEEN
        WHEN "LOG-AS"
            PERFORM APPLY-LOG-AS-CARD
        WHEN OTHER
            DISPLAY "ROLL-CONSOL: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

APPLY-LOG-AS-CARD.
    IF WS-PARM-VALUE = SPACES OR WS-PARM-VALUE(15:) NOT = SPACES
        DISPLAY "ROLL-CONSOL: FATAL - LOG-AS MUST BE 1-14 CHARACTERS, "
            "GOT: " WS-PARM-VALUE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-PARM-VALUE TO WS-OPSLOG-PROGRAM.

LOAD-REGISTERED-WINDOW.
    OPEN INPUT WINDOW-REGISTRY-FILE.
        STOP RUN
    END-IF.

OPEN-TOTAL-HISTORY.
    OPEN I-O TOTAL-HISTORY-FILE.
    IF WS-TOTHIST-STATUS = "35"
        OPEN OUTPUT TOTAL-HISTORY-FILE
        CLOSE TOTAL-HISTORY-FILE
        OPEN I-O TOTAL-HISTORY-FILE
    END-IF.
    IF WS-TOTHIST-STATUS NOT = "00"
        DISPLAY "ROLL-CONSOL: FATAL - CANNOT OPEN TOTAL-HISTORY-FILE, "
            "STATUS=" WS-TOTHIST-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

CONSOLIDATE-RESULTS.
    READ ROLL-RESULTS-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            ADD 1 TO WS-READ-COUNT
            PERFORM MATCH-AUDIT-RECORD
            PERFORM MATCH-REQUEST-TOTAL
            PERFORM ADD-HISTORY-RECORD
    END-READ.

        MOVE "Y" TO WS-AUDIT-MATCHED
    END-IF.

*> The totals file holds one record per request in the order the
*> requests were rolled, and each request's dice follow one another in
*> the results, so the next total owns the next DICE-ROLLED results.
*> The total is held while its dice are read and goes onto the total
*> history with its last die; it takes its key timestamp and first
*> audit sequence from its first. A total that does not own the dice
*> coming up is a damaged window, as for the audit log.
MATCH-REQUEST-TOTAL.
    IF WS-DICE-OWED = 0
        PERFORM READ-NEXT-TOTAL
        MOVE RT-SESSION-ID TO TH-SESSION-ID
        MOVE RR-TIMESTAMP TO TH-TIMESTAMP
        MOVE RT-REQUEST-SEQ TO TH-REQUEST-SEQ
        MOVE WS-WINDOW-FIRST-SEQ TO TH-WINDOW-ID
        MOVE RT-DICE-ROLLED TO TH-DICE-ROLLED
        MOVE RT-KEEP-TYPE TO TH-KEEP-TYPE
        MOVE RT-KEEP-COUNT TO TH-KEEP-COUNT
        MOVE RT-MOD-SIGN TO TH-MOD-SIGN
        MOVE RT-MODIFIER TO TH-MODIFIER
        MOVE RT-TOTAL TO TH-TOTAL
        MOVE AL-SEQUENCE-NUMBER TO TH-FIRST-AUDIT-SEQ
        MOVE SPACE TO TH-STATUS
        MOVE SPACES TO TH-VOID-REASON
        MOVE RT-DICE-ROLLED TO WS-DICE-OWED
    END-IF.
    IF RR-SESSION-ID NOT = TH-SESSION-ID
        DISPLAY "ROLL-CONSOL: FATAL - RESULT/TOTAL MISMATCH AT RESULT "
            WS-READ-COUNT " - RUN ROLL-RECON"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    SUBTRACT 1 FROM WS-DICE-OWED.
    IF WS-DICE-OWED = 0
        MOVE AL-SEQUENCE-NUMBER TO TH-LAST-AUDIT-SEQ
        PERFORM ADD-TOTAL-HISTORY-RECORD
    END-IF.

READ-NEXT-TOTAL.
    READ ROLL-TOTALS-FILE
        AT END
            DISPLAY "ROLL-CONSOL: FATAL - TOTALS ENDED BEFORE RESULTS "
                "- RUN ROLL-RECON"
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ.
    ADD 1 TO WS-TOTALS-READ.
    IF RT-DICE-ROLLED = 0
        DISPLAY "ROLL-CONSOL: FATAL - TOTAL " WS-TOTALS-READ
            " ROLLED NO DICE - RUN ROLL-RECON"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

ADD-TOTAL-HISTORY-RECORD.
    WRITE TOTAL-HISTORY-RECORD
        INVALID KEY ADD 1 TO WS-TOTALS-DUP
        NOT INVALID KEY ADD 1 TO WS-TOTALS-ADDED
    END-WRITE.

*> Every total must have had all its dice: one still owed dice, or
*> one left over, means the totals and results are not the same
*> window's.
CHECK-TOTALS-ENDED.
    IF WS-DICE-OWED > 0
        DISPLAY "ROLL-CONSOL: FATAL - RESULTS ENDED INSIDE TOTAL "
            WS-TOTALS-READ " - RUN ROLL-RECON"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ ROLL-TOTALS-FILE
        AT END MOVE "Y" TO WS-TOTALS-EOF
    END-READ.
    IF WS-TOTALS-EOF = "N"
        DISPLAY "ROLL-CONSOL: FATAL - TOTALS LEFT OVER AFTER RESULTS "
            "ENDED - RUN ROLL-RECON"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

ADD-HISTORY-RECORD.
    MOVE RR-SESSION-ID TO HM-SESSION-ID.
    MOVE RR-TIMESTAMP TO HM-TIMESTAMP.
