ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VALID-REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-STATUS.
    SELECT ROLL-RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RESULTS-STATUS.
    SELECT DICE-AUDIT-LOG-FILE ASSIGN TO "DICEAUDIT.DAT"
    SELECT RUN-CONTROL-FILE ASSIGN TO "RECONWIN.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT RECON-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.


FD  DICE-AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD.
    COPY DICEAUDT REPLACING ==:REC:== BY ==AL==.

FD  WINDOW-CONTROL-FILE.
01  WINDOW-CONTROL-RECORD.
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-WINDOW-ID PIC 9(8) VALUE 0.
01 WS-REQUEST-FILENAME PIC X(44) VALUE "ROLLREQV.DAT".
01 WS-RESULTS-FILENAME PIC X(44) VALUE "ROLLRES.DAT".
01 WS-REPORT-FILENAME PIC X(44) VALUE "RECONRPT.RPT".
01 WS-WINDOW-FIRST-SEQ PIC 9(8) VALUE 1.
01 WS-WINDOW-LAST-SEQ PIC 9(8) VALUE 99999999.
01 WS-BALANCED PIC X VALUE "Y".

PROCEDURE DIVISION.

*> The run ends in GOBACK so ROLL-ONLDRAIN can CALL it once for each
*> online window; run on its own it ends the run all the same.
MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-WINDOW-CONTROL.
    PERFORM LOG-RUN-START.
    OPEN OUTPUT RECON-REPORT-FILE.
    PERFORM TALLY-REQUESTS.
    PERFORM TALLY-RESULTS.
        MOVE 2 TO RETURN-CODE
    END-IF.
    PERFORM LOG-RUN-END.
    GOBACK.

*> A START with no matching END in OPSLOG.DAT tells ROLL-VERIFY the
*> run died. START follows the run-control cards, which may rename
*> the step. The END carries requests in and result records out,
*> which the verification report cross-foots against ROLL-BATCH.
LOG-RUN-START.
    MOVE "START" TO WS-OPSLOG-EVENT.
    MOVE RETURN-CODE TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.
    MOVE WS-OPSLOG-RC TO RETURN-CODE.

*> A WINDOW-ID= card in RECONWIN.PRM reconciles any window on the
*> registry, even after later windows have run. Without the card the
*> latest window is taken from AUDITWIN.DAT as before, and without
*> the marker the whole log is treated as one window, as before the
*> log was durable. REQUEST-FILE= and RESULTS-FILE= cards name the
*> window's work files when they are not ROLLREQV.DAT and ROLLRES.DAT,
*> as for an online window rolled by ROLL-ONLINE, and REPORT-FILE=
*> keeps the report for such a window apart from RECONRPT.RPT. A
*> LOG-AS= card logs the run to OPSLOG under another step name, so a
*> window taken in apart from the day's stream is not taken by
*> ROLL-VERIFY for the day's reconciliation.
LOAD-WINDOW-CONTROL.
    PERFORM LOAD-WINDOW-PARM.
    IF WS-WINDOW-ID > 0
    MOVE SPACES TO WS-PARM-VALUE.
    UNSTRING RUN-CONTROL-CARD DELIMITED BY "="
        INTO WS-PARM-KEYWORD, WS-PARM-VALUE.
    EVALUATE WS-PARM-KEYWORD
        WHEN "WINDOW-ID"
            IF WS-PARM-VALUE(1:8) NOT NUMERIC
                DISPLAY "ROLL-RECON: FATAL - WINDOW-ID MUST BE 8 DIGITS, "
                    "GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-VALUE(1:8) TO WS-WINDOW-ID
        WHEN "REQUEST-FILE"
            MOVE WS-PARM-VALUE TO WS-REQUEST-FILENAME
        WHEN "RESULTS-FILE"
            MOVE WS-PARM-VALUE TO WS-RESULTS-FILENAME
        WHEN "REPORT-FILE"
            MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
        WHEN "LOG-AS"
            PERFORM APPLY-LOG-AS-CARD
        WHEN OTHER
            DISPLAY "ROLL-RECON: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

APPLY-LOG-AS-CARD.
    IF WS-PARM-VALUE = SPACES OR WS-PARM-VALUE(15:) NOT = SPACES
        DISPLAY "ROLL-RECON: FATAL - LOG-AS MUST BE 1-14 CHARACTERS, "
            "GOT: " WS-PARM-VALUE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-PARM-VALUE TO WS-OPSLOG-PROGRAM.

LOAD-REGISTERED-WINDOW.
    OPEN INPUT WINDOW-REGISTRY-FILE.
