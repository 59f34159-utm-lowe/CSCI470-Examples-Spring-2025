IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-DISTRIB.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VALID-REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-STATUS.
    SELECT ROLL-RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RESULTS-STATUS.
    SELECT ROLL-TOTALS-FILE ASSIGN TO DYNAMIC WS-TOTALS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TOTALS-STATUS.
    SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
    SELECT VOID-LIST-FILE ASSIGN TO "VOIDLIST.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-VOID-LIST-STATUS.
    SELECT WINDOW-CONTROL-FILE ASSIGN TO "AUDITWIN.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT WINDOW-REGISTRY-FILE ASSIGN TO "WINDREG.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY WR-WINDOW-ID
        FILE STATUS IS WS-REGISTRY-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "DISTWIN.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT DIST-WORK-FILE ASSIGN TO "DISTWORK.TMP"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "DISTSORT.TMP".
    SELECT SORTED-WORK-FILE ASSIGN TO "DISTWORK.SRT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SORTED-STATUS.
    SELECT DESK-RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RETURN-STATUS.
    SELECT DIST-REPORT-FILE ASSIGN TO "DISTRPT.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  VALID-REQUEST-FILE.
01  VALID-REQUEST-RECORD.
    COPY ROLLRQST REPLACING ==:REC:== BY ==RQ==.

FD  ROLL-RESULTS-FILE.
01  ROLL-RESULT-RECORD.
    COPY ROLLREC REPLACING ==:REC:== BY ==RR==.

FD  ROLL-TOTALS-FILE.
01  ROLL-TOTAL-RECORD.
    COPY ROLLTOT REPLACING ==:REC:== BY ==RT==.

FD  REJECT-FILE.
01  REJECT-RECORD.
    COPY ROLLREJ REPLACING ==:REC:== BY ==RJ==.

FD  VOID-LIST-FILE.
01  VOID-LIST-RECORD.
    COPY VOIDLIST REPLACING ==:REC:== BY ==VL==.

FD  WINDOW-CONTROL-FILE.
01  WINDOW-CONTROL-RECORD.
    05 AW-WINDOW-FIRST-SEQ PIC 9(8).
    05 AW-WINDOW-STATE     PIC X.

FD  WINDOW-REGISTRY-FILE.
01  WINDOW-REGISTRY-RECORD.
    COPY WINDREG REPLACING ==:REC:== BY ==WR==.

FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-CARD PIC X(80).

*> Every return-file line is written here first under its desk and
*> the request's line in the window's ROLLREQ, then sorted so each
*> desk's lines come together in the order the desk submitted its
*> requests, rejected ones among them.
FD  DIST-WORK-FILE.
01  DIST-WORK-RECORD.
    05 DW-DESK-ID     PIC X(10).
    05 DW-REQUEST-SEQ PIC 9(6).
    05 DW-LINE-SEQ    PIC 9(4).
    05 DW-RETURN-LINE PIC X(80).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05 SW-DESK-ID     PIC X(10).
    05 SW-REQUEST-SEQ PIC 9(6).
    05 SW-LINE-SEQ    PIC 9(4).
    05 SW-RETURN-LINE PIC X(80).

FD  SORTED-WORK-FILE.
01  SORTED-WORK-RECORD.
    05 SO-DESK-ID     PIC X(10).
    05 SO-REQUEST-SEQ PIC 9(6).
    05 SO-LINE-SEQ    PIC 9(4).
    05 SO-RETURN-LINE PIC X(80).

FD  DESK-RETURN-FILE.
01  DESK-RETURN-RECORD PIC X(80).

FD  DIST-REPORT-FILE.
01  DIST-REPORT-LINE PIC X(110).

WORKING-STORAGE SECTION.
01 WS-REQUEST-STATUS PIC XX.
01 WS-RESULTS-STATUS PIC XX.
01 WS-TOTALS-STATUS PIC XX.
01 WS-REJECT-STATUS PIC XX.
01 WS-VOID-LIST-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-REGISTRY-STATUS PIC XX.
01 WS-CONTROL-STATUS PIC XX.
01 WS-WORK-STATUS PIC XX.
01 WS-SORTED-STATUS PIC XX.
01 WS-RETURN-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-EOF PIC X VALUE "N".
01 WS-CONTROL-EOF PIC X.
01 WS-VOID-EOF PIC X.
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-WINDOW-ID PIC 9(8) VALUE 0.
01 WS-REQUEST-FILENAME PIC X(44) VALUE "ROLLREQV.DAT".
01 WS-RESULTS-FILENAME PIC X(44) VALUE "ROLLRES.DAT".
01 WS-TOTALS-FILENAME PIC X(44) VALUE "ROLLTOT.DAT".
01 WS-REJECT-FILENAME PIC X(44) VALUE "ROLLREJ.DAT".
01 WS-RETURN-FILENAME PIC X(44).
01 WS-RUN-DATE PIC 9(8).

*> ROLL-PURGE prunes VOIDLIST.DAT to the retained audit horizon, so
*> the table only has to hold the voids of the retention window.
01 WS-VOID-COUNT PIC 9(4) VALUE 0.
01 WS-VOID-TABLE.
    05 WS-VOID-ENTRY OCCURS 1000 TIMES.
        10 VE-SESSION-ID PIC X(10).
        10 VE-TIMESTAMP  PIC 9(10).
01 WS-VOID-INDEX PIC 9(4).
01 WS-REQUEST-VOIDED PIC X.

*> One entry per desk with requests in the window. REQUESTS is what
*> the desk submitted - its valid requests and its rejects - SPLIT
*> what went to the work file, RETURNED the valid requests and
*> REJECTED the rejects that reached the desk's return file.
01 WS-DESK-COUNT PIC 9(3) VALUE 0.
01 WS-DESK-TABLE.
    05 WS-DESK-ENTRY OCCURS 500 TIMES.
        10 DT-DESK-ID    PIC X(10).
        10 DT-REQUESTS   PIC 9(6).
        10 DT-SPLIT      PIC 9(6).
        10 DT-RETURNED   PIC 9(6).
        10 DT-REJECTED   PIC 9(6).
        10 DT-DICE       PIC 9(8).
        10 DT-VOIDED     PIC 9(6).
        10 DT-TOTAL-SUM  PIC S9(9).
        10 DT-FILE-WRITTEN PIC X.
01 WS-DESK-INDEX PIC 9(3).
01 WS-FOUND PIC X.

01 WS-REQUEST-SEQ PIC 9(6) VALUE 0.
01 WS-REQUEST-COUNT PIC 9(6) VALUE 0.
01 WS-SEG-INDEX PIC 9.
01 WS-REQ-TOTAL-DICE PIC 9(5).
01 WS-REQ-TIMESTAMP PIC 9(10).
01 WS-REQUEST-ERROR PIC X(24).
01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
01 WS-LINE-SEQ PIC 9(4).

*> ROLL-EDIT numbers each reject by its line in ROLLREQ; every other
*> line is the next valid request. Walking the two files together
*> puts each reject back in its place among the desk's requests.
01 WS-REQUEST-LINE PIC 9(6) VALUE 0.
01 WS-WORK-SEQ PIC 9(6).
01 WS-REJECT-LINE PIC 9(8).
01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
01 WS-NO-DESK-REJECTS PIC 9(6) VALUE 0.

*> A request's dice are held until its total has been matched, so a
*> request that falls out of step sends nothing to any desk.
01 WS-DIE-COUNT PIC 9(5).
01 WS-DIE-INDEX PIC 9(5).
01 WS-DIE-BUFFER.
    05 WS-DIE-ENTRY OCCURS 4995 TIMES.
        10 DB-SIDES PIC 999.
        10 DB-FACE  PIC 999.
01 WS-FACES-ON-LINE PIC 99.

*> Return-file layout. It mirrors the desk's own ROLL-COLLATE
*> submission: the header carries the desk id, run date and request
*> count in the positions of the submission header, and the trailer
*> carries the dice count where the submission trailer does, so the
*> desk can balance the return against what it sent. The tag field
*> occupies the session-id position of a detail record; tags
*> beginning "*" can never collide with a real desk's session id.
01 WS-RETURN-WORK PIC X(80).
01 WS-RETURN-HEADER REDEFINES WS-RETURN-WORK.
    05 RH-TAG       PIC X(10).
    05 RH-DESK-ID   PIC X(10).
    05 RH-RUN-DATE  PIC 9(8).
    05 RH-REQ-COUNT PIC 9(6).
    05 RH-WINDOW-ID PIC 9(8).
    05 FILLER       PIC X(38).
*> One detail per request: the request total as ROLLTOT.DAT holds
*> it, "V" when the session was voided for the window, and the
*> window timestamp the desk quotes on any dispute.
01 WS-RETURN-DETAIL REDEFINES WS-RETURN-WORK.
    COPY ROLLTOT REPLACING ==:REC:== BY ==RD==.
    05 RD-VOID-FLAG PIC X.
    05 RD-WINDOW-TS PIC 9(10).
    05 FILLER       PIC X(32).
*> The request's dice follow its detail, fifteen faces a line, a new
*> line at each change of die size, in the order they were rolled.
01 WS-RETURN-FACES REDEFINES WS-RETURN-WORK.
    05 RF-TAG         PIC X(10).
    05 RF-REQUEST-SEQ PIC 9(6).
    05 RF-SIDES       PIC 999.
    05 RF-FACE-COUNT  PIC 99.
    05 RF-FACES.
        10 RF-FACE    PIC 999 OCCURS 15 TIMES.
    05 FILLER         PIC X(14).
01 WS-RETURN-TRAILER REDEFINES WS-RETURN-WORK.
    05 RL-TAG        PIC X(10).
    05 RL-TOTAL-DICE PIC 9(8).
    05 RL-REQ-COUNT  PIC 9(6).
    05 RL-VOID-COUNT PIC 9(6).
    05 RL-TOTAL-SUM  PIC S9(9) SIGN LEADING SEPARATE.
    05 RL-REJ-COUNT  PIC 9(6).
    05 FILLER        PIC X(34).
*> A rejected request goes back as it arrived, behind ROLL-EDIT's
*> reason code, in the place the desk submitted it. The trailer
*> counts it apart from the requests returned, so returned plus
*> rejected balances to the request count on the header.
01 WS-RETURN-REJECT REDEFINES WS-RETURN-WORK.
    05 RX-TAG         PIC X(10).
    05 RX-REASON-CODE PIC X(4).
    05 RX-IMAGE       PIC X(49).
    05 FILLER         PIC X(17).

01 WS-CURRENT-DESK PIC X(10) VALUE SPACES.
01 WS-CURRENT-INDEX PIC 9(3).
01 WS-FILES-WRITTEN PIC 9(3) VALUE 0.
01 WS-RETURNED-TOTAL PIC 9(6) VALUE 0.
01 WS-VOIDED-TOTAL PIC 9(6) VALUE 0.
01 WS-REJECTED-TOTAL PIC 9(6) VALUE 0.
01 WS-SHORT-DESKS PIC 9(3) VALUE 0.
01 WS-BALANCED PIC X VALUE "Y".
01 WS-OPSLOG-PROGRAM PIC X(14) VALUE "ROLL-DISTRIB".
01 WS-OPSLOG-EVENT PIC X(5).
01 WS-OPSLOG-IN PIC 9(8).
01 WS-OPSLOG-OUT PIC 9(8).
01 WS-OPSLOG-RC PIC 99.

01 WS-HEADING-1.
    05 FILLER PIC X(44)
        VALUE "ROLL-DISTRIB  DESK RETURN DISTRIBUTION      ".
    05 H1-DATE PIC 9999/99/99.
01 WS-WINDOW-LINE.
    05 FILLER PIC X(8) VALUE "WINDOW ".
    05 WL-WINDOW-ID PIC 9(8).
01 WS-HEADING-2.
    05 FILLER PIC X(13) VALUE "DESK-ID".
    05 FILLER PIC X(30) VALUE "RETURN FILE".
    05 FILLER PIC X(10) VALUE "REQUESTS".
    05 FILLER PIC X(10) VALUE "RETURNED".
    05 FILLER PIC X(10) VALUE "REJECTED".
    05 FILLER PIC X(10) VALUE "DICE".
    05 FILLER PIC X(8)  VALUE "VOIDED".
    05 FILLER PIC X(16) VALUE "STATUS".
01 WS-DETAIL-LINE.
    05 DL-DESK-ID PIC X(10).
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-FILENAME PIC X(28).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-REQUESTS PIC ZZZZZ9.
    05 FILLER PIC X(4) VALUE SPACES.
    05 DL-RETURNED PIC ZZZZZ9.
    05 FILLER PIC X(4) VALUE SPACES.
    05 DL-REJECTED PIC ZZZZZ9.
    05 FILLER PIC X(4) VALUE SPACES.
    05 DL-DICE PIC ZZZZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-VOIDED PIC ZZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-STATUS PIC X(16).
01 WS-HEADING-3.
    05 FILLER PIC X(9)  VALUE "REQUEST".
    05 FILLER PIC X(13) VALUE "SESSION-ID".
    05 FILLER PIC X(24) VALUE "NOT RETURNED - REASON".
01 WS-EXCEPTION-LINE.
    05 XL-REQUEST-SEQ PIC ZZZZZ9.
    05 FILLER PIC XXX VALUE SPACES.
    05 XL-SESSION-ID PIC X(10).
    05 FILLER PIC XXX VALUE SPACES.
    05 XL-REASON PIC X(24).
01 WS-COUNT-LINE.
    05 CL-LABEL PIC X(30).
    05 CL-COUNT PIC ZZZZZ9.
01 WS-VERDICT-LINE PIC X(50).

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM LOG-RUN-START.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-WINDOW-CONTROL.
    PERFORM LOAD-VOID-LIST.
    PERFORM OPEN-WINDOW-FILES.
    OPEN OUTPUT DIST-WORK-FILE.
    OPEN OUTPUT DIST-REPORT-FILE.
    MOVE WS-RUN-DATE TO H1-DATE.
    WRITE DIST-REPORT-LINE FROM WS-HEADING-1.
    MOVE WS-WINDOW-ID TO WL-WINDOW-ID.
    WRITE DIST-REPORT-LINE FROM WS-WINDOW-LINE.
    MOVE SPACES TO DIST-REPORT-LINE.
    WRITE DIST-REPORT-LINE.
    PERFORM READ-NEXT-REJECT.
    PERFORM SPLIT-REQUESTS UNTIL WS-EOF = "Y".
    PERFORM SPLIT-ONE-REJECT UNTIL WS-REJECT-LINE = 99999999.
    PERFORM CHECK-TRAILING-RECORDS.
    CLOSE VALID-REQUEST-FILE.
    CLOSE ROLL-RESULTS-FILE.
    CLOSE ROLL-TOTALS-FILE.
    CLOSE REJECT-FILE.
    CLOSE DIST-WORK-FILE.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-DESK-ID SW-REQUEST-SEQ SW-LINE-SEQ
        USING DIST-WORK-FILE
        GIVING SORTED-WORK-FILE.
    PERFORM WRITE-RETURN-FILES.
    PERFORM WRITE-DESK-SECTION.
    PERFORM WRITE-CONTROL-TOTALS.
    CLOSE DIST-REPORT-FILE.
    IF WS-BALANCED = "Y"
        DISPLAY "ROLL-DISTRIB: " WS-RETURNED-TOTAL " REQUESTS AND "
            WS-REJECTED-TOTAL " REJECTS RETURNED TO " WS-FILES-WRITTEN
            " DESKS"
        MOVE 0 TO RETURN-CODE
    ELSE
        DISPLAY "ROLL-DISTRIB: *** DISTRIBUTION OUT OF BALANCE - SEE "
            "DISTRPT ***"
        MOVE 2 TO RETURN-CODE
    END-IF.
    PERFORM LOG-RUN-END.
    STOP RUN.

*> A START with no matching END in OPSLOG.DAT tells ROLL-VERIFY the
*> run died. The END carries valid requests in and requests returned
*> to desks out.
LOG-RUN-START.
    MOVE "START" TO WS-OPSLOG-EVENT.
    MOVE 0 TO WS-OPSLOG-IN.
    MOVE 0 TO WS-OPSLOG-OUT.
    MOVE 0 TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.

LOG-RUN-END.
    MOVE "END" TO WS-OPSLOG-EVENT.
    MOVE WS-REQUEST-COUNT TO WS-OPSLOG-IN.
    MOVE WS-RETURNED-TOTAL TO WS-OPSLOG-OUT.
    MOVE RETURN-CODE TO WS-OPSLOG-RC.
    CALL "ROLL-OPSLOG" USING BY REFERENCE WS-OPSLOG-PROGRAM,
        WS-OPSLOG-EVENT, WS-OPSLOG-IN, WS-OPSLOG-OUT, WS-OPSLOG-RC.
    MOVE WS-OPSLOG-RC TO RETURN-CODE.

*> A WINDOW-ID= card in DISTWIN.PRM distributes any closed window on
*> the registry; REQUEST-FILE=, RESULTS-FILE=, TOTALS-FILE= and
*> REJECT-FILE= cards then name the work files operations kept for
*> it. Without the card
*> the latest window is taken from AUDITWIN.DAT. A window still open
*> has nothing final to send back.
LOAD-WINDOW-CONTROL.
    PERFORM LOAD-WINDOW-PARM.
    IF WS-WINDOW-ID > 0
        PERFORM LOAD-REGISTERED-WINDOW
    ELSE
        OPEN INPUT WINDOW-CONTROL-FILE
        IF WS-WINDOW-STATUS = "00"
            READ WINDOW-CONTROL-FILE
                AT END CONTINUE
                NOT AT END
                    IF AW-WINDOW-STATE = "O"
                        DISPLAY "ROLL-DISTRIB: FATAL - WINDOW "
                            AW-WINDOW-FIRST-SEQ " IS STILL OPEN"
                        MOVE 1 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE AW-WINDOW-FIRST-SEQ TO WS-WINDOW-ID
            END-READ
            CLOSE WINDOW-CONTROL-FILE
        END-IF
    END-IF.

LOAD-WINDOW-PARM.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CONTROL-STATUS NOT = "00"
            DISPLAY "ROLL-DISTRIB: FATAL - CANNOT OPEN RUN-CONTROL-FILE, "
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
        WHEN "WINDOW-ID"
            IF WS-PARM-VALUE(1:8) NOT NUMERIC
                DISPLAY "ROLL-DISTRIB: FATAL - WINDOW-ID MUST BE 8 DIGITS, "
                    "GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-VALUE(1:8) TO WS-WINDOW-ID
        WHEN "REQUEST-FILE"
            MOVE WS-PARM-VALUE TO WS-REQUEST-FILENAME
        WHEN "RESULTS-FILE"
            MOVE WS-PARM-VALUE TO WS-RESULTS-FILENAME
        WHEN "TOTALS-FILE"
            MOVE WS-PARM-VALUE TO WS-TOTALS-FILENAME
        WHEN "REJECT-FILE"
            MOVE WS-PARM-VALUE TO WS-REJECT-FILENAME
        WHEN OTHER
            DISPLAY "ROLL-DISTRIB: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

LOAD-REGISTERED-WINDOW.
    OPEN INPUT WINDOW-REGISTRY-FILE.
    IF WS-REGISTRY-STATUS NOT = "00"
        DISPLAY "ROLL-DISTRIB: FATAL - CANNOT OPEN WINDOW-REGISTRY-FILE, "
            "STATUS=" WS-REGISTRY-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-WINDOW-ID TO WR-WINDOW-ID.
    READ WINDOW-REGISTRY-FILE
        INVALID KEY
            DISPLAY "ROLL-DISTRIB: FATAL - WINDOW " WS-WINDOW-ID
                " NOT ON REGISTRY"
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ.
    IF WR-STATE NOT = "C"
        DISPLAY "ROLL-DISTRIB: FATAL - WINDOW " WS-WINDOW-ID
            " IS STILL OPEN"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE WINDOW-REGISTRY-FILE.
    DISPLAY "ROLL-DISTRIB: DISTRIBUTING WINDOW " WS-WINDOW-ID.

*> ROLL-VOID records each voided session and its window timestamp in
*> VOIDLIST.DAT. A voided request still goes back to its desk - the
*> desk has to know the roll no longer stands - but flagged "V". No
*> void list simply means nothing has been voided.
LOAD-VOID-LIST.
    MOVE "N" TO WS-VOID-EOF.
    OPEN INPUT VOID-LIST-FILE.
    IF WS-VOID-LIST-STATUS NOT = "00"
        CONTINUE
    ELSE
        PERFORM LOAD-ONE-VOID UNTIL WS-VOID-EOF = "Y"
        CLOSE VOID-LIST-FILE
    END-IF.

LOAD-ONE-VOID.
    READ VOID-LIST-FILE
        AT END MOVE "Y" TO WS-VOID-EOF
        NOT AT END
            IF WS-VOID-COUNT >= 1000
                DISPLAY "ROLL-DISTRIB: FATAL - MORE THAN 1000 VOID "
                    "LIST ENTRIES - HAS ROLL-PURGE BEEN RUN?"
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-VOID-COUNT
            MOVE VL-SESSION-ID TO VE-SESSION-ID(WS-VOID-COUNT)
            MOVE VL-TIMESTAMP TO VE-TIMESTAMP(WS-VOID-COUNT)
    END-READ.

OPEN-WINDOW-FILES.
    OPEN INPUT VALID-REQUEST-FILE.
    IF WS-REQUEST-STATUS NOT = "00"
        DISPLAY "ROLL-DISTRIB: FATAL - CANNOT OPEN VALID-REQUEST-FILE, "
            "STATUS=" WS-REQUEST-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT ROLL-RESULTS-FILE.
    IF WS-RESULTS-STATUS NOT = "00"
        DISPLAY "ROLL-DISTRIB: FATAL - CANNOT OPEN ROLL-RESULTS-FILE, "
            "STATUS=" WS-RESULTS-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT ROLL-TOTALS-FILE.
    IF WS-TOTALS-STATUS NOT = "00"
        DISPLAY "ROLL-DISTRIB: FATAL - CANNOT OPEN ROLL-TOTALS-FILE, "
            "STATUS=" WS-TOTALS-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT REJECT-FILE.
    IF WS-REJECT-STATUS NOT = "00"
        DISPLAY "ROLL-DISTRIB: FATAL - CANNOT OPEN REJECT-FILE, "
            "STATUS=" WS-REJECT-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

SPLIT-REQUESTS.
    READ VALID-REQUEST-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            ADD 1 TO WS-REQUEST-LINE
            PERFORM SPLIT-ONE-REJECT
                UNTIL WS-REJECT-LINE > WS-REQUEST-LINE
            ADD 1 TO WS-REQUEST-SEQ
            ADD 1 TO WS-REQUEST-COUNT
            MOVE WS-REQUEST-LINE TO WS-WORK-SEQ
            PERFORM SPLIT-ONE-REQUEST
    END-READ.

READ-NEXT-REJECT.
    READ REJECT-FILE
        AT END MOVE 99999999 TO WS-REJECT-LINE
        NOT AT END
            MOVE RJ-LINE-NO TO WS-REJECT-LINE
            ADD 1 TO WS-REJECT-COUNT
    END-READ.

*> The desk is the session id on the rejected image. A reject with no
*> session id has no desk to go back to; it stays on ROLL-REPAIR's
*> worklist and is counted on the report.
SPLIT-ONE-REJECT.
    IF WS-REJECT-LINE = WS-REQUEST-LINE
        ADD 1 TO WS-REQUEST-LINE
    END-IF.
    MOVE RJ-IMAGE(1:10) TO WS-CURRENT-DESK.
    IF WS-CURRENT-DESK = SPACES
        ADD 1 TO WS-NO-DESK-REJECTS
    ELSE
        PERFORM FIND-DESK-ENTRY
        ADD 1 TO DT-REQUESTS(WS-DESK-INDEX)
        ADD 1 TO DT-SPLIT(WS-DESK-INDEX)
        MOVE RJ-LINE-NO TO WS-WORK-SEQ
        MOVE 0 TO WS-LINE-SEQ
        MOVE SPACES TO WS-RETURN-WORK
        MOVE "*REJ*" TO RX-TAG
        MOVE RJ-REASON-CODE TO RX-REASON-CODE
        MOVE RJ-IMAGE TO RX-IMAGE
        PERFORM WRITE-WORK-LINE
    END-IF.
    PERFORM READ-NEXT-REJECT.

*> The three window files are read in lockstep, as ROLL-PROOF reads
*> them: each valid request owns the next total and the next
*> DICE-ROLLED result records. The desk is the request's own session
*> id, so a request can only ever be sent to one desk; one that
*> cannot be matched to its total and dice is sent to none and is
*> listed as an exception.
SPLIT-ONE-REQUEST.
    MOVE SPACES TO WS-REQUEST-ERROR.
    MOVE RQ-SESSION-ID TO WS-CURRENT-DESK.
    PERFORM FIND-DESK-ENTRY.
    ADD 1 TO DT-REQUESTS(WS-DESK-INDEX).
    MOVE RQ-NUM-DICE TO WS-REQ-TOTAL-DICE.
    PERFORM VARYING WS-SEG-INDEX FROM 1 BY 1
            UNTIL WS-SEG-INDEX > RQ-EXTRA-SEGS
        ADD RQ-SEG-NUM-DICE(WS-SEG-INDEX) TO WS-REQ-TOTAL-DICE
    END-PERFORM.
    MOVE 0 TO WS-DIE-COUNT.
    MOVE 0 TO WS-REQ-TIMESTAMP.
    PERFORM TAKE-ONE-DIE UNTIL WS-DIE-COUNT >= WS-REQ-TOTAL-DICE
        OR WS-REQUEST-ERROR NOT = SPACES.
    IF WS-REQUEST-ERROR = SPACES
        PERFORM TAKE-REQUEST-TOTAL
    END-IF.
    IF WS-REQUEST-ERROR = SPACES
        PERFORM WRITE-REQUEST-LINES
        ADD 1 TO DT-SPLIT(WS-DESK-INDEX)
    ELSE
        PERFORM WRITE-EXCEPTION-LINE
    END-IF.

TAKE-REQUEST-TOTAL.
    READ ROLL-TOTALS-FILE
        AT END MOVE "NO TOTAL ON FILE" TO WS-REQUEST-ERROR
        NOT AT END
            IF RT-REQUEST-SEQ NOT = WS-REQUEST-SEQ
                    OR RT-SESSION-ID NOT = RQ-SESSION-ID
                MOVE "TOTAL OUT OF STEP" TO WS-REQUEST-ERROR
            ELSE
                IF RT-DICE-ROLLED NOT = WS-REQ-TOTAL-DICE
                    MOVE "DICE COUNT DISAGREES" TO WS-REQUEST-ERROR
                END-IF
            END-IF
    END-READ.

TAKE-ONE-DIE.
    READ ROLL-RESULTS-FILE
        AT END MOVE "RESULTS ENDED EARLY" TO WS-REQUEST-ERROR
        NOT AT END
            IF RR-SESSION-ID NOT = RQ-SESSION-ID
                MOVE "SESSION MISMATCH" TO WS-REQUEST-ERROR
            ELSE
                ADD 1 TO WS-DIE-COUNT
                MOVE RR-SIDES TO DB-SIDES(WS-DIE-COUNT)
                MOVE RR-FACE-VALUE TO DB-FACE(WS-DIE-COUNT)
                IF WS-DIE-COUNT = 1
                    MOVE RR-TIMESTAMP TO WS-REQ-TIMESTAMP
                END-IF
            END-IF
    END-READ.

FIND-DESK-ENTRY.
    MOVE "N" TO WS-FOUND.
    PERFORM VARYING WS-DESK-INDEX FROM 1 BY 1
            UNTIL WS-DESK-INDEX > WS-DESK-COUNT OR WS-FOUND = "Y"
        IF DT-DESK-ID(WS-DESK-INDEX) = WS-CURRENT-DESK
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = "Y"
        SUBTRACT 1 FROM WS-DESK-INDEX
    ELSE
        IF WS-DESK-COUNT >= 500
            DISPLAY "ROLL-DISTRIB: FATAL - MORE THAN 500 DESKS IN ONE "
                "WINDOW"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-DESK-COUNT
        MOVE WS-DESK-COUNT TO WS-DESK-INDEX
        MOVE WS-CURRENT-DESK TO DT-DESK-ID(WS-DESK-INDEX)
        MOVE 0 TO DT-REQUESTS(WS-DESK-INDEX)
        MOVE 0 TO DT-SPLIT(WS-DESK-INDEX)
        MOVE 0 TO DT-RETURNED(WS-DESK-INDEX)
        MOVE 0 TO DT-REJECTED(WS-DESK-INDEX)
        MOVE 0 TO DT-DICE(WS-DESK-INDEX)
        MOVE 0 TO DT-VOIDED(WS-DESK-INDEX)
        MOVE 0 TO DT-TOTAL-SUM(WS-DESK-INDEX)
        MOVE "N" TO DT-FILE-WRITTEN(WS-DESK-INDEX)
    END-IF.

WRITE-REQUEST-LINES.
    PERFORM CHECK-REQUEST-VOIDED.
    MOVE 0 TO WS-LINE-SEQ.
    MOVE ROLL-TOTAL-RECORD TO WS-RETURN-WORK.
    MOVE WS-REQUEST-VOIDED TO RD-VOID-FLAG.
    MOVE WS-REQ-TIMESTAMP TO RD-WINDOW-TS.
    PERFORM WRITE-WORK-LINE.
    MOVE 0 TO WS-FACES-ON-LINE.
    PERFORM ADD-FACE-TO-LINE VARYING WS-DIE-INDEX FROM 1 BY 1
        UNTIL WS-DIE-INDEX > WS-DIE-COUNT.
    IF WS-FACES-ON-LINE > 0
        PERFORM FLUSH-FACE-LINE
    END-IF.

CHECK-REQUEST-VOIDED.
    MOVE SPACE TO WS-REQUEST-VOIDED.
    PERFORM VARYING WS-VOID-INDEX FROM 1 BY 1
            UNTIL WS-VOID-INDEX > WS-VOID-COUNT
            OR WS-REQUEST-VOIDED = "V"
        IF VE-SESSION-ID(WS-VOID-INDEX) = RQ-SESSION-ID
                AND VE-TIMESTAMP(WS-VOID-INDEX) = WS-REQ-TIMESTAMP
            MOVE "V" TO WS-REQUEST-VOIDED
        END-IF
    END-PERFORM.

ADD-FACE-TO-LINE.
    IF WS-FACES-ON-LINE > 0
        IF WS-FACES-ON-LINE >= 15
                OR DB-SIDES(WS-DIE-INDEX) NOT = RF-SIDES
            PERFORM FLUSH-FACE-LINE
        END-IF
    END-IF.
    IF WS-FACES-ON-LINE = 0
        MOVE SPACES TO WS-RETURN-WORK
        MOVE "*DIE*" TO RF-TAG
        MOVE WS-REQUEST-SEQ TO RF-REQUEST-SEQ
        MOVE DB-SIDES(WS-DIE-INDEX) TO RF-SIDES
        MOVE ZEROS TO RF-FACES
    END-IF.
    ADD 1 TO WS-FACES-ON-LINE.
    MOVE DB-FACE(WS-DIE-INDEX) TO RF-FACE(WS-FACES-ON-LINE).

FLUSH-FACE-LINE.
    MOVE WS-FACES-ON-LINE TO RF-FACE-COUNT.
    PERFORM WRITE-WORK-LINE.
    MOVE 0 TO WS-FACES-ON-LINE.

WRITE-WORK-LINE.
    MOVE WS-CURRENT-DESK TO DW-DESK-ID.
    MOVE WS-WORK-SEQ TO DW-REQUEST-SEQ.
    MOVE WS-LINE-SEQ TO DW-LINE-SEQ.
    MOVE WS-RETURN-WORK TO DW-RETURN-LINE.
    WRITE DIST-WORK-RECORD.
    ADD 1 TO WS-LINE-SEQ.

WRITE-EXCEPTION-LINE.
    IF WS-EXCEPTION-COUNT = 0
        WRITE DIST-REPORT-LINE FROM WS-HEADING-3
    END-IF.
    ADD 1 TO WS-EXCEPTION-COUNT.
    MOVE WS-REQUEST-SEQ TO XL-REQUEST-SEQ.
    MOVE RQ-SESSION-ID TO XL-SESSION-ID.
    MOVE WS-REQUEST-ERROR TO XL-REASON.
    WRITE DIST-REPORT-LINE FROM WS-EXCEPTION-LINE.

*> Records left on either file after the last request are dice or
*> totals no request accounts for; they go to no desk.
CHECK-TRAILING-RECORDS.
    READ ROLL-RESULTS-FILE
        AT END CONTINUE
        NOT AT END
            MOVE "EXTRA RESULT RECORDS" TO WS-REQUEST-ERROR
            MOVE RR-SESSION-ID TO RQ-SESSION-ID
            PERFORM WRITE-EXCEPTION-LINE
    END-READ.
    READ ROLL-TOTALS-FILE
        AT END CONTINUE
        NOT AT END
            MOVE "EXTRA TOTAL RECORDS" TO WS-REQUEST-ERROR
            MOVE RT-SESSION-ID TO RQ-SESSION-ID
            PERFORM WRITE-EXCEPTION-LINE
    END-READ.

*> After the sort each desk's lines arrive together; the control
*> break on desk id closes one return file and opens the next.
WRITE-RETURN-FILES.
    OPEN INPUT SORTED-WORK-FILE.
    IF WS-SORTED-STATUS NOT = "00"
        DISPLAY "ROLL-DISTRIB: FATAL - CANNOT OPEN SORTED WORK FILE, "
            "STATUS=" WS-SORTED-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WS-CURRENT-DESK.
    MOVE "N" TO WS-EOF.
    PERFORM READ-SORTED-LINE UNTIL WS-EOF = "Y".
    IF WS-CURRENT-DESK NOT = SPACES
        PERFORM FINISH-RETURN-FILE
    END-IF.
    CLOSE SORTED-WORK-FILE.

READ-SORTED-LINE.
    READ SORTED-WORK-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END PERFORM RETURN-ONE-LINE
    END-READ.

RETURN-ONE-LINE.
    IF SO-DESK-ID NOT = WS-CURRENT-DESK
        IF WS-CURRENT-DESK NOT = SPACES
            PERFORM FINISH-RETURN-FILE
        END-IF
        MOVE SO-DESK-ID TO WS-CURRENT-DESK
        PERFORM START-RETURN-FILE
    END-IF.
    MOVE SO-RETURN-LINE TO DESK-RETURN-RECORD.
    WRITE DESK-RETURN-RECORD.
    MOVE SO-RETURN-LINE TO WS-RETURN-WORK.
    IF RX-TAG = "*REJ*"
        ADD 1 TO DT-REJECTED(WS-CURRENT-INDEX)
    ELSE
        IF SO-LINE-SEQ = 0
            PERFORM COUNT-RETURNED-REQUEST
        END-IF
    END-IF.

COUNT-RETURNED-REQUEST.
    ADD 1 TO DT-RETURNED(WS-CURRENT-INDEX).
    ADD RD-DICE-ROLLED TO DT-DICE(WS-CURRENT-INDEX).
    ADD RD-TOTAL TO DT-TOTAL-SUM(WS-CURRENT-INDEX).
    IF RD-VOID-FLAG = "V"
        ADD 1 TO DT-VOIDED(WS-CURRENT-INDEX)
    END-IF.

START-RETURN-FILE.
    PERFORM FIND-DESK-ENTRY.
    MOVE WS-DESK-INDEX TO WS-CURRENT-INDEX.
    PERFORM BUILD-RETURN-FILENAME.
    OPEN OUTPUT DESK-RETURN-FILE.
    IF WS-RETURN-STATUS NOT = "00"
        DISPLAY "ROLL-DISTRIB: FATAL - CANNOT OPEN RETURN FILE "
            WS-RETURN-FILENAME ", STATUS=" WS-RETURN-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WS-RETURN-WORK.
    MOVE "*HDR*" TO RH-TAG.
    MOVE WS-CURRENT-DESK TO RH-DESK-ID.
    MOVE WS-RUN-DATE TO RH-RUN-DATE.
    MOVE DT-SPLIT(WS-CURRENT-INDEX) TO RH-REQ-COUNT.
    MOVE WS-WINDOW-ID TO RH-WINDOW-ID.
    MOVE WS-RETURN-WORK TO DESK-RETURN-RECORD.
    WRITE DESK-RETURN-RECORD.

FINISH-RETURN-FILE.
    MOVE SPACES TO WS-RETURN-WORK.
    MOVE "*TRL*" TO RL-TAG.
    MOVE DT-DICE(WS-CURRENT-INDEX) TO RL-TOTAL-DICE.
    MOVE DT-RETURNED(WS-CURRENT-INDEX) TO RL-REQ-COUNT.
    MOVE DT-VOIDED(WS-CURRENT-INDEX) TO RL-VOID-COUNT.
    MOVE DT-TOTAL-SUM(WS-CURRENT-INDEX) TO RL-TOTAL-SUM.
    MOVE DT-REJECTED(WS-CURRENT-INDEX) TO RL-REJ-COUNT.
    MOVE WS-RETURN-WORK TO DESK-RETURN-RECORD.
    WRITE DESK-RETURN-RECORD.
    CLOSE DESK-RETURN-FILE.
    MOVE "Y" TO DT-FILE-WRITTEN(WS-CURRENT-INDEX).
    ADD 1 TO WS-FILES-WRITTEN.

*> One return file per desk per window: RET.<desk>.<window>.DAT.
BUILD-RETURN-FILENAME.
    MOVE SPACES TO WS-RETURN-FILENAME.
    STRING "RET." DELIMITED BY SIZE
        WS-CURRENT-DESK DELIMITED BY SPACE
        "." DELIMITED BY SIZE
        WS-WINDOW-ID DELIMITED BY SIZE
        ".DAT" DELIMITED BY SIZE
        INTO WS-RETURN-FILENAME.

*> The proof: every desk got back exactly the requests the valid
*> request file and the reject file hold for it, and the returns add
*> up to the two files.
WRITE-DESK-SECTION.
    MOVE SPACES TO DIST-REPORT-LINE.
    WRITE DIST-REPORT-LINE.
    WRITE DIST-REPORT-LINE FROM WS-HEADING-2.
    PERFORM WRITE-ONE-DESK-LINE VARYING WS-DESK-INDEX FROM 1 BY 1
        UNTIL WS-DESK-INDEX > WS-DESK-COUNT.

WRITE-ONE-DESK-LINE.
    MOVE DT-DESK-ID(WS-DESK-INDEX) TO DL-DESK-ID.
    MOVE DT-DESK-ID(WS-DESK-INDEX) TO WS-CURRENT-DESK.
    IF DT-FILE-WRITTEN(WS-DESK-INDEX) = "Y"
        PERFORM BUILD-RETURN-FILENAME
        MOVE WS-RETURN-FILENAME TO DL-FILENAME
    ELSE
        MOVE "(NONE)" TO DL-FILENAME
    END-IF.
    MOVE DT-REQUESTS(WS-DESK-INDEX) TO DL-REQUESTS.
    MOVE DT-RETURNED(WS-DESK-INDEX) TO DL-RETURNED.
    MOVE DT-REJECTED(WS-DESK-INDEX) TO DL-REJECTED.
    MOVE DT-DICE(WS-DESK-INDEX) TO DL-DICE.
    MOVE DT-VOIDED(WS-DESK-INDEX) TO DL-VOIDED.
    ADD DT-RETURNED(WS-DESK-INDEX) TO WS-RETURNED-TOTAL.
    ADD DT-VOIDED(WS-DESK-INDEX) TO WS-VOIDED-TOTAL.
    ADD DT-REJECTED(WS-DESK-INDEX) TO WS-REJECTED-TOTAL.
    IF DT-RETURNED(WS-DESK-INDEX) + DT-REJECTED(WS-DESK-INDEX)
            = DT-REQUESTS(WS-DESK-INDEX)
        MOVE "RETURNED" TO DL-STATUS
    ELSE
        MOVE "*** SHORT ***" TO DL-STATUS
        ADD 1 TO WS-SHORT-DESKS
    END-IF.
    WRITE DIST-REPORT-LINE FROM WS-DETAIL-LINE.

WRITE-CONTROL-TOTALS.
    MOVE SPACES TO DIST-REPORT-LINE.
    WRITE DIST-REPORT-LINE.
    MOVE "VALID REQUESTS IN WINDOW" TO CL-LABEL.
    MOVE WS-REQUEST-COUNT TO CL-COUNT.
    WRITE DIST-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "REQUESTS RETURNED TO DESKS" TO CL-LABEL.
    MOVE WS-RETURNED-TOTAL TO CL-COUNT.
    WRITE DIST-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "REJECTED REQUESTS IN WINDOW" TO CL-LABEL.
    MOVE WS-REJECT-COUNT TO CL-COUNT.
    WRITE DIST-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "REJECTS RETURNED TO DESKS" TO CL-LABEL.
    MOVE WS-REJECTED-TOTAL TO CL-COUNT.
    WRITE DIST-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "REJECTS WITH NO SESSION ID" TO CL-LABEL.
    MOVE WS-NO-DESK-REJECTS TO CL-COUNT.
    WRITE DIST-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "EXCEPTIONS NOT RETURNED" TO CL-LABEL.
    MOVE WS-EXCEPTION-COUNT TO CL-COUNT.
    WRITE DIST-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "VOIDED REQUESTS FLAGGED" TO CL-LABEL.
    MOVE WS-VOIDED-TOTAL TO CL-COUNT.
    WRITE DIST-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "DESKS IN WINDOW" TO CL-LABEL.
    MOVE WS-DESK-COUNT TO CL-COUNT.
    WRITE DIST-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "RETURN FILES WRITTEN" TO CL-LABEL.
    MOVE WS-FILES-WRITTEN TO CL-COUNT.
    WRITE DIST-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE SPACES TO DIST-REPORT-LINE.
    WRITE DIST-REPORT-LINE.
    IF WS-EXCEPTION-COUNT > 0 OR WS-SHORT-DESKS > 0
            OR WS-RETURNED-TOTAL NOT = WS-REQUEST-COUNT
            OR WS-REJECTED-TOTAL + WS-NO-DESK-REJECTS
                NOT = WS-REJECT-COUNT
        MOVE "N" TO WS-BALANCED
        MOVE "*** DISTRIBUTION OUT OF BALANCE ***" TO WS-VERDICT-LINE
    ELSE
        MOVE "EVERY REQUEST RETURNED TO EXACTLY ONE DESK"
            TO WS-VERDICT-LINE
    END-IF.
    WRITE DIST-REPORT-LINE FROM WS-VERDICT-LINE.
