IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-MAKEGOOD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "MAKEGOOD.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT MAKEGOOD-FILE ASSIGN TO "MAKEGOOD.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY MG-CASE-NO
        FILE STATUS IS WS-MAKEGOOD-STATUS.
    SELECT DISPUTE-CASE-FILE ASSIGN TO "DISPCASE.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY DC-CASE-NO
        FILE STATUS IS WS-CASE-STATUS.
    SELECT ROLL-HISTORY-FILE ASSIGN TO "ROLLHIST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY HM-KEY
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT DESK-MASTER-FILE ASSIGN TO "DESKMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY DM-DESK-ID
        FILE STATUS IS WS-DESK-STATUS.
    SELECT WINDOW-CONTROL-FILE ASSIGN TO "AUDITWIN.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT MAKEGOOD-POSITION-FILE ASSIGN TO "MKGPOS.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-POSITION-STATUS.
    SELECT REJECT-FILE ASSIGN TO "ROLLREJ.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
    SELECT VALID-REQUEST-FILE ASSIGN TO "ROLLREQV.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-VALID-STATUS.
    SELECT ROLL-TOTALS-FILE ASSIGN TO "ROLLTOT.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TOTALS-STATUS.
    SELECT ROLL-RESULTS-FILE ASSIGN TO "ROLLRES.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RESULTS-STATUS.
    SELECT DESK-SUBMIT-FILE ASSIGN TO DYNAMIC WS-SUBMIT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMIT-STATUS.
    SELECT MAKEGOOD-LIST-FILE ASSIGN TO "MKGLIST.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT MAKEGOOD-REPORT-FILE ASSIGN TO "MAKEGOOD.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-CARD PIC X(80).

FD  MAKEGOOD-FILE.
01  MAKEGOOD-RECORD.
    COPY MAKEGOOD REPLACING ==:REC:== BY ==MG==.

FD  DISPUTE-CASE-FILE.
01  DISPUTE-CASE-RECORD.
    COPY DISPCASE REPLACING ==:REC:== BY ==DC==.

FD  ROLL-HISTORY-FILE.
01  ROLL-HISTORY-RECORD.
    COPY ROLLHIST REPLACING ==:REC:== BY ==HM==.

FD  DESK-MASTER-FILE.
01  DESK-MASTER-RECORD.
    COPY DESKMAST REPLACING ==:REC:== BY ==DM==.

FD  WINDOW-CONTROL-FILE.
01  WINDOW-CONTROL-RECORD.
    05 AW-WINDOW-FIRST-SEQ PIC 9(8).
    05 AW-WINDOW-STATE     PIC X.

*> Written by ROLL-COLLATE: where each make-good submission it
*> accepted landed in ROLLREQ.DAT.
FD  MAKEGOOD-POSITION-FILE.
01  MAKEGOOD-POSITION-RECORD.
    05 MP-DESK-ID     PIC X(10).
    05 MP-FIRST-LINE  PIC 9(8).
    05 MP-REQ-COUNT   PIC 9(6).
    05 MP-SUBMIT-DATE PIC 9(8).

FD  REJECT-FILE.
01  REJECT-RECORD.
    COPY ROLLREJ REPLACING ==:REC:== BY ==RJ==.

FD  VALID-REQUEST-FILE.
01  VALID-REQUEST-RECORD PIC X(49).

FD  ROLL-TOTALS-FILE.
01  ROLL-TOTAL-RECORD.
    COPY ROLLTOT REPLACING ==:REC:== BY ==RT==.

FD  ROLL-RESULTS-FILE.
01  ROLL-RESULT-RECORD.
    COPY ROLLREC REPLACING ==:REC:== BY ==RR==.

FD  DESK-SUBMIT-FILE.
01  DESK-SUBMIT-RECORD PIC X(49).

*> One line per make-good submission file written this run, for
*> ROLL-COLLATE's MAKEGOOD-LIST= card, behind a *HDR* line naming the
*> window the list was written after.
FD  MAKEGOOD-LIST-FILE.
01  MAKEGOOD-LIST-RECORD PIC X(44).

FD  MAKEGOOD-REPORT-FILE.
01  MAKEGOOD-REPORT-LINE PIC X(140).

WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC XX.
01 WS-MAKEGOOD-STATUS PIC XX.
01 WS-CASE-STATUS PIC XX.
01 WS-HISTORY-STATUS PIC XX.
01 WS-DESK-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-POSITION-STATUS PIC XX.
01 WS-REJECT-STATUS PIC XX.
01 WS-VALID-STATUS PIC XX.
01 WS-TOTALS-STATUS PIC XX.
01 WS-RESULTS-STATUS PIC XX.
01 WS-SUBMIT-STATUS PIC XX.
01 WS-LIST-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-CONTROL-EOF PIC X.
01 WS-SCAN-DONE PIC X.
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-RUN-DATE PIC 9(8).
01 WS-SUBMIT-DATE PIC 9(8) VALUE 0.
01 WS-SUBMIT-FILENAME PIC X(44).
01 WS-CASES-PRESENT PIC X VALUE "N".
01 WS-HISTORY-PRESENT PIC X VALUE "N".

*> The latest window as AUDITWIN.DAT records it. A request queued
*> while window N was the latest complete one is rolled by the next
*> window to complete, so any window id above QUEUED-WINDOW means
*> ROLLREQV, ROLLTOT and ROLLRES now hold the window that rolled it.
01 WS-WINDOW-ID PIC 9(8) VALUE 0.
01 WS-WINDOW-STATE PIC X VALUE SPACE.
01 WS-LIST-HEADER.
    05 LH-TAG PIC X(10) VALUE "*HDR*".
    05 LH-WINDOW-ID PIC 9(8).
    05 FILLER PIC X(26) VALUE SPACES.

*> Make-good submissions ROLL-COLLATE accepted for that window.
01 WS-POSITION-COUNT PIC 999 VALUE 0.
01 WS-POSITION-TABLE.
    05 WS-POSITION OCCURS 100 TIMES.
        10 PS-DESK-ID     PIC X(10).
        10 PS-FIRST-LINE  PIC 9(8).
        10 PS-REQ-COUNT   PIC 9(6).
        10 PS-SUBMIT-DATE PIC 9(8).
01 WS-POSITION-INDEX PIC 999.
01 WS-POSITION-FOUND PIC 999.

*> Queued requests to be looked for in the window, held in ROLLREQ
*> line order so one pass over the window's files finds them all.
*> RESULT is "M" (rolled - the total and dice are set) or "J"
*> (rejected by ROLL-EDIT, REASON the code).
01 WS-POST-COUNT PIC 999 VALUE 0.
01 WS-POST-TABLE.
    05 WS-POST OCCURS 500 TIMES.
        10 PT-CASE-NO     PIC 9(6).
        10 PT-TARGET-LINE PIC 9(8).
        10 PT-IMAGE       PIC X(49).
        10 PT-RESULT      PIC X.
        10 PT-REASON      PIC X(4).
        10 PT-TOTAL       PIC S9(7).
        10 PT-TIMESTAMP   PIC 9(10).
        10 PT-FIRST-SEQ   PIC 9(8).
        10 PT-DICE        PIC 9(5).
01 WS-POST-INDEX PIC 999.
01 WS-SHIFT-INDEX PIC 999.
01 WS-SHIFT-DONE PIC X.
01 WS-NEXT-POST PIC 999.
01 WS-TARGET-LINE PIC 9(8).
01 WS-POST-HELD PIC X VALUE "N".
01 WS-HELD-REASON PIC X(40) VALUE SPACES.

*> Window walk: ROLLREQ line numbers are recovered by counting the
*> rejects (which carry their line) back in among the valid requests.
01 WS-LINE-NO PIC 9(8).
01 WS-REJECT-LINE PIC 9(8).
01 WS-DICE-OFFSET PIC 9(8).
01 WS-DIE-INDEX PIC 9(5).
01 WS-TARGET-HIT PIC X.
01 WS-EDIT-LINE PIC Z(7)9.

*> The original dice behind a case, by die type. A replacement
*> request carries up to five die types: the base pool and four extra
*> segments.
01 WS-DIE-TYPES PIC 9 VALUE 0.
01 WS-DIE-TYPE-TABLE.
    05 WS-DIE-TYPE OCCURS 5 TIMES.
        10 DT-SIDES PIC 999.
        10 DT-COUNT PIC 9(5).
01 WS-TYPE-INDEX PIC 9.
01 WS-TYPE-FOUND PIC 9.
01 WS-ORIG-DICE PIC 9(5).
01 WS-VOID-DICE PIC 9(5).
01 WS-BUILD-NOTE PIC X(24).

01 WS-RAW-REQUEST.
    COPY ROLLRQST REPLACING ==:REC:== BY ==RW==.
01 WS-EDITED-REQUEST PIC X(49).
01 WS-REASON-CODE PIC X(4).
01 WS-TOTAL-DICE PIC 9(5).
01 WS-SEG-INDEX PIC 9.

*> Open make-goods ready to go out this window, in case order. A
*> desk's requests go in one MKG.<desk>.DAT file in that order, and
*> POS is the request's place in the file.
01 WS-QUEUE-COUNT PIC 999 VALUE 0.
01 WS-QUEUE-TABLE.
    05 WS-QUEUE OCCURS 500 TIMES.
        10 QT-CASE-NO  PIC 9(6).
        10 QT-DESK-ID  PIC X(10).
        10 QT-IMAGE    PIC X(49).
        10 QT-DICE     PIC 9(5).
        10 QT-WRITTEN  PIC X.
        10 QT-POS      PIC 9(3).
01 WS-QUEUE-INDEX PIC 999.
01 WS-DESK-INDEX PIC 999.
01 WS-CURRENT-DESK PIC X(10).
01 WS-DESK-REQUESTS PIC 9(3).
01 WS-DESK-DICE PIC 9(8).
01 WS-QUEUE-IMAGE PIC X(49).
01 WS-QUEUE-REQUEST REDEFINES WS-QUEUE-IMAGE.
    COPY ROLLRQST REPLACING ==:REC:== BY ==QR==.

*> The submission layout ROLL-COLLATE verifies: header, details in
*> the ROLLRQST layout, trailer.
01 WS-SUBMIT-WORK PIC X(49).
01 WS-SUBMIT-HEADER REDEFINES WS-SUBMIT-WORK.
    05 SH-TAG         PIC X(10).
    05 SH-DESK-ID     PIC X(10).
    05 SH-SUBMIT-DATE PIC 9(8).
    05 SH-REQ-COUNT   PIC 9(6).
    05 FILLER         PIC X(15).
01 WS-SUBMIT-TRAILER REDEFINES WS-SUBMIT-WORK.
    05 TR-TAG        PIC X(10).
    05 TR-TOTAL-DICE PIC 9(8).
    05 FILLER        PIC X(31).

01 WS-PICKED-UP-COUNT PIC 9(6) VALUE 0.
01 WS-POSTED-COUNT PIC 9(6) VALUE 0.
01 WS-REQUEUED-COUNT PIC 9(6) VALUE 0.
01 WS-CLOSED-NOW-COUNT PIC 9(6) VALUE 0.
01 WS-QUEUED-COUNT PIC 9(6) VALUE 0.
01 WS-FILES-WRITTEN PIC 9(4) VALUE 0.
01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
01 WS-ROLLED-COUNT PIC 9(6) VALUE 0.
01 WS-CLOSED-COUNT PIC 9(6) VALUE 0.
01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.

01 WS-HEADING-1.
    05 FILLER PIC X(44)
        VALUE "ROLL-MAKEGOOD  MAKE-GOOD REGISTER           ".
    05 H1-DATE PIC 9999/99/99.
01 WS-HEADING-2.
    05 FILLER PIC X(17) VALUE "SUBMISSION DATE: ".
    05 H2-SUBMIT-DATE PIC 9999/99/99.
    05 FILLER PIC X(4) VALUE SPACES.
    05 FILLER PIC X(15) VALUE "LATEST WINDOW: ".
    05 H2-WINDOW-ID PIC Z(7)9.
01 WS-HEADING-3.
    05 FILLER PIC X(8) VALUE "CASE".
    05 FILLER PIC X(12) VALUE "DESK-ID".
    05 FILLER PIC X(12) VALUE "ORIG TS".
    05 FILLER PIC X(10) VALUE "ORIG SEQ".
    05 FILLER PIC X(7) VALUE "DICE".
    05 FILLER PIC X(8) VALUE "STATUS".
    05 FILLER PIC X(12) VALUE "SUBMITTED".
    05 FILLER PIC X(10) VALUE "TOTAL".
    05 FILLER PIC X(12) VALUE "REPLACE TS".
    05 FILLER PIC X(19) VALUE "REPLACE SEQS".
    05 FILLER PIC X(24) VALUE "NOTE".
01 WS-DETAIL-LINE.
    05 DL-CASE-NO PIC 9(6).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-DESK-ID PIC X(10).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-ORIG-TS PIC 9(10).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-ORIG-SEQ PIC 9(8).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-DICE PIC ZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-STATUS PIC X(6).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-SUBMITTED PIC X(10).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-REPLACEMENT.
        10 DL-TOTAL PIC -------9.
        10 FILLER PIC XX VALUE SPACES.
        10 DL-REPLACE-TS PIC 9(10).
        10 FILLER PIC XX VALUE SPACES.
        10 DL-FIRST-SEQ PIC 9(8).
        10 DL-SEQ-DASH PIC X.
        10 DL-LAST-SEQ PIC 9(8).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-NOTE PIC X(24).
01 WS-SUBMITTED-DATE PIC 9999/99/99.
01 WS-FILE-LINE.
    05 FL-DESK-ID PIC X(10).
    05 FILLER PIC XX VALUE SPACES.
    05 FILLER PIC X(6) VALUE "FILE ".
    05 FL-FILENAME PIC X(24).
    05 FILLER PIC X(10) VALUE "REQUESTS ".
    05 FL-REQUESTS PIC ZZ9.
    05 FILLER PIC X(7) VALUE "  DICE ".
    05 FL-DICE PIC ZZZZZZZ9.
01 WS-HELD-LINE.
    05 FILLER PIC X(27) VALUE "POSTING HELD FOR WINDOW -  ".
    05 HL-REASON PIC X(40).
01 WS-COUNT-LINE.
    05 CL-LABEL PIC X(30).
    05 CL-COUNT PIC ZZZZZZZ9.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-RUN-CONTROL.
    PERFORM READ-WINDOW-MARKER.
    IF WS-WINDOW-STATE = "O"
        DISPLAY "ROLL-MAKEGOOD: FATAL - WINDOW " WS-WINDOW-ID
            " IS STILL OPEN - COMPLETE ROLL-BATCH FIRST"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-MAKEGOOD-FILES.
    MOVE WS-RUN-DATE TO H1-DATE.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-HEADING-1.
    MOVE WS-SUBMIT-DATE TO H2-SUBMIT-DATE.
    MOVE WS-WINDOW-ID TO H2-WINDOW-ID.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-HEADING-2.
    MOVE SPACES TO MAKEGOOD-REPORT-LINE.
    WRITE MAKEGOOD-REPORT-LINE.
    PERFORM POST-REPLACEMENT-ROLLS.
    IF WS-CASES-PRESENT = "Y"
        PERFORM CLOSE-ROLLED-CASES
        PERFORM PICK-UP-UPHELD-CASES
    END-IF.
    PERFORM QUEUE-REPLACEMENT-REQUESTS.
    MOVE SPACES TO MAKEGOOD-REPORT-LINE.
    WRITE MAKEGOOD-REPORT-LINE.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-HEADING-3.
    PERFORM LIST-REGISTER.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE MAKEGOOD-FILE.
    IF WS-CASES-PRESENT = "Y"
        CLOSE DISPUTE-CASE-FILE
    END-IF.
    IF WS-HISTORY-PRESENT = "Y"
        CLOSE ROLL-HISTORY-FILE
    END-IF.
    CLOSE DESK-MASTER-FILE.
    CLOSE MAKEGOOD-LIST-FILE.
    CLOSE MAKEGOOD-REPORT-FILE.
    DISPLAY "ROLL-MAKEGOOD: PICKED-UP=" WS-PICKED-UP-COUNT
        " QUEUED=" WS-QUEUED-COUNT
        " POSTED=" WS-POSTED-COUNT
        " CLOSED=" WS-CLOSED-NOW-COUNT
        " OPEN=" WS-OPEN-COUNT
        " EXCEPTIONS=" WS-EXCEPTION-COUNT.
    IF WS-POST-HELD = "Y" OR WS-EXCEPTION-COUNT > 0
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

*> SUBMIT-DATE= must match the date ROLL-COLLATE is given for the same
*> window; both default to the run date.
LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CONTROL-STATUS NOT = "00"
            DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT OPEN RUN-CONTROL-FILE, "
                "STATUS=" WS-CONTROL-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-CONTROL-EOF
        PERFORM READ-CONTROL-CARD UNTIL WS-CONTROL-EOF = "Y"
        CLOSE RUN-CONTROL-FILE
    END-IF.
    IF WS-SUBMIT-DATE = 0
        MOVE WS-RUN-DATE TO WS-SUBMIT-DATE
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
        WHEN "SUBMIT-DATE"
            IF WS-PARM-VALUE(1:8) NOT NUMERIC
                DISPLAY "ROLL-MAKEGOOD: FATAL - SUBMIT-DATE MUST BE "
                    "YYYYMMDD, GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-VALUE(1:8) TO WS-SUBMIT-DATE
        WHEN OTHER
            DISPLAY "ROLL-MAKEGOOD: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> No marker yet means no window has ever run: nothing can have been
*> rolled, and requests queued now are rolled by the first window.
READ-WINDOW-MARKER.
    OPEN INPUT WINDOW-CONTROL-FILE.
    IF WS-WINDOW-STATUS = "00"
        READ WINDOW-CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                MOVE AW-WINDOW-FIRST-SEQ TO WS-WINDOW-ID
                MOVE AW-WINDOW-STATE TO WS-WINDOW-STATE
        END-READ
        CLOSE WINDOW-CONTROL-FILE
    END-IF.

*> The case file and roll history belong to ROLL-DISPUTE and
*> ROLL-CONSOL; until they exist there is simply nothing upheld to
*> make good. The list is rewritten every run, holding only its *HDR*
*> line when nothing is queued. The header names the latest window,
*> the one the queued requests follow, and ROLL-COLLATE refuses a
*> list whose window is no longer the latest - one left from an
*> earlier cycle when this job was not run again.
OPEN-MAKEGOOD-FILES.
    OPEN I-O MAKEGOOD-FILE.
    IF WS-MAKEGOOD-STATUS = "35"
        OPEN OUTPUT MAKEGOOD-FILE
        CLOSE MAKEGOOD-FILE
        OPEN I-O MAKEGOOD-FILE
    END-IF.
    IF WS-MAKEGOOD-STATUS NOT = "00"
        DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT OPEN MAKEGOOD-FILE, "
            "STATUS=" WS-MAKEGOOD-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O DISPUTE-CASE-FILE.
    IF WS-CASE-STATUS = "00"
        MOVE "Y" TO WS-CASES-PRESENT
    ELSE
        IF WS-CASE-STATUS NOT = "35"
            DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT OPEN DISPUTE-CASE-FILE, "
                "STATUS=" WS-CASE-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    OPEN INPUT ROLL-HISTORY-FILE.
    IF WS-HISTORY-STATUS = "00"
        MOVE "Y" TO WS-HISTORY-PRESENT
    ELSE
        IF WS-HISTORY-STATUS NOT = "35"
            DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT OPEN ROLL-HISTORY-FILE, "
                "STATUS=" WS-HISTORY-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    OPEN INPUT DESK-MASTER-FILE.
    IF WS-DESK-STATUS NOT = "00"
        DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT OPEN DESK-MASTER-FILE, "
            "STATUS=" WS-DESK-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT MAKEGOOD-LIST-FILE.
    IF WS-LIST-STATUS NOT = "00"
        DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT OPEN MAKEGOOD-LIST-FILE, "
            "STATUS=" WS-LIST-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-WINDOW-ID TO LH-WINDOW-ID.
    WRITE MAKEGOOD-LIST-RECORD FROM WS-LIST-HEADER.
    OPEN OUTPUT MAKEGOOD-REPORT-FILE.

*> ----------------------------------------------------------------
*> Posting. Every open make-good queued before the latest complete
*> window was rolled by that window, unless ROLL-COLLATE did not take
*> its desk's file or ROLL-EDIT rejected the request; either way it
*> goes back in the queue. A rolled request's ROLLREQ line is its
*> submission's first line plus its place in the file.
*> ----------------------------------------------------------------
POST-REPLACEMENT-ROLLS.
    PERFORM LOAD-POSITIONS.
    MOVE "N" TO WS-SCAN-DONE.
    MOVE 0 TO MG-CASE-NO.
    START MAKEGOOD-FILE KEY NOT LESS THAN MG-CASE-NO
        INVALID KEY MOVE "Y" TO WS-SCAN-DONE
    END-START.
    PERFORM FIND-ONE-POST-CANDIDATE UNTIL WS-SCAN-DONE = "Y".
    IF WS-POST-COUNT > 0
        PERFORM WALK-WINDOW-FILES
        IF WS-POST-HELD = "Y"
            DISPLAY "ROLL-MAKEGOOD: POSTING HELD - " WS-HELD-REASON
            MOVE WS-HELD-REASON TO HL-REASON
            WRITE MAKEGOOD-REPORT-LINE FROM WS-HELD-LINE
        ELSE
            PERFORM APPLY-ONE-POST VARYING WS-POST-INDEX FROM 1 BY 1
                UNTIL WS-POST-INDEX > WS-POST-COUNT
        END-IF
    END-IF.

LOAD-POSITIONS.
    OPEN INPUT MAKEGOOD-POSITION-FILE.
    IF WS-POSITION-STATUS = "00"
        MOVE "N" TO WS-CONTROL-EOF
        PERFORM READ-ONE-POSITION UNTIL WS-CONTROL-EOF = "Y"
        CLOSE MAKEGOOD-POSITION-FILE
    END-IF.

READ-ONE-POSITION.
    READ MAKEGOOD-POSITION-FILE
        AT END MOVE "Y" TO WS-CONTROL-EOF
        NOT AT END
            IF WS-POSITION-COUNT < 100
                ADD 1 TO WS-POSITION-COUNT
                MOVE MP-DESK-ID TO PS-DESK-ID(WS-POSITION-COUNT)
                MOVE MP-FIRST-LINE TO PS-FIRST-LINE(WS-POSITION-COUNT)
                MOVE MP-REQ-COUNT TO PS-REQ-COUNT(WS-POSITION-COUNT)
                MOVE MP-SUBMIT-DATE TO PS-SUBMIT-DATE(WS-POSITION-COUNT)
            END-IF
    END-READ.

FIND-ONE-POST-CANDIDATE.
    READ MAKEGOOD-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SCAN-DONE
        NOT AT END
            IF MG-STATUS = "O" AND MG-SUBMIT-DATE > 0
                    AND WS-WINDOW-ID > MG-QUEUED-WINDOW
                PERFORM LOCATE-QUEUED-REQUEST
            END-IF
    END-READ.

LOCATE-QUEUED-REQUEST.
    MOVE 0 TO WS-POSITION-FOUND.
    PERFORM VARYING WS-POSITION-INDEX FROM 1 BY 1
            UNTIL WS-POSITION-INDEX > WS-POSITION-COUNT
                OR WS-POSITION-FOUND > 0
        IF PS-DESK-ID(WS-POSITION-INDEX) = MG-SESSION-ID
                AND PS-SUBMIT-DATE(WS-POSITION-INDEX) = MG-SUBMIT-DATE
                AND PS-REQ-COUNT(WS-POSITION-INDEX) >= MG-QUEUE-POS
            MOVE WS-POSITION-INDEX TO WS-POSITION-FOUND
        END-IF
    END-PERFORM.
    IF WS-POSITION-FOUND = 0
        MOVE "NOT COLLATED - REQUEUED" TO MG-NOTE
        PERFORM REQUEUE-MAKEGOOD
    ELSE
        IF WS-POST-COUNT >= 500
            DISPLAY "ROLL-MAKEGOOD: FATAL - MORE THAN 500 MAKE-GOODS "
                "AWAITING POSTING"
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        COMPUTE WS-TARGET-LINE =
            PS-FIRST-LINE(WS-POSITION-FOUND) + MG-QUEUE-POS - 1
        PERFORM INSERT-POST-CANDIDATE
    END-IF.

*> Kept in ascending line order as it is built; the register is read
*> in case order, which need not be ROLLREQ order across desks.
INSERT-POST-CANDIDATE.
    ADD 1 TO WS-POST-COUNT.
    MOVE WS-POST-COUNT TO WS-SHIFT-INDEX.
    MOVE "N" TO WS-SHIFT-DONE.
    PERFORM UNTIL WS-SHIFT-INDEX = 1 OR WS-SHIFT-DONE = "Y"
        IF PT-TARGET-LINE(WS-SHIFT-INDEX - 1) < WS-TARGET-LINE
            MOVE "Y" TO WS-SHIFT-DONE
        ELSE
            MOVE WS-POST(WS-SHIFT-INDEX - 1) TO WS-POST(WS-SHIFT-INDEX)
            SUBTRACT 1 FROM WS-SHIFT-INDEX
        END-IF
    END-PERFORM.
    MOVE MG-CASE-NO TO PT-CASE-NO(WS-SHIFT-INDEX).
    MOVE WS-TARGET-LINE TO PT-TARGET-LINE(WS-SHIFT-INDEX).
    MOVE MG-REQUEST-IMAGE TO PT-IMAGE(WS-SHIFT-INDEX).
    MOVE SPACE TO PT-RESULT(WS-SHIFT-INDEX).
    MOVE SPACES TO PT-REASON(WS-SHIFT-INDEX).
    MOVE 0 TO PT-TOTAL(WS-SHIFT-INDEX).
    MOVE 0 TO PT-TIMESTAMP(WS-SHIFT-INDEX).
    MOVE 0 TO PT-FIRST-SEQ(WS-SHIFT-INDEX).
    MOVE 0 TO PT-DICE(WS-SHIFT-INDEX).

REQUEUE-MAKEGOOD.
    MOVE 0 TO MG-SUBMIT-DATE.
    MOVE 0 TO MG-QUEUE-POS.
    PERFORM REWRITE-MAKEGOOD.
    ADD 1 TO WS-REQUEUED-COUNT.

*> ROLL-EDIT keeps ROLLREQ order in both its outputs, and ROLL-BATCH
*> writes one total per valid request and one result per die in the
*> same order, with audit sequences running on from the window's
*> first. Anything out of step means these are not the files of the
*> window that rolled the queue, and nothing is posted from them.
WALK-WINDOW-FILES.
    OPEN INPUT REJECT-FILE.
    OPEN INPUT VALID-REQUEST-FILE.
    OPEN INPUT ROLL-TOTALS-FILE.
    OPEN INPUT ROLL-RESULTS-FILE.
    IF WS-REJECT-STATUS NOT = "00" OR WS-VALID-STATUS NOT = "00"
            OR WS-TOTALS-STATUS NOT = "00" OR WS-RESULTS-STATUS NOT = "00"
        DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT OPEN WINDOW FILES, STATUS="
            WS-REJECT-STATUS "/" WS-VALID-STATUS "/" WS-TOTALS-STATUS
            "/" WS-RESULTS-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO WS-LINE-NO.
    MOVE 0 TO WS-DICE-OFFSET.
    MOVE 1 TO WS-NEXT-POST.
    PERFORM READ-NEXT-REJECT.
    PERFORM WALK-ONE-LINE
        UNTIL WS-NEXT-POST > WS-POST-COUNT OR WS-POST-HELD = "Y".
    CLOSE REJECT-FILE.
    CLOSE VALID-REQUEST-FILE.
    CLOSE ROLL-TOTALS-FILE.
    CLOSE ROLL-RESULTS-FILE.

READ-NEXT-REJECT.
    READ REJECT-FILE
        AT END MOVE 99999999 TO WS-REJECT-LINE
        NOT AT END MOVE RJ-LINE-NO TO WS-REJECT-LINE
    END-READ.

WALK-ONE-LINE.
    ADD 1 TO WS-LINE-NO.
    IF PT-TARGET-LINE(WS-NEXT-POST) = WS-LINE-NO
        MOVE "Y" TO WS-TARGET-HIT
    ELSE
        MOVE "N" TO WS-TARGET-HIT
    END-IF.
    IF WS-LINE-NO = WS-REJECT-LINE
        IF WS-TARGET-HIT = "Y"
            MOVE "J" TO PT-RESULT(WS-NEXT-POST)
            MOVE RJ-REASON-CODE TO PT-REASON(WS-NEXT-POST)
            ADD 1 TO WS-NEXT-POST
        END-IF
        PERFORM READ-NEXT-REJECT
    ELSE
        PERFORM TAKE-VALID-REQUEST
    END-IF.

TAKE-VALID-REQUEST.
    READ VALID-REQUEST-FILE
        AT END
            MOVE WS-LINE-NO TO WS-EDIT-LINE
            STRING "ROLLREQV ENDS BEFORE LINE " DELIMITED BY SIZE
                WS-EDIT-LINE DELIMITED BY SIZE
                INTO WS-HELD-REASON
            END-STRING
            MOVE "Y" TO WS-POST-HELD
    END-READ.
    IF WS-POST-HELD = "N"
        READ ROLL-TOTALS-FILE
            AT END
                MOVE "ROLLTOT SHORTER THAN ROLLREQV" TO WS-HELD-REASON
                MOVE "Y" TO WS-POST-HELD
        END-READ
    END-IF.
    IF WS-POST-HELD = "N"
        IF RT-SESSION-ID NOT = VALID-REQUEST-RECORD(1:10)
            MOVE "ROLLTOT OUT OF STEP WITH ROLLREQV" TO WS-HELD-REASON
            MOVE "Y" TO WS-POST-HELD
        END-IF
    END-IF.
    IF WS-POST-HELD = "N" AND WS-TARGET-HIT = "Y"
        IF VALID-REQUEST-RECORD NOT = PT-IMAGE(WS-NEXT-POST)
            MOVE WS-LINE-NO TO WS-EDIT-LINE
            STRING "REQUEST DIFFERS AT LINE " DELIMITED BY SIZE
                WS-EDIT-LINE DELIMITED BY SIZE
                INTO WS-HELD-REASON
            END-STRING
            MOVE "Y" TO WS-POST-HELD
        END-IF
    END-IF.
    IF WS-POST-HELD = "N"
        PERFORM SKIP-REQUEST-RESULTS
    END-IF.
    IF WS-POST-HELD = "N" AND WS-TARGET-HIT = "Y"
        MOVE "M" TO PT-RESULT(WS-NEXT-POST)
        MOVE RT-TOTAL TO PT-TOTAL(WS-NEXT-POST)
        MOVE RT-DICE-ROLLED TO PT-DICE(WS-NEXT-POST)
        COMPUTE PT-FIRST-SEQ(WS-NEXT-POST) = WS-WINDOW-ID + WS-DICE-OFFSET
        ADD 1 TO WS-NEXT-POST
    END-IF.
    ADD RT-DICE-ROLLED TO WS-DICE-OFFSET.

*> The request's dice follow in ROLLRES; the first carries the window
*> timestamp its dice were consolidated under.
SKIP-REQUEST-RESULTS.
    PERFORM VARYING WS-DIE-INDEX FROM 1 BY 1
            UNTIL WS-DIE-INDEX > RT-DICE-ROLLED OR WS-POST-HELD = "Y"
        READ ROLL-RESULTS-FILE
            AT END
                MOVE "ROLLRES SHORTER THAN ROLLTOT" TO WS-HELD-REASON
                MOVE "Y" TO WS-POST-HELD
            NOT AT END
                IF RR-SESSION-ID NOT = RT-SESSION-ID
                    MOVE "ROLLRES OUT OF STEP WITH ROLLTOT"
                        TO WS-HELD-REASON
                    MOVE "Y" TO WS-POST-HELD
                END-IF
                IF WS-DIE-INDEX = 1 AND WS-TARGET-HIT = "Y"
                    MOVE RR-TIMESTAMP TO PT-TIMESTAMP(WS-NEXT-POST)
                END-IF
        END-READ
    END-PERFORM.

APPLY-ONE-POST.
    MOVE PT-CASE-NO(WS-POST-INDEX) TO MG-CASE-NO.
    PERFORM READ-MAKEGOOD.
    IF PT-RESULT(WS-POST-INDEX) = "M"
        MOVE "R" TO MG-STATUS
        MOVE WS-RUN-DATE TO MG-ROLLED-DATE
        MOVE PT-TOTAL(WS-POST-INDEX) TO MG-REPLACE-TOTAL
        MOVE WS-WINDOW-ID TO MG-REPLACE-WINDOW
        MOVE PT-TIMESTAMP(WS-POST-INDEX) TO MG-REPLACE-TIMESTAMP
        MOVE PT-FIRST-SEQ(WS-POST-INDEX) TO MG-REPLACE-FIRST-SEQ
        COMPUTE MG-REPLACE-LAST-SEQ =
            PT-FIRST-SEQ(WS-POST-INDEX) + PT-DICE(WS-POST-INDEX) - 1
        MOVE SPACES TO MG-NOTE
        PERFORM REWRITE-MAKEGOOD
        ADD 1 TO WS-POSTED-COUNT
    ELSE
        MOVE SPACES TO MG-NOTE
        STRING "REJECTED " DELIMITED BY SIZE
            PT-REASON(WS-POST-INDEX) DELIMITED BY SIZE
            " - REQUEUED" DELIMITED BY SIZE
            INTO MG-NOTE
        END-STRING
        PERFORM REQUEUE-MAKEGOOD
    END-IF.

*> ----------------------------------------------------------------
*> Closing. A rolled make-good closes its case: "U" moves to "C".
*> A case found in any other state was changed by hand since it was
*> upheld; the make-good stays rolled, noted, until the case is
*> sorted out, and is tried again every run.
*> ----------------------------------------------------------------
CLOSE-ROLLED-CASES.
    MOVE "N" TO WS-SCAN-DONE.
    MOVE 0 TO MG-CASE-NO.
    START MAKEGOOD-FILE KEY NOT LESS THAN MG-CASE-NO
        INVALID KEY MOVE "Y" TO WS-SCAN-DONE
    END-START.
    PERFORM CLOSE-ONE-ROLLED-CASE UNTIL WS-SCAN-DONE = "Y".

CLOSE-ONE-ROLLED-CASE.
    READ MAKEGOOD-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SCAN-DONE
        NOT AT END
            IF MG-STATUS = "R"
                PERFORM CLOSE-DISPUTE-CASE
            END-IF
    END-READ.

CLOSE-DISPUTE-CASE.
    MOVE MG-CASE-NO TO DC-CASE-NO.
    READ DISPUTE-CASE-FILE
        INVALID KEY MOVE "CASE NOT ON FILE" TO MG-NOTE
        NOT INVALID KEY
            EVALUATE DC-STATUS
                WHEN "U"
                    MOVE "C" TO DC-STATUS
                    REWRITE DISPUTE-CASE-RECORD
                    IF WS-CASE-STATUS NOT = "00"
                        DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT REWRITE "
                            "DISPUTE-CASE-FILE, STATUS=" WS-CASE-STATUS
                        MOVE 1 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    PERFORM MARK-MAKEGOOD-CLOSED
                WHEN "C"
                    PERFORM MARK-MAKEGOOD-CLOSED
                WHEN OTHER
                    MOVE "CASE NO LONGER UPHELD" TO MG-NOTE
            END-EVALUATE
    END-READ.
    PERFORM REWRITE-MAKEGOOD.

MARK-MAKEGOOD-CLOSED.
    MOVE "C" TO MG-STATUS.
    MOVE WS-RUN-DATE TO MG-CLOSED-DATE.
    MOVE SPACES TO MG-NOTE.
    ADD 1 TO WS-CLOSED-NOW-COUNT.

*> ----------------------------------------------------------------
*> Pick-up. Every upheld case gets a register entry the first time it
*> is seen. The replacement rolls the same dice as the original, read
*> back from the roll history under the case's key; a case that
*> cannot be built yet stays open with a note and is retried on every
*> run.
*> ----------------------------------------------------------------
PICK-UP-UPHELD-CASES.
    MOVE "N" TO WS-SCAN-DONE.
    MOVE 0 TO DC-CASE-NO.
    START DISPUTE-CASE-FILE KEY NOT LESS THAN DC-CASE-NO
        INVALID KEY MOVE "Y" TO WS-SCAN-DONE
    END-START.
    PERFORM PICK-UP-ONE-CASE UNTIL WS-SCAN-DONE = "Y".

PICK-UP-ONE-CASE.
    READ DISPUTE-CASE-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SCAN-DONE
        NOT AT END
            IF DC-STATUS = "U"
                PERFORM REGISTER-UPHELD-CASE
            END-IF
    END-READ.

REGISTER-UPHELD-CASE.
    MOVE DC-CASE-NO TO MG-CASE-NO.
    READ MAKEGOOD-FILE
        INVALID KEY
            INITIALIZE MAKEGOOD-RECORD
            MOVE DC-CASE-NO TO MG-CASE-NO
            MOVE DC-SESSION-ID TO MG-SESSION-ID
            MOVE DC-TIMESTAMP TO MG-ORIG-TIMESTAMP
            MOVE DC-AUDIT-SEQ TO MG-ORIG-AUDIT-SEQ
            MOVE "O" TO MG-STATUS
            MOVE WS-RUN-DATE TO MG-OPEN-DATE
            PERFORM BUILD-REPLACEMENT-REQUEST
            WRITE MAKEGOOD-RECORD
            IF WS-MAKEGOOD-STATUS NOT = "00"
                DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT WRITE "
                    "MAKEGOOD-FILE, STATUS=" WS-MAKEGOOD-STATUS
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-PICKED-UP-COUNT
        NOT INVALID KEY
            IF MG-STATUS = "O" AND MG-REQUEST-IMAGE = SPACES
                PERFORM BUILD-REPLACEMENT-REQUEST
                PERFORM REWRITE-MAKEGOOD
            END-IF
    END-READ.

BUILD-REPLACEMENT-REQUEST.
    MOVE SPACES TO MG-REQUEST-IMAGE.
    MOVE SPACES TO WS-BUILD-NOTE.
    PERFORM READ-ORIGINAL-DICE.
    MOVE WS-ORIG-DICE TO MG-ORIG-DICE.
    IF WS-BUILD-NOTE = SPACES
        PERFORM FORMAT-REPLACEMENT-REQUEST
    END-IF.
    MOVE WS-BUILD-NOTE TO MG-NOTE.

*> AUDIT-SEQ zero names every roll of the session in that window.
*> Voided rolls are not made good again: ROLL-VOID has already taken
*> them out of the record.
READ-ORIGINAL-DICE.
    MOVE 0 TO WS-DIE-TYPES.
    MOVE 0 TO WS-ORIG-DICE.
    MOVE 0 TO WS-VOID-DICE.
    IF WS-HISTORY-PRESENT = "Y"
        MOVE DC-SESSION-ID TO HM-SESSION-ID
        MOVE DC-TIMESTAMP TO HM-TIMESTAMP
        MOVE DC-AUDIT-SEQ TO HM-AUDIT-SEQ
        IF DC-AUDIT-SEQ > 0
            READ ROLL-HISTORY-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM TAKE-ORIGINAL-DIE
            END-READ
        ELSE
            MOVE "N" TO WS-CONTROL-EOF
            START ROLL-HISTORY-FILE KEY NOT LESS THAN HM-KEY
                INVALID KEY MOVE "Y" TO WS-CONTROL-EOF
            END-START
            PERFORM READ-SESSION-DIE UNTIL WS-CONTROL-EOF = "Y"
        END-IF
    END-IF.
    IF WS-BUILD-NOTE = SPACES AND WS-ORIG-DICE = 0
        IF WS-VOID-DICE > 0
            MOVE "ORIGINAL ROLLS VOIDED" TO WS-BUILD-NOTE
        ELSE
            MOVE "NOT ON ROLL HISTORY" TO WS-BUILD-NOTE
        END-IF
    END-IF.

READ-SESSION-DIE.
    READ ROLL-HISTORY-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-CONTROL-EOF
        NOT AT END
            IF HM-SESSION-ID NOT = DC-SESSION-ID
                    OR HM-TIMESTAMP NOT = DC-TIMESTAMP
                MOVE "Y" TO WS-CONTROL-EOF
            ELSE
                PERFORM TAKE-ORIGINAL-DIE
            END-IF
    END-READ.

TAKE-ORIGINAL-DIE.
    IF HM-STATUS = "V"
        ADD 1 TO WS-VOID-DICE
    ELSE
        MOVE 0 TO WS-TYPE-FOUND
        PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                UNTIL WS-TYPE-INDEX > WS-DIE-TYPES OR WS-TYPE-FOUND > 0
            IF DT-SIDES(WS-TYPE-INDEX) = HM-SIDES
                MOVE WS-TYPE-INDEX TO WS-TYPE-FOUND
            END-IF
        END-PERFORM
        IF WS-TYPE-FOUND = 0
            IF WS-DIE-TYPES >= 5
                MOVE "OVER 5 DIE TYPES" TO WS-BUILD-NOTE
            ELSE
                ADD 1 TO WS-DIE-TYPES
                MOVE WS-DIE-TYPES TO WS-TYPE-FOUND
                MOVE HM-SIDES TO DT-SIDES(WS-TYPE-FOUND)
                MOVE 0 TO DT-COUNT(WS-TYPE-FOUND)
            END-IF
        END-IF
        IF WS-TYPE-FOUND > 0
            ADD 1 TO DT-COUNT(WS-TYPE-FOUND)
            IF DT-COUNT(WS-TYPE-FOUND) > 999
                MOVE "OVER 999 DICE OF A TYPE" TO WS-BUILD-NOTE
            END-IF
        END-IF
        ADD 1 TO WS-ORIG-DICE
    END-IF.

*> The roll history keeps each die, not the request that rolled it,
*> so any keep/drop or modifier the original carried is gone: the
*> replacement rolls the same dice and totals them plainly. It faces
*> the same field edits as any request before it is queued.
FORMAT-REPLACEMENT-REQUEST.
    MOVE SPACES TO WS-RAW-REQUEST.
    MOVE DC-SESSION-ID TO RW-SESSION-ID.
    MOVE DT-COUNT(1) TO RW-NUM-DICE.
    MOVE DT-SIDES(1) TO RW-SIDES.
    MOVE "+" TO RW-MOD-SIGN.
    MOVE 0 TO RW-MODIFIER.
    MOVE SPACE TO RW-KEEP-TYPE.
    MOVE 0 TO RW-KEEP-COUNT.
    COMPUTE RW-EXTRA-SEGS = WS-DIE-TYPES - 1.
    PERFORM VARYING WS-SEG-INDEX FROM 1 BY 1 UNTIL WS-SEG-INDEX > 4
        IF WS-SEG-INDEX < WS-DIE-TYPES
            MOVE DT-COUNT(WS-SEG-INDEX + 1) TO RW-SEG-NUM-DICE(WS-SEG-INDEX)
            MOVE DT-SIDES(WS-SEG-INDEX + 1) TO RW-SEG-SIDES(WS-SEG-INDEX)
        ELSE
            MOVE 0 TO RW-SEG-NUM-DICE(WS-SEG-INDEX)
            MOVE 0 TO RW-SEG-SIDES(WS-SEG-INDEX)
        END-IF
    END-PERFORM.
    CALL "ROLL-RQEDIT" USING BY REFERENCE WS-RAW-REQUEST,
        WS-EDITED-REQUEST, WS-REASON-CODE, WS-TOTAL-DICE.
    IF WS-REASON-CODE = SPACES
        MOVE WS-EDITED-REQUEST TO MG-REQUEST-IMAGE
    ELSE
        STRING "FAILS EDIT " DELIMITED BY SIZE
            WS-REASON-CODE DELIMITED BY SIZE
            INTO WS-BUILD-NOTE
        END-STRING
    END-IF.

*> ----------------------------------------------------------------
*> Queueing. Open make-goods with a request go out as one MKG.<desk>
*> submission per desk, carrying the header and trailer a desk would
*> send itself, so they face ROLL-COLLATE's control totals and
*> ROLL-EDIT's desk authority and quota checks like any request. A
*> second run before the window rolls writes the same files again.
*> A make-good still awaiting posting stays out of the queue.
*> ----------------------------------------------------------------
QUEUE-REPLACEMENT-REQUESTS.
    MOVE "N" TO WS-SCAN-DONE.
    MOVE 0 TO MG-CASE-NO.
    START MAKEGOOD-FILE KEY NOT LESS THAN MG-CASE-NO
        INVALID KEY MOVE "Y" TO WS-SCAN-DONE
    END-START.
    PERFORM SELECT-ONE-FOR-QUEUE UNTIL WS-SCAN-DONE = "Y".
    PERFORM VARYING WS-DESK-INDEX FROM 1 BY 1
            UNTIL WS-DESK-INDEX > WS-QUEUE-COUNT
        IF QT-WRITTEN(WS-DESK-INDEX) = "N"
            PERFORM WRITE-DESK-SUBMISSION
        END-IF
    END-PERFORM.
    PERFORM STAMP-ONE-QUEUED VARYING WS-QUEUE-INDEX FROM 1 BY 1
        UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT.

SELECT-ONE-FOR-QUEUE.
    READ MAKEGOOD-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SCAN-DONE
        NOT AT END
            IF MG-STATUS = "O" AND MG-REQUEST-IMAGE NOT = SPACES
                    AND (MG-SUBMIT-DATE = 0
                        OR MG-QUEUED-WINDOW = WS-WINDOW-ID)
                PERFORM CHECK-QUEUE-DESK
            END-IF
    END-READ.

CHECK-QUEUE-DESK.
    MOVE MG-SESSION-ID TO DM-DESK-ID.
    READ DESK-MASTER-FILE
        INVALID KEY
            MOVE "DESK NOT ON FILE" TO MG-NOTE
            PERFORM REWRITE-MAKEGOOD
        NOT INVALID KEY
            IF DM-STATUS NOT = "A"
                MOVE "DESK SUSPENDED" TO MG-NOTE
                PERFORM REWRITE-MAKEGOOD
            ELSE
                IF WS-QUEUE-COUNT >= 500
                    MOVE "OVER 500 QUEUED" TO MG-NOTE
                    PERFORM REWRITE-MAKEGOOD
                ELSE
                    ADD 1 TO WS-QUEUE-COUNT
                    MOVE MG-CASE-NO TO QT-CASE-NO(WS-QUEUE-COUNT)
                    MOVE MG-SESSION-ID TO QT-DESK-ID(WS-QUEUE-COUNT)
                    MOVE MG-REQUEST-IMAGE TO QT-IMAGE(WS-QUEUE-COUNT)
                    MOVE MG-REQUEST-IMAGE TO WS-QUEUE-IMAGE
                    PERFORM COUNT-REQUEST-DICE
                    MOVE WS-TOTAL-DICE TO QT-DICE(WS-QUEUE-COUNT)
                    MOVE "N" TO QT-WRITTEN(WS-QUEUE-COUNT)
                    MOVE 0 TO QT-POS(WS-QUEUE-COUNT)
                END-IF
            END-IF
    END-READ.

COUNT-REQUEST-DICE.
    MOVE QR-NUM-DICE TO WS-TOTAL-DICE.
    PERFORM VARYING WS-SEG-INDEX FROM 1 BY 1
            UNTIL WS-SEG-INDEX > QR-EXTRA-SEGS
        ADD QR-SEG-NUM-DICE(WS-SEG-INDEX) TO WS-TOTAL-DICE
    END-PERFORM.

*> The desk at WS-DESK-INDEX has not been written yet; every later
*> entry for the same desk goes in its file, in case order.
WRITE-DESK-SUBMISSION.
    MOVE QT-DESK-ID(WS-DESK-INDEX) TO WS-CURRENT-DESK.
    MOVE 0 TO WS-DESK-REQUESTS.
    MOVE 0 TO WS-DESK-DICE.
    PERFORM VARYING WS-QUEUE-INDEX FROM WS-DESK-INDEX BY 1
            UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
        IF QT-DESK-ID(WS-QUEUE-INDEX) = WS-CURRENT-DESK
            ADD 1 TO WS-DESK-REQUESTS
            ADD QT-DICE(WS-QUEUE-INDEX) TO WS-DESK-DICE
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-SUBMIT-FILENAME.
    STRING "MKG." DELIMITED BY SIZE
        WS-CURRENT-DESK DELIMITED BY SPACE
        ".DAT" DELIMITED BY SIZE
        INTO WS-SUBMIT-FILENAME
    END-STRING.
    OPEN OUTPUT DESK-SUBMIT-FILE.
    IF WS-SUBMIT-STATUS NOT = "00"
        DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT OPEN " WS-SUBMIT-FILENAME
            ", STATUS=" WS-SUBMIT-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WS-SUBMIT-WORK.
    MOVE "*HDR*" TO SH-TAG.
    MOVE WS-CURRENT-DESK TO SH-DESK-ID.
    MOVE WS-SUBMIT-DATE TO SH-SUBMIT-DATE.
    MOVE WS-DESK-REQUESTS TO SH-REQ-COUNT.
    WRITE DESK-SUBMIT-RECORD FROM WS-SUBMIT-WORK.
    MOVE 0 TO WS-DESK-REQUESTS.
    PERFORM VARYING WS-QUEUE-INDEX FROM WS-DESK-INDEX BY 1
            UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
        IF QT-DESK-ID(WS-QUEUE-INDEX) = WS-CURRENT-DESK
            ADD 1 TO WS-DESK-REQUESTS
            MOVE WS-DESK-REQUESTS TO QT-POS(WS-QUEUE-INDEX)
            MOVE "Y" TO QT-WRITTEN(WS-QUEUE-INDEX)
            WRITE DESK-SUBMIT-RECORD FROM QT-IMAGE(WS-QUEUE-INDEX)
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-SUBMIT-WORK.
    MOVE "*TRL*" TO TR-TAG.
    MOVE WS-DESK-DICE TO TR-TOTAL-DICE.
    WRITE DESK-SUBMIT-RECORD FROM WS-SUBMIT-WORK.
    CLOSE DESK-SUBMIT-FILE.
    WRITE MAKEGOOD-LIST-RECORD FROM WS-SUBMIT-FILENAME.
    ADD 1 TO WS-FILES-WRITTEN.
    MOVE WS-CURRENT-DESK TO FL-DESK-ID.
    MOVE WS-SUBMIT-FILENAME TO FL-FILENAME.
    MOVE WS-DESK-REQUESTS TO FL-REQUESTS.
    MOVE WS-DESK-DICE TO FL-DICE.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-FILE-LINE.

*> QUEUE-COUNT counts the windows the request was sent to; a rerun
*> for the same window is not another attempt. A note on why the last
*> attempt was not rolled stays until the request is posted.
STAMP-ONE-QUEUED.
    MOVE QT-CASE-NO(WS-QUEUE-INDEX) TO MG-CASE-NO.
    PERFORM READ-MAKEGOOD.
    IF MG-SUBMIT-DATE = 0 OR MG-QUEUED-WINDOW NOT = WS-WINDOW-ID
        ADD 1 TO MG-QUEUE-COUNT
    END-IF.
    MOVE WS-SUBMIT-DATE TO MG-SUBMIT-DATE.
    MOVE WS-WINDOW-ID TO MG-QUEUED-WINDOW.
    MOVE QT-POS(WS-QUEUE-INDEX) TO MG-QUEUE-POS.
    IF MG-NOTE = "DESK NOT ON FILE" OR MG-NOTE = "DESK SUSPENDED"
            OR MG-NOTE = "OVER 500 QUEUED"
        MOVE SPACES TO MG-NOTE
    END-IF.
    PERFORM REWRITE-MAKEGOOD.
    ADD 1 TO WS-QUEUED-COUNT.

READ-MAKEGOOD.
    READ MAKEGOOD-FILE
        INVALID KEY
            DISPLAY "ROLL-MAKEGOOD: FATAL - CASE " MG-CASE-NO
                " MISSING FROM MAKEGOOD-FILE"
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ.

REWRITE-MAKEGOOD.
    REWRITE MAKEGOOD-RECORD.
    IF WS-MAKEGOOD-STATUS NOT = "00"
        DISPLAY "ROLL-MAKEGOOD: FATAL - CANNOT REWRITE MAKEGOOD-FILE, "
            "STATUS=" WS-MAKEGOOD-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> The register as it stands after this run: every make-good, so the
*> dispute desk can see which upheld cases still wait on a roll.
*> ----------------------------------------------------------------
LIST-REGISTER.
    MOVE "N" TO WS-SCAN-DONE.
    MOVE 0 TO MG-CASE-NO.
    START MAKEGOOD-FILE KEY NOT LESS THAN MG-CASE-NO
        INVALID KEY MOVE "Y" TO WS-SCAN-DONE
    END-START.
    PERFORM LIST-ONE-MAKEGOOD UNTIL WS-SCAN-DONE = "Y".

LIST-ONE-MAKEGOOD.
    READ MAKEGOOD-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SCAN-DONE
        NOT AT END PERFORM WRITE-MAKEGOOD-LINE
    END-READ.

WRITE-MAKEGOOD-LINE.
    MOVE MG-CASE-NO TO DL-CASE-NO.
    MOVE MG-SESSION-ID TO DL-DESK-ID.
    MOVE MG-ORIG-TIMESTAMP TO DL-ORIG-TS.
    MOVE MG-ORIG-AUDIT-SEQ TO DL-ORIG-SEQ.
    MOVE MG-ORIG-DICE TO DL-DICE.
    EVALUATE MG-STATUS
        WHEN "O"
            MOVE "OPEN" TO DL-STATUS
            ADD 1 TO WS-OPEN-COUNT
        WHEN "R"
            MOVE "ROLLED" TO DL-STATUS
            ADD 1 TO WS-ROLLED-COUNT
        WHEN OTHER
            MOVE "CLOSED" TO DL-STATUS
            ADD 1 TO WS-CLOSED-COUNT
    END-EVALUATE.
    IF MG-SUBMIT-DATE = 0
        MOVE SPACES TO DL-SUBMITTED
    ELSE
        MOVE MG-SUBMIT-DATE TO WS-SUBMITTED-DATE
        MOVE WS-SUBMITTED-DATE TO DL-SUBMITTED
    END-IF.
    IF MG-STATUS = "O"
        MOVE SPACES TO DL-REPLACEMENT
    ELSE
        MOVE MG-REPLACE-TOTAL TO DL-TOTAL
        MOVE MG-REPLACE-TIMESTAMP TO DL-REPLACE-TS
        MOVE MG-REPLACE-FIRST-SEQ TO DL-FIRST-SEQ
        MOVE "-" TO DL-SEQ-DASH
        MOVE MG-REPLACE-LAST-SEQ TO DL-LAST-SEQ
    END-IF.
    MOVE MG-NOTE TO DL-NOTE.
    IF MG-NOTE NOT = SPACES
        ADD 1 TO WS-EXCEPTION-COUNT
    END-IF.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-DETAIL-LINE.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO MAKEGOOD-REPORT-LINE.
    WRITE MAKEGOOD-REPORT-LINE.
    MOVE "OPEN - AWAITING ROLL" TO CL-LABEL.
    MOVE WS-OPEN-COUNT TO CL-COUNT.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "ROLLED - CASE NOT YET CLOSED" TO CL-LABEL.
    MOVE WS-ROLLED-COUNT TO CL-COUNT.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "CLOSED" TO CL-LABEL.
    MOVE WS-CLOSED-COUNT TO CL-COUNT.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "WITH EXCEPTION NOTES" TO CL-LABEL.
    MOVE WS-EXCEPTION-COUNT TO CL-COUNT.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE SPACES TO MAKEGOOD-REPORT-LINE.
    WRITE MAKEGOOD-REPORT-LINE.
    MOVE "UPHELD CASES PICKED UP" TO CL-LABEL.
    MOVE WS-PICKED-UP-COUNT TO CL-COUNT.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "REPLACEMENTS POSTED" TO CL-LABEL.
    MOVE WS-POSTED-COUNT TO CL-COUNT.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "REQUEUED - NOT ROLLED" TO CL-LABEL.
    MOVE WS-REQUEUED-COUNT TO CL-COUNT.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "CASES CLOSED" TO CL-LABEL.
    MOVE WS-CLOSED-NOW-COUNT TO CL-COUNT.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "REQUESTS QUEUED" TO CL-LABEL.
    MOVE WS-QUEUED-COUNT TO CL-COUNT.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "SUBMISSION FILES WRITTEN" TO CL-LABEL.
    MOVE WS-FILES-WRITTEN TO CL-COUNT.
    WRITE MAKEGOOD-REPORT-LINE FROM WS-COUNT-LINE.
