    SELECT DESK-SUBMIT-FILE ASSIGN TO DYNAMIC WS-SUBMIT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMIT-STATUS.
    SELECT STANDING-LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT WINDOW-CONTROL-FILE ASSIGN TO "AUDITWIN.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT MAKEGOOD-POSITION-FILE ASSIGN TO "MKGPOS.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-POSITION-STATUS.
    SELECT ROLL-REQUEST-FILE ASSIGN TO "ROLLREQ.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-STATUS.
FD  DESK-SUBMIT-FILE.
01  DESK-SUBMIT-RECORD PIC X(49).

FD  STANDING-LIST-FILE.
01  STANDING-LIST-RECORD PIC X(44).
01  STANDING-LIST-HEADER.
    05 LH-TAG       PIC X(10).
    05 LH-WINDOW-ID PIC X(8).
    05 FILLER       PIC X(26).

FD  WINDOW-CONTROL-FILE.
01  WINDOW-CONTROL-RECORD.
    05 AW-WINDOW-FIRST-SEQ PIC 9(8).
    05 AW-WINDOW-STATE     PIC X.

*> Where each accepted make-good submission landed in ROLLREQ.DAT:
*> the line number of its first request and how many it carried.
*> ROLL-MAKEGOOD follows these lines through ROLL-EDIT's rejects to
*> the totals ROLL-BATCH wrote for them. Rewritten every run, empty
*> when no make-good list was collated.
FD  MAKEGOOD-POSITION-FILE.
01  MAKEGOOD-POSITION-RECORD.
    05 MP-DESK-ID     PIC X(10).
    05 MP-FIRST-LINE  PIC 9(8).
    05 MP-REQ-COUNT   PIC 9(6).
    05 MP-SUBMIT-DATE PIC 9(8).

FD  ROLL-REQUEST-FILE.
01  ROLL-REQUEST-RECORD.
    COPY ROLLRQST REPLACING ==:REC:== BY ==RQ==.
WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC XX.
01 WS-SUBMIT-STATUS PIC XX.
01 WS-LIST-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-WINDOW-ID PIC 9(8) VALUE 0.
01 WS-LIST-PROGRAM PIC X(14).
01 WS-POSITION-STATUS PIC XX.
01 WS-REQUEST-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-CONTROL-EOF PIC X.
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-SUBMIT-FILENAME PIC X(44).
01 WS-LIST-FILENAME PIC X(44) VALUE SPACES.
01 WS-LIST-SOURCE PIC X.
01 WS-LIST-EOF PIC X.
01 WS-STANDING-LIST-NAME PIC X(44) VALUE SPACES.
01 WS-MAKEGOOD-LIST-NAME PIC X(44) VALUE SPACES.
01 WS-SUBMIT-DATE PIC 9(8) VALUE 0.
01 WS-RUN-DATE PIC 9(8).

*> Each file to collate and where it came from: "D" a desk's own
*> submission named on a DESK-FILE card, "S" a standing-order
*> submission ROLL-STANDGEN wrote and listed in the STANDING-LIST file,
*> "M" a make-good submission ROLL-MAKEGOOD wrote and listed in the
*> MAKEGOOD-LIST file.
01 WS-FILE-COUNT PIC 9(3) VALUE 0.
01 WS-FILE-TABLE.
    05 WS-FILE-ENTRY OCCURS 100 TIMES.
        10 SF-FILENAME PIC X(44).
        10 SF-SOURCE PIC X.
01 WS-FILE-INDEX PIC 9(3).
01 WS-SUBMIT-EOF PIC X.

01 WS-MERGED-DICE PIC 9(8) VALUE 0.
01 WS-DESK-SEEN-COUNT PIC 9(3) VALUE 0.
01 WS-DESK-SEEN-TABLE.
    05 WS-DESK-SEEN-ENTRY OCCURS 100 TIMES.
        10 WS-DESK-SEEN-ID PIC X(10).
        10 WS-DESK-SEEN-SOURCE PIC X.
01 WS-DESK-SEEN-INDEX PIC 9(3).
01 WS-DESK-DUPLICATE PIC X.

        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT MAKEGOOD-POSITION-FILE.
    IF WS-POSITION-STATUS NOT = "00"
        DISPLAY "ROLL-COLLATE: FATAL - CANNOT OPEN MAKEGOOD-POSITION-FILE, "
            "STATUS=" WS-POSITION-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT COLLATE-REPORT-FILE.
    MOVE WS-RUN-DATE TO H1-DATE.
    WRITE COLLATE-REPORT-LINE FROM WS-HEADING-1.
        UNTIL WS-FILE-INDEX > WS-FILE-COUNT.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE ROLL-REQUEST-FILE.
    CLOSE MAKEGOOD-POSITION-FILE.
    CLOSE COLLATE-REPORT-FILE.
    DISPLAY "ROLL-COLLATE: FILES ACCEPTED=" WS-ACCEPTED-FILES
        " REJECTED=" WS-REJECTED-FILES

*> The card file names each desk's submission file and the date the
*> submissions must carry. A submission dated any other day is stale
*> or early and is rejected whole. A STANDING-LIST= card names the
*> list ROLL-STANDGEN writes of the standing-order files it generated
*> for the window; those files are collated after the desks' own. A
*> MAKEGOOD-LIST= card likewise names ROLL-MAKEGOOD's list of
*> replacement-roll files, which are collated last of all.
LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-CONTROL-STATUS NOT = "00"
    MOVE "N" TO WS-CONTROL-EOF.
    PERFORM READ-CONTROL-CARD UNTIL WS-CONTROL-EOF = "Y".
    CLOSE RUN-CONTROL-FILE.
    PERFORM READ-WINDOW-MARKER.
    IF WS-STANDING-LIST-NAME NOT = SPACES
        MOVE WS-STANDING-LIST-NAME TO WS-LIST-FILENAME
        MOVE "S" TO WS-LIST-SOURCE
        MOVE "ROLL-STANDGEN" TO WS-LIST-PROGRAM
        PERFORM LOAD-SUBMISSION-LIST
    END-IF.
    IF WS-MAKEGOOD-LIST-NAME NOT = SPACES
        MOVE WS-MAKEGOOD-LIST-NAME TO WS-LIST-FILENAME
        MOVE "M" TO WS-LIST-SOURCE
        MOVE "ROLL-MAKEGOOD" TO WS-LIST-PROGRAM
        PERFORM LOAD-SUBMISSION-LIST
    END-IF.
    IF WS-FILE-COUNT = 0
        DISPLAY "ROLL-COLLATE: FATAL - NO DESK-FILE CARDS IN COLLATE.PRM"
        MOVE 1 TO RETURN-CODE
        INTO WS-PARM-KEYWORD, WS-PARM-VALUE.
    EVALUATE WS-PARM-KEYWORD
        WHEN "DESK-FILE"
            IF WS-FILE-COUNT >= 100
                DISPLAY "ROLL-COLLATE: FATAL - MORE THAN 100 DESK-FILE CARDS"
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-FILE-COUNT
            MOVE WS-PARM-VALUE TO SF-FILENAME(WS-FILE-COUNT)
            MOVE "D" TO SF-SOURCE(WS-FILE-COUNT)
        WHEN "STANDING-LIST"
            MOVE WS-PARM-VALUE TO WS-STANDING-LIST-NAME
        WHEN "MAKEGOOD-LIST"
            MOVE WS-PARM-VALUE TO WS-MAKEGOOD-LIST-NAME
        WHEN "SUBMIT-DATE"
            IF WS-PARM-VALUE(1:8) NOT NUMERIC
                DISPLAY "ROLL-COLLATE: FATAL - SUBMIT-DATE MUST BE "
            STOP RUN
    END-EVALUATE.

*> The latest window as AUDITWIN.DAT records it, zero before the
*> first: the submissions collated now are for the window after it.
READ-WINDOW-MARKER.
    OPEN INPUT WINDOW-CONTROL-FILE.
    IF WS-WINDOW-STATUS = "00"
        READ WINDOW-CONTROL-FILE
            AT END CONTINUE
            NOT AT END MOVE AW-WINDOW-FIRST-SEQ TO WS-WINDOW-ID
        END-READ
        CLOSE WINDOW-CONTROL-FILE
    END-IF.

*> A missing list means ROLL-STANDGEN (or ROLL-MAKEGOOD) did not run
*> for this window, which is fatal: collating without it would
*> silently drop every standing order (or make-good). So is a list
*> whose *HDR* line names any window but the latest: it was written
*> for an earlier window, the job was not run again since, and its
*> files have been collated and rolled once already. A list holding
*> only its header means nothing was due.
LOAD-SUBMISSION-LIST.
    OPEN INPUT STANDING-LIST-FILE.
    IF WS-LIST-STATUS NOT = "00"
        DISPLAY "ROLL-COLLATE: FATAL - CANNOT OPEN SUBMISSION LIST "
            WS-LIST-FILENAME ", STATUS=" WS-LIST-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ STANDING-LIST-FILE
        AT END MOVE SPACES TO STANDING-LIST-RECORD
    END-READ.
    IF LH-TAG NOT = "*HDR*" OR LH-WINDOW-ID NOT NUMERIC
        DISPLAY "ROLL-COLLATE: FATAL - SUBMISSION LIST "
            WS-LIST-FILENAME " HAS NO *HDR* LINE - RERUN "
            WS-LIST-PROGRAM
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF LH-WINDOW-ID NOT = WS-WINDOW-ID
        DISPLAY "ROLL-COLLATE: FATAL - SUBMISSION LIST "
            WS-LIST-FILENAME " WAS WRITTEN AFTER WINDOW " LH-WINDOW-ID
            " BUT THE LATEST WINDOW IS " WS-WINDOW-ID " - RERUN "
            WS-LIST-PROGRAM
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-LIST-EOF.
    PERFORM READ-SUBMISSION-LIST UNTIL WS-LIST-EOF = "Y".
    CLOSE STANDING-LIST-FILE.

READ-SUBMISSION-LIST.
    READ STANDING-LIST-FILE
        AT END MOVE "Y" TO WS-LIST-EOF
        NOT AT END
            IF STANDING-LIST-RECORD NOT = SPACES
                IF WS-FILE-COUNT >= 100
                    DISPLAY "ROLL-COLLATE: FATAL - MORE THAN 100 "
                        "SUBMISSION FILES"
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-FILE-COUNT
                MOVE STANDING-LIST-RECORD TO SF-FILENAME(WS-FILE-COUNT)
                MOVE WS-LIST-SOURCE TO SF-SOURCE(WS-FILE-COUNT)
            END-IF
    END-READ.

*> Each file is proved against its own control totals before a single
*> detail reaches the merged request file: the whole submission is
*> accepted or the whole submission is rejected.
        PERFORM CHECK-DUPLICATE-DESK
    END-IF.
    IF WS-VERIFY-ERROR = SPACES
        IF SF-SOURCE(WS-FILE-INDEX) = "M"
            PERFORM WRITE-MAKEGOOD-POSITION
        END-IF
        PERFORM COPY-SUBMISSION
        ADD 1 TO WS-ACCEPTED-FILES
        ADD WS-DETAIL-COUNT TO WS-MERGED-REQUESTS
        ADD WS-DICE-CLAIMED TO WS-MERGED-DICE
        ADD 1 TO WS-DESK-SEEN-COUNT
        MOVE WS-HEADER-DESK-ID TO WS-DESK-SEEN-ID(WS-DESK-SEEN-COUNT)
        MOVE SF-SOURCE(WS-FILE-INDEX)
            TO WS-DESK-SEEN-SOURCE(WS-DESK-SEEN-COUNT)
        MOVE "ACCEPTED" TO DL-STATUS
    ELSE
        ADD 1 TO WS-REJECTED-FILES
    END-IF.

*> The same desk arriving twice in one collation is exactly the
*> double-load this program exists to stop. A desk's own submission,
*> its standing-order submission and its make-good submission are
*> different work, so each may be loaded once.
CHECK-DUPLICATE-DESK.
    MOVE "N" TO WS-DESK-DUPLICATE.
    PERFORM VARYING WS-DESK-SEEN-INDEX FROM 1 BY 1
            UNTIL WS-DESK-SEEN-INDEX > WS-DESK-SEEN-COUNT
            OR WS-DESK-DUPLICATE = "Y"
        IF WS-DESK-SEEN-ID(WS-DESK-SEEN-INDEX) = WS-HEADER-DESK-ID
                AND WS-DESK-SEEN-SOURCE(WS-DESK-SEEN-INDEX)
                    = SF-SOURCE(WS-FILE-INDEX)
            MOVE "Y" TO WS-DESK-DUPLICATE
        END-IF
    END-PERFORM.
        MOVE "DESK ALREADY LOADED" TO WS-VERIFY-ERROR
    END-IF.

WRITE-MAKEGOOD-POSITION.
    MOVE WS-HEADER-DESK-ID TO MP-DESK-ID.
    COMPUTE MP-FIRST-LINE = WS-MERGED-REQUESTS + 1.
    MOVE WS-DETAIL-COUNT TO MP-REQ-COUNT.
    MOVE WS-HEADER-DATE TO MP-SUBMIT-DATE.
    WRITE MAKEGOOD-POSITION-RECORD.

COPY-SUBMISSION.
    MOVE 0 TO WS-COPIED-COUNT.
    MOVE "N" TO WS-SUBMIT-EOF.
