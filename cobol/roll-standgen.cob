IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-STANDGEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "STANDGEN.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY ST-KEY
        FILE STATUS IS WS-ORDER-STATUS.
    SELECT DESK-MASTER-FILE ASSIGN TO "DESKMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY DM-DESK-ID
        FILE STATUS IS WS-DESK-STATUS.
    SELECT DESK-SUBMIT-FILE ASSIGN TO DYNAMIC WS-SUBMIT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SUBMIT-STATUS.
    SELECT STANDING-LIST-FILE ASSIGN TO "STANDLST.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT WINDOW-CONTROL-FILE ASSIGN TO "AUDITWIN.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT STANDGEN-REPORT-FILE ASSIGN TO "STANDGEN.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-CARD PIC X(80).

FD  STANDING-ORDER-FILE.
01  STANDING-ORDER-RECORD.
    COPY STANDORD REPLACING ==:REC:== BY ==ST==.

FD  DESK-MASTER-FILE.
01  DESK-MASTER-RECORD.
    COPY DESKMAST REPLACING ==:REC:== BY ==DM==.

FD  DESK-SUBMIT-FILE.
01  DESK-SUBMIT-RECORD PIC X(49).

*> One line per submission file written this run, in the form a
*> DESK-FILE card takes, for ROLL-COLLATE's STANDING-LIST= card,
*> behind a *HDR* line naming the window the list was written after.
FD  STANDING-LIST-FILE.
01  STANDING-LIST-RECORD PIC X(44).

FD  WINDOW-CONTROL-FILE.
01  WINDOW-CONTROL-RECORD.
    05 AW-WINDOW-FIRST-SEQ PIC 9(8).
    05 AW-WINDOW-STATE     PIC X.

FD  STANDGEN-REPORT-FILE.
01  STANDGEN-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC XX.
01 WS-ORDER-STATUS PIC XX.
01 WS-DESK-STATUS PIC XX.
01 WS-SUBMIT-STATUS PIC XX.
01 WS-LIST-STATUS PIC XX.
01 WS-WINDOW-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-CONTROL-EOF PIC X.
01 WS-ORDER-EOF PIC X VALUE "N".
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-RUN-DATE PIC 9(8).
01 WS-SUBMIT-DATE PIC 9(8) VALUE 0.
01 WS-REGENERATE PIC X VALUE "N".
01 WS-WEEKDAY PIC 9.
01 WS-SUBMIT-FILENAME PIC X(44).

*> The latest window as AUDITWIN.DAT records it, zero before the
*> first. The list is for the window that follows it, and ROLL-COLLATE
*> takes the list only while this is still the latest window.
01 WS-WINDOW-ID PIC 9(8) VALUE 0.
01 WS-LIST-HEADER.
    05 LH-TAG PIC X(10) VALUE "*HDR*".
    05 LH-WINDOW-ID PIC 9(8).
    05 FILLER PIC X(26) VALUE SPACES.

*> The desk whose orders are being read, and what the desk master
*> says of it: "A" active, "S" suspended, "M" not on the master.
01 WS-CURRENT-DESK PIC X(10) VALUE SPACES.
01 WS-CURRENT-DESK-STATE PIC X.
01 WS-ORDER-DUE PIC X.
01 WS-ORDER-ACTION PIC X(30).
01 WS-ORDER-DICE PIC 9(5).
01 WS-SEG-INDEX PIC 9.

*> The desk's due orders are held until its last order is read, so
*> the header can carry the request count and the trailer the dice.
01 WS-DUE-COUNT PIC 9(3) VALUE 0.
01 WS-DUE-TABLE.
    05 WS-DUE-IMAGE PIC X(49) OCCURS 500 TIMES.
01 WS-DUE-INDEX PIC 9(3).
01 WS-DESK-DICE PIC 9(8).

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
01 WS-ORDER-IMAGE PIC X(49).
01 WS-ORDER-REQUEST REDEFINES WS-ORDER-IMAGE.
    COPY ROLLRQST REPLACING ==:REC:== BY ==OR==.

01 WS-ORDERS-READ PIC 9(6) VALUE 0.
01 WS-GENERATED-COUNT PIC 9(6) VALUE 0.
01 WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
01 WS-SUSPENDED-COUNT PIC 9(6) VALUE 0.
01 WS-NO-DESK-COUNT PIC 9(6) VALUE 0.
01 WS-FULL-COUNT PIC 9(6) VALUE 0.
01 WS-NOT-DUE-COUNT PIC 9(6) VALUE 0.
01 WS-INACTIVE-COUNT PIC 9(6) VALUE 0.
01 WS-FILES-WRITTEN PIC 9(4) VALUE 0.
01 WS-DICE-GENERATED PIC 9(8) VALUE 0.

01 WS-HEADING-1.
    05 FILLER PIC X(44)
        VALUE "ROLL-STANDGEN  STANDING ORDER GENERATION    ".
    05 H1-DATE PIC 9999/99/99.
01 WS-HEADING-2.
    05 FILLER PIC X(17) VALUE "SUBMISSION DATE: ".
    05 H2-SUBMIT-DATE PIC 9999/99/99.
    05 FILLER PIC X(4) VALUE SPACES.
    05 H2-REGENERATE PIC X(24).
01 WS-HEADING-3.
    05 FILLER PIC X(13) VALUE "DESK-ID".
    05 FILLER PIC X(7) VALUE "ORDER".
    05 FILLER PIC X(6) VALUE "FREQ".
    05 FILLER PIC X(11) VALUE "END DATE".
    05 FILLER PIC X(8) VALUE "DICE".
    05 FILLER PIC X(30) VALUE "ACTION".
01 WS-DETAIL-LINE.
    05 DL-DESK-ID PIC X(10).
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-ORDER-NO PIC 9(4).
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-FREQUENCY PIC X.
    05 FILLER PIC X(5) VALUE SPACES.
    05 DL-END-DATE PIC 9(8).
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-DICE PIC ZZZZ9.
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-ACTION PIC X(30).
01 WS-FILE-LINE.
    05 FL-DESK-ID PIC X(10).
    05 FILLER PIC XXX VALUE SPACES.
    05 FILLER PIC X(6) VALUE "FILE ".
    05 FL-FILENAME PIC X(24).
    05 FILLER PIC X(10) VALUE "REQUESTS ".
    05 FL-REQUESTS PIC ZZ9.
    05 FILLER PIC X(7) VALUE "  DICE ".
    05 FL-DICE PIC ZZZZZZZ9.
01 WS-COUNT-LINE.
    05 CL-LABEL PIC X(30).
    05 CL-COUNT PIC ZZZZZZZ9.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-RUN-CONTROL.
    PERFORM READ-WINDOW-MARKER.
    COMPUTE WS-WEEKDAY =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-SUBMIT-DATE) - 1, 7) + 1.
    PERFORM OPEN-GENERATION-FILES.
    MOVE WS-RUN-DATE TO H1-DATE.
    WRITE STANDGEN-REPORT-LINE FROM WS-HEADING-1.
    MOVE WS-SUBMIT-DATE TO H2-SUBMIT-DATE.
    IF WS-REGENERATE = "Y"
        MOVE "REGENERATION RUN" TO H2-REGENERATE
    ELSE
        MOVE SPACES TO H2-REGENERATE
    END-IF.
    WRITE STANDGEN-REPORT-LINE FROM WS-HEADING-2.
    MOVE SPACES TO STANDGEN-REPORT-LINE.
    WRITE STANDGEN-REPORT-LINE.
    WRITE STANDGEN-REPORT-LINE FROM WS-HEADING-3.
    MOVE LOW-VALUES TO ST-KEY.
    START STANDING-ORDER-FILE KEY NOT LESS THAN ST-KEY
        INVALID KEY MOVE "Y" TO WS-ORDER-EOF
    END-START.
    PERFORM TAKE-ONE-ORDER UNTIL WS-ORDER-EOF = "Y".
    PERFORM WRITE-DESK-SUBMISSION.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE STANDING-ORDER-FILE.
    CLOSE DESK-MASTER-FILE.
    CLOSE STANDING-LIST-FILE.
    CLOSE STANDGEN-REPORT-FILE.
    DISPLAY "ROLL-STANDGEN: ORDERS=" WS-ORDERS-READ
        " GENERATED=" WS-GENERATED-COUNT
        " EXPIRED=" WS-EXPIRED-COUNT
        " SKIPPED=" WS-SUSPENDED-COUNT
        " FILES=" WS-FILES-WRITTEN.
    IF WS-NO-DESK-COUNT > 0 OR WS-FULL-COUNT > 0
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

*> SUBMIT-DATE= must match the date ROLL-COLLATE is given for the same
*> window; both default to the run date. REGENERATE=YES is for a
*> second generation run for a window whose files have not yet been
*> collated: daily and weekday orders already stamped with the
*> submission date are generated again, instead of being treated as
*> done for the day and dropped from the rewritten files.
LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CONTROL-STATUS NOT = "00"
            DISPLAY "ROLL-STANDGEN: FATAL - CANNOT OPEN RUN-CONTROL-FILE, "
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
                DISPLAY "ROLL-STANDGEN: FATAL - SUBMIT-DATE MUST BE "
                    "YYYYMMDD, GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-VALUE(1:8) TO WS-SUBMIT-DATE
        WHEN "REGENERATE"
            IF WS-PARM-VALUE = "YES"
                MOVE "Y" TO WS-REGENERATE
            ELSE
                IF WS-PARM-VALUE = "NO"
                    MOVE "N" TO WS-REGENERATE
                ELSE
                    DISPLAY "ROLL-STANDGEN: FATAL - REGENERATE MUST BE "
                        "YES OR NO, GOT: " WS-PARM-VALUE
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
        WHEN OTHER
            DISPLAY "ROLL-STANDGEN: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> The list is rewritten every run, empty when nothing is due, so
*> ROLL-COLLATE never picks up a list left from an earlier window.
READ-WINDOW-MARKER.
    OPEN INPUT WINDOW-CONTROL-FILE.
    IF WS-WINDOW-STATUS = "00"
        READ WINDOW-CONTROL-FILE
            AT END CONTINUE
            NOT AT END MOVE AW-WINDOW-FIRST-SEQ TO WS-WINDOW-ID
        END-READ
        CLOSE WINDOW-CONTROL-FILE
    END-IF.

OPEN-GENERATION-FILES.
    OPEN I-O STANDING-ORDER-FILE.
    IF WS-ORDER-STATUS = "35"
        OPEN OUTPUT STANDING-ORDER-FILE
        CLOSE STANDING-ORDER-FILE
        OPEN I-O STANDING-ORDER-FILE
    END-IF.
    IF WS-ORDER-STATUS NOT = "00"
        DISPLAY "ROLL-STANDGEN: FATAL - CANNOT OPEN STANDING-ORDER-FILE, "
            "STATUS=" WS-ORDER-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT DESK-MASTER-FILE.
    IF WS-DESK-STATUS NOT = "00"
        DISPLAY "ROLL-STANDGEN: FATAL - CANNOT OPEN DESK-MASTER-FILE, "
            "STATUS=" WS-DESK-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT STANDING-LIST-FILE.
    IF WS-LIST-STATUS NOT = "00"
        DISPLAY "ROLL-STANDGEN: FATAL - CANNOT OPEN STANDING-LIST-FILE, "
            "STATUS=" WS-LIST-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-WINDOW-ID TO LH-WINDOW-ID.
    WRITE STANDING-LIST-RECORD FROM WS-LIST-HEADER.
    OPEN OUTPUT STANDGEN-REPORT-FILE.

*> Orders come back in desk order, so a change of desk closes off the
*> previous desk's submission and looks the new desk up once.
TAKE-ONE-ORDER.
    READ STANDING-ORDER-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-ORDER-EOF
        NOT AT END
            ADD 1 TO WS-ORDERS-READ
            IF ST-DESK-ID NOT = WS-CURRENT-DESK
                PERFORM WRITE-DESK-SUBMISSION
                PERFORM LOOK-UP-DESK
            END-IF
            PERFORM SCHEDULE-ONE-ORDER
    END-READ.

LOOK-UP-DESK.
    MOVE ST-DESK-ID TO WS-CURRENT-DESK.
    MOVE 0 TO WS-DUE-COUNT.
    MOVE 0 TO WS-DESK-DICE.
    MOVE ST-DESK-ID TO DM-DESK-ID.
    READ DESK-MASTER-FILE
        INVALID KEY MOVE "M" TO WS-CURRENT-DESK-STATE
        NOT INVALID KEY
            IF DM-STATUS = "A"
                MOVE "A" TO WS-CURRENT-DESK-STATE
            ELSE
                MOVE "S" TO WS-CURRENT-DESK-STATE
            END-IF
    END-READ.

*> An order past its end date is expired on the master and never
*> looked at again. Held and cancelled orders, and orders not yet
*> started or not due this window, are counted but not listed. An
*> order of a suspended desk is listed as skipped and left unstamped,
*> so a daily order still goes out in a later window of the same day
*> if the desk is reinstated in time; ROLL-EDIT would only reject it
*> with E014 if it were generated.
SCHEDULE-ONE-ORDER.
    MOVE ST-REQUEST-IMAGE TO WS-ORDER-IMAGE.
    PERFORM COUNT-ORDER-DICE.
    MOVE SPACES TO WS-ORDER-ACTION.
    IF ST-STATUS NOT = "A"
        ADD 1 TO WS-INACTIVE-COUNT
    ELSE
        IF ST-END-DATE NOT = 0 AND ST-END-DATE < WS-SUBMIT-DATE
            MOVE "E" TO ST-STATUS
            PERFORM REWRITE-ORDER
            ADD 1 TO WS-EXPIRED-COUNT
            MOVE "EXPIRED" TO WS-ORDER-ACTION
        ELSE
            PERFORM CHECK-ORDER-DUE
            IF WS-ORDER-DUE NOT = "Y"
                ADD 1 TO WS-NOT-DUE-COUNT
            ELSE
                EVALUATE TRUE
                    WHEN WS-CURRENT-DESK-STATE = "S"
                        ADD 1 TO WS-SUSPENDED-COUNT
                        MOVE "SKIPPED - DESK SUSPENDED"
                            TO WS-ORDER-ACTION
                    WHEN WS-CURRENT-DESK-STATE = "M"
                        ADD 1 TO WS-NO-DESK-COUNT
                        MOVE "SKIPPED - DESK NOT ON FILE"
                            TO WS-ORDER-ACTION
                    WHEN WS-DUE-COUNT >= 500
                        ADD 1 TO WS-FULL-COUNT
                        MOVE "SKIPPED - OVER 500 FOR DESK"
                            TO WS-ORDER-ACTION
                    WHEN OTHER
                        PERFORM GENERATE-ONE-ORDER
                END-EVALUATE
            END-IF
        END-IF
    END-IF.
    IF WS-ORDER-ACTION NOT = SPACES
        MOVE ST-DESK-ID TO DL-DESK-ID
        MOVE ST-ORDER-NO TO DL-ORDER-NO
        MOVE ST-FREQUENCY TO DL-FREQUENCY
        MOVE ST-END-DATE TO DL-END-DATE
        MOVE WS-ORDER-DICE TO DL-DICE
        MOVE WS-ORDER-ACTION TO DL-ACTION
        WRITE STANDGEN-REPORT-LINE FROM WS-DETAIL-LINE
    END-IF.

*> Every-window orders are due every window. Daily and weekday orders
*> are due in the first window of their day only, which LAST-GEN-DATE
*> records; weekdays run Monday (1) to Sunday (7).
CHECK-ORDER-DUE.
    MOVE "N" TO WS-ORDER-DUE.
    IF ST-START-DATE NOT > WS-SUBMIT-DATE
        EVALUATE ST-FREQUENCY
            WHEN "W"
                MOVE "Y" TO WS-ORDER-DUE
            WHEN "D"
                PERFORM CHECK-FIRST-WINDOW-OF-DAY
            WHEN "K"
                IF ST-WEEKDAYS(WS-WEEKDAY:1) = "Y"
                    PERFORM CHECK-FIRST-WINDOW-OF-DAY
                END-IF
        END-EVALUATE
    END-IF.

CHECK-FIRST-WINDOW-OF-DAY.
    IF ST-LAST-GEN-DATE < WS-SUBMIT-DATE
        MOVE "Y" TO WS-ORDER-DUE
    ELSE
        IF WS-REGENERATE = "Y" AND ST-LAST-GEN-DATE = WS-SUBMIT-DATE
            MOVE "Y" TO WS-ORDER-DUE
        END-IF
    END-IF.

GENERATE-ONE-ORDER.
    ADD 1 TO WS-DUE-COUNT.
    MOVE ST-REQUEST-IMAGE TO WS-DUE-IMAGE(WS-DUE-COUNT).
    ADD WS-ORDER-DICE TO WS-DESK-DICE.
    IF ST-LAST-GEN-DATE NOT = WS-SUBMIT-DATE
        MOVE WS-SUBMIT-DATE TO ST-LAST-GEN-DATE
        ADD 1 TO ST-GEN-COUNT
    END-IF.
    PERFORM REWRITE-ORDER.
    ADD 1 TO WS-GENERATED-COUNT.
    MOVE "GENERATED" TO WS-ORDER-ACTION.

*> Dice are counted as ROLL-COLLATE counts them for the trailer: the
*> base pool plus the extra segments.
COUNT-ORDER-DICE.
    MOVE 0 TO WS-ORDER-DICE.
    IF OR-NUM-DICE NUMERIC
        ADD OR-NUM-DICE TO WS-ORDER-DICE
    END-IF.
    PERFORM VARYING WS-SEG-INDEX FROM 1 BY 1 UNTIL WS-SEG-INDEX > 4
        IF OR-SEG-NUM-DICE(WS-SEG-INDEX) NUMERIC
            ADD OR-SEG-NUM-DICE(WS-SEG-INDEX) TO WS-ORDER-DICE
        END-IF
    END-PERFORM.

REWRITE-ORDER.
    REWRITE STANDING-ORDER-RECORD.
    IF WS-ORDER-STATUS NOT = "00"
        DISPLAY "ROLL-STANDGEN: FATAL - CANNOT REWRITE STANDING-ORDER-FILE, "
            "STATUS=" WS-ORDER-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

*> One file per desk with anything due, STO.<desk>.DAT, carrying the
*> same header, detail and trailer a desk would send itself, so the
*> orders face ROLL-COLLATE's control totals and ROLL-EDIT's desk
*> authority and quota checks like any hand-submitted request.
WRITE-DESK-SUBMISSION.
    IF WS-DUE-COUNT > 0
        MOVE SPACES TO WS-SUBMIT-FILENAME
        STRING "STO." DELIMITED BY SIZE
            WS-CURRENT-DESK DELIMITED BY SPACE
            ".DAT" DELIMITED BY SIZE
            INTO WS-SUBMIT-FILENAME
        END-STRING
        OPEN OUTPUT DESK-SUBMIT-FILE
        IF WS-SUBMIT-STATUS NOT = "00"
            DISPLAY "ROLL-STANDGEN: FATAL - CANNOT OPEN " WS-SUBMIT-FILENAME
                ", STATUS=" WS-SUBMIT-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO WS-SUBMIT-WORK
        MOVE "*HDR*" TO SH-TAG
        MOVE WS-CURRENT-DESK TO SH-DESK-ID
        MOVE WS-SUBMIT-DATE TO SH-SUBMIT-DATE
        MOVE WS-DUE-COUNT TO SH-REQ-COUNT
        WRITE DESK-SUBMIT-RECORD FROM WS-SUBMIT-WORK
        PERFORM VARYING WS-DUE-INDEX FROM 1 BY 1
                UNTIL WS-DUE-INDEX > WS-DUE-COUNT
            WRITE DESK-SUBMIT-RECORD FROM WS-DUE-IMAGE(WS-DUE-INDEX)
        END-PERFORM
        MOVE SPACES TO WS-SUBMIT-WORK
        MOVE "*TRL*" TO TR-TAG
        MOVE WS-DESK-DICE TO TR-TOTAL-DICE
        WRITE DESK-SUBMIT-RECORD FROM WS-SUBMIT-WORK
        CLOSE DESK-SUBMIT-FILE
        WRITE STANDING-LIST-RECORD FROM WS-SUBMIT-FILENAME
        ADD 1 TO WS-FILES-WRITTEN
        ADD WS-DESK-DICE TO WS-DICE-GENERATED
        MOVE WS-CURRENT-DESK TO FL-DESK-ID
        MOVE WS-SUBMIT-FILENAME TO FL-FILENAME
        MOVE WS-DUE-COUNT TO FL-REQUESTS
        MOVE WS-DESK-DICE TO FL-DICE
        WRITE STANDGEN-REPORT-LINE FROM WS-FILE-LINE
        MOVE 0 TO WS-DUE-COUNT
        MOVE 0 TO WS-DESK-DICE
    END-IF.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO STANDGEN-REPORT-LINE.
    WRITE STANDGEN-REPORT-LINE.
    MOVE "ORDERS READ" TO CL-LABEL.
    MOVE WS-ORDERS-READ TO CL-COUNT.
    WRITE STANDGEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "GENERATED" TO CL-LABEL.
    MOVE WS-GENERATED-COUNT TO CL-COUNT.
    WRITE STANDGEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "EXPIRED" TO CL-LABEL.
    MOVE WS-EXPIRED-COUNT TO CL-COUNT.
    WRITE STANDGEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "SKIPPED - DESK SUSPENDED" TO CL-LABEL.
    MOVE WS-SUSPENDED-COUNT TO CL-COUNT.
    WRITE STANDGEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "SKIPPED - DESK NOT ON FILE" TO CL-LABEL.
    MOVE WS-NO-DESK-COUNT TO CL-COUNT.
    WRITE STANDGEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "SKIPPED - OVER 500 FOR DESK" TO CL-LABEL.
    MOVE WS-FULL-COUNT TO CL-COUNT.
    WRITE STANDGEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "NOT DUE THIS WINDOW" TO CL-LABEL.
    MOVE WS-NOT-DUE-COUNT TO CL-COUNT.
    WRITE STANDGEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "HELD, CANCELLED OR EXPIRED" TO CL-LABEL.
    MOVE WS-INACTIVE-COUNT TO CL-COUNT.
    WRITE STANDGEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "SUBMISSION FILES WRITTEN" TO CL-LABEL.
    MOVE WS-FILES-WRITTEN TO CL-COUNT.
    WRITE STANDGEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "DICE GENERATED" TO CL-LABEL.
    MOVE WS-DICE-GENERATED TO CL-COUNT.
    WRITE STANDGEN-REPORT-LINE FROM WS-COUNT-LINE.
