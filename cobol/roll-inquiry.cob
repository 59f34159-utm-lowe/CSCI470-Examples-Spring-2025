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
01  ROLL-HISTORY-RECORD.
    COPY ROLLHIST REPLACING ==:REC:== BY ==HM==.

FD  TOTAL-HISTORY-FILE.
01  TOTAL-HISTORY-RECORD.
    COPY TOTHIST REPLACING ==:REC:== BY ==TH==.

WORKING-STORAGE SECTION.
01 WS-HISTORY-STATUS PIC XX.
01 WS-TOTHIST-STATUS PIC XX.
01 WS-TOTHIST-OPEN PIC X VALUE "N".
01 WS-TOTALS-DONE PIC X.
01 WS-TOTAL-COUNT PIC 9(6).
01 WS-INQ-SESSION PIC X(10).
01 WS-DATE-INPUT PIC X(8).
01 WS-FROM-DATE PIC 9(8) VALUE 0.
01 WS-PAGE-SIZE PIC 99 VALUE 15.
01 WS-REPLY PIC X.
01 WS-EPOCH-BASE PIC 9(8) VALUE 0.
01 WS-STAMP PIC 9(10).
01 WS-EPOCH-DAYS PIC 9(8).
01 WS-DAY-SECS PIC 9(6).
01 WS-TIME-REST PIC 9(4).
    05 DL-AUDIT-SEQ PIC 9(8).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-STATUS PIC X(4).
01 WS-TOTAL-LINE.
    05 FILLER PIC X(10) VALUE "  REQUEST ".
    05 TL-REQUEST-SEQ PIC ZZZZZ9.
    05 FILLER PIC X(7) VALUE "  DICE ".
    05 TL-DICE-ROLLED PIC ZZZZ9.
    05 FILLER PIC X(7) VALUE "  KEEP ".
    05 TL-KEEP-TYPE PIC X.
    05 TL-KEEP-COUNT PIC ZZ9.
    05 FILLER PIC X(6) VALUE "  MOD ".
    05 TL-MOD-SIGN PIC X.
    05 TL-MODIFIER PIC 999.
    05 FILLER PIC X(8) VALUE "  TOTAL ".
    05 TL-TOTAL PIC -(7)9.
    05 FILLER PIC XX VALUE SPACES.
    05 TL-STATUS PIC X(4).

*> The operator signed on to this run, as ROLL-SIGNON returns them.
*> Lookup is read-only and needs the INQUIRE or DISPUTE role.
01 WS-SIGNON-OPERATOR.
    COPY OPERMAST REPLACING ==:REC:== BY ==SO==.
01 WS-SIGNON-RESULT PIC X.
01 WS-ACCESS-PROGRAM PIC X(14) VALUE "ROLL-INQUIRY".
01 WS-ACCESS-EVENT PIC X(8).
01 WS-ACCESS-DETAIL PIC X(40).

PROCEDURE DIVISION.

MAIN-LOGIC.
    COMPUTE WS-EPOCH-BASE = FUNCTION INTEGER-OF-DATE(19700101).
    PERFORM SIGN-ON-OPERATOR.
    OPEN INPUT ROLL-HISTORY-FILE.
    IF WS-HISTORY-STATUS = "35"
        DISPLAY "ROLL-INQUIRY: NO HISTORY MASTER ON FILE - RUN ROLL-CONSOL"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-TOTAL-HISTORY.
    DISPLAY "ROLL-INQUIRY: DISPUTE DESK ROLL LOOKUP".
    PERFORM INQUIRE-ONE-SESSION UNTIL WS-INQ-SESSION = "*EOJ*".
    MOVE "SIGNOFF" TO WS-ACCESS-EVENT.
    MOVE SPACES TO WS-ACCESS-DETAIL.
    PERFORM WRITE-JOURNAL-ENTRY.
    CLOSE ROLL-HISTORY-FILE.
    IF WS-TOTHIST-OPEN = "Y"
        CLOSE TOTAL-HISTORY-FILE
    END-IF.
    DISPLAY "ROLL-INQUIRY: END OF SESSION".
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

SIGN-ON-OPERATOR.
    CALL "ROLL-SIGNON" USING BY REFERENCE WS-ACCESS-PROGRAM,
        WS-SIGNON-OPERATOR, WS-SIGNON-RESULT.
    IF WS-SIGNON-RESULT NOT = "Y"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF SO-ROLE-INQUIRE NOT = "Y" AND SO-ROLE-DISPUTE NOT = "Y"
        MOVE "DENIED" TO WS-ACCESS-EVENT
        MOVE "ROLL LOOKUP NEEDS INQUIRE OR DISPUTE" TO WS-ACCESS-DETAIL
        PERFORM WRITE-JOURNAL-ENTRY
        DISPLAY "NOT AUTHORIZED - " WS-ACCESS-DETAIL
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Windows consolidated before the request-total history was started
*> have no totals on it; with no total history at all the lookup
*> shows the dice alone.
OPEN-TOTAL-HISTORY.
    OPEN INPUT TOTAL-HISTORY-FILE.
    IF WS-TOTHIST-STATUS = "35"
        DISPLAY "ROLL-INQUIRY: NO TOTAL HISTORY ON FILE - DICE ONLY"
    ELSE
        IF WS-TOTHIST-STATUS NOT = "00"
            DISPLAY "ROLL-INQUIRY: FATAL - CANNOT OPEN TOTAL-HISTORY-FILE, "
                "STATUS=" WS-TOTHIST-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-TOTHIST-OPEN
    END-IF.

INQUIRE-ONE-SESSION.
    MOVE SPACES TO WS-INQ-SESSION.
    DISPLAY "ENTER SESSION ID (BLANK TO EXIT):".
    MOVE "N" TO WS-SESSION-DONE.
    MOVE 0 TO WS-ROLL-COUNT.
    MOVE 0 TO WS-SHOWN-COUNT.
    MOVE 0 TO WS-TOTAL-COUNT.
    MOVE 0 TO WS-LINE-COUNT.
    MOVE WS-INQ-SESSION TO HM-SESSION-ID.
    MOVE 0 TO HM-TIMESTAMP.
    IF WS-SESSION-DONE = "N"
        DISPLAY WS-HEADING-LINE
    END-IF.
    PERFORM START-SESSION-TOTALS.
    PERFORM READ-NEXT-ROLL UNTIL WS-SESSION-DONE = "Y".
    IF WS-ROLL-COUNT = 0
        DISPLAY "NO ROLLS ON FILE FOR SESSION " WS-INQ-SESSION
    ELSE
        DISPLAY WS-SHOWN-COUNT " OF " WS-ROLL-COUNT
            " ROLLS SHOWN FOR SESSION " WS-INQ-SESSION
        DISPLAY WS-TOTAL-COUNT " REQUEST TOTALS SHOWN"
    END-IF.

*> The session's request totals are read alongside its rolls. Both
*> masters run in window-timestamp order and a request's dice carry
*> consecutive audit sequences, so each total is shown just ahead of
*> the roll that opens it.
START-SESSION-TOTALS.
    MOVE "Y" TO WS-TOTALS-DONE.
    IF WS-TOTHIST-OPEN = "Y"
        MOVE "N" TO WS-TOTALS-DONE
        MOVE WS-INQ-SESSION TO TH-SESSION-ID
        MOVE 0 TO TH-TIMESTAMP
        MOVE 0 TO TH-REQUEST-SEQ
        START TOTAL-HISTORY-FILE KEY NOT LESS THAN TH-KEY
            INVALID KEY MOVE "Y" TO WS-TOTALS-DONE
        END-START
        IF WS-TOTALS-DONE = "N"
            PERFORM READ-NEXT-TOTAL
        END-IF
    END-IF.

READ-NEXT-TOTAL.
    READ TOTAL-HISTORY-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-TOTALS-DONE
        NOT AT END
            IF TH-SESSION-ID NOT = WS-INQ-SESSION
                MOVE "Y" TO WS-TOTALS-DONE
            END-IF
    END-READ.

SHOW-TOTALS-DUE.
    PERFORM SHOW-ONE-TOTAL
        UNTIL WS-TOTALS-DONE = "Y" OR WS-SESSION-DONE = "Y"
            OR TH-TIMESTAMP > HM-TIMESTAMP
            OR (TH-TIMESTAMP = HM-TIMESTAMP
                AND TH-FIRST-AUDIT-SEQ > HM-AUDIT-SEQ).

SHOW-ONE-TOTAL.
    MOVE TH-TIMESTAMP TO WS-STAMP.
    PERFORM FORMAT-ROLL-TIMESTAMP.
    IF WS-ROLL-DATE >= WS-FROM-DATE AND WS-ROLL-DATE <= WS-TO-DATE
        MOVE TH-REQUEST-SEQ TO TL-REQUEST-SEQ
        MOVE TH-DICE-ROLLED TO TL-DICE-ROLLED
        MOVE TH-KEEP-TYPE TO TL-KEEP-TYPE
        MOVE TH-KEEP-COUNT TO TL-KEEP-COUNT
        MOVE TH-MOD-SIGN TO TL-MOD-SIGN
        MOVE TH-MODIFIER TO TL-MODIFIER
        MOVE TH-TOTAL TO TL-TOTAL
        IF TH-STATUS = "V"
            MOVE "VOID" TO TL-STATUS
        ELSE
            MOVE SPACES TO TL-STATUS
        END-IF
        DISPLAY WS-TOTAL-LINE
        ADD 1 TO WS-TOTAL-COUNT
        ADD 1 TO WS-LINE-COUNT
        IF WS-LINE-COUNT >= WS-PAGE-SIZE
            PERFORM PAGE-BREAK
        END-IF
    END-IF.
    PERFORM READ-NEXT-TOTAL.

READ-NEXT-ROLL.
    READ ROLL-HISTORY-FILE NEXT RECORD
                MOVE "Y" TO WS-SESSION-DONE
            ELSE
                ADD 1 TO WS-ROLL-COUNT
                PERFORM SHOW-TOTALS-DUE
                IF WS-SESSION-DONE = "N"
                    PERFORM SHOW-ONE-ROLL
                END-IF
            END-IF
    END-READ.

SHOW-ONE-ROLL.
    MOVE HM-TIMESTAMP TO WS-STAMP.
    PERFORM FORMAT-ROLL-TIMESTAMP.
    IF WS-ROLL-DATE >= WS-FROM-DATE AND WS-ROLL-DATE <= WS-TO-DATE
        MOVE WS-ROLL-DATE TO DL-DATE
    END-IF.

FORMAT-ROLL-TIMESTAMP.
    DIVIDE WS-STAMP BY 86400
        GIVING WS-EPOCH-DAYS REMAINDER WS-DAY-SECS.
    COMPUTE WS-INT-DATE = WS-EPOCH-DAYS + WS-EPOCH-BASE.
    COMPUTE WS-ROLL-DATE = FUNCTION DATE-OF-INTEGER(WS-INT-DATE).
        MOVE 0 TO WS-LINE-COUNT
        DISPLAY WS-HEADING-LINE
    END-IF.

WRITE-JOURNAL-ENTRY.
    CALL "ROLL-ACCJRNL" USING BY REFERENCE WS-ACCESS-PROGRAM,
        SO-OPERATOR-ID, WS-ACCESS-EVENT, WS-ACCESS-DETAIL.
