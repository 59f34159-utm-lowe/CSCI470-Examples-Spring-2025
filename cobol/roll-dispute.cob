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
01 WS-CASE-STATUS PIC XX.
01 WS-HISTORY-STATUS PIC XX.
01 WS-TOTHIST-STATUS PIC XX.
01 WS-TOTHIST-OPEN PIC X VALUE "N".
01 WS-TOTALS-DONE PIC X.
01 WS-TOTALS-FOUND PIC 9(4).
01 WS-ACTION PIC X.
01 WS-NEXT-CASE-NO PIC 9(6) VALUE 0.
01 WS-SCAN-DONE PIC X.
    05 RL-FACE PIC 999.
    05 FILLER PIC XX VALUE SPACES.
    05 RL-STATUS PIC X(4).
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
    05 FILLER PIC X(6) VALUE "  SEQ ".
    05 TL-FIRST-SEQ PIC 9(8).
    05 FILLER PIC X VALUE "-".
    05 TL-LAST-SEQ PIC 9(8).
    05 FILLER PIC XX VALUE SPACES.
    05 TL-STATUS PIC X(4).
01 WS-CASE-LINE.
    05 FILLER PIC X(5) VALUE "CASE ".
    05 CL-CASE-NO PIC 9(6).
    05 FILLER PIC XX VALUE SPACES.
    05 CL-STATUS PIC X(14).

*> The operator signed on to this run, as ROLL-SIGNON returns them.
*> Inquiry needs the INQUIRE or DISPUTE role; opening and updating a
*> case need DISPUTE.
01 WS-SIGNON-OPERATOR.
    COPY OPERMAST REPLACING ==:REC:== BY ==SO==.
01 WS-SIGNON-RESULT PIC X.
01 WS-ACCESS-PROGRAM PIC X(14) VALUE "ROLL-DISPUTE".
01 WS-ACCESS-EVENT PIC X(8).
01 WS-ACCESS-DETAIL PIC X(40).

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM SIGN-ON-OPERATOR.
    PERFORM OPEN-CASE-FILE.
    PERFORM OPEN-HISTORY-MASTER.
    PERFORM OPEN-TOTAL-HISTORY.
    PERFORM FIND-NEXT-CASE-NUMBER.
    DISPLAY "ROLL-DISPUTE: DISPUTE CASE TRACKING".
    PERFORM PROCESS-ONE-ACTION UNTIL WS-ACTION = "X".
    MOVE "SIGNOFF" TO WS-ACCESS-EVENT.
    MOVE SPACES TO WS-ACCESS-DETAIL.
    PERFORM WRITE-JOURNAL-ENTRY.
    CLOSE DISPUTE-CASE-FILE.
    CLOSE ROLL-HISTORY-FILE.
    IF WS-TOTHIST-OPEN = "Y"
        CLOSE TOTAL-HISTORY-FILE
    END-IF.
    DISPLAY "ROLL-DISPUTE: OPENED=" WS-OPENED-COUNT
        " UPDATED=" WS-UPDATED-COUNT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

SIGN-ON-OPERATOR.
    CALL "ROLL-SIGNON" USING BY REFERENCE WS-ACCESS-PROGRAM,
        WS-SIGNON-OPERATOR, WS-SIGNON-RESULT.
    IF WS-SIGNON-RESULT NOT = "Y"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF SO-ROLE-DISPUTE NOT = "Y" AND SO-ROLE-INQUIRE NOT = "Y"
        MOVE "DISPUTE TRACKING NEEDS DISPUTE OR INQUIRE"
            TO WS-ACCESS-DETAIL
        PERFORM DENY-ACTION
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

OPEN-CASE-FILE.
    OPEN I-O DISPUTE-CASE-FILE.
    IF WS-CASE-STATUS = "35"
        STOP RUN
    END-IF.

*> Windows consolidated before the request-total history was started
*> have no totals on it; with no total history at all cases are
*> worked from the dice alone.
OPEN-TOTAL-HISTORY.
    OPEN INPUT TOTAL-HISTORY-FILE.
    IF WS-TOTHIST-STATUS = "35"
        DISPLAY "ROLL-DISPUTE: NO TOTAL HISTORY ON FILE - DICE ONLY"
    ELSE
        IF WS-TOTHIST-STATUS NOT = "00"
            DISPLAY "ROLL-DISPUTE: FATAL - CANNOT OPEN TOTAL-HISTORY-FILE, "
                "STATUS=" WS-TOTHIST-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-TOTHIST-OPEN
    END-IF.

*> Case numbers are assigned in sequence; the next number is one
*> past the highest already on file.
FIND-NEXT-CASE-NUMBER.
        WHEN "O"
        WHEN "o"
            MOVE "O" TO WS-ACTION
            IF SO-ROLE-DISPUTE = "Y"
                PERFORM OPEN-NEW-CASE
            ELSE
                MOVE "OPEN CASE NEEDS DISPUTE" TO WS-ACCESS-DETAIL
                PERFORM DENY-ACTION
            END-IF
        WHEN "U"
        WHEN "u"
            MOVE "U" TO WS-ACTION
            IF SO-ROLE-DISPUTE = "Y"
                PERFORM UPDATE-CASE-STATUS
            ELSE
                MOVE "UPDATE CASE NEEDS DISPUTE" TO WS-ACCESS-DETAIL
                PERFORM DENY-ACTION
            END-IF
        WHEN "I"
        WHEN "i"
            MOVE "I" TO WS-ACTION
    IF WS-SESSION-DONE = "N"
        DISPLAY "  WINDOW-TS   AUDIT-SEQ  SIDES  FACE  STAT"
    END-IF.
    PERFORM START-SESSION-TOTALS.
    PERFORM LIST-ONE-SESSION-ROLL UNTIL WS-SESSION-DONE = "Y".

*> The session's request totals are read alongside its rolls. Both
*> masters run in window-timestamp order and a request's dice carry
*> consecutive audit sequences, so each total is listed just ahead of
*> the roll that opens it.
START-SESSION-TOTALS.
    MOVE "Y" TO WS-TOTALS-DONE.
    IF WS-TOTHIST-OPEN = "Y"
        MOVE "N" TO WS-TOTALS-DONE
        MOVE WS-INPUT-SESSION TO TH-SESSION-ID
        MOVE 0 TO TH-TIMESTAMP
        MOVE 0 TO TH-REQUEST-SEQ
        START TOTAL-HISTORY-FILE KEY NOT LESS THAN TH-KEY
            INVALID KEY MOVE "Y" TO WS-TOTALS-DONE
        END-START
        IF WS-TOTALS-DONE = "N"
            PERFORM READ-NEXT-SESSION-TOTAL
        END-IF
    END-IF.

READ-NEXT-SESSION-TOTAL.
    READ TOTAL-HISTORY-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-TOTALS-DONE
        NOT AT END
            IF TH-SESSION-ID NOT = WS-INPUT-SESSION
                MOVE "Y" TO WS-TOTALS-DONE
            END-IF
    END-READ.

LIST-TOTALS-DUE.
    PERFORM LIST-ONE-SESSION-TOTAL
        UNTIL WS-TOTALS-DONE = "Y"
            OR TH-TIMESTAMP > HM-TIMESTAMP
            OR (TH-TIMESTAMP = HM-TIMESTAMP
                AND TH-FIRST-AUDIT-SEQ > HM-AUDIT-SEQ).

LIST-ONE-SESSION-TOTAL.
    PERFORM SHOW-TOTAL-LINE.
    PERFORM READ-NEXT-SESSION-TOTAL.

SHOW-TOTAL-LINE.
    MOVE TH-REQUEST-SEQ TO TL-REQUEST-SEQ.
    MOVE TH-DICE-ROLLED TO TL-DICE-ROLLED.
    MOVE TH-KEEP-TYPE TO TL-KEEP-TYPE.
    MOVE TH-KEEP-COUNT TO TL-KEEP-COUNT.
    MOVE TH-MOD-SIGN TO TL-MOD-SIGN.
    MOVE TH-MODIFIER TO TL-MODIFIER.
    MOVE TH-TOTAL TO TL-TOTAL.
    MOVE TH-FIRST-AUDIT-SEQ TO TL-FIRST-SEQ.
    MOVE TH-LAST-AUDIT-SEQ TO TL-LAST-SEQ.
    IF TH-STATUS = "V"
        MOVE "VOID" TO TL-STATUS
    ELSE
        MOVE SPACES TO TL-STATUS
    END-IF.
    DISPLAY WS-TOTAL-LINE.

LIST-ONE-SESSION-ROLL.
    READ ROLL-HISTORY-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SESSION-DONE
            ELSE
                ADD 1 TO WS-LISTED-COUNT
                IF WS-LISTED-COUNT <= 20
                    PERFORM LIST-TOTALS-DUE
                    MOVE HM-TIMESTAMP TO RL-TIMESTAMP
                    MOVE HM-AUDIT-SEQ TO RL-AUDIT-SEQ
                    MOVE HM-SIDES TO RL-SIDES
        END-START
    END-IF.

*> The case is opened in the name of the signed-on operator.
WRITE-NEW-CASE.
    MOVE SPACES TO WS-INPUT-NARRATIVE.
    DISPLAY "NARRATIVE:".
    ACCEPT WS-INPUT-NARRATIVE.
    MOVE WS-INPUT-TIMESTAMP TO DC-TIMESTAMP.
    MOVE WS-INPUT-AUDIT-SEQ TO DC-AUDIT-SEQ.
    MOVE "O" TO DC-STATUS.
    MOVE SO-OPERATOR-ID TO DC-OPENED-BY.
    MOVE WS-RUN-DATE TO DC-OPEN-DATE.
    MOVE 0 TO DC-RESOLVED-DATE.
    MOVE WS-INPUT-NARRATIVE TO DC-NARRATIVE.
            ADD 1 TO WS-OPENED-COUNT
            ADD 1 TO WS-NEXT-CASE-NO
            DISPLAY "CASE " DC-CASE-NO " OPENED"
            MOVE SPACES TO WS-ACCESS-DETAIL
            STRING "OPENED CASE " DC-CASE-NO " SESSION "
                DC-SESSION-ID DELIMITED BY SIZE
                INTO WS-ACCESS-DETAIL
            END-STRING
            PERFORM JOURNAL-UPDATE
    END-WRITE.

UPDATE-CASE-STATUS.
            REWRITE DISPUTE-CASE-RECORD
            ADD 1 TO WS-UPDATED-COUNT
            DISPLAY "CASE " DC-CASE-NO " NOW STATUS " DC-STATUS
            MOVE SPACES TO WS-ACCESS-DETAIL
            STRING "CASE " DC-CASE-NO " STATUS " DC-STATUS
                DELIMITED BY SIZE INTO WS-ACCESS-DETAIL
            END-STRING
            PERFORM JOURNAL-UPDATE
        END-IF
    END-IF.

        DISPLAY "  RESOLVED " DC-RESOLVED-DATE
    END-IF.
    DISPLAY "  " DC-NARRATIVE.
    IF WS-TOTHIST-OPEN = "Y"
        PERFORM SHOW-CASE-TOTALS
    END-IF.

*> The request total the case stands on: the one whose dice include
*> the disputed roll, or every total of the session in that window
*> when the case covers the whole session.
SHOW-CASE-TOTALS.
    MOVE 0 TO WS-TOTALS-FOUND.
    MOVE "N" TO WS-TOTALS-DONE.
    MOVE DC-SESSION-ID TO TH-SESSION-ID.
    MOVE DC-TIMESTAMP TO TH-TIMESTAMP.
    MOVE 0 TO TH-REQUEST-SEQ.
    START TOTAL-HISTORY-FILE KEY NOT LESS THAN TH-KEY
        INVALID KEY MOVE "Y" TO WS-TOTALS-DONE
    END-START.
    PERFORM SHOW-ONE-CASE-TOTAL UNTIL WS-TOTALS-DONE = "Y".
    IF WS-TOTALS-FOUND = 0
        DISPLAY "  NO REQUEST TOTAL ON FILE FOR THIS CASE"
    END-IF.

SHOW-ONE-CASE-TOTAL.
    READ TOTAL-HISTORY-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-TOTALS-DONE
        NOT AT END
            IF TH-SESSION-ID NOT = DC-SESSION-ID
                    OR TH-TIMESTAMP NOT = DC-TIMESTAMP
                MOVE "Y" TO WS-TOTALS-DONE
            ELSE
                IF DC-AUDIT-SEQ = 0
                        OR (DC-AUDIT-SEQ >= TH-FIRST-AUDIT-SEQ
                            AND DC-AUDIT-SEQ <= TH-LAST-AUDIT-SEQ)
                    ADD 1 TO WS-TOTALS-FOUND
                    PERFORM SHOW-TOTAL-LINE
                END-IF
            END-IF
    END-READ.

FORMAT-STATUS-TEXT.
    EVALUATE DC-STATUS
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WS-INPUT-CASE-NO
    END-IF.

*> Sign-on, sign-off, refusals and every case written or changed go
*> to the access journal under the signed-on operator.
DENY-ACTION.
    MOVE "DENIED" TO WS-ACCESS-EVENT.
    PERFORM WRITE-JOURNAL-ENTRY.
    DISPLAY "NOT AUTHORIZED - " WS-ACCESS-DETAIL.

JOURNAL-UPDATE.
    MOVE "UPDATE" TO WS-ACCESS-EVENT.
    PERFORM WRITE-JOURNAL-ENTRY.

WRITE-JOURNAL-ENTRY.
    CALL "ROLL-ACCJRNL" USING BY REFERENCE WS-ACCESS-PROGRAM,
        SO-OPERATOR-ID, WS-ACCESS-EVENT, WS-ACCESS-DETAIL.
