        ACCESS MODE DYNAMIC
        RECORD KEY HM-KEY
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT TOTAL-HISTORY-FILE ASSIGN TO "TOTHIST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY TH-KEY
        FILE STATUS IS WS-TOTHIST-STATUS.
    SELECT VOID-LIST-FILE ASSIGN TO "VOIDLIST.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT VOID-REGISTER-FILE ASSIGN TO "VOIDREG.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY OM-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.

DATA DIVISION.
FILE SECTION.
01  ROLL-HISTORY-RECORD.
    COPY ROLLHIST REPLACING ==:REC:== BY ==HM==.

FD  TOTAL-HISTORY-FILE.
01  TOTAL-HISTORY-RECORD.
    COPY TOTHIST REPLACING ==:REC:== BY ==TH==.

FD  VOID-LIST-FILE.
01  VOID-LIST-RECORD.
    COPY VOIDLIST REPLACING ==:REC:== BY ==VL==.
FD  VOID-REGISTER-FILE.
01  VOID-REGISTER-LINE PIC X(90).

FD  OPERATOR-MASTER-FILE.
01  OPERATOR-MASTER-RECORD.
    COPY OPERMAST REPLACING ==:REC:== BY ==OM==.

WORKING-STORAGE SECTION.
01 WS-VOID-STATUS PIC XX.
01 WS-HISTORY-STATUS PIC XX.
01 WS-TOTHIST-STATUS PIC XX.
01 WS-TOTHIST-OPEN PIC X VALUE "N".
01 WS-LIST-STATUS PIC XX.
01 WS-REGISTER-STATUS PIC XX.
01 WS-OPERATOR-STATUS PIC XX.
01 WS-ACCESS-PROGRAM PIC X(14) VALUE "ROLL-VOID".
01 WS-ACCESS-EVENT PIC X(8).
01 WS-ACCESS-DETAIL PIC X(40).
01 WS-EOF PIC X VALUE "N".
01 WS-SESSION-DONE PIC X.
01 WS-VOID-ERROR PIC X(22).
01 WS-ROLLS-VOIDED PIC 9(6).
01 WS-ALREADY-VOID PIC 9(6).
01 WS-TOTALS-VOIDED PIC 9(6).
01 WS-VOIDS-ACCEPTED PIC 9(6) VALUE 0.
01 WS-VOIDS-REJECTED PIC 9(6) VALUE 0.
01 WS-TOTAL-ROLLS-VOIDED PIC 9(8) VALUE 0.
01 WS-TOTAL-TOTALS-VOIDED PIC 9(8) VALUE 0.
01 WS-RUN-DATE PIC 9(8).

01 WS-HEADING-1.
    05 FILLER PIC X(13) VALUE "SUPERVISOR".
    05 FILLER PIC X(8)  VALUE "REASON".
    05 FILLER PIC X(8)  VALUE "ROLLS".
    05 FILLER PIC X(8)  VALUE "TOTALS".
    05 FILLER PIC X(22) VALUE "STATUS".
01 WS-DETAIL-LINE.
    05 DL-SESSION-ID PIC X(10).
    05 FILLER PIC X(4) VALUE SPACES.
    05 DL-ROLLS PIC ZZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-TOTALS PIC ZZZZZ9.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-STATUS PIC X(22).
01 WS-COUNT-LINE.
    05 CL-LABEL PIC X(30).
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-TOTAL-HISTORY.
    OPEN INPUT OPERATOR-MASTER-FILE.
    IF WS-OPERATOR-STATUS = "35"
        DISPLAY "ROLL-VOID: NO OPERATOR MASTER ON FILE - RUN ROLL-OPERMNT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-OPERATOR-STATUS NOT = "00"
        DISPLAY "ROLL-VOID: FATAL - CANNOT OPEN OPERATOR-MASTER-FILE, "
            "STATUS=" WS-OPERATOR-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
*> The void list is the downstream programs' exclusion file: only
*> ROLL-PURGE ever rewrites it, so voids stay in force for any
*> window file still being summarized or reported. No run may mark
    PERFORM WRITE-REGISTER-TOTALS.
    CLOSE VOID-REQUEST-FILE.
    CLOSE ROLL-HISTORY-FILE.
    IF WS-TOTHIST-OPEN = "Y"
        CLOSE TOTAL-HISTORY-FILE
    END-IF.
    CLOSE VOID-LIST-FILE.
    CLOSE VOID-REGISTER-FILE.
    CLOSE OPERATOR-MASTER-FILE.
    DISPLAY "ROLL-VOID: ACCEPTED=" WS-VOIDS-ACCEPTED
        " REJECTED=" WS-VOIDS-REJECTED
        " ROLLS VOIDED=" WS-TOTAL-ROLLS-VOIDED
        " TOTALS VOIDED=" WS-TOTAL-TOTALS-VOIDED.
    IF WS-VOIDS-REJECTED > 0
        MOVE 2 TO RETURN-CODE
    ELSE
    END-IF.
    STOP RUN.

*> The request-total history only holds windows consolidated since
*> it was started; with none on file yet there are only rolls to void.
OPEN-TOTAL-HISTORY.
    OPEN I-O TOTAL-HISTORY-FILE.
    IF WS-TOTHIST-STATUS = "35"
        DISPLAY "ROLL-VOID: NO TOTAL HISTORY ON FILE - ROLLS ONLY"
    ELSE
        IF WS-TOTHIST-STATUS NOT = "00"
            DISPLAY "ROLL-VOID: FATAL - CANNOT OPEN TOTAL-HISTORY-FILE, "
                "STATUS=" WS-TOTHIST-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-TOTHIST-OPEN
    END-IF.

PROCESS-VOIDS.
    READ VOID-REQUEST-FILE
        AT END MOVE "Y" TO WS-EOF
*> A void names a session and the window timestamp it ran under -
*> exactly the key prefix of the history master - and must carry an
*> authorizing supervisor. Every roll under that prefix is marked
*> voided in place, and so is every request total on the total
*> history under the same prefix, so the dispute desk and payout
*> reconciliation see the void on the totals that were paid; the
*> records themselves stay on the masters and the audit log is never
*> touched. The supervisor must be an active
*> operator holding the SUPERVISOR role; a void refused for want of
*> authority is journaled as denied, and every void made is
*> journaled as an update under the supervisor who authorized it.
VOID-ONE-SESSION.
    MOVE SPACES TO WS-VOID-ERROR.
    MOVE 0 TO WS-ROLLS-VOIDED.
    MOVE 0 TO WS-ALREADY-VOID.
    MOVE 0 TO WS-TOTALS-VOIDED.
    IF VR-SUPERVISOR = SPACES
        MOVE "NO SUPERVISOR ID" TO WS-VOID-ERROR
    ELSE
        PERFORM CHECK-SUPERVISOR
    END-IF.
    IF WS-VOID-ERROR = SPACES AND VR-REASON = SPACES
        MOVE "NO REASON CODE" TO WS-VOID-ERROR
    END-IF.
    IF WS-VOID-ERROR = SPACES
        PERFORM MARK-SESSION-ROLLS
        IF WS-TOTHIST-OPEN = "Y"
            PERFORM MARK-SESSION-TOTALS
        END-IF
    END-IF.
    IF WS-VOID-ERROR = SPACES AND WS-ROLLS-VOIDED = 0
            AND WS-ALREADY-VOID = 0
    IF WS-VOID-ERROR = SPACES
        ADD 1 TO WS-VOIDS-ACCEPTED
        ADD WS-ROLLS-VOIDED TO WS-TOTAL-ROLLS-VOIDED
        ADD WS-TOTALS-VOIDED TO WS-TOTAL-TOTALS-VOIDED
        MOVE VR-SESSION-ID TO VL-SESSION-ID
        MOVE VR-TIMESTAMP TO VL-TIMESTAMP
        WRITE VOID-LIST-RECORD
        MOVE "UPDATE" TO WS-ACCESS-EVENT
        PERFORM WRITE-VOID-JOURNAL
        MOVE "VOIDED" TO DL-STATUS
        IF WS-ALREADY-VOID > 0
            MOVE "VOIDED (PART REPEAT)" TO DL-STATUS
    MOVE VR-SUPERVISOR TO DL-SUPERVISOR.
    MOVE VR-REASON TO DL-REASON.
    MOVE WS-ROLLS-VOIDED TO DL-ROLLS.
    MOVE WS-TOTALS-VOIDED TO DL-TOTALS.
    WRITE VOID-REGISTER-LINE FROM WS-DETAIL-LINE.

CHECK-SUPERVISOR.
    MOVE VR-SUPERVISOR TO OM-OPERATOR-ID.
    READ OPERATOR-MASTER-FILE
        INVALID KEY
            MOVE "SUPERVISOR NOT ON FILE" TO WS-VOID-ERROR
        NOT INVALID KEY
            IF OM-STATUS NOT = "A"
                MOVE "SUPERVISOR NOT ACTIVE" TO WS-VOID-ERROR
            ELSE
                IF OM-ROLE-SUPERVISOR NOT = "Y"
                    MOVE "NOT A SUPERVISOR" TO WS-VOID-ERROR
                END-IF
            END-IF
    END-READ.
    IF WS-VOID-ERROR NOT = SPACES
        MOVE "DENIED" TO WS-ACCESS-EVENT
        PERFORM WRITE-VOID-JOURNAL
    END-IF.

WRITE-VOID-JOURNAL.
    MOVE SPACES TO WS-ACCESS-DETAIL.
    IF WS-ACCESS-EVENT = "DENIED"
        STRING "VOID " VR-SESSION-ID " " WS-VOID-ERROR
            DELIMITED BY SIZE INTO WS-ACCESS-DETAIL
        END-STRING
    ELSE
        STRING "VOIDED " VR-SESSION-ID " TS " VR-TIMESTAMP
            DELIMITED BY SIZE INTO WS-ACCESS-DETAIL
        END-STRING
    END-IF.
    CALL "ROLL-ACCJRNL" USING BY REFERENCE WS-ACCESS-PROGRAM,
        VR-SUPERVISOR, WS-ACCESS-EVENT, WS-ACCESS-DETAIL.

MARK-SESSION-ROLLS.
    MOVE "N" TO WS-SESSION-DONE.
    MOVE VR-SESSION-ID TO HM-SESSION-ID.
            END-IF
    END-READ.

MARK-SESSION-TOTALS.
    MOVE "N" TO WS-SESSION-DONE.
    MOVE VR-SESSION-ID TO TH-SESSION-ID.
    MOVE VR-TIMESTAMP TO TH-TIMESTAMP.
    MOVE 0 TO TH-REQUEST-SEQ.
    START TOTAL-HISTORY-FILE KEY NOT LESS THAN TH-KEY
        INVALID KEY MOVE "Y" TO WS-SESSION-DONE
    END-START.
    PERFORM MARK-ONE-TOTAL UNTIL WS-SESSION-DONE = "Y".

MARK-ONE-TOTAL.
    READ TOTAL-HISTORY-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SESSION-DONE
        NOT AT END
            IF TH-SESSION-ID NOT = VR-SESSION-ID
                    OR TH-TIMESTAMP NOT = VR-TIMESTAMP
                MOVE "Y" TO WS-SESSION-DONE
            ELSE
                IF TH-STATUS NOT = "V"
                    MOVE "V" TO TH-STATUS
                    MOVE VR-REASON TO TH-VOID-REASON
                    REWRITE TOTAL-HISTORY-RECORD
                    ADD 1 TO WS-TOTALS-VOIDED
                END-IF
            END-IF
    END-READ.

WRITE-REGISTER-TOTALS.
    MOVE SPACES TO VOID-REGISTER-LINE.
    WRITE VOID-REGISTER-LINE.
    MOVE "ROLLS MARKED VOID" TO CL-LABEL.
    MOVE WS-TOTAL-ROLLS-VOIDED TO CL-COUNT.
    WRITE VOID-REGISTER-LINE FROM WS-COUNT-LINE.
    MOVE "TOTALS MARKED VOID" TO CL-LABEL.
    MOVE WS-TOTAL-TOTALS-VOIDED TO CL-COUNT.
    WRITE VOID-REGISTER-LINE FROM WS-COUNT-LINE.
