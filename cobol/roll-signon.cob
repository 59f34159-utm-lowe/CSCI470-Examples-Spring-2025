IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-SIGNON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY OM-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-MASTER-FILE.
01  OPERATOR-MASTER-RECORD.
    COPY OPERMAST REPLACING ==:REC:== BY ==OM==.

WORKING-STORAGE SECTION.
01 WS-OPERATOR-STATUS PIC XX.
01 WS-RUN-DATE PIC 9(8).
01 WS-ATTEMPT-COUNT PIC 9 VALUE 0.
01 WS-MAX-ATTEMPTS PIC 9 VALUE 3.
01 WS-LOCKOUT-FAILURES PIC 9 VALUE 3.
01 WS-INPUT-OPERATOR PIC X(10).
01 WS-INPUT-PIN PIC X(8).
01 WS-PIN-IMAGE PIC X(54).
01 WS-PIN-ZERO PIC 9(10) VALUE 0.
01 WS-PIN-HASH PIC 9(10).
01 WS-ACCESS-OPERATOR PIC X(10).
01 WS-ACCESS-EVENT PIC X(8).
01 WS-ACCESS-DETAIL PIC X(40).

LINKAGE SECTION.
01 SIGNON-PROGRAM-NAME PIC X(14).
01 SIGNON-OPERATOR.
    COPY OPERMAST REPLACING ==:REC:== BY ==SIGNON==.
01 SIGNON-RESULT PIC X.

*> Signs an operator on for the calling interactive program. The
*> operator gets three tries; a blank operator id gives up at once.
*> On success SIGNON-RESULT is "Y" and SIGNON-OPERATOR holds the
*> operator's master record, whose role bytes the caller checks
*> before each action. Every sign-on, failure, refusal and lockout
*> is written to the access journal under the caller's name.
PROCEDURE DIVISION USING SIGNON-PROGRAM-NAME, SIGNON-OPERATOR,
        SIGNON-RESULT.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE "N" TO SIGNON-RESULT.
    MOVE SPACES TO SIGNON-OPERATOR.
    MOVE 0 TO WS-ATTEMPT-COUNT.
    OPEN I-O OPERATOR-MASTER-FILE.
    IF WS-OPERATOR-STATUS = "35"
        DISPLAY SIGNON-PROGRAM-NAME
            ": NO OPERATOR MASTER ON FILE - RUN ROLL-OPERMNT"
        GOBACK
    END-IF.
    IF WS-OPERATOR-STATUS NOT = "00"
        DISPLAY "ROLL-SIGNON: FATAL - CANNOT OPEN OPERATOR-MASTER-FILE, "
            "STATUS=" WS-OPERATOR-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM TAKE-ONE-SIGNON
        UNTIL SIGNON-RESULT = "Y" OR WS-ATTEMPT-COUNT >= WS-MAX-ATTEMPTS.
    CLOSE OPERATOR-MASTER-FILE.
    IF SIGNON-RESULT NOT = "Y"
        DISPLAY SIGNON-PROGRAM-NAME ": SIGN-ON REFUSED"
    END-IF.
    GOBACK.

TAKE-ONE-SIGNON.
    ADD 1 TO WS-ATTEMPT-COUNT.
    MOVE SPACES TO WS-INPUT-OPERATOR.
    MOVE SPACES TO WS-INPUT-PIN.
    DISPLAY "OPERATOR ID:".
    ACCEPT WS-INPUT-OPERATOR.
    IF WS-INPUT-OPERATOR = SPACES
        MOVE WS-MAX-ATTEMPTS TO WS-ATTEMPT-COUNT
    ELSE
        DISPLAY "PIN:"
        ACCEPT WS-INPUT-PIN
        MOVE WS-INPUT-OPERATOR TO WS-ACCESS-OPERATOR
        MOVE WS-INPUT-OPERATOR TO OM-OPERATOR-ID
        READ OPERATOR-MASTER-FILE
            INVALID KEY
                MOVE "FAILED" TO WS-ACCESS-EVENT
                MOVE "UNKNOWN OPERATOR ID" TO WS-ACCESS-DETAIL
                PERFORM WRITE-JOURNAL-ENTRY
                DISPLAY "SIGN-ON FAILED"
            NOT INVALID KEY
                PERFORM CHECK-OPERATOR-PIN
        END-READ
    END-IF.

*> A suspended or locked operator is refused without the PIN being
*> looked at, so a locked id cannot be used to go on guessing. The
*> failure count runs across sessions and is cleared only by a good
*> sign-on or by a supervisor through ROLL-OPERMNT.
CHECK-OPERATOR-PIN.
    IF OM-STATUS NOT = "A"
        MOVE "REFUSED" TO WS-ACCESS-EVENT
        IF OM-STATUS = "L"
            MOVE "OPERATOR LOCKED" TO WS-ACCESS-DETAIL
        ELSE
            MOVE "OPERATOR SUSPENDED" TO WS-ACCESS-DETAIL
        END-IF
        PERFORM WRITE-JOURNAL-ENTRY
        DISPLAY "SIGN-ON FAILED - " WS-ACCESS-DETAIL
    ELSE
        PERFORM HASH-INPUT-PIN
        IF WS-PIN-HASH = OM-PIN-HASH
            MOVE 0 TO OM-FAILED-COUNT
            MOVE WS-RUN-DATE TO OM-LAST-SIGNON-DATE
            PERFORM REWRITE-OPERATOR
            MOVE OPERATOR-MASTER-RECORD TO SIGNON-OPERATOR
            MOVE "Y" TO SIGNON-RESULT
            MOVE "SIGNON" TO WS-ACCESS-EVENT
            MOVE SPACES TO WS-ACCESS-DETAIL
            PERFORM WRITE-JOURNAL-ENTRY
            DISPLAY "SIGNED ON: " OM-OPERATOR-NAME
        ELSE
            ADD 1 TO OM-FAILED-COUNT
            MOVE "FAILED" TO WS-ACCESS-EVENT
            MOVE "PIN MISMATCH" TO WS-ACCESS-DETAIL
            PERFORM WRITE-JOURNAL-ENTRY
            IF OM-FAILED-COUNT >= WS-LOCKOUT-FAILURES
                MOVE "L" TO OM-STATUS
                MOVE "LOCKED" TO WS-ACCESS-EVENT
                MOVE "PIN FAILURE LIMIT REACHED" TO WS-ACCESS-DETAIL
                PERFORM WRITE-JOURNAL-ENTRY
                DISPLAY "SIGN-ON FAILED - OPERATOR NOW LOCKED"
            ELSE
                DISPLAY "SIGN-ON FAILED"
            END-IF
            PERFORM REWRITE-OPERATOR
        END-IF
    END-IF.

*> ROLL-OPERMNT hashes a new PIN exactly this way.
HASH-INPUT-PIN.
    MOVE SPACES TO WS-PIN-IMAGE.
    MOVE OM-OPERATOR-ID TO WS-PIN-IMAGE(1:10).
    MOVE WS-INPUT-PIN TO WS-PIN-IMAGE(11:8).
    CALL "ROLL-SEAL" USING BY REFERENCE WS-PIN-IMAGE, WS-PIN-ZERO,
        WS-PIN-HASH.

REWRITE-OPERATOR.
    REWRITE OPERATOR-MASTER-RECORD.
    IF WS-OPERATOR-STATUS NOT = "00"
        DISPLAY "ROLL-SIGNON: FATAL - CANNOT REWRITE OPERATOR-MASTER-FILE, "
            "STATUS=" WS-OPERATOR-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-JOURNAL-ENTRY.
    CALL "ROLL-ACCJRNL" USING BY REFERENCE SIGNON-PROGRAM-NAME,
        WS-ACCESS-OPERATOR, WS-ACCESS-EVENT, WS-ACCESS-DETAIL.
