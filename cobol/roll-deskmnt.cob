    05 LL-DESK-NAME PIC X(30).
    05 FILLER PIC XX VALUE SPACES.
    05 LL-STATUS PIC X.
    05 LL-CAUSE PIC X.
    05 FILLER PIC X VALUE SPACE.
    05 LL-QUOTA PIC ZZZZ9.

*> The operator signed on to this run, as ROLL-SIGNON returns them.
*> Listing needs the DESK-ADMIN or INQUIRE role; adding, changing and
*> deactivating desks need DESK-ADMIN.
01 WS-SIGNON-OPERATOR.
    COPY OPERMAST REPLACING ==:REC:== BY ==SO==.
01 WS-SIGNON-RESULT PIC X.
01 WS-ACCESS-PROGRAM PIC X(14) VALUE "ROLL-DESKMNT".
01 WS-ACCESS-EVENT PIC X(8).
01 WS-ACCESS-DETAIL PIC X(40).
01 WS-ACCESS-ACTION PIC X(12).

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM SIGN-ON-OPERATOR.
    PERFORM OPEN-DESK-MASTER.
    DISPLAY "ROLL-DESKMNT: DESK MASTER MAINTENANCE".
    PERFORM PROCESS-ONE-ACTION UNTIL WS-ACTION = "X".
    MOVE "SIGNOFF" TO WS-ACCESS-EVENT.
    MOVE SPACES TO WS-ACCESS-DETAIL.
    PERFORM WRITE-JOURNAL-ENTRY.
    CLOSE DESK-MASTER-FILE.
    DISPLAY "ROLL-DESKMNT: ADDED=" WS-ADDED-COUNT
        " CHANGED=" WS-CHANGED-COUNT
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

SIGN-ON-OPERATOR.
    CALL "ROLL-SIGNON" USING BY REFERENCE WS-ACCESS-PROGRAM,
        WS-SIGNON-OPERATOR, WS-SIGNON-RESULT.
    IF WS-SIGNON-RESULT NOT = "Y"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF SO-ROLE-DESK-ADMIN NOT = "Y" AND SO-ROLE-INQUIRE NOT = "Y"
        MOVE "DESK MAINTENANCE NEEDS DESK-ADMIN OR INQUIRE"
            TO WS-ACCESS-DETAIL
        PERFORM DENY-ACTION
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

OPEN-DESK-MASTER.
    OPEN I-O DESK-MASTER-FILE.
    IF WS-DESK-STATUS = "35"
        WHEN "A"
        WHEN "a"
            MOVE "A" TO WS-ACTION
            IF SO-ROLE-DESK-ADMIN = "Y"
                PERFORM ADD-DESK
            ELSE
                PERFORM DENY-DESK-UPDATE
            END-IF
        WHEN "C"
        WHEN "c"
            MOVE "C" TO WS-ACTION
            IF SO-ROLE-DESK-ADMIN = "Y"
                PERFORM CHANGE-DESK
            ELSE
                PERFORM DENY-DESK-UPDATE
            END-IF
        WHEN "D"
        WHEN "d"
            MOVE "D" TO WS-ACTION
            IF SO-ROLE-DESK-ADMIN = "Y"
                PERFORM DEACTIVATE-DESK
            ELSE
                PERFORM DENY-DESK-UPDATE
            END-IF
        WHEN "L"
        WHEN "l"
            MOVE "L" TO WS-ACTION
        MOVE WS-INPUT-NAME TO DM-DESK-NAME
        MOVE "A" TO DM-STATUS
        MOVE WS-INPUT-QUOTA TO DM-DICE-QUOTA
        MOVE SPACE TO DM-SUSPEND-CAUSE
        WRITE DESK-MASTER-RECORD
            INVALID KEY
                DISPLAY "DESK " WS-INPUT-DESK-ID " ALREADY ON FILE"
            NOT INVALID KEY
                ADD 1 TO WS-ADDED-COUNT
                DISPLAY "DESK " WS-INPUT-DESK-ID " ADDED"
                MOVE "ADDED" TO WS-ACCESS-ACTION
                PERFORM JOURNAL-DESK-UPDATE
        END-WRITE
    END-IF.

    END-IF.

*> Blank replies keep the field as it stands, so a clerk can change
*> one field without retyping the rest. A status keyed here is a
*> desk administrator's decision, so it clears any credit-control
*> cause: ROLL-ARCRED will not lift a suspension it did not make.
APPLY-DESK-CHANGES.
    MOVE DM-DESK-ID TO LL-DESK-ID.
    MOVE DM-DESK-NAME TO LL-DESK-NAME.
    MOVE DM-STATUS TO LL-STATUS.
    MOVE DM-SUSPEND-CAUSE TO LL-CAUSE.
    MOVE DM-DICE-QUOTA TO LL-QUOTA.
    DISPLAY WS-LIST-LINE.
    MOVE SPACES TO WS-INPUT-NAME.
    ACCEPT WS-INPUT-STATUS.
    IF WS-INPUT-STATUS = "A" OR WS-INPUT-STATUS = "a"
        MOVE "A" TO DM-STATUS
        MOVE SPACE TO DM-SUSPEND-CAUSE
    ELSE
        IF WS-INPUT-STATUS = "S" OR WS-INPUT-STATUS = "s"
            MOVE "S" TO DM-STATUS
            MOVE SPACE TO DM-SUSPEND-CAUSE
        ELSE
            IF WS-INPUT-STATUS NOT = SPACES
                DISPLAY "STATUS MUST BE A OR S - KEPT AS IS"
        NOT INVALID KEY
            ADD 1 TO WS-CHANGED-COUNT
            DISPLAY "DESK " WS-INPUT-DESK-ID " CHANGED"
            MOVE "CHANGED" TO WS-ACCESS-ACTION
            PERFORM JOURNAL-DESK-UPDATE
    END-REWRITE.

*> Deactivation suspends the desk rather than deleting it, so the
                DISPLAY "DESK " WS-INPUT-DESK-ID " NOT ON FILE"
            NOT INVALID KEY
                MOVE "S" TO DM-STATUS
                MOVE SPACE TO DM-SUSPEND-CAUSE
                REWRITE DESK-MASTER-RECORD
                ADD 1 TO WS-DEACTIVATED-COUNT
                DISPLAY "DESK " WS-INPUT-DESK-ID " SUSPENDED"
                MOVE "DEACTIVATED" TO WS-ACCESS-ACTION
                PERFORM JOURNAL-DESK-UPDATE
        END-READ
    END-IF.

            MOVE DM-DESK-ID TO LL-DESK-ID
            MOVE DM-DESK-NAME TO LL-DESK-NAME
            MOVE DM-STATUS TO LL-STATUS
            MOVE DM-SUSPEND-CAUSE TO LL-CAUSE
            MOVE DM-DICE-QUOTA TO LL-QUOTA
            DISPLAY WS-LIST-LINE
    END-READ.
        DISPLAY "QUOTA NOT NUMERIC - SET TO ZERO"
        MOVE ZEROS TO WS-INPUT-QUOTA
    END-IF.

*> Sign-on, sign-off, refusals and every desk written or changed go
*> to the access journal under the signed-on operator.
DENY-DESK-UPDATE.
    MOVE "DESK UPDATES NEED DESK-ADMIN" TO WS-ACCESS-DETAIL.
    PERFORM DENY-ACTION.

DENY-ACTION.
    MOVE "DENIED" TO WS-ACCESS-EVENT.
    PERFORM WRITE-JOURNAL-ENTRY.
    DISPLAY "NOT AUTHORIZED - " WS-ACCESS-DETAIL.

JOURNAL-DESK-UPDATE.
    MOVE SPACES TO WS-ACCESS-DETAIL.
    STRING WS-ACCESS-ACTION DELIMITED BY SPACE
        " DESK " DELIMITED BY SIZE
        DM-DESK-ID DELIMITED BY SPACE
        " ST=" DM-STATUS " Q=" DM-DICE-QUOTA
            DELIMITED BY SIZE
        INTO WS-ACCESS-DETAIL
    END-STRING.
    MOVE "UPDATE" TO WS-ACCESS-EVENT.
    PERFORM WRITE-JOURNAL-ENTRY.

WRITE-JOURNAL-ENTRY.
    CALL "ROLL-ACCJRNL" USING BY REFERENCE WS-ACCESS-PROGRAM,
        SO-OPERATOR-ID, WS-ACCESS-EVENT, WS-ACCESS-DETAIL.
