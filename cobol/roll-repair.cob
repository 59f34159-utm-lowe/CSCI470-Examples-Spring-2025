01 WS-REASON-INDEX PIC 99.
01 WS-REASON-TEXT PIC X(30).

*> The operator signed on to this run, as ROLL-SIGNON returns them.
*> Working the rejects needs the REPAIR role.
01 WS-SIGNON-OPERATOR.
    COPY OPERMAST REPLACING ==:REC:== BY ==SO==.
01 WS-SIGNON-RESULT PIC X.
01 WS-ACCESS-PROGRAM PIC X(14) VALUE "ROLL-REPAIR".
01 WS-ACCESS-EVENT PIC X(8).
01 WS-ACCESS-DETAIL PIC X(40).
01 WS-ACCESS-ACTION PIC X(12).

01 WS-HEADING-1.
    05 FILLER PIC X(38)
        VALUE "ROLL-REPAIR  REJECT REPAIR AND AGING  ".

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM SIGN-ON-OPERATOR.
    PERFORM OPEN-DESK-MASTER.
    OPEN OUTPUT RESUBMIT-FILE.
    OPEN OUTPUT NEW-HOLDOVER-FILE.
    PERFORM WORK-REJECT-FILE.
    PERFORM WORK-HOLDOVER-FILE.
    PERFORM WRITE-AGING-TOTALS.
    MOVE "SIGNOFF" TO WS-ACCESS-EVENT.
    MOVE SPACES TO WS-ACCESS-DETAIL.
    PERFORM WRITE-JOURNAL-ENTRY.
    CLOSE RESUBMIT-FILE.
    CLOSE NEW-HOLDOVER-FILE.
    CLOSE AGING-REPORT-FILE.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

SIGN-ON-OPERATOR.
    CALL "ROLL-SIGNON" USING BY REFERENCE WS-ACCESS-PROGRAM,
        WS-SIGNON-OPERATOR, WS-SIGNON-RESULT.
    IF WS-SIGNON-RESULT NOT = "Y"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF SO-ROLE-REPAIR NOT = "Y"
        MOVE "DENIED" TO WS-ACCESS-EVENT
        MOVE "REJECT REPAIR NEEDS REPAIR" TO WS-ACCESS-DETAIL
        PERFORM WRITE-JOURNAL-ENTRY
        DISPLAY "NOT AUTHORIZED - " WS-ACCESS-DETAIL
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

OPEN-DESK-MASTER.
    OPEN INPUT DESK-MASTER-FILE.
    IF WS-DESK-STATUS = "35"
        ADD 1 TO WS-REPAIRED-COUNT
        PERFORM WRITE-AGING-DETAIL-REPAIRED
        DISPLAY "ACCEPTED - QUEUED FOR NEXT WINDOW"
        MOVE "REPAIRED" TO WS-ACCESS-ACTION
        PERFORM JOURNAL-REJECT-UPDATE
        MOVE "Y" TO WS-RECORD-DONE
    ELSE
        MOVE WS-REASON-CODE TO CR-REASON-CODE
    MOVE "DROPPED" TO AG-DISPOSITION.
    PERFORM WRITE-AGING-DETAIL.
    DISPLAY "REJECT DROPPED - LINE " CR-LINE-NO.
    MOVE "DROPPED" TO WS-ACCESS-ACTION.
    PERFORM JOURNAL-REJECT-UPDATE.

WRITE-AGING-DETAIL-REPAIRED.
    MOVE "REPAIRED" TO AG-DISPOSITION.
    MOVE "HELD ACROSS 2+ WINDOWS" TO CL-LABEL.
    MOVE WS-AGED-COUNT TO CL-COUNT.
    WRITE AGING-REPORT-LINE FROM WS-COUNT-LINE.

*> Sign-on, sign-off and every reject resubmitted or dropped go to
*> the access journal under the signed-on operator; a hold changes
*> nothing and is not journaled.
JOURNAL-REJECT-UPDATE.
    MOVE SPACES TO WS-ACCESS-DETAIL.
    STRING WS-ACCESS-ACTION DELIMITED BY SPACE
        " LINE " CR-LINE-NO " SESSION " DELIMITED BY SIZE
        CR-IMAGE(1:10) DELIMITED BY SIZE
        INTO WS-ACCESS-DETAIL
    END-STRING.
    MOVE "UPDATE" TO WS-ACCESS-EVENT.
    PERFORM WRITE-JOURNAL-ENTRY.

WRITE-JOURNAL-ENTRY.
    CALL "ROLL-ACCJRNL" USING BY REFERENCE WS-ACCESS-PROGRAM,
        SO-OPERATOR-ID, WS-ACCESS-EVENT, WS-ACCESS-DETAIL.
