01 WS-PROBLEM-COUNT PIC 9(4) VALUE 0.

*> The expected daily stream, in running order. CALIBRATE clears the
*> RNG before the window, SERIAL tests the closed window's sequence
*> and PURGE trims the audit log; all three may legitimately sit a
*> day out, so only the five core steps are required. A window
*> rolled in partitions counts as the ROLL-BATCH step through
*> ROLL-MERGE, which logs the whole window; the partition runs
*> themselves (ROLL-BATCH-P1 and so on) are not steps of the stream,
*> nor are the online windows ROLL-ONLDRAIN takes through ROLL-RECON
*> and ROLL-CONSOL (logged as ROLL-RECON-ON and ROLL-CONSOL-ON).
01 WS-STEP-DEFINITIONS.
    05 FILLER PIC X(15) VALUE "ROLL-CALIBRATEN".
    05 FILLER PIC X(15) VALUE "ROLL-EDIT     Y".
    05 FILLER PIC X(15) VALUE "ROLL-RECON    Y".
    05 FILLER PIC X(15) VALUE "ROLL-SUMMARY  Y".
    05 FILLER PIC X(15) VALUE "ROLL-CONSOL   Y".
    05 FILLER PIC X(15) VALUE "ROLL-SERIAL   N".
    05 FILLER PIC X(15) VALUE "ROLL-PURGE    N".
01 WS-STEP-DEFS REDEFINES WS-STEP-DEFINITIONS.
    05 WS-STEP-DEF OCCURS 8 TIMES.
        10 SD-NAME PIC X(14).
        10 SD-REQUIRED PIC X.
01 WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 8 TIMES.
        10 ST-START-SEEN PIC X.
        10 ST-END-SEEN PIC X.
        10 ST-START-ORDER PIC 9(4).
        10 ST-RETURN-CODE PIC 99.
        10 ST-STATUS PIC X(14).
01 WS-STEP-INDEX PIC 9.
01 WS-EVENT-STEP-NAME PIC X(14).
01 WS-CALIBRATE-X PIC 9 VALUE 1.
01 WS-EDIT-X PIC 9 VALUE 2.
01 WS-BATCH-X PIC 9 VALUE 3.
01 WS-RECON-X PIC 9 VALUE 4.
01 WS-SUMMARY-X PIC 9 VALUE 5.
01 WS-CONSOL-X PIC 9 VALUE 6.
01 WS-SERIAL-X PIC 9 VALUE 7.
01 WS-PURGE-X PIC 9 VALUE 8.
01 WS-EARLIER-X PIC 9.
01 WS-LATER-X PIC 9.
01 WS-CHECK-LEFT-X PIC 9.
    STOP RUN.

INITIALIZE-STEP-TABLE.
    PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1 UNTIL WS-STEP-INDEX > 8
        MOVE "N" TO ST-START-SEEN(WS-STEP-INDEX)
        MOVE "N" TO ST-END-SEEN(WS-STEP-INDEX)
        MOVE 0 TO ST-START-ORDER(WS-STEP-INDEX)
    END-READ.

RECORD-STEP-EVENT.
    MOVE OL-PROGRAM-NAME TO WS-EVENT-STEP-NAME.
    IF WS-EVENT-STEP-NAME = "ROLL-MERGE"
        MOVE "ROLL-BATCH" TO WS-EVENT-STEP-NAME
    END-IF.
    PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1 UNTIL WS-STEP-INDEX > 8
        IF SD-NAME(WS-STEP-INDEX) = WS-EVENT-STEP-NAME
            IF OL-EVENT = "START"
                MOVE "Y" TO ST-START-SEEN(WS-STEP-INDEX)
                MOVE "N" TO ST-END-SEEN(WS-STEP-INDEX)

JUDGE-EACH-STEP.
    PERFORM JUDGE-ONE-STEP VARYING WS-STEP-INDEX FROM 1 BY 1
        UNTIL WS-STEP-INDEX > 8.

JUDGE-ONE-STEP.
    IF ST-START-SEEN(WS-STEP-INDEX) = "N"
    END-IF.

*> Edit must finish before batch starts; recon and summary follow
*> the batch; consolidation follows reconciliation; the serial tests
*> need the batch's closed window. A step that ran
*> before its predecessor finished is flagged even if it ended
*> cleanly.
CHECK-STEP-ORDER.
    MOVE WS-RECON-X TO WS-EARLIER-X.
    MOVE WS-CONSOL-X TO WS-LATER-X.
    PERFORM CHECK-ONE-ORDER.
    MOVE WS-BATCH-X TO WS-EARLIER-X.
    MOVE WS-SERIAL-X TO WS-LATER-X.
    PERFORM CHECK-ONE-ORDER.

CHECK-ONE-ORDER.
    IF ST-END-SEEN(WS-EARLIER-X) = "Y"
    WRITE VERIFY-REPORT-LINE.
    WRITE VERIFY-REPORT-LINE FROM WS-HEADING-2.
    PERFORM WRITE-STEP-LINE VARYING WS-STEP-INDEX FROM 1 BY 1
        UNTIL WS-STEP-INDEX > 8.
    MOVE SPACES TO VERIFY-REPORT-LINE.
    WRITE VERIFY-REPORT-LINE.
    PERFORM WRITE-COUNT-CHECKS.

*> The counts each step hands to the next must agree: valid
*> requests out of the edit feed the batch, and the batch's dice
*> feed reconciliation, summary, consolidation and the serial tests.
WRITE-COUNT-CHECKS.
    MOVE "ROLL-EDIT VALID VS ROLL-BATCH REQUESTS  " TO CK-LABEL.
    MOVE WS-EDIT-X TO WS-CHECK-LEFT-X.
    MOVE WS-CONSOL-X TO WS-CHECK-RIGHT-X.
    MOVE "I" TO WS-CHECK-RIGHT-SIDE.
    PERFORM WRITE-ONE-COUNT-CHECK.
    MOVE "ROLL-BATCH DICE VS ROLL-SERIAL DICE     " TO CK-LABEL.
    MOVE WS-BATCH-X TO WS-CHECK-LEFT-X.
    MOVE "O" TO WS-CHECK-LEFT-SIDE.
    MOVE WS-SERIAL-X TO WS-CHECK-RIGHT-X.
    MOVE "I" TO WS-CHECK-RIGHT-SIDE.
    PERFORM WRITE-ONE-COUNT-CHECK.

WRITE-ONE-COUNT-CHECK.
    IF ST-END-SEEN(WS-CHECK-LEFT-X) = "N"
