IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-DMCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-DESK-FILE ASSIGN TO "DESKMAST.OLD"
        ORGANIZATION INDEXED
        ACCESS MODE SEQUENTIAL
        RECORD KEY OD-DESK-ID
        FILE STATUS IS WS-OLD-STATUS.
    SELECT DESK-MASTER-FILE ASSIGN TO "DESKMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE SEQUENTIAL
        RECORD KEY DM-DESK-ID
        FILE STATUS IS WS-DESK-STATUS.

DATA DIVISION.
FILE SECTION.
*> The desk record as it stood before SUSPEND-CAUSE was added.
FD  OLD-DESK-FILE.
01  OLD-DESK-RECORD.
    05 OD-DESK-ID          PIC X(10).
    05 OD-DESK-NAME        PIC X(30).
    05 OD-STATUS           PIC X.
    05 OD-DICE-QUOTA       PIC 9(5).

FD  DESK-MASTER-FILE.
01  DESK-MASTER-RECORD.
    COPY DESKMAST REPLACING ==:REC:== BY ==DM==.

WORKING-STORAGE SECTION.
01 WS-OLD-STATUS PIC XX.
01 WS-DESK-STATUS PIC XX.
01 WS-EOF PIC X.
01 WS-DESKS-CONVERTED PIC 9(6) VALUE 0.
01 WS-DESKS-SUSPENDED PIC 9(6) VALUE 0.

PROCEDURE DIVISION.

*> One-off conversion of a desk master written before ROLL-ARCRED
*> began suspending desks for overdue invoices. Operations renames
*> the old DESKMAST.DAT to DESKMAST.OLD and runs this job once; it
*> writes DESKMAST.DAT in the current layout with SUSPEND-CAUSE
*> space. Every suspension on the old master was set by hand, so
*> none of them is ever lifted by ROLL-ARCRED. An existing
*> DESKMAST.DAT is never overwritten.
MAIN-LOGIC.
    DISPLAY "ROLL-DMCONV: DESK MASTER CONVERSION".
    OPEN INPUT DESK-MASTER-FILE.
    IF WS-DESK-STATUS NOT = "35"
        IF WS-DESK-STATUS = "00"
            CLOSE DESK-MASTER-FILE
        END-IF
        DISPLAY "ROLL-DMCONV: FATAL - DESKMAST.DAT ALREADY ON FILE, "
            "STATUS=" WS-DESK-STATUS " - RENAME THE OLD MASTER TO "
            "DESKMAST.OLD FIRST"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT OLD-DESK-FILE.
    IF WS-OLD-STATUS NOT = "00"
        DISPLAY "ROLL-DMCONV: FATAL - CANNOT OPEN DESKMAST.OLD, "
            "STATUS=" WS-OLD-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT DESK-MASTER-FILE.
    IF WS-DESK-STATUS NOT = "00"
        DISPLAY "ROLL-DMCONV: FATAL - CANNOT OPEN DESK-MASTER-FILE, "
            "STATUS=" WS-DESK-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM CONVERT-ONE-DESK UNTIL WS-EOF = "Y".
    CLOSE OLD-DESK-FILE.
    CLOSE DESK-MASTER-FILE.
    DISPLAY "ROLL-DMCONV: CONVERTED=" WS-DESKS-CONVERTED
        " OF WHICH SUSPENDED=" WS-DESKS-SUSPENDED.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

CONVERT-ONE-DESK.
    READ OLD-DESK-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            MOVE OD-DESK-ID TO DM-DESK-ID
            MOVE OD-DESK-NAME TO DM-DESK-NAME
            MOVE OD-STATUS TO DM-STATUS
            MOVE OD-DICE-QUOTA TO DM-DICE-QUOTA
            MOVE SPACE TO DM-SUSPEND-CAUSE
            WRITE DESK-MASTER-RECORD
            IF WS-DESK-STATUS NOT = "00"
                DISPLAY "ROLL-DMCONV: FATAL - CANNOT WRITE DESK "
                    OD-DESK-ID ", STATUS=" WS-DESK-STATUS
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-DESKS-CONVERTED
            IF OD-STATUS = "S"
                ADD 1 TO WS-DESKS-SUSPENDED
            END-IF
    END-READ.
