IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-ACCJRNL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCESS-JOURNAL-FILE ASSIGN TO "ACCJRNL.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCESS-JOURNAL-FILE.
01  ACCESS-JOURNAL-RECORD.
    COPY ACCJRNL REPLACING ==:REC:== BY ==AJ==.

WORKING-STORAGE SECTION.
01 WS-JOURNAL-STATUS PIC XX.
01 WS-JOURNAL-DATE PIC 9(8).
01 WS-JOURNAL-TIME PIC 9(8).

LINKAGE SECTION.
01 JRNL-PROGRAM-NAME PIC X(14).
01 JRNL-OPERATOR-ID PIC X(10).
01 JRNL-EVENT PIC X(8).
01 JRNL-DETAIL PIC X(40).

*> Appends one entry to the access journal on behalf of the calling
*> program. An access the journal cannot record is an access the
*> auditors cannot see, so a journal that cannot be opened stops the
*> caller, the same rule ROLL-OPSLOG applies to the operations log.
PROCEDURE DIVISION USING JRNL-PROGRAM-NAME, JRNL-OPERATOR-ID,
        JRNL-EVENT, JRNL-DETAIL.

MAIN-LOGIC.
    OPEN EXTEND ACCESS-JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = "00"
        OPEN OUTPUT ACCESS-JOURNAL-FILE
    END-IF.
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "ROLL-ACCJRNL: FATAL - CANNOT OPEN ACCESS-JOURNAL-FILE, "
            "STATUS=" WS-JOURNAL-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-JOURNAL-TIME FROM TIME.
    MOVE WS-JOURNAL-DATE TO AJ-JOURNAL-DATE.
    MOVE WS-JOURNAL-TIME(1:6) TO AJ-JOURNAL-TIME.
    MOVE JRNL-PROGRAM-NAME TO AJ-PROGRAM-NAME.
    MOVE JRNL-OPERATOR-ID TO AJ-OPERATOR-ID.
    MOVE JRNL-EVENT TO AJ-EVENT.
    MOVE JRNL-DETAIL TO AJ-DETAIL.
    WRITE ACCESS-JOURNAL-RECORD.
    CLOSE ACCESS-JOURNAL-FILE.
    GOBACK.
