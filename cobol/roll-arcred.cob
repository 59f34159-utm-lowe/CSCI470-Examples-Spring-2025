IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-ARCRED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "ARCRED.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT DESK-MASTER-FILE ASSIGN TO "DESKMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY DM-DESK-ID
        FILE STATUS IS WS-DESK-STATUS.
    SELECT RECEIVABLES-FILE ASSIGN TO "ARMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY AR-KEY
        FILE STATUS IS WS-AR-STATUS.
    SELECT CREDIT-REPORT-FILE ASSIGN TO "ARCRED.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-CARD PIC X(80).

FD  DESK-MASTER-FILE.
01  DESK-MASTER-RECORD.
    COPY DESKMAST REPLACING ==:REC:== BY ==DM==.

FD  RECEIVABLES-FILE.
01  RECEIVABLES-RECORD.
    COPY ARMAST REPLACING ==:REC:== BY ==AR==.

FD  CREDIT-REPORT-FILE.
01  CREDIT-REPORT-LINE PIC X(110).

WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC XX.
01 WS-DESK-STATUS PIC XX.
01 WS-AR-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-CONTROL-EOF PIC X.
01 WS-DESK-EOF PIC X VALUE "N".
01 WS-SCAN-DONE PIC X.
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-PARM-LENGTH PIC 99.
01 WS-RUN-DATE PIC 9(8).
01 WS-AS-OF-DATE PIC 9(8).
01 WS-AS-OF-INT PIC 9(8).

*> A desk is overdue when invoices more than OVERDUE-DAYS past their
*> due date add up - after any credit the desk holds - to at least
*> OVERDUE-AMOUNT. The minimum keeps a few cents of rounding from
*> shutting a desk down.
01 WS-OVERDUE-DAYS PIC 9(3) VALUE 60.
01 WS-OVERDUE-MINIMUM PIC 9(9)V99 VALUE 0.01.
01 WS-DAYS-PAST-DUE PIC S9(8).
01 WS-OLDEST-DAYS PIC S9(8).
01 WS-OVERDUE-AMOUNT PIC S9(11)V99.
01 WS-CREDIT-AMOUNT PIC S9(11)V99.
01 WS-NET-OVERDUE PIC S9(11)V99.
01 WS-OLD-STATUS PIC X.
01 WS-DESKS-READ PIC 9(4) VALUE 0.
01 WS-SUSPENDED-COUNT PIC 9(4) VALUE 0.
01 WS-REINSTATED-COUNT PIC 9(4) VALUE 0.
01 WS-HELD-COUNT PIC 9(4) VALUE 0.

01 WS-HEADING-1.
    05 FILLER PIC X(44)
        VALUE "ROLL-ARCRED  CREDIT HOLD CHANGES AS OF      ".
    05 H1-DATE PIC 9999/99/99.
01 WS-HEADING-2.
    05 FILLER PIC X(20) VALUE "OVERDUE-DAYS=".
    05 H2-DAYS PIC ZZ9.
    05 FILLER PIC X(20) VALUE "   OVERDUE-AMOUNT=".
    05 H2-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
01 WS-HEADING-3.
    05 FILLER PIC X(13) VALUE "DESK-ID".
    05 FILLER PIC X(32) VALUE "DESK-NAME".
    05 FILLER PIC X(8) VALUE "WAS".
    05 FILLER PIC X(5) VALUE "NOW".
    05 FILLER PIC X(17) VALUE "NET OVERDUE".
    05 FILLER PIC X(8) VALUE "DAYS".
    05 FILLER PIC X(12) VALUE "ACTION".
01 WS-DETAIL-LINE.
    05 DL-DESK-ID PIC X(10).
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-DESK-NAME PIC X(30).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-OLD-STATUS PIC X.
    05 FILLER PIC X(7) VALUE SPACES.
    05 DL-NEW-STATUS PIC X.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-OVERDUE PIC ZZZ,ZZZ,ZZ9.99-.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-DAYS PIC ZZZZ9.
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-ACTION PIC X(12).
01 WS-COUNT-LINE.
    05 CL-LABEL PIC X(30).
    05 CL-COUNT PIC ZZZZZ9.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
    PERFORM LOAD-RUN-CONTROL.
    COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
    OPEN I-O DESK-MASTER-FILE.
    IF WS-DESK-STATUS NOT = "00"
        DISPLAY "ROLL-ARCRED: FATAL - CANNOT OPEN DESK-MASTER-FILE, "
            "STATUS=" WS-DESK-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT RECEIVABLES-FILE.
    IF WS-AR-STATUS NOT = "00"
        DISPLAY "ROLL-ARCRED: FATAL - CANNOT OPEN RECEIVABLES-FILE, "
            "STATUS=" WS-AR-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT CREDIT-REPORT-FILE.
    MOVE WS-AS-OF-DATE TO H1-DATE.
    WRITE CREDIT-REPORT-LINE FROM WS-HEADING-1.
    MOVE WS-OVERDUE-DAYS TO H2-DAYS.
    MOVE WS-OVERDUE-MINIMUM TO H2-AMOUNT.
    WRITE CREDIT-REPORT-LINE FROM WS-HEADING-2.
    MOVE SPACES TO CREDIT-REPORT-LINE.
    WRITE CREDIT-REPORT-LINE.
    WRITE CREDIT-REPORT-LINE FROM WS-HEADING-3.
    MOVE LOW-VALUES TO DM-DESK-ID.
    START DESK-MASTER-FILE KEY NOT LESS THAN DM-DESK-ID
        INVALID KEY MOVE "Y" TO WS-DESK-EOF
    END-START.
    PERFORM CHECK-ONE-DESK UNTIL WS-DESK-EOF = "Y".
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE DESK-MASTER-FILE.
    CLOSE RECEIVABLES-FILE.
    CLOSE CREDIT-REPORT-FILE.
    DISPLAY "ROLL-ARCRED: DESKS=" WS-DESKS-READ
        " SUSPENDED=" WS-SUSPENDED-COUNT
        " REINSTATED=" WS-REINSTATED-COUNT
        " STILL-HELD=" WS-HELD-COUNT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CONTROL-STATUS NOT = "00"
            DISPLAY "ROLL-ARCRED: FATAL - CANNOT OPEN RUN-CONTROL-FILE, "
                "STATUS=" WS-CONTROL-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-CONTROL-EOF
        PERFORM READ-CONTROL-CARD UNTIL WS-CONTROL-EOF = "Y"
        CLOSE RUN-CONTROL-FILE
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
        WHEN "OVERDUE-DAYS"
            MOVE 0 TO WS-PARM-LENGTH
            INSPECT WS-PARM-VALUE TALLYING WS-PARM-LENGTH
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-PARM-LENGTH = 0 OR WS-PARM-LENGTH > 3
                    OR WS-PARM-VALUE(1:WS-PARM-LENGTH) NOT NUMERIC
                DISPLAY "ROLL-ARCRED: FATAL - OVERDUE-DAYS MUST BE 0-999, "
                    "GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-OVERDUE-DAYS = FUNCTION NUMVAL(WS-PARM-VALUE)
        WHEN "OVERDUE-AMOUNT"
            IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) NOT = 0
                DISPLAY "ROLL-ARCRED: FATAL - OVERDUE-AMOUNT MUST BE "
                    "AN AMOUNT, GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-OVERDUE-MINIMUM = FUNCTION NUMVAL(WS-PARM-VALUE)
            IF WS-OVERDUE-MINIMUM = 0
                MOVE 0.01 TO WS-OVERDUE-MINIMUM
            END-IF
        WHEN "AS-OF-DATE"
            IF WS-PARM-VALUE(1:8) NOT NUMERIC
                DISPLAY "ROLL-ARCRED: FATAL - AS-OF-DATE MUST BE YYYYMMDD, "
                    "GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-VALUE(1:8) TO WS-AS-OF-DATE
        WHEN OTHER
            DISPLAY "ROLL-ARCRED: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> Only an active desk is put on credit hold, and only a hold this job
*> placed (SUSPEND-CAUSE "C") is lifted - and then only once nothing
*> past the threshold is left unpaid. A desk suspended by hand through
*> ROLL-DESKMNT is never touched. ROLL-EDIT rejects the requests of a
*> suspended desk with E014, so the hold takes effect at the next
*> window.
CHECK-ONE-DESK.
    READ DESK-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-DESK-EOF
        NOT AT END
            ADD 1 TO WS-DESKS-READ
            PERFORM TOTAL-DESK-OVERDUE
            MOVE DM-STATUS TO WS-OLD-STATUS
            EVALUATE TRUE
                WHEN DM-STATUS = "A"
                        AND WS-NET-OVERDUE NOT < WS-OVERDUE-MINIMUM
                    MOVE "S" TO DM-STATUS
                    MOVE "C" TO DM-SUSPEND-CAUSE
                    PERFORM REWRITE-DESK
                    ADD 1 TO WS-SUSPENDED-COUNT
                    MOVE "SUSPENDED" TO DL-ACTION
                    PERFORM WRITE-DESK-LINE
                WHEN DM-STATUS = "S" AND DM-SUSPEND-CAUSE = "C"
                        AND WS-NET-OVERDUE NOT > 0
                    MOVE "A" TO DM-STATUS
                    MOVE SPACE TO DM-SUSPEND-CAUSE
                    PERFORM REWRITE-DESK
                    ADD 1 TO WS-REINSTATED-COUNT
                    MOVE "REINSTATED" TO DL-ACTION
                    PERFORM WRITE-DESK-LINE
                WHEN DM-STATUS = "S" AND DM-SUSPEND-CAUSE = "C"
                    ADD 1 TO WS-HELD-COUNT
                    MOVE "STILL HELD" TO DL-ACTION
                    PERFORM WRITE-DESK-LINE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

TOTAL-DESK-OVERDUE.
    MOVE 0 TO WS-OVERDUE-AMOUNT.
    MOVE 0 TO WS-CREDIT-AMOUNT.
    MOVE 0 TO WS-OLDEST-DAYS.
    MOVE "N" TO WS-SCAN-DONE.
    MOVE DM-DESK-ID TO AR-DESK-ID.
    MOVE 0 TO AR-PERIOD-END.
    START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
        INVALID KEY MOVE "Y" TO WS-SCAN-DONE
    END-START.
    PERFORM TOTAL-ONE-ITEM UNTIL WS-SCAN-DONE = "Y".
    COMPUTE WS-NET-OVERDUE = WS-OVERDUE-AMOUNT + WS-CREDIT-AMOUNT.

TOTAL-ONE-ITEM.
    READ RECEIVABLES-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SCAN-DONE
        NOT AT END
            IF AR-DESK-ID NOT = DM-DESK-ID
                MOVE "Y" TO WS-SCAN-DONE
            ELSE
                IF AR-BALANCE < 0
                    ADD AR-BALANCE TO WS-CREDIT-AMOUNT
                ELSE
                    IF AR-BALANCE > 0
                        COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-INT
                            - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
                        IF WS-DAYS-PAST-DUE > WS-OVERDUE-DAYS
                            ADD AR-BALANCE TO WS-OVERDUE-AMOUNT
                            IF WS-DAYS-PAST-DUE > WS-OLDEST-DAYS
                                MOVE WS-DAYS-PAST-DUE TO WS-OLDEST-DAYS
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ.

REWRITE-DESK.
    REWRITE DESK-MASTER-RECORD.
    IF WS-DESK-STATUS NOT = "00"
        DISPLAY "ROLL-ARCRED: FATAL - CANNOT REWRITE DESK-MASTER-FILE, "
            "STATUS=" WS-DESK-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-DESK-LINE.
    MOVE DM-DESK-ID TO DL-DESK-ID.
    MOVE DM-DESK-NAME TO DL-DESK-NAME.
    MOVE WS-OLD-STATUS TO DL-OLD-STATUS.
    MOVE DM-STATUS TO DL-NEW-STATUS.
    MOVE WS-NET-OVERDUE TO DL-OVERDUE.
    MOVE WS-OLDEST-DAYS TO DL-DAYS.
    WRITE CREDIT-REPORT-LINE FROM WS-DETAIL-LINE.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO CREDIT-REPORT-LINE.
    WRITE CREDIT-REPORT-LINE.
    MOVE "DESKS CHECKED" TO CL-LABEL.
    MOVE WS-DESKS-READ TO CL-COUNT.
    WRITE CREDIT-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "DESKS SUSPENDED" TO CL-LABEL.
    MOVE WS-SUSPENDED-COUNT TO CL-COUNT.
    WRITE CREDIT-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "DESKS REINSTATED" TO CL-LABEL.
    MOVE WS-REINSTATED-COUNT TO CL-COUNT.
    WRITE CREDIT-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "DESKS STILL ON CREDIT HOLD" TO CL-LABEL.
    MOVE WS-HELD-COUNT TO CL-COUNT.
    WRITE CREDIT-REPORT-LINE FROM WS-COUNT-LINE.
