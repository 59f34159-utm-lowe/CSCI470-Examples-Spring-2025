IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-ARAGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "ARAGE.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT RECEIVABLES-FILE ASSIGN TO "ARMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY AR-KEY
        FILE STATUS IS WS-AR-STATUS.
    SELECT DESK-MASTER-FILE ASSIGN TO "DESKMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY DM-DESK-ID
        FILE STATUS IS WS-DESK-STATUS.
    SELECT STATEMENT-FILE ASSIGN TO "ARSTMT.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-STATUS.
    SELECT AGING-REPORT-FILE ASSIGN TO "ARAGE.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-CARD PIC X(80).

FD  RECEIVABLES-FILE.
01  RECEIVABLES-RECORD.
    COPY ARMAST REPLACING ==:REC:== BY ==AR==.

FD  DESK-MASTER-FILE.
01  DESK-MASTER-RECORD.
    COPY DESKMAST REPLACING ==:REC:== BY ==DM==.

FD  STATEMENT-FILE.
01  STATEMENT-LINE PIC X(100).

FD  AGING-REPORT-FILE.
01  AGING-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC XX.
01 WS-AR-STATUS PIC XX.
01 WS-DESK-STATUS PIC XX.
01 WS-STATEMENT-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-CONTROL-EOF PIC X.
01 WS-EOF PIC X VALUE "N".
01 WS-DESK-MASTER-OPEN PIC X VALUE "N".
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-RUN-DATE PIC 9(8).
01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
01 WS-AS-OF-INT PIC 9(8).
01 WS-ITEM-AGE PIC S9(8).
01 WS-BUCKET PIC 9.

*> Aging runs on days since the invoice date: CURRENT is under 30
*> days, then 30-59, 60-89 and 90 and over. A credit balance always
*> sits in CURRENT, so it nets off against what the desk owes now.
01 WS-CURRENT-DESK PIC X(10) VALUE SPACES.
01 WS-CURRENT-NAME PIC X(30).
01 WS-STATEMENT-STARTED PIC X.
01 WS-DESK-BUCKETS.
    05 WS-DESK-BUCKET PIC S9(11)V99 OCCURS 4 TIMES.
01 WS-DESK-BALANCE PIC S9(11)V99.
01 WS-GRAND-BUCKETS.
    05 WS-GRAND-BUCKET PIC S9(11)V99 OCCURS 4 TIMES VALUE 0.
01 WS-GRAND-BALANCE PIC S9(11)V99 VALUE 0.
01 WS-ITEMS-READ PIC 9(6) VALUE 0.
01 WS-ITEMS-OPEN PIC 9(6) VALUE 0.
01 WS-STATEMENT-COUNT PIC 9(4) VALUE 0.

01 WS-STATEMENT-HEADING-1.
    05 FILLER PIC X(44)
        VALUE "ROLL-ARAGE  STATEMENT OF ACCOUNT AS OF      ".
    05 SH1-DATE PIC 9999/99/99.
01 WS-STATEMENT-HEADING-2.
    05 FILLER PIC X(6) VALUE "DESK: ".
    05 SH2-DESK-ID PIC X(10).
    05 FILLER PIC XX VALUE SPACES.
    05 SH2-DESK-NAME PIC X(30).
01 WS-STATEMENT-HEADING-3.
    05 FILLER PIC X(24) VALUE "PERIOD".
    05 FILLER PIC X(12) VALUE "INVOICED".
    05 FILLER PIC X(12) VALUE "DUE".
    05 FILLER PIC X(16) VALUE "AMOUNT".
    05 FILLER PIC X(16) VALUE "PAID".
    05 FILLER PIC X(16) VALUE "BALANCE".
01 WS-STATEMENT-DETAIL.
    05 SD-PERIOD-START PIC 9999/99/99.
    05 FILLER PIC X(3) VALUE " - ".
    05 SD-PERIOD-END PIC 9999/99/99.
    05 FILLER PIC X VALUE SPACE.
    05 SD-INVOICE-DATE PIC 9999/99/99.
    05 FILLER PIC XX VALUE SPACES.
    05 SD-DUE-DATE PIC 9999/99/99.
    05 FILLER PIC XX VALUE SPACES.
    05 SD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER PIC XX VALUE SPACES.
    05 SD-PAID PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER PIC XX VALUE SPACES.
    05 SD-BALANCE PIC ZZZ,ZZZ,ZZ9.99-.
01 WS-STATEMENT-AGING-HEAD.
    05 FILLER PIC X(18) VALUE "CURRENT".
    05 FILLER PIC X(18) VALUE "30-59 DAYS".
    05 FILLER PIC X(18) VALUE "60-89 DAYS".
    05 FILLER PIC X(18) VALUE "90+ DAYS".
    05 FILLER PIC X(18) VALUE "BALANCE DUE".
01 WS-STATEMENT-AGING-LINE.
    05 SA-BUCKET PIC ZZZ,ZZZ,ZZ9.99- OCCURS 4 TIMES.
    05 SA-BALANCE PIC ZZZ,ZZZ,ZZ9.99-.

01 WS-HEADING-1.
    05 FILLER PIC X(44)
        VALUE "ROLL-ARAGE  RECEIVABLES AGING BY DESK AS OF ".
    05 H1-DATE PIC 9999/99/99.
01 WS-HEADING-2.
    05 FILLER PIC X(13) VALUE "DESK-ID".
    05 FILLER PIC X(32) VALUE "DESK-NAME".
    05 FILLER PIC X(17) VALUE "CURRENT".
    05 FILLER PIC X(17) VALUE "30-59".
    05 FILLER PIC X(17) VALUE "60-89".
    05 FILLER PIC X(17) VALUE "90+".
    05 FILLER PIC X(17) VALUE "BALANCE".
01 WS-DETAIL-LINE.
    05 DL-DESK-ID PIC X(10).
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-DESK-NAME PIC X(30).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-BUCKET-GROUP OCCURS 4 TIMES.
        10 DL-BUCKET PIC ZZZ,ZZZ,ZZ9.99-.
        10 FILLER PIC X VALUE SPACE.
    05 DL-BALANCE PIC ZZZ,ZZZ,ZZ9.99-.
01 WS-COUNT-LINE.
    05 CL-LABEL PIC X(30).
    05 CL-COUNT PIC ZZZZZ9.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
    PERFORM LOAD-RUN-CONTROL.
    COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
    OPEN INPUT RECEIVABLES-FILE.
    IF WS-AR-STATUS NOT = "00"
        DISPLAY "ROLL-ARAGE: FATAL - CANNOT OPEN RECEIVABLES-FILE, "
            "STATUS=" WS-AR-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-DESK-MASTER.
    OPEN OUTPUT STATEMENT-FILE.
    OPEN OUTPUT AGING-REPORT-FILE.
    MOVE WS-AS-OF-DATE TO SH1-DATE.
    MOVE WS-AS-OF-DATE TO H1-DATE.
    WRITE AGING-REPORT-LINE FROM WS-HEADING-1.
    MOVE SPACES TO AGING-REPORT-LINE.
    WRITE AGING-REPORT-LINE.
    WRITE AGING-REPORT-LINE FROM WS-HEADING-2.
    MOVE LOW-VALUES TO AR-KEY.
    START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
        INVALID KEY MOVE "Y" TO WS-EOF
    END-START.
    PERFORM AGE-ONE-ITEM UNTIL WS-EOF = "Y".
    IF WS-CURRENT-DESK NOT = SPACES
        PERFORM FINISH-DESK
    END-IF.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE RECEIVABLES-FILE.
    IF WS-DESK-MASTER-OPEN = "Y"
        CLOSE DESK-MASTER-FILE
    END-IF.
    CLOSE STATEMENT-FILE.
    CLOSE AGING-REPORT-FILE.
    DISPLAY "ROLL-ARAGE: ITEMS=" WS-ITEMS-READ
        " OPEN=" WS-ITEMS-OPEN
        " STATEMENTS=" WS-STATEMENT-COUNT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

*> AS-OF-DATE= ages the ledger to a date other than today, so month
*> end statements can be re-run on the first working day after.
LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CONTROL-STATUS NOT = "00"
            DISPLAY "ROLL-ARAGE: FATAL - CANNOT OPEN RUN-CONTROL-FILE, "
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
        WHEN "AS-OF-DATE"
            IF WS-PARM-VALUE(1:8) NOT NUMERIC
                DISPLAY "ROLL-ARAGE: FATAL - AS-OF-DATE MUST BE YYYYMMDD, "
                    "GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-VALUE(1:8) TO WS-AS-OF-DATE
        WHEN OTHER
            DISPLAY "ROLL-ARAGE: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> The desk master only supplies names; statements still go out with
*> the name blank if it is missing.
OPEN-DESK-MASTER.
    OPEN INPUT DESK-MASTER-FILE.
    IF WS-DESK-STATUS = "00"
        MOVE "Y" TO WS-DESK-MASTER-OPEN
    ELSE
        IF WS-DESK-STATUS NOT = "35"
            DISPLAY "ROLL-ARAGE: FATAL - CANNOT OPEN DESK-MASTER-FILE, "
                "STATUS=" WS-DESK-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

AGE-ONE-ITEM.
    READ RECEIVABLES-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            ADD 1 TO WS-ITEMS-READ
            IF AR-DESK-ID NOT = WS-CURRENT-DESK
                IF WS-CURRENT-DESK NOT = SPACES
                    PERFORM FINISH-DESK
                END-IF
                PERFORM START-DESK
            END-IF
            IF AR-BALANCE NOT = 0
                PERFORM AGE-OPEN-ITEM
            END-IF
    END-READ.

START-DESK.
    MOVE AR-DESK-ID TO WS-CURRENT-DESK.
    MOVE SPACES TO WS-CURRENT-NAME.
    IF WS-DESK-MASTER-OPEN = "Y"
        MOVE AR-DESK-ID TO DM-DESK-ID
        READ DESK-MASTER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE DM-DESK-NAME TO WS-CURRENT-NAME
        END-READ
    END-IF.
    MOVE "N" TO WS-STATEMENT-STARTED.
    MOVE 0 TO WS-DESK-BUCKET(1) WS-DESK-BUCKET(2)
        WS-DESK-BUCKET(3) WS-DESK-BUCKET(4).
    MOVE 0 TO WS-DESK-BALANCE.

AGE-OPEN-ITEM.
    ADD 1 TO WS-ITEMS-OPEN.
    IF WS-STATEMENT-STARTED = "N"
        PERFORM START-STATEMENT
    END-IF.
    COMPUTE WS-ITEM-AGE =
        WS-AS-OF-INT - FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE).
    EVALUATE TRUE
        WHEN AR-BALANCE < 0
            MOVE 1 TO WS-BUCKET
        WHEN WS-ITEM-AGE < 30
            MOVE 1 TO WS-BUCKET
        WHEN WS-ITEM-AGE < 60
            MOVE 2 TO WS-BUCKET
        WHEN WS-ITEM-AGE < 90
            MOVE 3 TO WS-BUCKET
        WHEN OTHER
            MOVE 4 TO WS-BUCKET
    END-EVALUATE.
    ADD AR-BALANCE TO WS-DESK-BUCKET(WS-BUCKET).
    ADD AR-BALANCE TO WS-DESK-BALANCE.
    MOVE AR-PERIOD-START TO SD-PERIOD-START.
    MOVE AR-PERIOD-END TO SD-PERIOD-END.
    MOVE AR-INVOICE-DATE TO SD-INVOICE-DATE.
    MOVE AR-DUE-DATE TO SD-DUE-DATE.
    MOVE AR-INVOICE-AMOUNT TO SD-AMOUNT.
    MOVE AR-PAID-AMOUNT TO SD-PAID.
    MOVE AR-BALANCE TO SD-BALANCE.
    WRITE STATEMENT-LINE FROM WS-STATEMENT-DETAIL.

START-STATEMENT.
    MOVE "Y" TO WS-STATEMENT-STARTED.
    ADD 1 TO WS-STATEMENT-COUNT.
    IF WS-STATEMENT-COUNT > 1
        MOVE ALL "-" TO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-IF.
    WRITE STATEMENT-LINE FROM WS-STATEMENT-HEADING-1.
    MOVE WS-CURRENT-DESK TO SH2-DESK-ID.
    MOVE WS-CURRENT-NAME TO SH2-DESK-NAME.
    WRITE STATEMENT-LINE FROM WS-STATEMENT-HEADING-2.
    MOVE SPACES TO STATEMENT-LINE.
    WRITE STATEMENT-LINE.
    WRITE STATEMENT-LINE FROM WS-STATEMENT-HEADING-3.

*> A desk whose items are all settled gets neither a statement nor a
*> line on the aging report.
FINISH-DESK.
    IF WS-STATEMENT-STARTED = "Y"
        MOVE SPACES TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        WRITE STATEMENT-LINE FROM WS-STATEMENT-AGING-HEAD
        MOVE WS-DESK-BUCKET(1) TO SA-BUCKET(1)
        MOVE WS-DESK-BUCKET(2) TO SA-BUCKET(2)
        MOVE WS-DESK-BUCKET(3) TO SA-BUCKET(3)
        MOVE WS-DESK-BUCKET(4) TO SA-BUCKET(4)
        MOVE WS-DESK-BALANCE TO SA-BALANCE
        WRITE STATEMENT-LINE FROM WS-STATEMENT-AGING-LINE
        MOVE WS-CURRENT-DESK TO DL-DESK-ID
        MOVE WS-CURRENT-NAME TO DL-DESK-NAME
        MOVE WS-DESK-BUCKET(1) TO DL-BUCKET(1)
        MOVE WS-DESK-BUCKET(2) TO DL-BUCKET(2)
        MOVE WS-DESK-BUCKET(3) TO DL-BUCKET(3)
        MOVE WS-DESK-BUCKET(4) TO DL-BUCKET(4)
        MOVE WS-DESK-BALANCE TO DL-BALANCE
        WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE
        ADD WS-DESK-BUCKET(1) TO WS-GRAND-BUCKET(1)
        ADD WS-DESK-BUCKET(2) TO WS-GRAND-BUCKET(2)
        ADD WS-DESK-BUCKET(3) TO WS-GRAND-BUCKET(3)
        ADD WS-DESK-BUCKET(4) TO WS-GRAND-BUCKET(4)
        ADD WS-DESK-BALANCE TO WS-GRAND-BALANCE
    END-IF.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO AGING-REPORT-LINE.
    WRITE AGING-REPORT-LINE.
    MOVE "TOTAL" TO DL-DESK-ID.
    MOVE SPACES TO DL-DESK-NAME.
    MOVE WS-GRAND-BUCKET(1) TO DL-BUCKET(1).
    MOVE WS-GRAND-BUCKET(2) TO DL-BUCKET(2).
    MOVE WS-GRAND-BUCKET(3) TO DL-BUCKET(3).
    MOVE WS-GRAND-BUCKET(4) TO DL-BUCKET(4).
    MOVE WS-GRAND-BALANCE TO DL-BALANCE.
    WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.
    MOVE SPACES TO AGING-REPORT-LINE.
    WRITE AGING-REPORT-LINE.
    MOVE "LEDGER ITEMS READ" TO CL-LABEL.
    MOVE WS-ITEMS-READ TO CL-COUNT.
    WRITE AGING-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "ITEMS WITH A BALANCE" TO CL-LABEL.
    MOVE WS-ITEMS-OPEN TO CL-COUNT.
    WRITE AGING-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "STATEMENTS PRODUCED" TO CL-LABEL.
    MOVE WS-STATEMENT-COUNT TO CL-COUNT.
    WRITE AGING-REPORT-LINE FROM WS-COUNT-LINE.
