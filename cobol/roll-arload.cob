IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-ARLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "ARLOAD.PRM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT BILLING-EXTRACT-FILE ASSIGN TO "BILLEXT.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
    SELECT RECEIVABLES-FILE ASSIGN TO "ARMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY AR-KEY
        FILE STATUS IS WS-AR-STATUS.
    SELECT LOAD-REPORT-FILE ASSIGN TO "ARLOAD.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-CARD PIC X(80).

FD  BILLING-EXTRACT-FILE.
01  BILLING-EXTRACT-RECORD.
    05 BX-DESK-ID      PIC X(10).
    05 BX-PERIOD-START PIC 9(8).
    05 BX-PERIOD-END   PIC 9(8).
    05 BX-SIDES        PIC 9(3).
    05 BX-DICE-COUNT   PIC 9(8).
    05 BX-RATE         PIC 9(3)V99.
    05 BX-AMOUNT       PIC 9(9)V99.

FD  RECEIVABLES-FILE.
01  RECEIVABLES-RECORD.
    COPY ARMAST REPLACING ==:REC:== BY ==AR==.

FD  LOAD-REPORT-FILE.
01  LOAD-REPORT-LINE PIC X(90).

WORKING-STORAGE SECTION.
01 WS-CONTROL-STATUS PIC XX.
01 WS-EXTRACT-STATUS PIC XX.
01 WS-AR-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-CONTROL-EOF PIC X.
01 WS-EOF PIC X VALUE "N".
01 WS-PARM-KEYWORD PIC X(20).
01 WS-PARM-VALUE PIC X(44).
01 WS-PARM-LENGTH PIC 99.
01 WS-TERMS-DAYS PIC 9(3) VALUE 30.
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DATE-INT PIC 9(8).
01 WS-DUE-DATE PIC 9(8).

*> ROLL-BILLING writes a desk's extract lines together, one per die
*> type and rate; a control break on desk and period closes the
*> invoice.
01 WS-CURRENT-DESK PIC X(10) VALUE SPACES.
01 WS-CURRENT-START PIC 9(8) VALUE 0.
01 WS-CURRENT-END PIC 9(8) VALUE 0.
01 WS-INVOICE-AMOUNT PIC 9(9)V99.
01 WS-PRIOR-AMOUNT PIC 9(9)V99.
01 WS-LINES-READ PIC 9(6) VALUE 0.
01 WS-NEW-COUNT PIC 9(4) VALUE 0.
01 WS-REBILLED-COUNT PIC 9(4) VALUE 0.
01 WS-UNCHANGED-COUNT PIC 9(4) VALUE 0.
01 WS-NO-CHARGE-COUNT PIC 9(4) VALUE 0.
01 WS-AMOUNT-LOADED PIC 9(11)V99 VALUE 0.

01 WS-HEADING-1.
    05 FILLER PIC X(44)
        VALUE "ROLL-ARLOAD  RECEIVABLES INVOICE LOAD       ".
    05 H1-DATE PIC 9999/99/99.
01 WS-HEADING-2.
    05 FILLER PIC X(13) VALUE "DESK-ID".
    05 FILLER PIC X(24) VALUE "PERIOD".
    05 FILLER PIC X(12) VALUE "DUE".
    05 FILLER PIC X(16) VALUE "AMOUNT".
    05 FILLER PIC X(16) VALUE "WAS".
    05 FILLER PIC X(10) VALUE "ACTION".
01 WS-DETAIL-LINE.
    05 DL-DESK-ID PIC X(10).
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-PERIOD-START PIC 9999/99/99.
    05 FILLER PIC X(3) VALUE " - ".
    05 DL-PERIOD-END PIC 9999/99/99.
    05 FILLER PIC X VALUE SPACE.
    05 DL-DUE-DATE PIC 9999/99/99.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-PRIOR PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-ACTION PIC X(10).
01 WS-COUNT-LINE.
    05 CL-LABEL PIC X(30).
    05 CL-COUNT PIC ZZZZZ9.
01 WS-AMOUNT-LINE.
    05 AL-LABEL PIC X(30).
    05 AL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-RUN-CONTROL.
    COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
    COMPUTE WS-DUE-DATE =
        FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT + WS-TERMS-DAYS).
    OPEN INPUT BILLING-EXTRACT-FILE.
    IF WS-EXTRACT-STATUS NOT = "00"
        DISPLAY "ROLL-ARLOAD: FATAL - CANNOT OPEN BILLING-EXTRACT-FILE, "
            "STATUS=" WS-EXTRACT-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-RECEIVABLES.
    OPEN OUTPUT LOAD-REPORT-FILE.
    MOVE WS-RUN-DATE TO H1-DATE.
    WRITE LOAD-REPORT-LINE FROM WS-HEADING-1.
    MOVE SPACES TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE FROM WS-HEADING-2.
    PERFORM LOAD-ONE-LINE UNTIL WS-EOF = "Y".
    IF WS-CURRENT-DESK NOT = SPACES
        PERFORM POST-INVOICE
    END-IF.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE BILLING-EXTRACT-FILE.
    CLOSE RECEIVABLES-FILE.
    CLOSE LOAD-REPORT-FILE.
    DISPLAY "ROLL-ARLOAD: NEW=" WS-NEW-COUNT
        " REBILLED=" WS-REBILLED-COUNT
        " UNCHANGED=" WS-UNCHANGED-COUNT
        " NO-CHARGE=" WS-NO-CHARGE-COUNT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

*> TERMS-DAYS= sets how long after the load an invoice falls due;
*> without the card the house terms of 30 days apply.
LOAD-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CONTROL-STATUS NOT = "00"
            DISPLAY "ROLL-ARLOAD: FATAL - CANNOT OPEN RUN-CONTROL-FILE, "
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
        WHEN "TERMS-DAYS"
            MOVE 0 TO WS-PARM-LENGTH
            INSPECT WS-PARM-VALUE TALLYING WS-PARM-LENGTH
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-PARM-LENGTH = 0 OR WS-PARM-LENGTH > 3
                    OR WS-PARM-VALUE(1:WS-PARM-LENGTH) NOT NUMERIC
                DISPLAY "ROLL-ARLOAD: FATAL - TERMS-DAYS MUST BE 0-999, "
                    "GOT: " WS-PARM-VALUE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-TERMS-DAYS = FUNCTION NUMVAL(WS-PARM-VALUE)
        WHEN OTHER
            DISPLAY "ROLL-ARLOAD: FATAL - UNRECOGNIZED RUN-CONTROL CARD: "
                RUN-CONTROL-CARD
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

OPEN-RECEIVABLES.
    OPEN I-O RECEIVABLES-FILE.
    IF WS-AR-STATUS = "35"
        OPEN OUTPUT RECEIVABLES-FILE
        CLOSE RECEIVABLES-FILE
        OPEN I-O RECEIVABLES-FILE
    END-IF.
    IF WS-AR-STATUS NOT = "00"
        DISPLAY "ROLL-ARLOAD: FATAL - CANNOT OPEN RECEIVABLES-FILE, "
            "STATUS=" WS-AR-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-ONE-LINE.
    READ BILLING-EXTRACT-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            ADD 1 TO WS-LINES-READ
            IF BX-DESK-ID NOT = WS-CURRENT-DESK
                    OR BX-PERIOD-END NOT = WS-CURRENT-END
                IF WS-CURRENT-DESK NOT = SPACES
                    PERFORM POST-INVOICE
                END-IF
                MOVE BX-DESK-ID TO WS-CURRENT-DESK
                MOVE BX-PERIOD-START TO WS-CURRENT-START
                MOVE BX-PERIOD-END TO WS-CURRENT-END
                MOVE 0 TO WS-INVOICE-AMOUNT
            END-IF
            ADD BX-AMOUNT TO WS-INVOICE-AMOUNT
    END-READ.

*> A period billed again - ROLL-BILLING re-run after a dispute was
*> upheld - replaces the invoice amount on the item already on file;
*> what has been paid against it stands, so the balance moves by the
*> difference and may become a credit. Loading the same extract
*> twice changes nothing. A desk that rolled in the period but has
*> nothing chargeable - every die voided or disputed - arrives as a
*> single zero line: it re-bills an item already on file down to
*> zero, and opens no item where there was none.
POST-INVOICE.
    MOVE WS-CURRENT-DESK TO AR-DESK-ID.
    MOVE WS-CURRENT-END TO AR-PERIOD-END.
    MOVE 0 TO WS-PRIOR-AMOUNT.
    READ RECEIVABLES-FILE
        INVALID KEY
            IF WS-INVOICE-AMOUNT = 0
                PERFORM NOTE-NO-CHARGE
            ELSE
                PERFORM ADD-NEW-ITEM
            END-IF
        NOT INVALID KEY
            PERFORM REBILL-EXISTING-ITEM
    END-READ.
    MOVE AR-DESK-ID TO DL-DESK-ID.
    MOVE AR-PERIOD-START TO DL-PERIOD-START.
    MOVE AR-PERIOD-END TO DL-PERIOD-END.
    MOVE AR-DUE-DATE TO DL-DUE-DATE.
    MOVE AR-INVOICE-AMOUNT TO DL-AMOUNT.
    MOVE WS-PRIOR-AMOUNT TO DL-PRIOR.
    WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.

ADD-NEW-ITEM.
    MOVE WS-CURRENT-DESK TO AR-DESK-ID.
    MOVE WS-CURRENT-END TO AR-PERIOD-END.
    MOVE WS-CURRENT-START TO AR-PERIOD-START.
    MOVE WS-RUN-DATE TO AR-INVOICE-DATE.
    MOVE WS-DUE-DATE TO AR-DUE-DATE.
    MOVE WS-INVOICE-AMOUNT TO AR-INVOICE-AMOUNT.
    MOVE 0 TO AR-PAID-AMOUNT.
    MOVE WS-INVOICE-AMOUNT TO AR-BALANCE.
    MOVE 0 TO AR-LAST-PAY-DATE.
    PERFORM SET-ITEM-STATUS.
    WRITE RECEIVABLES-RECORD.
    IF WS-AR-STATUS NOT = "00"
        DISPLAY "ROLL-ARLOAD: FATAL - CANNOT WRITE RECEIVABLES-FILE, "
            "STATUS=" WS-AR-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-NEW-COUNT.
    ADD WS-INVOICE-AMOUNT TO WS-AMOUNT-LOADED.
    MOVE "NEW" TO DL-ACTION.

REBILL-EXISTING-ITEM.
    MOVE AR-INVOICE-AMOUNT TO WS-PRIOR-AMOUNT.
    IF AR-INVOICE-AMOUNT = WS-INVOICE-AMOUNT
        ADD 1 TO WS-UNCHANGED-COUNT
        MOVE "UNCHANGED" TO DL-ACTION
    ELSE
        MOVE WS-INVOICE-AMOUNT TO AR-INVOICE-AMOUNT
        COMPUTE AR-BALANCE = AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
        PERFORM SET-ITEM-STATUS
        REWRITE RECEIVABLES-RECORD
        IF WS-AR-STATUS NOT = "00"
            DISPLAY "ROLL-ARLOAD: FATAL - CANNOT REWRITE RECEIVABLES-FILE, "
                "STATUS=" WS-AR-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-REBILLED-COUNT
        MOVE "REBILLED" TO DL-ACTION
    END-IF.

NOTE-NO-CHARGE.
    MOVE WS-CURRENT-START TO AR-PERIOD-START.
    MOVE 0 TO AR-DUE-DATE.
    MOVE 0 TO AR-INVOICE-AMOUNT.
    ADD 1 TO WS-NO-CHARGE-COUNT.
    MOVE "NO CHARGE" TO DL-ACTION.

SET-ITEM-STATUS.
    IF AR-BALANCE > 0
        MOVE "O" TO AR-STATUS
    ELSE
        MOVE "P" TO AR-STATUS
    END-IF.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.
    MOVE "EXTRACT LINES READ" TO CL-LABEL.
    MOVE WS-LINES-READ TO CL-COUNT.
    WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "NEW INVOICES" TO CL-LABEL.
    MOVE WS-NEW-COUNT TO CL-COUNT.
    WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "INVOICES REBILLED" TO CL-LABEL.
    MOVE WS-REBILLED-COUNT TO CL-COUNT.
    WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "INVOICES UNCHANGED" TO CL-LABEL.
    MOVE WS-UNCHANGED-COUNT TO CL-COUNT.
    WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "DESKS WITH NO CHARGE" TO CL-LABEL.
    MOVE WS-NO-CHARGE-COUNT TO CL-COUNT.
    WRITE LOAD-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "NEW INVOICE AMOUNT" TO AL-LABEL.
    MOVE WS-AMOUNT-LOADED TO AL-AMOUNT.
    WRITE LOAD-REPORT-LINE FROM WS-AMOUNT-LINE.
