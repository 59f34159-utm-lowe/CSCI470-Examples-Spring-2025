IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-ARPOST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAYMENT-FILE ASSIGN TO "ARPAY.DAT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PAYMENT-STATUS.
    SELECT RECEIVABLES-FILE ASSIGN TO "ARMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY AR-KEY
        FILE STATUS IS WS-AR-STATUS.
    SELECT POSTED-PAYMENT-FILE ASSIGN TO "ARPAID.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY PP-KEY
        FILE STATUS IS WS-POSTED-STATUS.
    SELECT POSTING-REPORT-FILE ASSIGN TO "ARPOST.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> One line per payment received. PERIOD-END names the invoice the
*> desk is paying; zero leaves the money to be applied oldest
*> invoice first.
FD  PAYMENT-FILE.
01  PAYMENT-RECORD.
    05 PY-DESK-ID     PIC X(10).
    05 PY-PAY-DATE    PIC 9(8).
    05 PY-AMOUNT      PIC 9(9)V99.
    05 PY-REFERENCE   PIC X(12).
    05 PY-PERIOD-END  PIC 9(8).

FD  RECEIVABLES-FILE.
01  RECEIVABLES-RECORD.
    COPY ARMAST REPLACING ==:REC:== BY ==AR==.

FD  POSTED-PAYMENT-FILE.
01  POSTED-PAYMENT-RECORD.
    COPY ARPAID REPLACING ==:REC:== BY ==PP==.

FD  POSTING-REPORT-FILE.
01  POSTING-REPORT-LINE PIC X(90).

WORKING-STORAGE SECTION.
01 WS-PAYMENT-STATUS PIC XX.
01 WS-AR-STATUS PIC XX.
01 WS-POSTED-STATUS PIC XX.
01 WS-REPORT-STATUS PIC XX.
01 WS-EOF PIC X VALUE "N".
01 WS-SCAN-DONE PIC X.
01 WS-DESK-FOUND PIC X.
01 WS-REJECT-REASON PIC X(30).
01 WS-RUN-DATE PIC 9(8).
01 WS-REMAINING PIC 9(9)V99.
01 WS-APPLY-AMOUNT PIC 9(9)V99.
01 WS-LATEST-PERIOD PIC 9(8).
01 WS-PAYMENTS-READ PIC 9(6) VALUE 0.
01 WS-PAYMENTS-POSTED PIC 9(6) VALUE 0.
01 WS-PAYMENTS-REJECTED PIC 9(6) VALUE 0.
01 WS-AMOUNT-POSTED PIC 9(11)V99 VALUE 0.
01 WS-AMOUNT-CREDITED PIC 9(11)V99 VALUE 0.
01 WS-AMOUNT-REJECTED PIC 9(11)V99 VALUE 0.

01 WS-HEADING-1.
    05 FILLER PIC X(44)
        VALUE "ROLL-ARPOST  RECEIVABLES PAYMENT POSTING    ".
    05 H1-DATE PIC 9999/99/99.
01 WS-HEADING-2.
    05 FILLER PIC X(13) VALUE "DESK-ID".
    05 FILLER PIC X(14) VALUE "REFERENCE".
    05 FILLER PIC X(12) VALUE "PERIOD-END".
    05 FILLER PIC X(16) VALUE "APPLIED".
    05 FILLER PIC X(17) VALUE "BALANCE".
    05 FILLER PIC X(10) VALUE "NOTE".
01 WS-DETAIL-LINE.
    05 DL-DESK-ID PIC X(10).
    05 FILLER PIC XXX VALUE SPACES.
    05 DL-REFERENCE PIC X(12).
    05 FILLER PIC XX VALUE SPACES.
    05 DL-PERIOD-END PIC 9999/99/99.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-APPLIED PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-BALANCE PIC ZZZ,ZZZ,ZZ9.99-.
    05 FILLER PIC XX VALUE SPACES.
    05 DL-NOTE PIC X(10).
01 WS-REJECT-LINE.
    05 RL-DESK-ID PIC X(10).
    05 FILLER PIC XXX VALUE SPACES.
    05 RL-REFERENCE PIC X(12).
    05 FILLER PIC XX VALUE SPACES.
    05 RL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER PIC X(13) VALUE "  REJECTED - ".
    05 RL-REASON PIC X(30).
01 WS-COUNT-LINE.
    05 CL-LABEL PIC X(30).
    05 CL-COUNT PIC ZZZZZ9.
01 WS-AMOUNT-LINE.
    05 AL-LABEL PIC X(30).
    05 AL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    OPEN INPUT PAYMENT-FILE.
    IF WS-PAYMENT-STATUS NOT = "00"
        DISPLAY "ROLL-ARPOST: FATAL - CANNOT OPEN PAYMENT-FILE, STATUS="
            WS-PAYMENT-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O RECEIVABLES-FILE.
    IF WS-AR-STATUS NOT = "00"
        DISPLAY "ROLL-ARPOST: FATAL - CANNOT OPEN RECEIVABLES-FILE, "
            "STATUS=" WS-AR-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-POSTED-PAYMENTS.
    OPEN OUTPUT POSTING-REPORT-FILE.
    MOVE WS-RUN-DATE TO H1-DATE.
    WRITE POSTING-REPORT-LINE FROM WS-HEADING-1.
    MOVE SPACES TO POSTING-REPORT-LINE.
    WRITE POSTING-REPORT-LINE.
    WRITE POSTING-REPORT-LINE FROM WS-HEADING-2.
    PERFORM POST-ONE-PAYMENT UNTIL WS-EOF = "Y".
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE PAYMENT-FILE.
    CLOSE RECEIVABLES-FILE.
    CLOSE POSTED-PAYMENT-FILE.
    CLOSE POSTING-REPORT-FILE.
    DISPLAY "ROLL-ARPOST: READ=" WS-PAYMENTS-READ
        " POSTED=" WS-PAYMENTS-POSTED
        " REJECTED=" WS-PAYMENTS-REJECTED.
    IF WS-PAYMENTS-REJECTED > 0
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

OPEN-POSTED-PAYMENTS.
    OPEN I-O POSTED-PAYMENT-FILE.
    IF WS-POSTED-STATUS = "35"
        OPEN OUTPUT POSTED-PAYMENT-FILE
        CLOSE POSTED-PAYMENT-FILE
        OPEN I-O POSTED-PAYMENT-FILE
    END-IF.
    IF WS-POSTED-STATUS NOT = "00"
        DISPLAY "ROLL-ARPOST: FATAL - CANNOT OPEN POSTED-PAYMENT-FILE, "
            "STATUS=" WS-POSTED-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

POST-ONE-PAYMENT.
    READ PAYMENT-FILE
        AT END MOVE "Y" TO WS-EOF
        NOT AT END
            ADD 1 TO WS-PAYMENTS-READ
            PERFORM CHECK-PAYMENT
            IF WS-REJECT-REASON = SPACES
                PERFORM APPLY-PAYMENT
            ELSE
                PERFORM REJECT-PAYMENT
            END-IF
    END-READ.

*> A payment is refused whole rather than part-applied: a desk with
*> nothing on the ledger, or an invoice named that was never billed,
*> means the remittance was keyed against the wrong account. A desk
*> and reference already on the posted-payment register means the
*> payment has been posted before - a payment file run twice, or the
*> same remittance keyed twice - so every payment must carry its
*> reference.
CHECK-PAYMENT.
    MOVE SPACES TO WS-REJECT-REASON.
    IF PY-DESK-ID = SPACES
        MOVE "DESK ID MISSING" TO WS-REJECT-REASON
    ELSE
        IF PY-AMOUNT NOT NUMERIC
            MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
        ELSE
            IF PY-AMOUNT = 0
                MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
            ELSE
                IF PY-PAY-DATE NOT NUMERIC OR PY-PAY-DATE = 0
                    MOVE "PAY DATE INVALID" TO WS-REJECT-REASON
                ELSE
                    IF PY-PERIOD-END NOT NUMERIC
                        MOVE "PERIOD-END NOT NUMERIC"
                            TO WS-REJECT-REASON
                    ELSE
                        IF PY-REFERENCE = SPACES
                            MOVE "REFERENCE MISSING"
                                TO WS-REJECT-REASON
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.
    IF WS-REJECT-REASON = SPACES
        MOVE PY-DESK-ID TO PP-DESK-ID
        MOVE PY-REFERENCE TO PP-REFERENCE
        READ POSTED-PAYMENT-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE SPACES TO WS-REJECT-REASON
                STRING "ALREADY POSTED " DELIMITED BY SIZE
                    PP-POSTED-DATE DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                END-STRING
        END-READ
    END-IF.
    IF WS-REJECT-REASON = SPACES
        PERFORM FIND-DESK-ITEMS
        IF WS-DESK-FOUND = "N"
            MOVE "NO INVOICES FOR DESK" TO WS-REJECT-REASON
        END-IF
    END-IF.
    IF WS-REJECT-REASON = SPACES AND PY-PERIOD-END NOT = 0
        MOVE PY-DESK-ID TO AR-DESK-ID
        MOVE PY-PERIOD-END TO AR-PERIOD-END
        READ RECEIVABLES-FILE
            INVALID KEY
                MOVE "INVOICE NOT ON FILE" TO WS-REJECT-REASON
        END-READ
    END-IF.

FIND-DESK-ITEMS.
    MOVE "N" TO WS-DESK-FOUND.
    MOVE PY-DESK-ID TO AR-DESK-ID.
    MOVE 0 TO AR-PERIOD-END.
    START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ RECEIVABLES-FILE NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    IF AR-DESK-ID = PY-DESK-ID
                        MOVE "Y" TO WS-DESK-FOUND
                    END-IF
            END-READ
    END-START.

*> The named invoice is settled first, then whatever is left goes to
*> the desk's open invoices oldest period first. Money still left
*> over stands as a credit on the desk's latest invoice, which
*> ROLL-ARAGE and ROLL-ARCRED net against what the desk owes.
APPLY-PAYMENT.
    ADD 1 TO WS-PAYMENTS-POSTED.
    PERFORM REGISTER-PAYMENT.
    MOVE PY-AMOUNT TO WS-REMAINING.
    IF PY-PERIOD-END NOT = 0
        IF AR-BALANCE > 0
            PERFORM APPLY-TO-ITEM
        END-IF
    END-IF.
    MOVE 0 TO WS-LATEST-PERIOD.
    IF WS-REMAINING > 0
        MOVE "N" TO WS-SCAN-DONE
        MOVE PY-DESK-ID TO AR-DESK-ID
        MOVE 0 TO AR-PERIOD-END
        START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
            INVALID KEY MOVE "Y" TO WS-SCAN-DONE
        END-START
        PERFORM APPLY-TO-NEXT-ITEM UNTIL WS-SCAN-DONE = "Y"
    END-IF.
    IF WS-REMAINING > 0
        PERFORM CREDIT-LATEST-ITEM
    END-IF.

REGISTER-PAYMENT.
    MOVE PY-DESK-ID TO PP-DESK-ID.
    MOVE PY-REFERENCE TO PP-REFERENCE.
    MOVE PY-PAY-DATE TO PP-PAY-DATE.
    MOVE PY-AMOUNT TO PP-AMOUNT.
    MOVE PY-PERIOD-END TO PP-PERIOD-END.
    MOVE WS-RUN-DATE TO PP-POSTED-DATE.
    WRITE POSTED-PAYMENT-RECORD
        INVALID KEY
            DISPLAY "ROLL-ARPOST: FATAL - CANNOT REGISTER PAYMENT "
                PY-DESK-ID " " PY-REFERENCE ", STATUS=" WS-POSTED-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-WRITE.

APPLY-TO-NEXT-ITEM.
    READ RECEIVABLES-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SCAN-DONE
        NOT AT END
            IF AR-DESK-ID NOT = PY-DESK-ID
                MOVE "Y" TO WS-SCAN-DONE
            ELSE
                MOVE AR-PERIOD-END TO WS-LATEST-PERIOD
                IF AR-BALANCE > 0 AND WS-REMAINING > 0
                    PERFORM APPLY-TO-ITEM
                END-IF
            END-IF
    END-READ.

APPLY-TO-ITEM.
    IF AR-BALANCE < WS-REMAINING
        MOVE AR-BALANCE TO WS-APPLY-AMOUNT
    ELSE
        MOVE WS-REMAINING TO WS-APPLY-AMOUNT
    END-IF.
    MOVE "PAID" TO DL-NOTE.
    PERFORM POST-TO-ITEM.

CREDIT-LATEST-ITEM.
    MOVE PY-DESK-ID TO AR-DESK-ID.
    MOVE WS-LATEST-PERIOD TO AR-PERIOD-END.
    READ RECEIVABLES-FILE
        INVALID KEY
            DISPLAY "ROLL-ARPOST: FATAL - LATEST INVOICE FOR DESK "
                PY-DESK-ID " VANISHED, STATUS=" WS-AR-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-READ.
    MOVE WS-REMAINING TO WS-APPLY-AMOUNT.
    ADD WS-APPLY-AMOUNT TO WS-AMOUNT-CREDITED.
    MOVE "CREDIT" TO DL-NOTE.
    PERFORM POST-TO-ITEM.

POST-TO-ITEM.
    ADD WS-APPLY-AMOUNT TO AR-PAID-AMOUNT.
    SUBTRACT WS-APPLY-AMOUNT FROM AR-BALANCE.
    SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING.
    ADD WS-APPLY-AMOUNT TO WS-AMOUNT-POSTED.
    MOVE PY-PAY-DATE TO AR-LAST-PAY-DATE.
    IF AR-BALANCE > 0
        MOVE "O" TO AR-STATUS
    ELSE
        MOVE "P" TO AR-STATUS
    END-IF.
    REWRITE RECEIVABLES-RECORD.
    IF WS-AR-STATUS NOT = "00"
        DISPLAY "ROLL-ARPOST: FATAL - CANNOT REWRITE RECEIVABLES-FILE, "
            "STATUS=" WS-AR-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE PY-DESK-ID TO DL-DESK-ID.
    MOVE PY-REFERENCE TO DL-REFERENCE.
    MOVE AR-PERIOD-END TO DL-PERIOD-END.
    MOVE WS-APPLY-AMOUNT TO DL-APPLIED.
    MOVE AR-BALANCE TO DL-BALANCE.
    WRITE POSTING-REPORT-LINE FROM WS-DETAIL-LINE.

REJECT-PAYMENT.
    ADD 1 TO WS-PAYMENTS-REJECTED.
    MOVE PY-DESK-ID TO RL-DESK-ID.
    MOVE PY-REFERENCE TO RL-REFERENCE.
    IF PY-AMOUNT NUMERIC
        MOVE PY-AMOUNT TO RL-AMOUNT
        ADD PY-AMOUNT TO WS-AMOUNT-REJECTED
    ELSE
        MOVE 0 TO RL-AMOUNT
    END-IF.
    MOVE WS-REJECT-REASON TO RL-REASON.
    WRITE POSTING-REPORT-LINE FROM WS-REJECT-LINE.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO POSTING-REPORT-LINE.
    WRITE POSTING-REPORT-LINE.
    MOVE "PAYMENTS READ" TO CL-LABEL.
    MOVE WS-PAYMENTS-READ TO CL-COUNT.
    WRITE POSTING-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "PAYMENTS POSTED" TO CL-LABEL.
    MOVE WS-PAYMENTS-POSTED TO CL-COUNT.
    WRITE POSTING-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "PAYMENTS REJECTED" TO CL-LABEL.
    MOVE WS-PAYMENTS-REJECTED TO CL-COUNT.
    WRITE POSTING-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "AMOUNT POSTED" TO AL-LABEL.
    MOVE WS-AMOUNT-POSTED TO AL-AMOUNT.
    WRITE POSTING-REPORT-LINE FROM WS-AMOUNT-LINE.
    MOVE "  OF WHICH HELD AS CREDIT" TO AL-LABEL.
    MOVE WS-AMOUNT-CREDITED TO AL-AMOUNT.
    WRITE POSTING-REPORT-LINE FROM WS-AMOUNT-LINE.
    MOVE "AMOUNT REJECTED" TO AL-LABEL.
    MOVE WS-AMOUNT-REJECTED TO AL-AMOUNT.
    WRITE POSTING-REPORT-LINE FROM WS-AMOUNT-LINE.
