        ACCESS MODE DYNAMIC
        RECORD KEY DC-CASE-NO
        FILE STATUS IS WS-CASE-STATUS.
    SELECT MAKEGOOD-FILE ASSIGN TO "MAKEGOOD.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY MG-CASE-NO
        FILE STATUS IS WS-MAKEGOOD-STATUS.
    SELECT INVOICE-PRINT-FILE ASSIGN TO "BILLINV.RPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.
01  DISPUTE-CASE-RECORD.
    COPY DISPCASE REPLACING ==:REC:== BY ==DC==.

FD  MAKEGOOD-FILE.
01  MAKEGOOD-RECORD.
    COPY MAKEGOOD REPLACING ==:REC:== BY ==MG==.

FD  INVOICE-PRINT-FILE.
01  INVOICE-PRINT-LINE PIC X(80).

01 WS-RATE-STATUS PIC XX.
01 WS-HISTORY-STATUS PIC XX.
01 WS-CASE-STATUS PIC XX.
01 WS-MAKEGOOD-STATUS PIC XX.
01 WS-MAKEGOODS-PRESENT PIC X VALUE "N".
01 WS-CASE-UPHELD PIC X.
01 WS-INVOICE-STATUS PIC XX.
01 WS-EXTRACT-STATUS PIC XX.
01 WS-CONTROL-EOF PIC X.
    OPEN OUTPUT INVOICE-PRINT-FILE.
    OPEN OUTPUT BILLING-EXTRACT-FILE.
    PERFORM BILL-ALL-ROLLS.
    IF WS-CURRENT-DESK NOT = SPACES
        PERFORM CLOSE-DESK-INVOICE
    END-IF.
    CLOSE ROLL-HISTORY-FILE.
*> Voided rolls are priced by their final disposition - not billed -
*> and so are rolls whose dispute was upheld. Denied and merely open
*> cases bill as usual; a case upheld after its period was invoiced
*> is credited by re-billing that period from the master. A case
*> ROLL-MAKEGOOD closed once its replacement was rolled is still an
*> upheld case: the original stays unbilled and the replacement
*> bills as an ordinary roll.
LOAD-UPHELD-DISPUTES.
    OPEN INPUT MAKEGOOD-FILE.
    IF WS-MAKEGOOD-STATUS = "00"
        MOVE "Y" TO WS-MAKEGOODS-PRESENT
    END-IF.
    OPEN INPUT DISPUTE-CASE-FILE.
    IF WS-CASE-STATUS NOT = "00"
        CONTINUE
        PERFORM LOAD-ONE-DISPUTE UNTIL WS-SCAN-DONE = "Y"
        CLOSE DISPUTE-CASE-FILE
    END-IF.
    IF WS-MAKEGOODS-PRESENT = "Y"
        CLOSE MAKEGOOD-FILE
    END-IF.

LOAD-ONE-DISPUTE.
    READ DISPUTE-CASE-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SCAN-DONE
        NOT AT END
            MOVE "N" TO WS-CASE-UPHELD
            IF DC-STATUS = "U"
                MOVE "Y" TO WS-CASE-UPHELD
            END-IF
            IF DC-STATUS = "C" AND WS-MAKEGOODS-PRESENT = "Y"
                PERFORM CHECK-MAKEGOOD-CLOSURE
            END-IF
            IF WS-CASE-UPHELD = "Y"
                    AND DC-TIMESTAMP >= WS-PERIOD-START-EPOCH
                    AND DC-TIMESTAMP < WS-PERIOD-END-EPOCH
                IF WS-UPHELD-COUNT >= 1000
            END-IF
    END-READ.

CHECK-MAKEGOOD-CLOSURE.
    MOVE DC-CASE-NO TO MG-CASE-NO.
    READ MAKEGOOD-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF MG-STATUS = "C"
                MOVE "Y" TO WS-CASE-UPHELD
            END-IF
    END-READ.

BILL-ALL-ROLLS.
    MOVE "N" TO WS-EOF.
    MOVE LOW-VALUES TO HM-KEY.
        CONTINUE
    ELSE
        IF HM-SESSION-ID NOT = WS-CURRENT-DESK
            IF WS-CURRENT-DESK NOT = SPACES
                PERFORM CLOSE-DESK-INVOICE
            END-IF
            MOVE HM-SESSION-ID TO WS-CURRENT-DESK
    END-IF.
    ADD 1 TO BL-COUNT(WS-LINE-INDEX).

*> Every desk that rolled in the period is invoiced, even when all
*> its dice were voided or disputed away: re-billing a period after
*> such a case must reach ROLL-ARLOAD as a zero invoice, or the
*> item already loaded for the period would stay due in full.
CLOSE-DESK-INVOICE.
    MOVE WS-CURRENT-DESK TO IH-DESK-ID.
    WRITE INVOICE-PRINT-LINE FROM WS-INVOICE-HEADING.
    MOVE 0 TO WS-DESK-TOTAL.
    PERFORM WRITE-INVOICE-LINE VARYING WS-LINE-INDEX FROM 1 BY 1
        UNTIL WS-LINE-INDEX > WS-LINE-COUNT.
    IF WS-LINE-COUNT = 0
        PERFORM WRITE-NO-CHARGE-LINE
    END-IF.
    MOVE ALL "-" TO INVOICE-PRINT-LINE.
    WRITE INVOICE-PRINT-LINE.
    MOVE WS-DESK-TOTAL TO IT-AMOUNT.
    ADD 1 TO WS-DESKS-BILLED.
    MOVE 0 TO WS-LINE-COUNT.

WRITE-NO-CHARGE-LINE.
    MOVE "NO CHARGEABLE DICE" TO INVOICE-PRINT-LINE.
    WRITE INVOICE-PRINT-LINE.
    MOVE WS-CURRENT-DESK TO BX-DESK-ID.
    MOVE WS-PERIOD-START TO BX-PERIOD-START.
    MOVE WS-PERIOD-END TO BX-PERIOD-END.
    MOVE 0 TO BX-SIDES.
    MOVE 0 TO BX-DICE-COUNT.
    MOVE 0 TO BX-RATE.
    MOVE 0 TO BX-AMOUNT.
    WRITE BILLING-EXTRACT-RECORD.

WRITE-INVOICE-LINE.
    COMPUTE WS-LINE-AMOUNT =
        BL-COUNT(WS-LINE-INDEX) * BL-RATE(WS-LINE-INDEX).
