*> Receivables open-item master shared by ROLL-ARLOAD (writer),
*> ROLL-ARPOST, ROLL-ARAGE and ROLL-ARCRED. Callers supply the 01
*> level and REPLACE the :REC: tag with their own prefix, e.g.:
*>     01 MY-ITEM.
*>         COPY ARMAST REPLACING ==:REC:== BY ==MY-ITEM==.
*> One item per desk invoice. The key is the desk id and the end of
*> the billing period, so a desk's items read back oldest first and
*> re-billing a period lands on the item it replaces.
*> BALANCE is INVOICE-AMOUNT less PAID-AMOUNT; it goes negative when
*> a re-bill credits a period already paid, or a payment exceeds
*> what the desk owes. STATUS is "O" (open) while BALANCE is above
*> zero and "P" (paid) once it is not.
           05 :REC:-KEY.
               10 :REC:-DESK-ID      PIC X(10).
               10 :REC:-PERIOD-END   PIC 9(8).
           05 :REC:-PERIOD-START     PIC 9(8).
           05 :REC:-INVOICE-DATE     PIC 9(8).
           05 :REC:-DUE-DATE         PIC 9(8).
           05 :REC:-INVOICE-AMOUNT   PIC 9(9)V99.
           05 :REC:-PAID-AMOUNT      PIC 9(9)V99.
           05 :REC:-BALANCE          PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05 :REC:-LAST-PAY-DATE    PIC 9(8).
           05 :REC:-STATUS           PIC X.
