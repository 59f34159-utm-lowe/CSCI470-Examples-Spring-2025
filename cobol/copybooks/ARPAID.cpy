*> Posted-payment register shared by ROLL-ARPOST (the only writer).
*> Callers supply the 01 level and REPLACE the :REC: tag with their
*> own prefix, e.g.:
*>     01 MY-PAYMENT.
*>         COPY ARPAID REPLACING ==:REC:== BY ==MY-PAYMENT==.
*> One record per payment posted to the receivables master. The key
*> is the desk id and the remitter's payment reference, so a payment
*> file loaded twice, or a remittance keyed twice, finds its first
*> posting here and is refused. POSTED-DATE is the run that posted
*> it; PERIOD-END the invoice it named, zero for oldest first.
           05 :REC:-KEY.
               10 :REC:-DESK-ID      PIC X(10).
               10 :REC:-REFERENCE    PIC X(12).
           05 :REC:-PAY-DATE         PIC 9(8).
           05 :REC:-AMOUNT           PIC 9(9)V99.
           05 :REC:-PERIOD-END       PIC 9(8).
           05 :REC:-POSTED-DATE      PIC 9(8).
