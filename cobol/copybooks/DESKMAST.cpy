*> Desk master fields shared by ROLL-DESKMNT, ROLL-EDIT and
*> ROLL-ARCRED. Callers supply the 01 level and REPLACE the :REC:
*> tag with their own prefix, e.g.:
*>     01 MY-DESK.
*>         COPY DESKMAST REPLACING ==:REC:== BY ==MY-DESK==.
*> The desk id is the session id the desk submits on its requests.
*> STATUS is "A" (active) or "S" (suspended). DICE-QUOTA is the most
*> dice the desk may claim in one window. SUSPEND-CAUSE is "C" when
*> ROLL-ARCRED suspended the desk for overdue invoices - only those
*> suspensions are lifted automatically once the desk pays - and
*> space for any status set by hand through ROLL-DESKMNT.
           05 :REC:-DESK-ID          PIC X(10).
           05 :REC:-DESK-NAME        PIC X(30).
           05 :REC:-STATUS           PIC X.
           05 :REC:-DICE-QUOTA       PIC 9(5).
           05 :REC:-SUSPEND-CAUSE    PIC X.
