*> Make-good register fields shared by ROLL-MAKEGOOD and
*> ROLL-BILLING. Callers supply the 01 level and REPLACE the :REC:
*> tag with their own prefix, e.g.:
*>     01 MY-MAKEGOOD.
*>         COPY MAKEGOOD REPLACING ==:REC:== BY ==MY-MAKEGOOD==.
*> One record per upheld dispute case, keyed by the case number. The
*> ORIG- fields repeat the case's roll-history key and the dice found
*> behind it. STATUS is "O" (open - waiting on a replacement roll),
*> "R" (rolled - the replacement total is known but the case could
*> not yet be closed) or "C" (closed - the case was moved to "C").
*> REQUEST-IMAGE is the replacement request in the ROLLRQST layout,
*> already through ROLL-RQEDIT; it is spaces while the request cannot
*> be built, and NOTE says why. SUBMIT-DATE is zero until the request
*> is queued; QUEUED-WINDOW is the last complete window at the time,
*> so the next window to complete is the one that rolls it, and
*> QUEUE-POS is its place among the desk's make-good requests.
*> The REPLACE- fields record where the replacement landed: its
*> request total, the window, and the roll-history timestamp and
*> audit sequence range of its dice.
           05 :REC:-CASE-NO            PIC 9(6).
           05 :REC:-SESSION-ID         PIC X(10).
           05 :REC:-ORIG-TIMESTAMP     PIC 9(10).
           05 :REC:-ORIG-AUDIT-SEQ     PIC 9(8).
           05 :REC:-ORIG-DICE          PIC 9(5).
           05 :REC:-STATUS             PIC X.
           05 :REC:-REQUEST-IMAGE      PIC X(49).
           05 :REC:-OPEN-DATE          PIC 9(8).
           05 :REC:-SUBMIT-DATE        PIC 9(8).
           05 :REC:-QUEUED-WINDOW      PIC 9(8).
           05 :REC:-QUEUE-POS          PIC 9(3).
           05 :REC:-QUEUE-COUNT        PIC 999.
           05 :REC:-NOTE               PIC X(24).
           05 :REC:-ROLLED-DATE        PIC 9(8).
           05 :REC:-REPLACE-TOTAL      PIC S9(7) SIGN LEADING SEPARATE.
           05 :REC:-REPLACE-WINDOW     PIC 9(8).
           05 :REC:-REPLACE-TIMESTAMP  PIC 9(10).
           05 :REC:-REPLACE-FIRST-SEQ  PIC 9(8).
           05 :REC:-REPLACE-LAST-SEQ   PIC 9(8).
           05 :REC:-CLOSED-DATE        PIC 9(8).
