*> Request-total history master record shared by ROLL-CONSOL (loader),
*> ROLL-INQUIRY, ROLL-DISPUTE and ROLL-VOID. Callers supply the 01
*> level and REPLACE the :REC: tag with their own prefix, e.g.:
*>     01 MY-TOTAL-HISTORY.
*>         COPY TOTHIST REPLACING ==:REC:== BY ==MY-TOTAL-HISTORY==.
*> One record per request total, kept after the window's ROLLTOT file
*> is gone. The key is session id, the window timestamp the request's
*> first die was consolidated under (the same timestamp its dice carry
*> on ROLLHIST) and the request's sequence in the window's ROLLREQV,
*> so consolidating a window twice adds nothing. WINDOW-ID is the
*> window's first audit sequence; FIRST-AUDIT-SEQ and LAST-AUDIT-SEQ
*> bound the dice behind the total on ROLLHIST. The rules and TOTAL
*> are exactly as ROLLTOT carried them.
*> STATUS is space for a good total or "V" for one whose session was
*> voided by ROLL-VOID; VOID-REASON carries the void's reason code.
           05 :REC:-KEY.
               10 :REC:-SESSION-ID      PIC X(10).
               10 :REC:-TIMESTAMP       PIC 9(10).
               10 :REC:-REQUEST-SEQ     PIC 9(6).
           05 :REC:-WINDOW-ID           PIC 9(8).
           05 :REC:-DICE-ROLLED         PIC 9(5).
           05 :REC:-KEEP-TYPE           PIC X.
           05 :REC:-KEEP-COUNT          PIC 999.
           05 :REC:-MOD-SIGN            PIC X.
           05 :REC:-MODIFIER            PIC 999.
           05 :REC:-TOTAL               PIC S9(7) SIGN LEADING SEPARATE.
           05 :REC:-FIRST-AUDIT-SEQ     PIC 9(8).
           05 :REC:-LAST-AUDIT-SEQ      PIC 9(8).
           05 :REC:-STATUS              PIC X.
           05 :REC:-VOID-REASON         PIC X(4).
