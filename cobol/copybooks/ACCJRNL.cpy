*> Access-journal fields shared by ROLL-ACCJRNL (the only writer) and
*> anything that reads the journal back. Callers supply the 01 level
*> and REPLACE the :REC: tag with their own prefix, e.g.:
*>     01 MY-ENTRY.
*>         COPY ACCJRNL REPLACING ==:REC:== BY ==MY-ENTRY==.
*> One record per sign-on, failed or refused sign-on, lockout,
*> sign-off, action denied for want of a role, and update made by a
*> signed-on operator. EVENT is SIGNON, FAILED, REFUSED, LOCKED,
*> SIGNOFF, DENIED or UPDATE; DETAIL says what was done to what. The
*> journal is extended forever and never rewritten.
           05 :REC:-JOURNAL-DATE     PIC 9(8).
           05 :REC:-JOURNAL-TIME     PIC 9(6).
           05 :REC:-PROGRAM-NAME     PIC X(14).
           05 :REC:-OPERATOR-ID      PIC X(10).
           05 :REC:-EVENT            PIC X(8).
           05 :REC:-DETAIL           PIC X(40).
