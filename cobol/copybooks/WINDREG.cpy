*> Window-registry fields shared by ROLL-BATCH, ROLL-RECON,
*> ROLL-CONSOL and ROLL-SEALCHK. Callers supply the 01 level and
*> REPLACE the :REC: tag with their own prefix, e.g.:
*>     01 MY-WINDOW.
*>         COPY WINDREG REPLACING ==:REC:== BY ==MY-WINDOW==.
*> One record per ROLL-BATCH window. The window id is the window's
*> are zero until then. AUDITWIN.DAT still carries the latest
*> window's marker for crash recovery; the registry is what lets the
*> end-of-window jobs reach back to any earlier window.
*> OPEN-SEAL is the audit seal the window's chain starts from (the
*> seal of the last record before it, zero for an empty log). The
*> closing seal is set with LAST-SEQ: CLOSE-SEAL is the seal on the
*> window's last audit record, SEAL-COUNT the records sealed and
*> FACE-HASH the sum of their face values. ROLL-SEALCHK re-walks the
*> window against these figures.
           05 :REC:-WINDOW-ID        PIC 9(8).
           05 :REC:-STATE            PIC X.
           05 :REC:-FIRST-SEQ        PIC 9(8).
           05 :REC:-LAST-SEQ         PIC 9(8).
           05 :REC:-OPEN-TS          PIC 9(10).
           05 :REC:-CLOSE-TS         PIC 9(10).
           05 :REC:-OPEN-SEAL        PIC 9(10).
           05 :REC:-CLOSE-SEAL       PIC 9(10).
           05 :REC:-SEAL-COUNT       PIC 9(8).
           05 :REC:-FACE-HASH        PIC 9(12).
