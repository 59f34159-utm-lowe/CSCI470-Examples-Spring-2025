*> Online-journal fields shared by ROLL-ONLINE (writer) and
*> ROLL-ONLDRAIN. Callers supply the 01 level and REPLACE the :REC:
*> tag with their own prefix, e.g.:
*>     01 MY-JOURNAL.
*>         COPY ONLJRNL REPLACING ==:REC:== BY ==MY-JOURNAL==.
*> One record per online roll, and so per online window: the window
*> id is its first audit sequence and its work files are ONLQ, ONLR
*> and ONLT<window id>.DAT. DRAIN-STATE is space until ROLL-ONLDRAIN
*> has reconciled and consolidated the window, then "D" with
*> DRAIN-DATE the run that did it. Journal lines written before the
*> drain fields existed read back as spaces and count as pending.
           05 :REC:-WINDOW-ID        PIC 9(8).
           05 :REC:-SESSION-ID       PIC X(10).
           05 :REC:-TIMESTAMP        PIC 9(10).
           05 :REC:-LAST-SEQ         PIC 9(8).
           05 :REC:-DICE-ROLLED      PIC 9(5).
           05 :REC:-TOTAL            PIC S9(7) SIGN LEADING SEPARATE.
           05 :REC:-DRAIN-STATE      PIC X.
           05 :REC:-DRAIN-DATE       PIC X(8).
