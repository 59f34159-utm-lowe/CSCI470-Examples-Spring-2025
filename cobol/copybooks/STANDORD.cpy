*> Standing-order fields shared by ROLL-STANDMNT (maintenance) and
*> ROLL-STANDGEN (generation). Callers supply the 01 level and
*> REPLACE the :REC: tag with their own prefix, e.g.:
*>     01 MY-ORDER.
*>         COPY STANDORD REPLACING ==:REC:== BY ==MY-ORDER==.
*> Keyed by desk id and the desk's own order number. REQUEST-IMAGE
*> holds the roll in the ROLLRQST layout, its session id always the
*> desk id; callers REDEFINE it with COPY ROLLRQST as ROLL-REPAIR
*> does with a reject image. FREQUENCY is "W" (every window), "D"
*> (first window of each day) or "K" (first window of each day named
*> in WEEKDAYS, one byte per day Monday to Sunday, "Y" to run).
*> END-DATE zero means no end. STATUS is "A" (active), "H" (held
*> by hand), "C" (cancelled) or "E" (expired, set by ROLL-STANDGEN
*> once END-DATE has passed); only "A" orders generate.
*> LAST-GEN-DATE is the submission date last generated for, which
*> keeps daily and weekday orders to one window a day.
           05 :REC:-KEY.
               10 :REC:-DESK-ID      PIC X(10).
               10 :REC:-ORDER-NO     PIC 9(4).
           05 :REC:-REQUEST-IMAGE    PIC X(49).
           05 :REC:-FREQUENCY        PIC X.
           05 :REC:-WEEKDAYS         PIC X(7).
           05 :REC:-START-DATE       PIC 9(8).
           05 :REC:-END-DATE         PIC 9(8).
           05 :REC:-STATUS           PIC X.
           05 :REC:-LAST-GEN-DATE    PIC 9(8).
           05 :REC:-GEN-COUNT        PIC 9(6).
           05 :REC:-ENTERED-BY       PIC X(10).
