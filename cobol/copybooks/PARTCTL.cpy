*> Partition-control record shared by ROLL-SPLIT (writer) and
*> ROLL-MERGE. Callers supply the 01 level and REPLACE the :REC: tag
*> with their own prefix, e.g.:
*>     01 MY-CONTROL.
*>         COPY PARTCTL REPLACING ==:REC:== BY ==MY-CONTROL==.
*> PARTCTL.DAT holds one "H" header for the split window followed by
*> one "P" record per partition. On the header PARTITION is the number
*> of partitions, DESKS, REQUESTS and DICE are the whole of ROLLREQV,
*> and STATE is "S" (split, partitions rolling), "W" (merge under way,
*> WINDOW-ID the window it opened) or "M" (merged into WINDOW-ID). On
*> a "P" record PARTITION is the partition number and the counts are
*> its share; a partition with no requests has nothing to roll.
           05 :REC:-TYPE             PIC X.
           05 :REC:-PARTITION        PIC 9.
           05 :REC:-STATE            PIC X.
           05 :REC:-WINDOW-ID        PIC 9(8).
           05 :REC:-DESKS            PIC 9(4).
           05 :REC:-REQUESTS         PIC 9(6).
           05 :REC:-DICE             PIC 9(8).
           05 :REC:-SPLIT-DATE       PIC 9(8).
