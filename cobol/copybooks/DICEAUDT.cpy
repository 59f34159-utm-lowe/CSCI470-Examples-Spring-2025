*> Dice audit-log record fields shared by every program that reads
*> or writes DICEAUDIT.DAT or one of its AUDITARC archive generations.
*> Callers supply the 01 level and REPLACE the :REC: tag with their
*> own prefix, e.g.:
*>     01 MY-AUDIT.
*>         COPY DICEAUDT REPLACING ==:REC:== BY ==MY-AUDIT==.
*> SEQUENCE-NUMBER is the shop-wide audit sequence and SEED the seed
*> in force when the die was rolled; the roll fields follow in the
*> standard ROLLREC layout. SEAL is the running check value: ROLL-SEAL
*> folds the 54 bytes ahead of it into the seal of the record before,
*> so altering, inserting or dropping any record breaks every seal
*> from that point on. Records written before sealing began read
*> back with SEAL blank.
           05 :REC:-SEQUENCE-NUMBER  PIC 9(8).
           05 :REC:-SEED             PIC 9(10).
           05 :REC:-SESSION-ID       PIC X(10).
           05 :REC:-REQUESTOR        PIC X(10).
           05 :REC:-SIDES            PIC 999.
           05 :REC:-FACE-VALUE       PIC 999.
           05 :REC:-TIMESTAMP        PIC 9(10).
           05 :REC:-SEAL             PIC 9(10).
