*> Operator master fields shared by ROLL-OPERMNT (maintenance),
*> ROLL-SIGNON (sign-on) and, through the signed-on copy ROLL-SIGNON
*> hands back, every interactive program and ROLL-VOID. Callers
*> supply the 01 level and REPLACE the :REC: tag with their own
*> prefix, e.g.:
*>     01 MY-OPERATOR.
*>         COPY OPERMAST REPLACING ==:REC:== BY ==MY-OPERATOR==.
*> The operator id is what DC-OPENED-BY and VR-SUPERVISOR carry. The
*> PIN itself is never stored: PIN-HASH is ROLL-SEAL folded over the
*> operator id and PIN, so the same PIN on two operators hashes
*> differently. Each role byte is "Y" when granted; roles are granted
*> one by one and none implies another. STATUS is "A" (active), "S"
*> (suspended by a supervisor) or "L" (locked by ROLL-SIGNON after
*> three PIN failures in a row); only "A" may sign on.
           05 :REC:-OPERATOR-ID      PIC X(10).
           05 :REC:-OPERATOR-NAME    PIC X(30).
           05 :REC:-PIN-HASH         PIC 9(10).
           05 :REC:-ROLES.
               10 :REC:-ROLE-INQUIRE     PIC X.
               10 :REC:-ROLE-DISPUTE     PIC X.
               10 :REC:-ROLE-REPAIR      PIC X.
               10 :REC:-ROLE-DESK-ADMIN  PIC X.
               10 :REC:-ROLE-SUPERVISOR  PIC X.
               10 :REC:-ROLE-ROLL        PIC X.
           05 :REC:-STATUS           PIC X.
           05 :REC:-FAILED-COUNT     PIC 9.
           05 :REC:-LAST-SIGNON-DATE PIC 9(8).
           05 :REC:-PIN-SET-DATE     PIC 9(8).
