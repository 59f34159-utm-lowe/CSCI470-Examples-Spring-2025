*> timestamp, with AUDIT-SEQ naming one roll or zero for the whole
*> session. STATUS walks O (open), R (under review), U (upheld),
*> D (denied), C (closed). RESOLVED-DATE is zero until the case
*> leaves O/R. ROLL-MAKEGOOD moves an upheld case to C once its
*> replacement roll has been made, leaving RESOLVED-DATE as the date
*> it was upheld.
           05 :REC:-CASE-NO          PIC 9(6).
           05 :REC:-SESSION-ID       PIC X(10).
           05 :REC:-TIMESTAMP        PIC 9(10).
