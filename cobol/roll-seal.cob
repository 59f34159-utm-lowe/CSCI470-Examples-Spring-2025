IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-SEAL.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-BYTE-INDEX PIC 99.
01 WS-SEAL-WORK PIC 9(15).
01 WS-SEAL-MODULUS PIC 9(10) VALUE 2147483647.
01 WS-SEAL-MULTIPLIER PIC 9(5) VALUE 16807.

LINKAGE SECTION.
01 SEAL-RECORD-IMAGE PIC X(54).
01 SEAL-PRIOR-VALUE PIC 9(10).
01 SEAL-NEXT-VALUE PIC 9(10).

*> Chains one audit record onto the seal of the record before it.
*> Every byte of the record ahead of its own SEAL field - sequence,
*> seed, session, requestor, sides, face and timestamp - is folded
*> into the prior seal in turn, so any edit to any of them, or a
*> record dropped or inserted, changes this seal and every one after
*> it. Shared by every writer of the audit log and by ROLL-SEALCHK,
*> so the writer and the verifier can never disagree on the rule.
PROCEDURE DIVISION USING SEAL-RECORD-IMAGE, SEAL-PRIOR-VALUE,
        SEAL-NEXT-VALUE.

MAIN-LOGIC.
    MOVE SEAL-PRIOR-VALUE TO WS-SEAL-WORK.
    PERFORM FOLD-ONE-BYTE VARYING WS-BYTE-INDEX FROM 1 BY 1
        UNTIL WS-BYTE-INDEX > 54.
    MOVE WS-SEAL-WORK TO SEAL-NEXT-VALUE.
    GOBACK.

FOLD-ONE-BYTE.
    COMPUTE WS-SEAL-WORK = (WS-SEAL-WORK
        + FUNCTION ORD(SEAL-RECORD-IMAGE(WS-BYTE-INDEX:1)))
        * WS-SEAL-MULTIPLIER.
    COMPUTE WS-SEAL-WORK = FUNCTION MOD(WS-SEAL-WORK, WS-SEAL-MODULUS).
