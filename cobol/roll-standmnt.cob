IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-STANDMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY ST-KEY
        FILE STATUS IS WS-ORDER-STATUS.
    SELECT DESK-MASTER-FILE ASSIGN TO "DESKMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY DM-DESK-ID
        FILE STATUS IS WS-DESK-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STANDING-ORDER-FILE.
01  STANDING-ORDER-RECORD.
    COPY STANDORD REPLACING ==:REC:== BY ==ST==.

FD  DESK-MASTER-FILE.
01  DESK-MASTER-RECORD.
    COPY DESKMAST REPLACING ==:REC:== BY ==DM==.

WORKING-STORAGE SECTION.
01 WS-ORDER-STATUS PIC XX.
01 WS-DESK-STATUS PIC XX.
01 WS-ACTION PIC X.
01 WS-CONFIRM PIC X.
01 WS-RUN-DATE PIC 9(8).
01 WS-INPUT-DESK-ID PIC X(10).
01 WS-INPUT-ORDER-NO PIC 9(4).
01 WS-INPUT-FREQUENCY PIC X.
01 WS-INPUT-WEEKDAYS PIC X(7).
01 WS-INPUT-STATUS PIC X.
01 WS-NEXT-ORDER-NO PIC 9(4).
01 WS-LIST-DESK-ID PIC X(10).
01 WS-LIST-DONE PIC X.
01 WS-SCAN-DONE PIC X.
01 WS-FIELDS-OK PIC X.
01 WS-DAY-INDEX PIC 9.
01 WS-DAYS-FLAGGED PIC 9.
01 WS-ADDED-COUNT PIC 9(4) VALUE 0.
01 WS-CHANGED-COUNT PIC 9(4) VALUE 0.

*> The roll as keyed, then as ROLL-RQEDIT normalized it. The session
*> id is always the desk the order belongs to.
01 WS-WORK-IMAGE PIC X(49).
01 WS-WORK-REQUEST REDEFINES WS-WORK-IMAGE.
    COPY ROLLRQST REPLACING ==:REC:== BY ==WK==.
01 WS-EDITED-REQUEST.
    COPY ROLLRQST REPLACING ==:REC:== BY ==ED==.
01 WS-ORDER-IMAGE PIC X(49).
01 WS-ORDER-REQUEST REDEFINES WS-ORDER-IMAGE.
    COPY ROLLRQST REPLACING ==:REC:== BY ==OR==.
01 WS-REASON-CODE PIC X(4).
01 WS-TOTAL-DICE PIC 9(5).
01 WS-SEG-INDEX PIC 9.

01 WS-INPUT-TEXT PIC X(10).
01 WS-INPUT-LENGTH PIC 99.
01 WS-INPUT-NUMBER PIC 9(10).
01 WS-INPUT-OK PIC X.

*> E001-E012 come from ROLL-RQEDIT, worded as ROLL-REPAIR words them.
01 WS-REASON-TEXTS.
    05 FILLER PIC X(34) VALUE "E001SESSION ID MISSING".
    05 FILLER PIC X(34) VALUE "E002DICE COUNT NOT NUMERIC".
    05 FILLER PIC X(34) VALUE "E003DICE COUNT IS ZERO".
    05 FILLER PIC X(34) VALUE "E004SIDES NOT NUMERIC".
    05 FILLER PIC X(34) VALUE "E005SIDES LESS THAN TWO".
    05 FILLER PIC X(34) VALUE "E006MODIFIER SIGN NOT + OR -".
    05 FILLER PIC X(34) VALUE "E007MODIFIER NOT NUMERIC".
    05 FILLER PIC X(34) VALUE "E008KEEP TYPE NOT H, L OR BLANK".
    05 FILLER PIC X(34) VALUE "E009KEEP COUNT INVALID FOR POOL".
    05 FILLER PIC X(34) VALUE "E010EXTRA SEGMENT COUNT INVALID".
    05 FILLER PIC X(34) VALUE "E011SEGMENT DICE OR SIDES INVALID".
    05 FILLER PIC X(34) VALUE "E012UNUSED SEGMENT NOT ZERO".
01 WS-REASON-TABLE REDEFINES WS-REASON-TEXTS.
    05 WS-REASON-ENTRY OCCURS 12 TIMES.
        10 RN-CODE PIC X(4).
        10 RN-TEXT PIC X(30).
01 WS-REASON-INDEX PIC 99.
01 WS-REASON-TEXT PIC X(30).

01 WS-LIST-HEADING.
    05 FILLER PIC X(12) VALUE "  DESK-ID".
    05 FILLER PIC X(6) VALUE "ORDER".
    05 FILLER PIC X(14) VALUE "ROLL".
    05 FILLER PIC X(10) VALUE "FREQ".
    05 FILLER PIC X(10) VALUE "START".
    05 FILLER PIC X(10) VALUE "END".
    05 FILLER PIC X(3) VALUE "ST".
    05 FILLER PIC X(10) VALUE "LAST GEN".
    05 FILLER PIC X(6) VALUE "COUNT".
01 WS-LIST-LINE.
    05 FILLER PIC XX VALUE SPACES.
    05 LL-DESK-ID PIC X(10).
    05 FILLER PIC X VALUE SPACE.
    05 LL-ORDER-NO PIC 9(4).
    05 FILLER PIC X VALUE SPACE.
    05 LL-NUM-DICE PIC ZZ9.
    05 FILLER PIC X VALUE "D".
    05 LL-SIDES PIC 999.
    05 LL-MOD-SIGN PIC X.
    05 LL-MODIFIER PIC 999.
    05 LL-SEG-FLAG PIC X.
    05 FILLER PIC XX VALUE SPACES.
    05 LL-FREQUENCY PIC X.
    05 FILLER PIC X VALUE SPACE.
    05 LL-WEEKDAYS PIC X(7).
    05 FILLER PIC X VALUE SPACE.
    05 LL-START-DATE PIC 9(8).
    05 FILLER PIC XX VALUE SPACES.
    05 LL-END-DATE PIC 9(8).
    05 FILLER PIC XX VALUE SPACES.
    05 LL-STATUS PIC X.
    05 FILLER PIC XX VALUE SPACES.
    05 LL-LAST-GEN-DATE PIC 9(8).
    05 FILLER PIC X VALUE SPACE.
    05 LL-GEN-COUNT PIC ZZZZZ9.

*> The operator signed on to this run, as ROLL-SIGNON returns them.
*> Listing needs the DESK-ADMIN or INQUIRE role; adding and changing
*> orders need DESK-ADMIN, as desk maintenance does.
01 WS-SIGNON-OPERATOR.
    COPY OPERMAST REPLACING ==:REC:== BY ==SO==.
01 WS-SIGNON-RESULT PIC X.
01 WS-ACCESS-PROGRAM PIC X(14) VALUE "ROLL-STANDMNT".
01 WS-ACCESS-EVENT PIC X(8).
01 WS-ACCESS-DETAIL PIC X(40).
01 WS-ACCESS-ACTION PIC X(12).

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM SIGN-ON-OPERATOR.
    PERFORM OPEN-ORDER-FILES.
    DISPLAY "ROLL-STANDMNT: STANDING ORDER MAINTENANCE".
    PERFORM PROCESS-ONE-ACTION UNTIL WS-ACTION = "X".
    MOVE "SIGNOFF" TO WS-ACCESS-EVENT.
    MOVE SPACES TO WS-ACCESS-DETAIL.
    PERFORM WRITE-JOURNAL-ENTRY.
    CLOSE STANDING-ORDER-FILE.
    CLOSE DESK-MASTER-FILE.
    DISPLAY "ROLL-STANDMNT: ADDED=" WS-ADDED-COUNT
        " CHANGED=" WS-CHANGED-COUNT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

SIGN-ON-OPERATOR.
    CALL "ROLL-SIGNON" USING BY REFERENCE WS-ACCESS-PROGRAM,
        WS-SIGNON-OPERATOR, WS-SIGNON-RESULT.
    IF WS-SIGNON-RESULT NOT = "Y"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF SO-ROLE-DESK-ADMIN NOT = "Y" AND SO-ROLE-INQUIRE NOT = "Y"
        MOVE "ORDER MAINTENANCE NEEDS DESK-ADMIN/INQ"
            TO WS-ACCESS-DETAIL
        PERFORM DENY-ACTION
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Orders can only be placed for desks on the desk master, so the
*> master must exist before the first order is taken.
OPEN-ORDER-FILES.
    OPEN I-O STANDING-ORDER-FILE.
    IF WS-ORDER-STATUS = "35"
        OPEN OUTPUT STANDING-ORDER-FILE
        CLOSE STANDING-ORDER-FILE
        OPEN I-O STANDING-ORDER-FILE
    END-IF.
    IF WS-ORDER-STATUS NOT = "00"
        DISPLAY "ROLL-STANDMNT: FATAL - CANNOT OPEN STANDING-ORDER-FILE, "
            "STATUS=" WS-ORDER-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT DESK-MASTER-FILE.
    IF WS-DESK-STATUS = "35"
        DISPLAY "ROLL-STANDMNT: NO DESK MASTER ON FILE - RUN ROLL-DESKMNT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-DESK-STATUS NOT = "00"
        DISPLAY "ROLL-STANDMNT: FATAL - CANNOT OPEN DESK-MASTER-FILE, "
            "STATUS=" WS-DESK-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

PROCESS-ONE-ACTION.
    MOVE SPACES TO WS-ACTION.
    DISPLAY "ACTION - A=ADD C=CHANGE L=LIST X=EXIT:".
    ACCEPT WS-ACTION.
    EVALUATE WS-ACTION
        WHEN "A"
        WHEN "a"
            MOVE "A" TO WS-ACTION
            IF SO-ROLE-DESK-ADMIN = "Y"
                PERFORM ADD-ORDER
            ELSE
                PERFORM DENY-ORDER-UPDATE
            END-IF
        WHEN "C"
        WHEN "c"
            MOVE "C" TO WS-ACTION
            IF SO-ROLE-DESK-ADMIN = "Y"
                PERFORM CHANGE-ORDER
            ELSE
                PERFORM DENY-ORDER-UPDATE
            END-IF
        WHEN "L"
        WHEN "l"
            MOVE "L" TO WS-ACTION
            PERFORM LIST-ORDERS
        WHEN "X"
        WHEN "x"
        WHEN SPACE
            MOVE "X" TO WS-ACTION
        WHEN OTHER
            DISPLAY "UNRECOGNIZED ACTION: " WS-ACTION
    END-EVALUATE.

*> A new order takes the next number free for its desk. A suspended
*> desk may still have orders placed; ROLL-STANDGEN skips them until
*> the desk is active again.
ADD-ORDER.
    PERFORM ACCEPT-DESK-ID.
    IF WS-INPUT-DESK-ID = SPACES
        DISPLAY "ADD CANCELLED"
    ELSE
        MOVE WS-INPUT-DESK-ID TO DM-DESK-ID
        READ DESK-MASTER-FILE
            INVALID KEY
                DISPLAY "DESK " WS-INPUT-DESK-ID " NOT ON DESK MASTER"
            NOT INVALID KEY
                PERFORM TAKE-NEW-ORDER
        END-READ
    END-IF.

TAKE-NEW-ORDER.
    PERFORM ENTER-ORDER-REQUEST.
    IF WS-REASON-CODE NOT = SPACES
        PERFORM FIND-REASON-TEXT
        DISPLAY "ORDER REFUSED - " WS-REASON-CODE " " WS-REASON-TEXT
    ELSE
        PERFORM FIND-NEXT-ORDER-NO
        MOVE SPACES TO STANDING-ORDER-RECORD
        MOVE WS-EDITED-REQUEST TO ST-REQUEST-IMAGE
        MOVE "W" TO ST-FREQUENCY
        MOVE "NNNNNNN" TO ST-WEEKDAYS
        MOVE WS-RUN-DATE TO ST-START-DATE
        MOVE 0 TO ST-END-DATE
        PERFORM ENTER-SCHEDULE
        IF WS-FIELDS-OK = "Y"
            MOVE WS-INPUT-DESK-ID TO ST-DESK-ID
            MOVE WS-NEXT-ORDER-NO TO ST-ORDER-NO
            MOVE "A" TO ST-STATUS
            MOVE 0 TO ST-LAST-GEN-DATE
            MOVE 0 TO ST-GEN-COUNT
            MOVE SO-OPERATOR-ID TO ST-ENTERED-BY
            WRITE STANDING-ORDER-RECORD
                INVALID KEY
                    DISPLAY "ORDER " ST-DESK-ID " " ST-ORDER-NO
                        " ALREADY ON FILE"
                NOT INVALID KEY
                    ADD 1 TO WS-ADDED-COUNT
                    DISPLAY "ORDER " ST-DESK-ID " " ST-ORDER-NO " ADDED"
                    MOVE "ADDED" TO WS-ACCESS-ACTION
                    PERFORM JOURNAL-ORDER-UPDATE
            END-WRITE
        ELSE
            DISPLAY "ADD CANCELLED"
        END-IF
    END-IF.

*> Order numbers run from 1 within each desk. The highest on file is
*> found by browsing the desk's orders, as ROLL-DISPUTE finds its
*> next case number. The browse reads into the record area, so it is
*> done before the new order is built there.
FIND-NEXT-ORDER-NO.
    MOVE 1 TO WS-NEXT-ORDER-NO.
    MOVE "N" TO WS-SCAN-DONE.
    MOVE WS-INPUT-DESK-ID TO ST-DESK-ID.
    MOVE 0 TO ST-ORDER-NO.
    START STANDING-ORDER-FILE KEY NOT LESS THAN ST-KEY
        INVALID KEY MOVE "Y" TO WS-SCAN-DONE
    END-START.
    PERFORM SCAN-ONE-ORDER UNTIL WS-SCAN-DONE = "Y".

SCAN-ONE-ORDER.
    READ STANDING-ORDER-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-SCAN-DONE
        NOT AT END
            IF ST-DESK-ID NOT = WS-INPUT-DESK-ID
                MOVE "Y" TO WS-SCAN-DONE
            ELSE
                COMPUTE WS-NEXT-ORDER-NO = ST-ORDER-NO + 1
            END-IF
    END-READ.

CHANGE-ORDER.
    PERFORM ACCEPT-DESK-ID.
    IF WS-INPUT-DESK-ID = SPACES
        DISPLAY "CHANGE CANCELLED"
    ELSE
        DISPLAY "ORDER NUMBER:"
        PERFORM TAKE-NUMERIC-REPLY
        IF WS-INPUT-OK NOT = "Y" OR WS-INPUT-NUMBER > 9999
            DISPLAY "CHANGE CANCELLED"
        ELSE
            MOVE WS-INPUT-NUMBER TO WS-INPUT-ORDER-NO
            MOVE WS-INPUT-DESK-ID TO ST-DESK-ID
            MOVE WS-INPUT-ORDER-NO TO ST-ORDER-NO
            READ STANDING-ORDER-FILE
                INVALID KEY
                    DISPLAY "ORDER " WS-INPUT-DESK-ID " "
                        WS-INPUT-ORDER-NO " NOT ON FILE"
                NOT INVALID KEY
                    PERFORM APPLY-ORDER-CHANGES
            END-READ
        END-IF
    END-IF.

*> Blank replies keep the field as it stands. An order is never
*> deleted: cancelling sets status C, so what it generated in the
*> past still traces to an order on file.
APPLY-ORDER-CHANGES.
    DISPLAY WS-LIST-HEADING.
    PERFORM SHOW-ORDER-LINE.
    MOVE "Y" TO WS-FIELDS-OK.
    MOVE SPACES TO WS-CONFIRM.
    DISPLAY "REPLACE THE ROLL? Y=YES:".
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
        PERFORM ENTER-ORDER-REQUEST
        IF WS-REASON-CODE NOT = SPACES
            PERFORM FIND-REASON-TEXT
            DISPLAY "ROLL REFUSED - " WS-REASON-CODE " " WS-REASON-TEXT
            MOVE "N" TO WS-FIELDS-OK
        ELSE
            MOVE WS-EDITED-REQUEST TO ST-REQUEST-IMAGE
        END-IF
    END-IF.
    IF WS-FIELDS-OK = "Y"
        PERFORM ENTER-SCHEDULE
    END-IF.
    IF WS-FIELDS-OK = "Y"
        MOVE SPACES TO WS-INPUT-STATUS
        DISPLAY "NEW STATUS A=ACTIVE H=HELD C=CANCELLED (BLANK TO KEEP):"
        ACCEPT WS-INPUT-STATUS
        EVALUATE WS-INPUT-STATUS
            WHEN "A"
            WHEN "a"
                MOVE "A" TO ST-STATUS
            WHEN "H"
            WHEN "h"
                MOVE "H" TO ST-STATUS
            WHEN "C"
            WHEN "c"
                MOVE "C" TO ST-STATUS
            WHEN SPACE
                CONTINUE
            WHEN OTHER
                DISPLAY "STATUS MUST BE A, H OR C - KEPT AS IS"
        END-EVALUATE
        REWRITE STANDING-ORDER-RECORD
            INVALID KEY
                DISPLAY "REWRITE FAILED FOR ORDER " ST-DESK-ID " "
                    ST-ORDER-NO
            NOT INVALID KEY
                ADD 1 TO WS-CHANGED-COUNT
                DISPLAY "ORDER " ST-DESK-ID " " ST-ORDER-NO " CHANGED"
                MOVE "CHANGED" TO WS-ACCESS-ACTION
                PERFORM JOURNAL-ORDER-UPDATE
        END-REWRITE
    ELSE
        DISPLAY "CHANGE CANCELLED - ORDER LEFT AS IT WAS"
    END-IF.

*> The roll is keyed as ROLL-ONLINE keys one, with the desk standing
*> in for the session id, and faces the same ROLL-RQEDIT edits it
*> will face again in ROLL-EDIT each window it is generated.
ENTER-ORDER-REQUEST.
    MOVE SPACES TO WS-WORK-IMAGE.
    MOVE WS-INPUT-DESK-ID TO WK-SESSION-ID.
    DISPLAY "NUMBER OF DICE:".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-NUM-DICE
    END-IF.
    DISPLAY "SIDES:".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-SIDES
    END-IF.
    MOVE SPACES TO WS-INPUT-TEXT.
    DISPLAY "MOD SIGN + OR - (BLANK FOR +):".
    ACCEPT WS-INPUT-TEXT.
    MOVE WS-INPUT-TEXT(1:1) TO WK-MOD-SIGN.
    DISPLAY "MODIFIER (BLANK FOR 0):".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-MODIFIER
    END-IF.
    MOVE SPACES TO WS-INPUT-TEXT.
    DISPLAY "KEEP TYPE H, L OR BLANK:".
    ACCEPT WS-INPUT-TEXT.
    MOVE WS-INPUT-TEXT(1:1) TO WK-KEEP-TYPE.
    DISPLAY "KEEP COUNT (BLANK FOR 0):".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-KEEP-COUNT
    END-IF.
    DISPLAY "EXTRA SEGMENTS 0-4 (BLANK FOR 0):".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-EXTRA-SEGS
    END-IF.
    IF WK-EXTRA-SEGS NUMERIC AND WK-EXTRA-SEGS <= 4
        PERFORM ENTER-ONE-SEGMENT
            VARYING WS-SEG-INDEX FROM 1 BY 1
            UNTIL WS-SEG-INDEX > WK-EXTRA-SEGS
    END-IF.
    CALL "ROLL-RQEDIT" USING BY REFERENCE WS-WORK-REQUEST,
        WS-EDITED-REQUEST, WS-REASON-CODE, WS-TOTAL-DICE.

ENTER-ONE-SEGMENT.
    DISPLAY "SEGMENT " WS-SEG-INDEX " DICE:".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-SEG-NUM-DICE(WS-SEG-INDEX)
    END-IF.
    DISPLAY "SEGMENT " WS-SEG-INDEX " SIDES:".
    PERFORM TAKE-NUMERIC-REPLY.
    IF WS-INPUT-OK = "Y"
        MOVE WS-INPUT-NUMBER TO WK-SEG-SIDES(WS-SEG-INDEX)
    END-IF.

*> Frequency, weekdays and the start and end dates. On a change the
*> order's current values are the defaults, so a blank reply keeps
*> them; on an add the defaults are every window, from today, with
*> no end. WS-FIELDS-OK comes back "N" if anything keyed is unusable.
ENTER-SCHEDULE.
    MOVE "Y" TO WS-FIELDS-OK.
    MOVE SPACES TO WS-INPUT-FREQUENCY.
    DISPLAY "FREQUENCY W=EVERY WINDOW D=DAILY K=WEEKDAYS (BLANK TO KEEP "
        ST-FREQUENCY "):".
    ACCEPT WS-INPUT-FREQUENCY.
    EVALUATE WS-INPUT-FREQUENCY
        WHEN "W"
        WHEN "w"
            MOVE "W" TO ST-FREQUENCY
        WHEN "D"
        WHEN "d"
            MOVE "D" TO ST-FREQUENCY
        WHEN "K"
        WHEN "k"
            MOVE "K" TO ST-FREQUENCY
        WHEN SPACE
            CONTINUE
        WHEN OTHER
            DISPLAY "FREQUENCY MUST BE W, D OR K"
            MOVE "N" TO WS-FIELDS-OK
    END-EVALUATE.
    IF WS-FIELDS-OK = "Y" AND ST-FREQUENCY = "K"
        PERFORM ENTER-WEEKDAYS
    END-IF.
    IF WS-FIELDS-OK = "Y"
        DISPLAY "START DATE YYYYMMDD (BLANK TO KEEP " ST-START-DATE "):"
        PERFORM TAKE-NUMERIC-REPLY
        IF WS-INPUT-OK = "Y"
            IF WS-INPUT-LENGTH NOT = 8
                DISPLAY "START DATE MUST BE YYYYMMDD"
                MOVE "N" TO WS-FIELDS-OK
            ELSE
                MOVE WS-INPUT-NUMBER TO ST-START-DATE
            END-IF
        END-IF
    END-IF.
    IF WS-FIELDS-OK = "Y"
        DISPLAY "END DATE YYYYMMDD, 0 FOR NONE (BLANK TO KEEP "
            ST-END-DATE "):"
        PERFORM TAKE-NUMERIC-REPLY
        IF WS-INPUT-OK = "Y"
            IF WS-INPUT-NUMBER NOT = 0 AND WS-INPUT-LENGTH NOT = 8
                DISPLAY "END DATE MUST BE YYYYMMDD OR 0"
                MOVE "N" TO WS-FIELDS-OK
            ELSE
                MOVE WS-INPUT-NUMBER TO ST-END-DATE
            END-IF
        END-IF
    END-IF.
    IF WS-FIELDS-OK = "Y"
        IF ST-END-DATE NOT = 0 AND ST-END-DATE < ST-START-DATE
            DISPLAY "END DATE IS BEFORE START DATE"
            MOVE "N" TO WS-FIELDS-OK
        END-IF
    END-IF.

*> One byte per day, Monday first, as the order record holds them.
ENTER-WEEKDAYS.
    MOVE SPACES TO WS-INPUT-WEEKDAYS.
    DISPLAY "WEEKDAYS MON-SUN AS Y/N, E.G. YNYNYNN (BLANK TO KEEP "
        ST-WEEKDAYS "):".
    ACCEPT WS-INPUT-WEEKDAYS.
    IF WS-INPUT-WEEKDAYS NOT = SPACES
        INSPECT WS-INPUT-WEEKDAYS CONVERTING "yn" TO "YN"
        MOVE WS-INPUT-WEEKDAYS TO ST-WEEKDAYS
    END-IF.
    MOVE 0 TO WS-DAYS-FLAGGED.
    PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1 UNTIL WS-DAY-INDEX > 7
        IF ST-WEEKDAYS(WS-DAY-INDEX:1) = "Y"
            ADD 1 TO WS-DAYS-FLAGGED
        ELSE
            IF ST-WEEKDAYS(WS-DAY-INDEX:1) NOT = "N"
                MOVE "N" TO WS-FIELDS-OK
            END-IF
        END-IF
    END-PERFORM.
    IF WS-FIELDS-OK NOT = "Y" OR WS-DAYS-FLAGGED = 0
        DISPLAY "WEEKDAYS MUST BE SEVEN Y/N WITH AT LEAST ONE Y"
        MOVE "N" TO WS-FIELDS-OK
    END-IF.

*> Blank desk lists every order on file; a desk id lists that desk's.
LIST-ORDERS.
    MOVE SPACES TO WS-LIST-DESK-ID.
    DISPLAY "DESK ID (BLANK FOR ALL):".
    ACCEPT WS-LIST-DESK-ID.
    DISPLAY WS-LIST-HEADING.
    MOVE "N" TO WS-LIST-DONE.
    IF WS-LIST-DESK-ID = SPACES
        MOVE LOW-VALUES TO ST-KEY
    ELSE
        MOVE WS-LIST-DESK-ID TO ST-DESK-ID
        MOVE 0 TO ST-ORDER-NO
    END-IF.
    START STANDING-ORDER-FILE KEY NOT LESS THAN ST-KEY
        INVALID KEY MOVE "Y" TO WS-LIST-DONE
    END-START.
    PERFORM LIST-ONE-ORDER UNTIL WS-LIST-DONE = "Y".

LIST-ONE-ORDER.
    READ STANDING-ORDER-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-LIST-DONE
        NOT AT END
            IF WS-LIST-DESK-ID NOT = SPACES
                    AND ST-DESK-ID NOT = WS-LIST-DESK-ID
                MOVE "Y" TO WS-LIST-DONE
            ELSE
                PERFORM SHOW-ORDER-LINE
            END-IF
    END-READ.

*> The roll is shown as its base pool and modifier; a "+" after it
*> means the order also carries extra segments.
SHOW-ORDER-LINE.
    MOVE ST-REQUEST-IMAGE TO WS-ORDER-IMAGE.
    MOVE ST-DESK-ID TO LL-DESK-ID.
    MOVE ST-ORDER-NO TO LL-ORDER-NO.
    MOVE OR-NUM-DICE TO LL-NUM-DICE.
    MOVE OR-SIDES TO LL-SIDES.
    MOVE OR-MOD-SIGN TO LL-MOD-SIGN.
    MOVE OR-MODIFIER TO LL-MODIFIER.
    IF OR-EXTRA-SEGS = 0
        MOVE SPACE TO LL-SEG-FLAG
    ELSE
        MOVE "+" TO LL-SEG-FLAG
    END-IF.
    MOVE ST-FREQUENCY TO LL-FREQUENCY.
    IF ST-FREQUENCY = "K"
        MOVE ST-WEEKDAYS TO LL-WEEKDAYS
    ELSE
        MOVE SPACES TO LL-WEEKDAYS
    END-IF.
    MOVE ST-START-DATE TO LL-START-DATE.
    MOVE ST-END-DATE TO LL-END-DATE.
    MOVE ST-STATUS TO LL-STATUS.
    MOVE ST-LAST-GEN-DATE TO LL-LAST-GEN-DATE.
    MOVE ST-GEN-COUNT TO LL-GEN-COUNT.
    DISPLAY WS-LIST-LINE.

ACCEPT-DESK-ID.
    MOVE SPACES TO WS-INPUT-DESK-ID.
    DISPLAY "DESK ID:".
    ACCEPT WS-INPUT-DESK-ID.

*> Blank reply leaves WS-INPUT-OK at "N"; anything else must be a
*> number, echoed back when it is not. WS-INPUT-LENGTH is left at
*> the number of digits keyed.
TAKE-NUMERIC-REPLY.
    MOVE "N" TO WS-INPUT-OK.
    MOVE SPACES TO WS-INPUT-TEXT.
    ACCEPT WS-INPUT-TEXT.
    IF WS-INPUT-TEXT NOT = SPACES
        MOVE 0 TO WS-INPUT-LENGTH
        INSPECT WS-INPUT-TEXT TALLYING WS-INPUT-LENGTH
            FOR CHARACTERS BEFORE INITIAL SPACE
        IF WS-INPUT-LENGTH = 0
                OR WS-INPUT-TEXT(1:WS-INPUT-LENGTH) NOT NUMERIC
            DISPLAY "NOT NUMERIC - FIELD LEFT BLANK: " WS-INPUT-TEXT
        ELSE
            COMPUTE WS-INPUT-NUMBER = FUNCTION NUMVAL(WS-INPUT-TEXT)
            MOVE "Y" TO WS-INPUT-OK
        END-IF
    END-IF.

FIND-REASON-TEXT.
    MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT.
    PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
            UNTIL WS-REASON-INDEX > 12
        IF RN-CODE(WS-REASON-INDEX) = WS-REASON-CODE
            MOVE RN-TEXT(WS-REASON-INDEX) TO WS-REASON-TEXT
        END-IF
    END-PERFORM.

*> Sign-on, sign-off, refusals and every order written or changed go
*> to the access journal under the signed-on operator.
DENY-ORDER-UPDATE.
    MOVE "ORDER UPDATES NEED DESK-ADMIN" TO WS-ACCESS-DETAIL.
    PERFORM DENY-ACTION.

DENY-ACTION.
    MOVE "DENIED" TO WS-ACCESS-EVENT.
    PERFORM WRITE-JOURNAL-ENTRY.
    DISPLAY "NOT AUTHORIZED - " WS-ACCESS-DETAIL.

JOURNAL-ORDER-UPDATE.
    MOVE SPACES TO WS-ACCESS-DETAIL.
    STRING WS-ACCESS-ACTION DELIMITED BY SPACE
        " ORDER " DELIMITED BY SIZE
        ST-DESK-ID DELIMITED BY SPACE
        "/" ST-ORDER-NO " F=" ST-FREQUENCY " ST=" ST-STATUS
            DELIMITED BY SIZE
        INTO WS-ACCESS-DETAIL
    END-STRING.
    MOVE "UPDATE" TO WS-ACCESS-EVENT.
    PERFORM WRITE-JOURNAL-ENTRY.

WRITE-JOURNAL-ENTRY.
    CALL "ROLL-ACCJRNL" USING BY REFERENCE WS-ACCESS-PROGRAM,
        SO-OPERATOR-ID, WS-ACCESS-EVENT, WS-ACCESS-DETAIL.
