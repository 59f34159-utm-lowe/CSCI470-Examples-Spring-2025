IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-OPERMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY OM-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-MASTER-FILE.
01  OPERATOR-MASTER-RECORD.
    COPY OPERMAST REPLACING ==:REC:== BY ==OM==.

WORKING-STORAGE SECTION.
01 WS-OPERATOR-STATUS PIC XX.
01 WS-ACTION PIC X.
01 WS-RUN-DATE PIC 9(8).
01 WS-FIRST-OPERATOR PIC X VALUE "N".
01 WS-INPUT-OPERATOR PIC X(10).
01 WS-INPUT-NAME PIC X(30).
01 WS-INPUT-ROLES PIC X(6).
01 WS-INPUT-STATUS PIC X.
01 WS-INPUT-PIN PIC X(8).
01 WS-PIN-LENGTH PIC 99.
01 WS-PIN-OK PIC X.
01 WS-ROLE-TALLY PIC 9.
01 WS-PIN-IMAGE PIC X(54).
01 WS-PIN-ZERO PIC 9(10) VALUE 0.
01 WS-PIN-HASH PIC 9(10).
01 WS-LIST-DONE PIC X.
01 WS-ADDED-COUNT PIC 9(4) VALUE 0.
01 WS-CHANGED-COUNT PIC 9(4) VALUE 0.
01 WS-PIN-RESET-COUNT PIC 9(4) VALUE 0.
01 WS-REWRITE-FAILED-COUNT PIC 9(4) VALUE 0.

*> The operator signed on to this run; only a supervisor may
*> maintain operators.
01 WS-SIGNON-OPERATOR.
    COPY OPERMAST REPLACING ==:REC:== BY ==SO==.
01 WS-SIGNON-RESULT PIC X.
01 WS-ACCESS-PROGRAM PIC X(14) VALUE "ROLL-OPERMNT".
01 WS-ACCESS-EVENT PIC X(8).
01 WS-ACCESS-DETAIL PIC X(40).

01 WS-LIST-LINE.
    05 FILLER PIC XX VALUE SPACES.
    05 LL-OPERATOR-ID PIC X(10).
    05 FILLER PIC XX VALUE SPACES.
    05 LL-OPERATOR-NAME PIC X(30).
    05 FILLER PIC XX VALUE SPACES.
    05 LL-ROLES PIC X(6).
    05 FILLER PIC XX VALUE SPACES.
    05 LL-STATUS PIC X.
    05 FILLER PIC XX VALUE SPACES.
    05 LL-LAST-SIGNON PIC 9999/99/99.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    DISPLAY "ROLL-OPERMNT: OPERATOR MASTER MAINTENANCE".
    PERFORM OPEN-OPERATOR-MASTER.
    PERFORM CHECK-FOR-OPERATORS.
    IF WS-FIRST-OPERATOR = "Y"
        PERFORM ADD-FIRST-OPERATOR
    ELSE
        CLOSE OPERATOR-MASTER-FILE
        PERFORM SIGN-ON-SUPERVISOR
        PERFORM OPEN-OPERATOR-MASTER
        PERFORM PROCESS-ONE-ACTION UNTIL WS-ACTION = "X"
        MOVE "SIGNOFF" TO WS-ACCESS-EVENT
        MOVE SPACES TO WS-ACCESS-DETAIL
        PERFORM WRITE-JOURNAL-ENTRY
    END-IF.
    CLOSE OPERATOR-MASTER-FILE.
    DISPLAY "ROLL-OPERMNT: ADDED=" WS-ADDED-COUNT
        " CHANGED=" WS-CHANGED-COUNT
        " PIN-RESETS=" WS-PIN-RESET-COUNT.
*> An update the master would not take leaves the run RC 2, so a
*> failed change is not mistaken for a clean session.
    IF WS-REWRITE-FAILED-COUNT > 0
        DISPLAY "ROLL-OPERMNT: " WS-REWRITE-FAILED-COUNT
            " UPDATE(S) NOT APPLIED"
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

OPEN-OPERATOR-MASTER.
    OPEN I-O OPERATOR-MASTER-FILE.
    IF WS-OPERATOR-STATUS = "35"
        OPEN OUTPUT OPERATOR-MASTER-FILE
        CLOSE OPERATOR-MASTER-FILE
        OPEN I-O OPERATOR-MASTER-FILE
    END-IF.
    IF WS-OPERATOR-STATUS NOT = "00"
        DISPLAY "ROLL-OPERMNT: FATAL - CANNOT OPEN OPERATOR-MASTER-FILE, "
            "STATUS=" WS-OPERATOR-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

CHECK-FOR-OPERATORS.
    MOVE "Y" TO WS-FIRST-OPERATOR.
    MOVE LOW-VALUES TO OM-OPERATOR-ID.
    START OPERATOR-MASTER-FILE KEY NOT LESS THAN OM-OPERATOR-ID
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ OPERATOR-MASTER-FILE NEXT RECORD
                AT END CONTINUE
                NOT AT END MOVE "N" TO WS-FIRST-OPERATOR
            END-READ
    END-START.

*> With no operator on file nobody could ever sign on, so the first
*> run adds one operator - always a supervisor - without a sign-on,
*> journals it and stops. Every later run needs that supervisor.
ADD-FIRST-OPERATOR.
    DISPLAY "NO OPERATORS ON FILE - ADD THE FIRST SUPERVISOR".
    MOVE "S" TO WS-ACTION.
    PERFORM ADD-OPERATOR.
    IF WS-ADDED-COUNT > 0
        DISPLAY "SIGN ON AS " OM-OPERATOR-ID " TO ADD FURTHER OPERATORS"
    END-IF.

SIGN-ON-SUPERVISOR.
    CALL "ROLL-SIGNON" USING BY REFERENCE WS-ACCESS-PROGRAM,
        WS-SIGNON-OPERATOR, WS-SIGNON-RESULT.
    IF WS-SIGNON-RESULT NOT = "Y"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF SO-ROLE-SUPERVISOR NOT = "Y"
        MOVE "DENIED" TO WS-ACCESS-EVENT
        MOVE "OPERATOR MAINTENANCE NEEDS SUPERVISOR"
            TO WS-ACCESS-DETAIL
        PERFORM WRITE-JOURNAL-ENTRY
        DISPLAY "ROLL-OPERMNT: " WS-ACCESS-DETAIL
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

PROCESS-ONE-ACTION.
    MOVE SPACES TO WS-ACTION.
    DISPLAY "ACTION - A=ADD C=CHANGE P=RESET PIN L=LIST X=EXIT:".
    ACCEPT WS-ACTION.
    EVALUATE WS-ACTION
        WHEN "A"
        WHEN "a"
            MOVE "A" TO WS-ACTION
            PERFORM ADD-OPERATOR
        WHEN "C"
        WHEN "c"
            MOVE "C" TO WS-ACTION
            PERFORM CHANGE-OPERATOR
        WHEN "P"
        WHEN "p"
            MOVE "P" TO WS-ACTION
            PERFORM RESET-OPERATOR-PIN
        WHEN "L"
        WHEN "l"
            MOVE "L" TO WS-ACTION
            PERFORM LIST-OPERATORS
        WHEN "X"
        WHEN "x"
        WHEN SPACE
            MOVE "X" TO WS-ACTION
        WHEN OTHER
            DISPLAY "UNRECOGNIZED ACTION: " WS-ACTION
    END-EVALUATE.

*> WS-ACTION is "S" only for the first operator on an empty master,
*> who is given the supervisor role whatever is keyed.
ADD-OPERATOR.
    PERFORM ACCEPT-OPERATOR-ID.
    IF WS-INPUT-OPERATOR = SPACES
        DISPLAY "ADD CANCELLED"
    ELSE
        MOVE SPACES TO WS-INPUT-NAME
        DISPLAY "OPERATOR NAME:"
        ACCEPT WS-INPUT-NAME
        MOVE WS-INPUT-OPERATOR TO OM-OPERATOR-ID
        MOVE WS-INPUT-NAME TO OM-OPERATOR-NAME
        MOVE "NNNNNN" TO OM-ROLES
        PERFORM ACCEPT-ROLES
        IF WS-ACTION = "S"
            MOVE "Y" TO OM-ROLE-SUPERVISOR
        END-IF
        PERFORM ACCEPT-NEW-PIN
        IF WS-PIN-OK = "N"
            DISPLAY "ADD CANCELLED"
        ELSE
            MOVE "A" TO OM-STATUS
            MOVE 0 TO OM-FAILED-COUNT
            MOVE 0 TO OM-LAST-SIGNON-DATE
            MOVE WS-RUN-DATE TO OM-PIN-SET-DATE
            WRITE OPERATOR-MASTER-RECORD
                INVALID KEY
                    DISPLAY "OPERATOR " WS-INPUT-OPERATOR
                        " ALREADY ON FILE"
                NOT INVALID KEY
                    ADD 1 TO WS-ADDED-COUNT
                    DISPLAY "OPERATOR " WS-INPUT-OPERATOR " ADDED"
                    MOVE SPACES TO WS-ACCESS-DETAIL
                    STRING "ADDED " DELIMITED BY SIZE
                        OM-OPERATOR-ID DELIMITED BY SPACE
                        " ROLES " DELIMITED BY SIZE
                        OM-ROLES DELIMITED BY SIZE
                        INTO WS-ACCESS-DETAIL
                    END-STRING
                    PERFORM JOURNAL-UPDATE
            END-WRITE
        END-IF
    END-IF.

*> A supervisor cannot alter their own roles or status; that takes a
*> second supervisor, so no one can grant themselves access.
CHANGE-OPERATOR.
    PERFORM ACCEPT-OPERATOR-ID.
    IF WS-INPUT-OPERATOR = SPACES
        DISPLAY "CHANGE CANCELLED"
    ELSE
        IF WS-INPUT-OPERATOR = SO-OPERATOR-ID
            DISPLAY "ANOTHER SUPERVISOR MUST CHANGE YOUR OWN RECORD"
        ELSE
            MOVE WS-INPUT-OPERATOR TO OM-OPERATOR-ID
            READ OPERATOR-MASTER-FILE
                INVALID KEY
                    DISPLAY "OPERATOR " WS-INPUT-OPERATOR " NOT ON FILE"
                NOT INVALID KEY
                    PERFORM APPLY-OPERATOR-CHANGES
            END-READ
        END-IF
    END-IF.

*> Blank replies keep the field as it stands. Setting status A on a
*> locked operator unlocks them and clears the failure count.
APPLY-OPERATOR-CHANGES.
    PERFORM SHOW-OPERATOR.
    MOVE SPACES TO WS-INPUT-NAME.
    DISPLAY "NEW OPERATOR NAME (BLANK TO KEEP):".
    ACCEPT WS-INPUT-NAME.
    IF WS-INPUT-NAME NOT = SPACES
        MOVE WS-INPUT-NAME TO OM-OPERATOR-NAME
    END-IF.
    PERFORM ACCEPT-ROLES.
    MOVE SPACES TO WS-INPUT-STATUS.
    DISPLAY "NEW STATUS A=ACTIVE S=SUSPENDED (BLANK TO KEEP):".
    ACCEPT WS-INPUT-STATUS.
    IF WS-INPUT-STATUS = "A" OR WS-INPUT-STATUS = "a"
        MOVE "A" TO OM-STATUS
        MOVE 0 TO OM-FAILED-COUNT
    ELSE
        IF WS-INPUT-STATUS = "S" OR WS-INPUT-STATUS = "s"
            MOVE "S" TO OM-STATUS
        ELSE
            IF WS-INPUT-STATUS NOT = SPACES
                DISPLAY "STATUS MUST BE A OR S - KEPT AS IS"
            END-IF
        END-IF
    END-IF.
    REWRITE OPERATOR-MASTER-RECORD
        INVALID KEY
            DISPLAY "REWRITE FAILED FOR OPERATOR " WS-INPUT-OPERATOR
            ADD 1 TO WS-REWRITE-FAILED-COUNT
        NOT INVALID KEY
            ADD 1 TO WS-CHANGED-COUNT
            DISPLAY "OPERATOR " WS-INPUT-OPERATOR " CHANGED"
            MOVE SPACES TO WS-ACCESS-DETAIL
            STRING "CHANGED " DELIMITED BY SIZE
                OM-OPERATOR-ID DELIMITED BY SPACE
                " ROLES " DELIMITED BY SIZE
                OM-ROLES DELIMITED BY SIZE
                " STATUS " DELIMITED BY SIZE
                OM-STATUS DELIMITED BY SIZE
                INTO WS-ACCESS-DETAIL
            END-STRING
            PERFORM JOURNAL-UPDATE
    END-REWRITE.

*> A supervisor may reset their own PIN; a reset clears a lockout.
RESET-OPERATOR-PIN.
    PERFORM ACCEPT-OPERATOR-ID.
    IF WS-INPUT-OPERATOR = SPACES
        DISPLAY "PIN RESET CANCELLED"
    ELSE
        MOVE WS-INPUT-OPERATOR TO OM-OPERATOR-ID
        READ OPERATOR-MASTER-FILE
            INVALID KEY
                DISPLAY "OPERATOR " WS-INPUT-OPERATOR " NOT ON FILE"
            NOT INVALID KEY
                PERFORM ACCEPT-NEW-PIN
                IF WS-PIN-OK = "N"
                    DISPLAY "PIN RESET CANCELLED"
                ELSE
                    MOVE WS-RUN-DATE TO OM-PIN-SET-DATE
                    MOVE 0 TO OM-FAILED-COUNT
                    IF OM-STATUS = "L"
                        MOVE "A" TO OM-STATUS
                    END-IF
                    REWRITE OPERATOR-MASTER-RECORD
                        INVALID KEY
                            DISPLAY "REWRITE FAILED FOR OPERATOR "
                                WS-INPUT-OPERATOR
                            ADD 1 TO WS-REWRITE-FAILED-COUNT
                        NOT INVALID KEY
                            ADD 1 TO WS-PIN-RESET-COUNT
                            DISPLAY "PIN RESET FOR OPERATOR "
                                WS-INPUT-OPERATOR
                            MOVE SPACES TO WS-ACCESS-DETAIL
                            STRING "PIN RESET " DELIMITED BY SIZE
                                OM-OPERATOR-ID DELIMITED BY SPACE
                                INTO WS-ACCESS-DETAIL
                            END-STRING
                            PERFORM JOURNAL-UPDATE
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

LIST-OPERATORS.
    MOVE "N" TO WS-LIST-DONE.
    MOVE LOW-VALUES TO OM-OPERATOR-ID.
    START OPERATOR-MASTER-FILE KEY NOT LESS THAN OM-OPERATOR-ID
        INVALID KEY MOVE "Y" TO WS-LIST-DONE
    END-START.
    IF WS-LIST-DONE = "N"
        DISPLAY "  OPERATOR    NAME                            "
            "IDRASO  S  LAST SIGN-ON"
    END-IF.
    PERFORM LIST-ONE-OPERATOR UNTIL WS-LIST-DONE = "Y".

LIST-ONE-OPERATOR.
    READ OPERATOR-MASTER-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-LIST-DONE
        NOT AT END PERFORM SHOW-OPERATOR
    END-READ.

SHOW-OPERATOR.
    MOVE OM-OPERATOR-ID TO LL-OPERATOR-ID.
    MOVE OM-OPERATOR-NAME TO LL-OPERATOR-NAME.
    MOVE OM-ROLES TO LL-ROLES.
    MOVE OM-STATUS TO LL-STATUS.
    MOVE OM-LAST-SIGNON-DATE TO LL-LAST-SIGNON.
    DISPLAY WS-LIST-LINE.

ACCEPT-OPERATOR-ID.
    MOVE SPACES TO WS-INPUT-OPERATOR.
    DISPLAY "OPERATOR ID:".
    ACCEPT WS-INPUT-OPERATOR.

*> Roles are keyed as a string of letters, one per role granted, and
*> replace the operator's roles outright; blank keeps them.
ACCEPT-ROLES.
    MOVE SPACES TO WS-INPUT-ROLES.
    DISPLAY "ROLES - I=INQUIRE D=DISPUTE R=REPAIR A=DESK-ADMIN "
        "S=SUPERVISOR O=ONLINE ROLL".
    DISPLAY "LETTERS FOR EVERY ROLE GRANTED (BLANK TO KEEP):".
    ACCEPT WS-INPUT-ROLES.
    IF WS-INPUT-ROLES NOT = SPACES
        INSPECT WS-INPUT-ROLES CONVERTING "idraso" TO "IDRASO"
        MOVE "NNNNNN" TO OM-ROLES
        MOVE 0 TO WS-ROLE-TALLY
        INSPECT WS-INPUT-ROLES TALLYING WS-ROLE-TALLY FOR ALL "I"
        IF WS-ROLE-TALLY > 0 MOVE "Y" TO OM-ROLE-INQUIRE END-IF
        MOVE 0 TO WS-ROLE-TALLY
        INSPECT WS-INPUT-ROLES TALLYING WS-ROLE-TALLY FOR ALL "D"
        IF WS-ROLE-TALLY > 0 MOVE "Y" TO OM-ROLE-DISPUTE END-IF
        MOVE 0 TO WS-ROLE-TALLY
        INSPECT WS-INPUT-ROLES TALLYING WS-ROLE-TALLY FOR ALL "R"
        IF WS-ROLE-TALLY > 0 MOVE "Y" TO OM-ROLE-REPAIR END-IF
        MOVE 0 TO WS-ROLE-TALLY
        INSPECT WS-INPUT-ROLES TALLYING WS-ROLE-TALLY FOR ALL "A"
        IF WS-ROLE-TALLY > 0 MOVE "Y" TO OM-ROLE-DESK-ADMIN END-IF
        MOVE 0 TO WS-ROLE-TALLY
        INSPECT WS-INPUT-ROLES TALLYING WS-ROLE-TALLY FOR ALL "S"
        IF WS-ROLE-TALLY > 0 MOVE "Y" TO OM-ROLE-SUPERVISOR END-IF
        MOVE 0 TO WS-ROLE-TALLY
        INSPECT WS-INPUT-ROLES TALLYING WS-ROLE-TALLY FOR ALL "O"
        IF WS-ROLE-TALLY > 0 MOVE "Y" TO OM-ROLE-ROLL END-IF
    END-IF.

*> A PIN is four to eight characters, keyed twice. It is hashed the
*> same way ROLL-SIGNON hashes what is keyed at sign-on.
ACCEPT-NEW-PIN.
    MOVE "N" TO WS-PIN-OK.
    MOVE SPACES TO WS-INPUT-PIN.
    DISPLAY "NEW PIN (4-8 CHARACTERS):".
    ACCEPT WS-INPUT-PIN.
    MOVE 0 TO WS-PIN-LENGTH.
    INSPECT WS-INPUT-PIN TALLYING WS-PIN-LENGTH
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF WS-PIN-LENGTH < 4
        DISPLAY "PIN TOO SHORT OR CONTAINS A SPACE"
    ELSE
        PERFORM HASH-INPUT-PIN
        MOVE SPACES TO WS-INPUT-PIN
        DISPLAY "KEY THE PIN AGAIN:"
        ACCEPT WS-INPUT-PIN
        MOVE WS-PIN-HASH TO OM-PIN-HASH
        PERFORM HASH-INPUT-PIN
        IF WS-PIN-HASH NOT = OM-PIN-HASH
            DISPLAY "PINS DO NOT MATCH"
        ELSE
            MOVE "Y" TO WS-PIN-OK
        END-IF
    END-IF.

HASH-INPUT-PIN.
    MOVE SPACES TO WS-PIN-IMAGE.
    MOVE OM-OPERATOR-ID TO WS-PIN-IMAGE(1:10).
    MOVE WS-INPUT-PIN TO WS-PIN-IMAGE(11:8).
    CALL "ROLL-SEAL" USING BY REFERENCE WS-PIN-IMAGE, WS-PIN-ZERO,
        WS-PIN-HASH.

*> Updates on an empty master are journaled under the new operator,
*> there being no one signed on yet.
JOURNAL-UPDATE.
    IF WS-FIRST-OPERATOR = "Y"
        MOVE OM-OPERATOR-ID TO SO-OPERATOR-ID
    END-IF.
    MOVE "UPDATE" TO WS-ACCESS-EVENT.
    PERFORM WRITE-JOURNAL-ENTRY.

WRITE-JOURNAL-ENTRY.
    CALL "ROLL-ACCJRNL" USING BY REFERENCE WS-ACCESS-PROGRAM,
        SO-OPERATOR-ID, WS-ACCESS-EVENT, WS-ACCESS-DETAIL.
