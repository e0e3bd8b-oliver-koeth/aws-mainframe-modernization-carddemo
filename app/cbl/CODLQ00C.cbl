>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CODLQ00C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COLLWRK-FILE ASSIGN TO "COLLWRK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COL-ACCT-ID
        FILE STATUS IS WS-COLLWRK-STATUS.

DATA DIVISION.
FILE SECTION.
FD  COLLWRK-FILE.
COPY CSCOL01Y.

WORKING-STORAGE SECTION.
01 WS-COLLWRK-STATUS PIC X(02) VALUE "00".
   88 COLLWRK-OK VALUE "00".
   88 COLLWRK-EOF VALUE "10".
01 WS-ACTION PIC X(01) VALUE SPACES.
01 WS-ACCT-ID-TEXT PIC X(11) VALUE SPACES.
01 WS-BUCKET-TEXT PIC X(03) VALUE SPACES.
01 WS-FILTER-BUCKET PIC 9(03) VALUE ZERO.
01 WS-NOTE-TEXT PIC X(60) VALUE SPACES.
01 WS-FOLLOW-UP-TEXT PIC X(08) VALUE SPACES.
01 WS-CONFIRM PIC X(01) VALUE "N".
   88 WS-CONFIRMED VALUE "Y".
01 WS-INPUT-ERROR-SW PIC X(01) VALUE "N".
   88 WS-INPUT-ERROR VALUE "Y".
01 WS-PAGE-SIZE PIC 9(02) VALUE 10.
01 WS-PAGE-LINES PIC 9(02) VALUE ZERO.
01 WS-ENTRY-COUNT PIC 9(05) VALUE ZERO.
01 WS-MORE-REPLY PIC X(01) VALUE "Y".
   88 WS-MORE-WANTED VALUE "Y".
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-BALANCE PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.

LINKAGE SECTION.
COPY COCOM01Y.

PROCEDURE DIVISION USING CARDDEMO-COMMAREA.
MAIN-PARA.
    OPEN I-O COLLWRK-FILE
    IF NOT COLLWRK-OK
        DISPLAY "No collections worklist on file, status="
            WS-COLLWRK-STATUS
            " - has the delinquency aging batch run?"
    ELSE
        DISPLAY "L = list worklist, A = annotate an account,"
            " blank = return: " WITH NO ADVANCING
        ACCEPT WS-ACTION
        MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
        EVALUATE WS-ACTION
            WHEN "L"
                PERFORM GET-BUCKET-FILTER
                PERFORM LIST-WORKLIST-ENTRIES
            WHEN "A"
                PERFORM ANNOTATE-WORKLIST-ENTRY
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        CLOSE COLLWRK-FILE
    END-IF

    MOVE "CODLQ00C" TO CDEMO-FROM-PROGRAM
    GOBACK.

GET-BUCKET-FILTER.
    MOVE ZERO TO WS-FILTER-BUCKET
    DISPLAY "Minimum bucket 30/60/90/120 (blank = all open): "
        WITH NO ADVANCING
    ACCEPT WS-BUCKET-TEXT
    IF FUNCTION TRIM(WS-BUCKET-TEXT) NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-BUCKET-TEXT) TO WS-FILTER-BUCKET
    END-IF.

LIST-WORKLIST-ENTRIES.
    MOVE ZERO TO WS-ENTRY-COUNT
    MOVE ZERO TO WS-PAGE-LINES
    MOVE "Y" TO WS-MORE-REPLY

    DISPLAY SPACE
    DISPLAY "Collections Worklist"
    DISPLAY "Account     Customer                       DPD  Past due"
        "          Blk Follow-up Note"

    PERFORM UNTIL COLLWRK-EOF OR NOT WS-MORE-WANTED
        READ COLLWRK-FILE NEXT RECORD
            AT END SET COLLWRK-EOF TO TRUE
            NOT AT END
                IF COL-STATUS-OPEN
                   AND COL-BUCKET >= WS-FILTER-BUCKET
                    PERFORM DISPLAY-WORKLIST-ENTRY
                END-IF
        END-READ
    END-PERFORM

    DISPLAY SPACE
    DISPLAY WS-ENTRY-COUNT " worklist entr(ies) listed.".

DISPLAY-WORKLIST-ENTRY.
    MOVE COL-AMOUNT-PAST-DUE TO WS-DISPLAY-AMOUNT
    DISPLAY COL-ACCT-ID " " COL-CUST-NAME " " COL-DAYS-PAST-DUE " "
        WS-DISPLAY-AMOUNT " " COL-CARDS-BLOCKED "   "
        COL-FOLLOW-UP-DATE "  " COL-NOTE-TEXT(1:30)
    ADD 1 TO WS-ENTRY-COUNT
    ADD 1 TO WS-PAGE-LINES
    IF WS-PAGE-LINES = WS-PAGE-SIZE
        MOVE ZERO TO WS-PAGE-LINES
        DISPLAY "More? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-MORE-REPLY
        MOVE FUNCTION UPPER-CASE(WS-MORE-REPLY) TO WS-MORE-REPLY
    END-IF.

ANNOTATE-WORKLIST-ENTRY.
    IF CDEMO-ACCT-ID NOT = ZERO
        DISPLAY "Account number (blank = " CDEMO-ACCT-ID "): "
            WITH NO ADVANCING
    ELSE
        DISPLAY "Account number (11 digits): " WITH NO ADVANCING
    END-IF
    ACCEPT WS-ACCT-ID-TEXT
    IF FUNCTION TRIM(WS-ACCT-ID-TEXT) NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-ACCT-ID-TEXT) TO CDEMO-ACCT-ID
    END-IF
    MOVE CDEMO-ACCT-ID TO COL-ACCT-ID
    READ COLLWRK-FILE
        INVALID KEY
            DISPLAY "Account " CDEMO-ACCT-ID
                " is not on the collections worklist."
        NOT INVALID KEY
            PERFORM SHOW-WORKLIST-ENTRY
            PERFORM GET-ANNOTATION
            IF WS-INPUT-ERROR
                DISPLAY "Note not saved."
            ELSE
                PERFORM SAVE-ANNOTATION
            END-IF
    END-READ.

SHOW-WORKLIST-ENTRY.
    MOVE COL-AMOUNT-PAST-DUE TO WS-DISPLAY-AMOUNT
    MOVE COL-CURR-BAL TO WS-DISPLAY-BALANCE
    DISPLAY SPACE
    DISPLAY "Account:        " COL-ACCT-ID "  " COL-CUST-NAME
    IF COL-STATUS-OPEN
        DISPLAY "Status:         OPEN since " COL-ADDED-DATE
    ELSE
        DISPLAY "Status:         CURED " COL-UPDATED-DATE
    END-IF
    DISPLAY "Days past due:  " COL-DAYS-PAST-DUE
        "  (oldest unpaid due date " COL-OLDEST-DUE-DATE ")"
    DISPLAY "Past due:       " WS-DISPLAY-AMOUNT
    DISPLAY "Balance:        " WS-DISPLAY-BALANCE
    IF COL-CARDS-ARE-BLOCKED
        DISPLAY "Cards:          BLOCKED FOR DELINQUENCY"
    END-IF
    IF COL-NOTE-TEXT NOT = SPACES
        DISPLAY "Last note:      " FUNCTION TRIM(COL-NOTE-TEXT)
        DISPLAY "                by " COL-NOTE-USER " at "
            COL-NOTE-TIMESTAMP(1:16)
    END-IF
    IF COL-FOLLOW-UP-DATE NOT = SPACES
        DISPLAY "Follow up on:   " COL-FOLLOW-UP-DATE
    END-IF.

GET-ANNOTATION.
    MOVE "N" TO WS-INPUT-ERROR-SW
    DISPLAY "New note (blank = keep): " WITH NO ADVANCING
    ACCEPT WS-NOTE-TEXT
    DISPLAY "Follow-up date YYYYMMDD (blank = keep): "
        WITH NO ADVANCING
    ACCEPT WS-FOLLOW-UP-TEXT
    IF WS-FOLLOW-UP-TEXT NOT = SPACES
        IF WS-FOLLOW-UP-TEXT NOT NUMERIC
            DISPLAY "Follow-up date must be 8 digits YYYYMMDD."
            SET WS-INPUT-ERROR TO TRUE
        ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-FOLLOW-UP-TEXT)) NOT = ZERO
                DISPLAY "Follow-up date " WS-FOLLOW-UP-TEXT
                    " is not a valid date."
                SET WS-INPUT-ERROR TO TRUE
            END-IF
        END-IF
    END-IF
    IF NOT WS-INPUT-ERROR
       AND WS-NOTE-TEXT = SPACES AND WS-FOLLOW-UP-TEXT = SPACES
        DISPLAY "Nothing entered."
        SET WS-INPUT-ERROR TO TRUE
    END-IF.

SAVE-ANNOTATION.
    DISPLAY "Save? (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
    IF WS-CONFIRMED
        IF WS-NOTE-TEXT NOT = SPACES
            MOVE WS-NOTE-TEXT TO COL-NOTE-TEXT
        END-IF
        IF WS-FOLLOW-UP-TEXT NOT = SPACES
            MOVE WS-FOLLOW-UP-TEXT TO COL-FOLLOW-UP-DATE
        END-IF
        MOVE CDEMO-USER-ID TO COL-NOTE-USER
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
        MOVE SPACES TO COL-NOTE-TIMESTAMP
        STRING WS-CURRENT-TIMESTAMP(1:4) "-"
            WS-CURRENT-TIMESTAMP(5:2) "-"
            WS-CURRENT-TIMESTAMP(7:2) "-"
            WS-CURRENT-TIMESTAMP(9:2) "."
            WS-CURRENT-TIMESTAMP(11:2) "."
            WS-CURRENT-TIMESTAMP(13:2) ".000000"
            DELIMITED SIZE INTO COL-NOTE-TIMESTAMP
        REWRITE COLLECTIONS-WORK-RECORD
        IF COLLWRK-OK
            DISPLAY "Note saved for account " COL-ACCT-ID "."
        ELSE
            DISPLAY "Unable to save note, status=" WS-COLLWRK-STATUS
        END-IF
    ELSE
        DISPLAY "Note not saved."
    END-IF.
