>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CBRWD01C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RWDPARM-FILE ASSIGN TO "RWDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RWDPARM-STATUS.
    SELECT RWDLEDG-FILE ASSIGN TO "RWDLEDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RWL-KEY
        FILE STATUS IS WS-RWDLEDG-STATUS.
    SELECT EXPIRY-REPORT-FILE ASSIGN TO "RWDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RWDPARM-FILE.
COPY CSRWP01Y.

FD  RWDLEDG-FILE.
COPY CSRWD01Y.

FD  EXPIRY-REPORT-FILE.
01 EXPIRY-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RWDPARM-STATUS PIC X(02) VALUE "00".
   88 RWDPARM-OK VALUE "00".
   88 RWDPARM-EOF VALUE "10".
01 WS-RWDLEDG-STATUS PIC X(02) VALUE "00".
   88 RWDLEDG-OK VALUE "00".
   88 RWDLEDG-EOF VALUE "10".
   88 RWDLEDG-NOFILE VALUE "35".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
   88 REPORT-OK VALUE "00".

01 WS-CYCLE-DATE PIC X(08) VALUE SPACES.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-RUN-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-EXPIRY-MONTHS PIC 9(03) VALUE ZERO.
01 WS-CONTROL-FOUND-SW PIC X(01) VALUE "N".
   88 WS-CONTROL-FOUND VALUE "Y".
01 WS-MONTH-NUMBER PIC 9(06) VALUE ZERO.
01 WS-CUTOFF-YEAR PIC 9(04) VALUE ZERO.
01 WS-CUTOFF-MM PIC 9(02) VALUE ZERO.
01 WS-CUTOFF-MONTH PIC X(06) VALUE SPACES.

01 WS-CURRENT-ACCT-ID PIC 9(11) VALUE ZERO.
01 WS-SAVE-LEDGER-RECORD PIC X(121) VALUE SPACES.
01 WS-ACCT-AGED-CREDITS PIC S9(11) COMP-3 VALUE ZERO.
01 WS-ACCT-DEBITS PIC S9(11) COMP-3 VALUE ZERO.
01 WS-ACCT-BALANCE PIC S9(11) COMP-3 VALUE ZERO.
01 WS-EXPIRE-POINTS PIC S9(09) COMP-3 VALUE ZERO.

01 WS-READ-COUNT PIC 9(07) VALUE ZERO.
01 WS-ACCT-COUNT PIC 9(06) VALUE ZERO.
01 WS-EXPIRED-COUNT PIC 9(06) VALUE ZERO.
01 WS-EXPIRED-TOTAL PIC S9(11) COMP-3 VALUE ZERO.
01 WS-DISPLAY-POINTS PIC ZZ,ZZZ,ZZZ,ZZ9-.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "CBRWD01C - Rewards points expiry"
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    PERFORM GET-CYCLE-DATE
    PERFORM READ-EXPIRY-PARAMETER

    OPEN OUTPUT EXPIRY-REPORT-FILE
    IF NOT REPORT-OK
        DISPLAY "Unable to open RWDRPT report, status="
            WS-REPORT-STATUS
    ELSE
        PERFORM WRITE-REPORT-HEADING
        IF NOT WS-CONTROL-FOUND OR WS-EXPIRY-MONTHS = ZERO
            DISPLAY "No RWDPARM expiry period - no points expired."
            MOVE "*** NO EXPIRY PERIOD ON RWDPARM - NOTHING EXPIRED ***"
                TO EXPIRY-REPORT-LINE
            WRITE EXPIRY-REPORT-LINE
        ELSE
            PERFORM EXPIRE-ALL-ACCOUNTS
        END-IF
        PERFORM WRITE-REPORT-TRAILER
        CLOSE EXPIRY-REPORT-FILE
    END-IF

    DISPLAY "Ledger entries read: " WS-READ-COUNT
        ", accounts: " WS-ACCT-COUNT
        ", accounts with points expired: " WS-EXPIRED-COUNT
    GOBACK.

GET-CYCLE-DATE.
    ACCEPT WS-CYCLE-DATE FROM ENVIRONMENT "CARDDEMO-CYCLE-DATE"
    IF WS-CYCLE-DATE = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CYCLE-DATE
    END-IF
    MOVE SPACES TO WS-RUN-TIMESTAMP
    STRING WS-CURRENT-TIMESTAMP(1:4) "-"
        WS-CURRENT-TIMESTAMP(5:2) "-"
        WS-CURRENT-TIMESTAMP(7:2) "-"
        WS-CURRENT-TIMESTAMP(9:2) "."
        WS-CURRENT-TIMESTAMP(11:2) "."
        WS-CURRENT-TIMESTAMP(13:2) ".000000"
        DELIMITED SIZE INTO WS-RUN-TIMESTAMP.

READ-EXPIRY-PARAMETER.
    MOVE "N" TO WS-CONTROL-FOUND-SW
    OPEN INPUT RWDPARM-FILE
    IF RWDPARM-OK
        PERFORM UNTIL RWDPARM-EOF OR WS-CONTROL-FOUND
            READ RWDPARM-FILE
                AT END SET RWDPARM-EOF TO TRUE
                NOT AT END
                    IF RWP-CONTROL-REC AND RWP-EXPIRY-MONTHS NUMERIC
                        MOVE RWP-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS
                        SET WS-CONTROL-FOUND TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RWDPARM-FILE
    END-IF
    COMPUTE WS-MONTH-NUMBER =
        FUNCTION NUMVAL(WS-CYCLE-DATE(1:4)) * 12
        + FUNCTION NUMVAL(WS-CYCLE-DATE(5:2)) - 1 - WS-EXPIRY-MONTHS
    DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-YEAR
        REMAINDER WS-CUTOFF-MM
    ADD 1 TO WS-CUTOFF-MM
    MOVE SPACES TO WS-CUTOFF-MONTH
    STRING WS-CUTOFF-YEAR WS-CUTOFF-MM
        DELIMITED SIZE INTO WS-CUTOFF-MONTH.

EXPIRE-ALL-ACCOUNTS.
    OPEN I-O RWDLEDG-FILE
    IF RWDLEDG-NOFILE
        DISPLAY "No rewards ledger on file - nothing to expire."
    ELSE
        IF NOT RWDLEDG-OK
            DISPLAY "Unable to open RWDLEDG file, status="
                WS-RWDLEDG-STATUS
        ELSE
            MOVE ZERO TO WS-CURRENT-ACCT-ID
            PERFORM UNTIL RWDLEDG-EOF
                READ RWDLEDG-FILE NEXT RECORD
                    AT END SET RWDLEDG-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        IF RWL-ACCT-ID NOT = WS-CURRENT-ACCT-ID
                            MOVE REWARDS-LEDGER-RECORD
                                TO WS-SAVE-LEDGER-RECORD
                            PERFORM FINISH-ACCOUNT
                            MOVE WS-SAVE-LEDGER-RECORD
                                TO REWARDS-LEDGER-RECORD
                            PERFORM START-ACCOUNT
                        END-IF
                        PERFORM ACCUMULATE-ENTRY
                END-READ
            END-PERFORM
            PERFORM FINISH-ACCOUNT
            CLOSE RWDLEDG-FILE
        END-IF
    END-IF.

START-ACCOUNT.
    MOVE RWL-ACCT-ID TO WS-CURRENT-ACCT-ID
    MOVE ZERO TO WS-ACCT-AGED-CREDITS
    MOVE ZERO TO WS-ACCT-DEBITS
    MOVE ZERO TO WS-ACCT-BALANCE
    ADD 1 TO WS-ACCT-COUNT.

ACCUMULATE-ENTRY.
    IF RWL-ENTRY-DATE NOT > WS-CYCLE-DATE
        ADD RWL-POINTS TO WS-ACCT-BALANCE
        IF RWL-POINTS < ZERO
            SUBTRACT RWL-POINTS FROM WS-ACCT-DEBITS
        ELSE
            IF RWL-ENTRY-DATE(1:6) NOT > WS-CUTOFF-MONTH
                ADD RWL-POINTS TO WS-ACCT-AGED-CREDITS
            END-IF
        END-IF
    END-IF.

FINISH-ACCOUNT.
    IF WS-CURRENT-ACCT-ID NOT = ZERO
        COMPUTE WS-EXPIRE-POINTS = WS-ACCT-AGED-CREDITS - WS-ACCT-DEBITS
        IF WS-EXPIRE-POINTS > WS-ACCT-BALANCE
            MOVE WS-ACCT-BALANCE TO WS-EXPIRE-POINTS
        END-IF
        IF WS-EXPIRE-POINTS > ZERO
            PERFORM WRITE-EXPIRY-ENTRY
        END-IF
    END-IF.

WRITE-EXPIRY-ENTRY.
    MOVE SPACES TO REWARDS-LEDGER-RECORD
    MOVE WS-CURRENT-ACCT-ID TO RWL-ACCT-ID
    MOVE WS-CYCLE-DATE TO RWL-ENTRY-DATE
    SET RWL-TYPE-EXPIRE TO TRUE
    STRING "EX" WS-CYCLE-DATE DELIMITED SIZE INTO RWL-REF-ID
    COMPUTE RWL-POINTS = ZERO - WS-EXPIRE-POINTS
    MOVE ZERO TO RWL-TRAN-AMOUNT
    MOVE "CBRWD01C" TO RWL-USER-ID
    MOVE WS-RUN-TIMESTAMP TO RWL-TIMESTAMP
    STRING "EARNED " WS-CUTOFF-MONTH " OR BEFORE"
        DELIMITED SIZE INTO RWL-NOTE
    WRITE REWARDS-LEDGER-RECORD
        INVALID KEY
            DISPLAY "Expiry for account " WS-CURRENT-ACCT-ID
                " already on ledger, status=" WS-RWDLEDG-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-EXPIRED-COUNT
            ADD WS-EXPIRE-POINTS TO WS-EXPIRED-TOTAL
            PERFORM WRITE-REPORT-DETAIL
    END-WRITE.

WRITE-REPORT-HEADING.
    MOVE "CARDDEMO REWARDS POINTS EXPIRY" TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE
    MOVE SPACES TO EXPIRY-REPORT-LINE
    STRING "CYCLE " WS-CYCLE-DATE "  RUN " WS-CURRENT-TIMESTAMP
        DELIMITED SIZE INTO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE
    MOVE SPACES TO EXPIRY-REPORT-LINE
    STRING "EXPIRY PERIOD " WS-EXPIRY-MONTHS
        " MONTHS  POINTS EARNED " WS-CUTOFF-MONTH
        " OR BEFORE AND NOT YET USED ARE EXPIRED"
        DELIMITED SIZE INTO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE
    MOVE SPACES TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE
    MOVE "ACCOUNT ID      POINTS EXPIRED" TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE.

WRITE-REPORT-DETAIL.
    MOVE WS-EXPIRE-POINTS TO WS-DISPLAY-POINTS
    MOVE SPACES TO EXPIRY-REPORT-LINE
    STRING WS-CURRENT-ACCT-ID " " WS-DISPLAY-POINTS
        DELIMITED SIZE INTO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE
    MOVE WS-EXPIRED-TOTAL TO WS-DISPLAY-POINTS
    MOVE SPACES TO EXPIRY-REPORT-LINE
    STRING "ACCOUNTS ON LEDGER " WS-ACCT-COUNT
        "  ACCOUNTS EXPIRED " WS-EXPIRED-COUNT
        "  POINTS EXPIRED " WS-DISPLAY-POINTS
        DELIMITED SIZE INTO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE.
