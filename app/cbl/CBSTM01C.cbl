        RECORD KEY IS TRAN-ID
        ALTERNATE RECORD KEY IS TRAN-CARD-NUM WITH DUPLICATES
        FILE STATUS IS WS-TRANSACT-STATUS.
    SELECT ACCTDUE-FILE ASSIGN TO "ACCTDUE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DUE-ACCT-ID
        FILE STATUS IS WS-ACCTDUE-STATUS.
    SELECT ACCTCASH-FILE ASSIGN TO "ACCTCASH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CSH-ACCT-ID
        FILE STATUS IS WS-ACCTCASH-STATUS.
    SELECT RWDLEDG-FILE ASSIGN TO "RWDLEDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RWL-KEY
        FILE STATUS IS WS-RWDLEDG-STATUS.
    SELECT GLXHIST-FILE ASSIGN TO "GLXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLXHIST-STATUS.
FD  TRANSACT-FILE.
COPY CVTRN01Y.

FD  ACCTDUE-FILE.
COPY CSDUE01Y.

FD  ACCTCASH-FILE.
COPY CSCSH01Y.

FD  RWDLEDG-FILE.
COPY CSRWD01Y.

FD  GLXHIST-FILE.
COPY CSGLX01Y.

01 WS-TRANSACT-STATUS PIC X(02) VALUE "00".
   88 TRANSACT-OK VALUE "00".
   88 TRANSACT-EOF VALUE "10".
01 WS-ACCTDUE-STATUS PIC X(02) VALUE "00".
   88 ACCTDUE-OK VALUE "00".
   88 ACCTDUE-NOFILE VALUE "35".
01 WS-ACCTCASH-STATUS PIC X(02) VALUE "00".
   88 ACCTCASH-OK VALUE "00".
01 WS-RWDLEDG-STATUS PIC X(02) VALUE "00".
   88 RWDLEDG-OK VALUE "00".
   88 RWDLEDG-EOF VALUE "10".
01 WS-GLXHIST-STATUS PIC X(02) VALUE "00".
   88 GLXHIST-OK VALUE "00".
   88 GLXHIST-EOF VALUE "10".
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-MINPAY-PCT PIC 9(02)V9(02) VALUE 02.00.
01 WS-MINPAY-PCT-TEXT PIC X(05) VALUE SPACES.
01 WS-DUE-DAYS PIC 9(03) VALUE 025.
01 WS-DUE-DAYS-TEXT PIC X(03) VALUE SPACES.
01 WS-DUE-DATE PIC X(08) VALUE SPACES.
01 WS-DUE-DATE-ISO PIC X(10) VALUE SPACES.
01 WS-DUE-INTEGER PIC 9(08) VALUE ZERO.

01 WS-OPEN-ACCT-COUNT PIC 9(06) VALUE ZERO.
01 WS-STATEMENT-COUNT PIC 9(06) VALUE ZERO.
01 WS-DUE-SAVED-COUNT PIC 9(06) VALUE ZERO.
01 WS-CUST-FOUND-SW PIC X(01) VALUE "N".
   88 WS-CUST-FOUND VALUE "Y".
01 WS-DUE-FILE-OPEN-SW PIC X(01) VALUE "N".
   88 WS-DUE-FILE-OPEN VALUE "Y".
01 WS-DUE-FOUND-SW PIC X(01) VALUE "N".
   88 WS-DUE-FOUND VALUE "Y".
01 WS-CASH-FILE-OPEN-SW PIC X(01) VALUE "N".
   88 WS-CASH-FILE-OPEN VALUE "Y".
01 WS-LEDGER-OPEN-SW PIC X(01) VALUE "N".
   88 WS-LEDGER-OPEN VALUE "Y".
01 WS-POINTS-FOUND-SW PIC X(01) VALUE "N".
   88 WS-POINTS-FOUND VALUE "Y".

01 WS-STMT-TRAN-COUNT PIC 9(05) VALUE ZERO.
01 WS-STMT-TRAN-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-STMT-PAY-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-PREVIOUS-BALANCE PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-MIN-PAYMENT PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-STMT-CASH-BAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-STMT-PURCHASE-BAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-POINTS-OPENING PIC S9(11) COMP-3 VALUE ZERO.
01 WS-POINTS-EARNED PIC S9(11) COMP-3 VALUE ZERO.
01 WS-POINTS-REDEEMED PIC S9(11) COMP-3 VALUE ZERO.
01 WS-POINTS-OTHER PIC S9(11) COMP-3 VALUE ZERO.
01 WS-POINTS-CLOSING PIC S9(11) COMP-3 VALUE ZERO.
01 WS-DISPLAY-POINTS PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
01 WS-PAST-DUE-AMOUNT PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-DELINQ-SINCE PIC X(08) VALUE SPACES.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-TOTAL PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    PERFORM GET-CYCLE-DATE
    PERFORM GET-MINPAY-PCT
    PERFORM GET-DUE-DATE
    DISPLAY "Generating statements for cycle " WS-CYCLE-DATE
        ", payment due " WS-DUE-DATE

    PERFORM LOAD-PAYMENT-TABLE
    PERFORM OPEN-MASTER-FILES

    DISPLAY "Open accounts: " WS-OPEN-ACCT-COUNT
        ", statements written: " WS-STATEMENT-COUNT
        ", due records saved: " WS-DUE-SAVED-COUNT
    GOBACK.

GET-CYCLE-DATE.
            FUNCTION NUMVAL(WS-MINPAY-PCT-TEXT)
    END-IF.

GET-DUE-DATE.
    ACCEPT WS-DUE-DAYS-TEXT FROM ENVIRONMENT "CARDDEMO-DUE-DAYS"
    IF WS-DUE-DAYS-TEXT NOT = SPACES
        COMPUTE WS-DUE-DAYS = FUNCTION NUMVAL(WS-DUE-DAYS-TEXT)
    END-IF
    COMPUTE WS-DUE-INTEGER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CYCLE-DATE))
        + WS-DUE-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER) TO WS-DUE-DATE
    MOVE SPACES TO WS-DUE-DATE-ISO
    STRING WS-DUE-DATE(1:4) "-" WS-DUE-DATE(5:2) "-"
        WS-DUE-DATE(7:2)
        DELIMITED SIZE INTO WS-DUE-DATE-ISO.

LOAD-PAYMENT-TABLE.
    OPEN INPUT GLXHIST-FILE
    IF NOT GLXHIST-OK
    IF NOT TRANSACT-OK
        DISPLAY "Unable to open TRANSACT file, status="
            WS-TRANSACT-STATUS
    END-IF
    OPEN I-O ACCTDUE-FILE
    IF ACCTDUE-NOFILE
        OPEN OUTPUT ACCTDUE-FILE
        CLOSE ACCTDUE-FILE
        OPEN I-O ACCTDUE-FILE
    END-IF
    IF ACCTDUE-OK
        SET WS-DUE-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "Unable to open ACCTDUE file, status="
            WS-ACCTDUE-STATUS
            " - minimum due and due date will not be saved."
    END-IF
    OPEN INPUT ACCTCASH-FILE
    IF ACCTCASH-OK
        SET WS-CASH-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "No ACCTCASH cash balances, status="
            WS-ACCTCASH-STATUS
            " - balances shown as purchases only."
    END-IF
    OPEN INPUT RWDLEDG-FILE
    IF RWDLEDG-OK
        SET WS-LEDGER-OPEN TO TRUE
    ELSE
        DISPLAY "No RWDLEDG rewards ledger, status="
            WS-RWDLEDG-STATUS " - points will not be printed."
    END-IF.

CLOSE-MASTER-FILES.
    END-IF
    IF TRANSACT-OK OR TRANSACT-EOF
        CLOSE TRANSACT-FILE
    END-IF
    IF WS-DUE-FILE-OPEN
        CLOSE ACCTDUE-FILE
    END-IF
    IF WS-CASH-FILE-OPEN
        CLOSE ACCTCASH-FILE
    END-IF
    IF WS-LEDGER-OPEN
        CLOSE RWDLEDG-FILE
    END-IF.

GENERATE-ALL-STATEMENTS.
    PERFORM WRITE-STATEMENT-HEADER
    PERFORM WRITE-STATEMENT-ACTIVITY
    PERFORM WRITE-STATEMENT-PAYMENTS
    PERFORM READ-PRIOR-DUE
    PERFORM WRITE-STATEMENT-SUMMARY
    PERFORM SAVE-ACCOUNT-DUE
    ADD 1 TO WS-STATEMENT-COUNT
    PERFORM WRITE-REGISTER-LINE.

        DELIMITED SIZE INTO STATEMENT-LINE
    WRITE STATEMENT-LINE.

READ-PRIOR-DUE.
    MOVE ZERO TO WS-PAST-DUE-AMOUNT
    MOVE SPACES TO WS-DELINQ-SINCE
    MOVE "N" TO WS-DUE-FOUND-SW
    IF WS-DUE-FILE-OPEN
        MOVE ACCT-ID TO DUE-ACCT-ID
        READ ACCTDUE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-DUE-FOUND TO TRUE
        END-READ
    END-IF
    IF WS-DUE-FOUND
        IF DUE-CYCLE-DATE < WS-CYCLE-DATE
            COMPUTE WS-PAST-DUE-AMOUNT =
                DUE-MIN-DUE - WS-STMT-PAY-TOTAL
            IF WS-PAST-DUE-AMOUNT > ZERO
                IF DUE-DELINQ-SINCE NOT = SPACES
                    MOVE DUE-DELINQ-SINCE TO WS-DELINQ-SINCE
                ELSE
                    MOVE DUE-DUE-DATE TO WS-DELINQ-SINCE
                END-IF
            ELSE
                MOVE ZERO TO WS-PAST-DUE-AMOUNT
            END-IF
        ELSE
            MOVE DUE-PAST-DUE-AMOUNT TO WS-PAST-DUE-AMOUNT
            MOVE DUE-DELINQ-SINCE TO WS-DELINQ-SINCE
        END-IF
    END-IF.

WRITE-STATEMENT-SUMMARY.
    COMPUTE WS-PREVIOUS-BALANCE =
        ACCT-CURR-BAL - WS-STMT-TRAN-TOTAL + WS-STMT-PAY-TOTAL
    COMPUTE WS-MIN-PAYMENT ROUNDED =
        ACCT-CURR-BAL * WS-MINPAY-PCT / 100 + WS-PAST-DUE-AMOUNT
    IF WS-MIN-PAYMENT > ACCT-CURR-BAL
        MOVE ACCT-CURR-BAL TO WS-MIN-PAYMENT
    END-IF
    IF WS-MIN-PAYMENT < ZERO
        MOVE ZERO TO WS-MIN-PAYMENT
    END-IF
    IF WS-PAST-DUE-AMOUNT > WS-MIN-PAYMENT
        MOVE WS-MIN-PAYMENT TO WS-PAST-DUE-AMOUNT
    END-IF
    IF WS-PAST-DUE-AMOUNT = ZERO
        MOVE SPACES TO WS-DELINQ-SINCE
    END-IF

    MOVE WS-PREVIOUS-BALANCE TO WS-DISPLAY-TOTAL
    MOVE SPACES TO STATEMENT-LINE
    STRING "NEW BALANCE        " WS-DISPLAY-TOTAL
        DELIMITED SIZE INTO STATEMENT-LINE
    WRITE STATEMENT-LINE
    PERFORM SPLIT-CASH-BALANCE
    MOVE WS-STMT-PURCHASE-BAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO STATEMENT-LINE
    STRING "  PURCHASE BALANCE " WS-DISPLAY-TOTAL
        DELIMITED SIZE INTO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE WS-STMT-CASH-BAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO STATEMENT-LINE
    STRING "  CASH ADVANCE BAL " WS-DISPLAY-TOTAL
        DELIMITED SIZE INTO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE WS-MIN-PAYMENT TO WS-DISPLAY-TOTAL
    MOVE SPACES TO STATEMENT-LINE
    STRING "MINIMUM PAYMENT DUE" WS-DISPLAY-TOTAL
        DELIMITED SIZE INTO STATEMENT-LINE
    WRITE STATEMENT-LINE
    IF WS-PAST-DUE-AMOUNT > ZERO
        MOVE WS-PAST-DUE-AMOUNT TO WS-DISPLAY-TOTAL
        MOVE SPACES TO STATEMENT-LINE
        STRING "  INCLUDES PAST DUE" WS-DISPLAY-TOTAL
            DELIMITED SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-IF
    MOVE SPACES TO STATEMENT-LINE
    STRING "PAYMENT DUE DATE   " "           " WS-DUE-DATE-ISO
        DELIMITED SIZE INTO STATEMENT-LINE
    WRITE STATEMENT-LINE
    PERFORM WRITE-REWARDS-SUMMARY
    MOVE SPACES TO STATEMENT-LINE
    WRITE STATEMENT-LINE.

WRITE-REWARDS-SUMMARY.
    PERFORM SUM-REWARDS-POINTS
    IF WS-POINTS-FOUND
        MOVE SPACES TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE "REWARDS POINTS" TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE WS-POINTS-OPENING TO WS-DISPLAY-POINTS
        MOVE SPACES TO STATEMENT-LINE
        STRING "  OPENING POINTS   " WS-DISPLAY-POINTS
            DELIMITED SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE WS-POINTS-EARNED TO WS-DISPLAY-POINTS
        MOVE SPACES TO STATEMENT-LINE
        STRING "  POINTS EARNED    " WS-DISPLAY-POINTS
            DELIMITED SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE WS-POINTS-REDEEMED TO WS-DISPLAY-POINTS
        MOVE SPACES TO STATEMENT-LINE
        STRING "  POINTS REDEEMED  " WS-DISPLAY-POINTS
            DELIMITED SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
        IF WS-POINTS-OTHER NOT = ZERO
            MOVE WS-POINTS-OTHER TO WS-DISPLAY-POINTS
            MOVE SPACES TO STATEMENT-LINE
            STRING "  EXPIRED/ADJUSTED " WS-DISPLAY-POINTS
                DELIMITED SIZE INTO STATEMENT-LINE
            WRITE STATEMENT-LINE
        END-IF
        MOVE WS-POINTS-CLOSING TO WS-DISPLAY-POINTS
        MOVE SPACES TO STATEMENT-LINE
        STRING "  CLOSING POINTS   " WS-DISPLAY-POINTS
            DELIMITED SIZE INTO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-IF.

SUM-REWARDS-POINTS.
    MOVE "N" TO WS-POINTS-FOUND-SW
    MOVE ZERO TO WS-POINTS-OPENING
    MOVE ZERO TO WS-POINTS-EARNED
    MOVE ZERO TO WS-POINTS-REDEEMED
    MOVE ZERO TO WS-POINTS-OTHER
    IF WS-LEDGER-OPEN
        MOVE "00" TO WS-RWDLEDG-STATUS
        MOVE LOW-VALUES TO RWL-KEY
        MOVE ACCT-ID TO RWL-ACCT-ID
        START RWDLEDG-FILE KEY IS NOT LESS THAN RWL-KEY
            INVALID KEY SET RWDLEDG-EOF TO TRUE
        END-START
        PERFORM UNTIL RWDLEDG-EOF
            READ RWDLEDG-FILE NEXT RECORD
                AT END SET RWDLEDG-EOF TO TRUE
                NOT AT END
                    IF RWL-ACCT-ID NOT = ACCT-ID
                       OR RWL-ENTRY-DATE > WS-CYCLE-DATE
                        SET RWDLEDG-EOF TO TRUE
                    ELSE
                        SET WS-POINTS-FOUND TO TRUE
                        PERFORM ACCUMULATE-POINTS-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        MOVE "00" TO WS-RWDLEDG-STATUS
    END-IF
    COMPUTE WS-POINTS-CLOSING = WS-POINTS-OPENING + WS-POINTS-EARNED
        + WS-POINTS-REDEEMED + WS-POINTS-OTHER.

ACCUMULATE-POINTS-ENTRY.
    IF RWL-ENTRY-DATE(1:6) < WS-CYCLE-MONTH
        ADD RWL-POINTS TO WS-POINTS-OPENING
    ELSE
        EVALUATE TRUE
            WHEN RWL-TYPE-EARN
                ADD RWL-POINTS TO WS-POINTS-EARNED
            WHEN RWL-TYPE-REDEEM
                ADD RWL-POINTS TO WS-POINTS-REDEEMED
            WHEN OTHER
                ADD RWL-POINTS TO WS-POINTS-OTHER
        END-EVALUATE
    END-IF.

SPLIT-CASH-BALANCE.
    MOVE ZERO TO WS-STMT-CASH-BAL
    IF WS-CASH-FILE-OPEN
        MOVE ACCT-ID TO CSH-ACCT-ID
        READ ACCTCASH-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CSH-CASH-BAL TO WS-STMT-CASH-BAL
        END-READ
    END-IF
    IF WS-STMT-CASH-BAL > ACCT-CURR-BAL
        MOVE ACCT-CURR-BAL TO WS-STMT-CASH-BAL
    END-IF
    IF WS-STMT-CASH-BAL < ZERO
        MOVE ZERO TO WS-STMT-CASH-BAL
    END-IF
    COMPUTE WS-STMT-PURCHASE-BAL = ACCT-CURR-BAL - WS-STMT-CASH-BAL.

SAVE-ACCOUNT-DUE.
    IF WS-DUE-FILE-OPEN
        IF NOT WS-DUE-FOUND
            MOVE SPACES TO ACCOUNT-DUE-RECORD
            MOVE ACCT-ID TO DUE-ACCT-ID
            MOVE ZERO TO DUE-DAYS-PAST-DUE
            MOVE ZERO TO DUE-BUCKET
            MOVE ZERO TO DUE-AGED-PAST-DUE
        END-IF
        MOVE WS-CYCLE-DATE TO DUE-CYCLE-DATE
        MOVE ACCT-CURR-BAL TO DUE-STMT-BALANCE
        MOVE WS-MIN-PAYMENT TO DUE-MIN-DUE
        MOVE WS-PAST-DUE-AMOUNT TO DUE-PAST-DUE-AMOUNT
        MOVE WS-DUE-DATE TO DUE-DUE-DATE
        MOVE WS-DELINQ-SINCE TO DUE-DELINQ-SINCE
        MOVE ZERO TO DUE-PAID-SINCE-CYCLE
        IF WS-DUE-FOUND
            REWRITE ACCOUNT-DUE-RECORD
        ELSE
            WRITE ACCOUNT-DUE-RECORD
        END-IF
        IF ACCTDUE-OK
            ADD 1 TO WS-DUE-SAVED-COUNT
        ELSE
            DISPLAY "Unable to save due record for account "
                ACCT-ID ", status=" WS-ACCTDUE-STATUS
        END-IF
    END-IF.

WRITE-REGISTER-HEADING.
    MOVE "CARDDEMO STATEMENT CYCLE REGISTER" TO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "OPEN ACCOUNTS " WS-OPEN-ACCT-COUNT
        "  STATEMENTS WRITTEN " WS-STATEMENT-COUNT
        "  DUE RECORDS SAVED " WS-DUE-SAVED-COUNT
        "  PAYMENT DUE " WS-DUE-DATE-ISO
        DELIMITED SIZE INTO REGISTER-LINE
    WRITE REGISTER-LINE
    IF WS-OPEN-ACCT-COUNT = WS-STATEMENT-COUNT
