        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-ID
        FILE STATUS IS WS-ACCTDAT-STATUS.
    SELECT ACCTCASH-FILE ASSIGN TO "ACCTCASH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CSH-ACCT-ID
        FILE STATUS IS WS-ACCTCASH-STATUS.
    SELECT RATEPARM-FILE ASSIGN TO "RATEPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATEPARM-STATUS.
    SELECT RWDPARM-FILE ASSIGN TO "RWDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RWDPARM-STATUS.
    SELECT RWDLEDG-FILE ASSIGN TO "RWDLEDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RWL-KEY
        FILE STATUS IS WS-RWDLEDG-STATUS.
    SELECT SUSPENSE-FILE ASSIGN TO "TRANSUSP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.
FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  ACCTCASH-FILE.
COPY CSCSH01Y.

FD  RATEPARM-FILE.
COPY CSRTP01Y.

FD  RWDPARM-FILE.
COPY CSRWP01Y.

FD  RWDLEDG-FILE.
COPY CSRWD01Y.

FD  SUSPENSE-FILE.
COPY CSSUS01Y.

   88 CARDDAT-OK VALUE "00".
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
01 WS-ACCTCASH-STATUS PIC X(02) VALUE "00".
   88 ACCTCASH-OK VALUE "00".
   88 ACCTCASH-NOFILE VALUE "35".
01 WS-RATEPARM-STATUS PIC X(02) VALUE "00".
   88 RATEPARM-OK VALUE "00".
01 WS-RWDPARM-STATUS PIC X(02) VALUE "00".
   88 RWDPARM-OK VALUE "00".
   88 RWDPARM-EOF VALUE "10".
01 WS-RWDLEDG-STATUS PIC X(02) VALUE "00".
   88 RWDLEDG-OK VALUE "00".
   88 RWDLEDG-NOFILE VALUE "35".
01 WS-SUSPENSE-STATUS PIC X(02) VALUE "00".
   88 SUSPENSE-OK VALUE "00".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
01 WS-SUSPEND-REASON PIC X(04) VALUE SPACES.
   88 WS-TRAN-POSTABLE VALUE SPACES.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-CASH-RATES-SW PIC X(01) VALUE "N".
   88 WS-CASH-RATES-LOADED VALUE "Y".
01 WS-CASH-FOUND-SW PIC X(01) VALUE "N".
   88 WS-CASH-FOUND VALUE "Y".
01 WS-CASH-ADV-FEE-AMOUNT PIC 9(05)V99 VALUE ZERO.
01 WS-CASH-ADV-FEE-PCT PIC 9(02)V99 VALUE ZERO.
01 WS-CASH-FEE PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-FEE-TRAN-ID PIC X(16) VALUE SPACES.
01 WS-FEE-CARD-NUM PIC 9(16) VALUE ZERO.
01 WS-FEE-TIMESTAMP PIC X(26) VALUE SPACES.

01 WS-RUN-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-LEDGER-OPEN-SW PIC X(01) VALUE "N".
   88 WS-LEDGER-OPEN VALUE "Y".
01 WS-EARN-CATEGORY PIC X(10) VALUE SPACES.
   88 WS-NO-POINTS-CATEGORY VALUES "INTEREST" "LATEFEE" "PAYMENT"
                                   "DISPUTE" "RETFEE" "CASHADV"
                                   "CASHFEE" "CASHINT" "REWARDS".
01 WS-EARN-RATE PIC 9(02)V99 VALUE ZERO.
01 WS-DEFAULT-EARN-RATE PIC 9(02)V99 VALUE ZERO.
01 WS-EARN-POINTS PIC S9(09) COMP-3 VALUE ZERO.
01 WS-RATE-FOUND-SW PIC X(01) VALUE "N".
   88 WS-RATE-FOUND VALUE "Y".
01 WS-EARN-RATE-TABLE.
   05 WS-EARN-RATE-COUNT PIC 9(03) VALUE ZERO.
   05 WS-EARN-RATE-ENTRY OCCURS 100 TIMES.
      10 WS-EARN-RATE-CATEGORY PIC X(10).
      10 WS-EARN-RATE-PER-DOLLAR PIC 9(02)V99.
01 WS-EARN-IDX PIC 9(03) VALUE ZERO.

01 WS-READ-COUNT PIC 9(07) VALUE ZERO.
01 WS-POSTED-COUNT PIC 9(07) VALUE ZERO.
01 WS-SUSPENDED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-OVERLIMIT-COUNT PIC 9(07) VALUE ZERO.
01 WS-OVERLIMIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-CASH-ADV-COUNT PIC 9(07) VALUE ZERO.
01 WS-CASH-ADV-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-CASH-FEE-COUNT PIC 9(07) VALUE ZERO.
01 WS-CASH-FEE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-CASH-LIMIT-COUNT PIC 9(07) VALUE ZERO.
01 WS-CASH-LIMIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-POINTS-COUNT PIC 9(07) VALUE ZERO.
01 WS-POINTS-TOTAL PIC S9(11) COMP-3 VALUE ZERO.
01 WS-DISPLAY-POINTS PIC ZZ,ZZZ,ZZZ,ZZ9-.
01 WS-DISPLAY-TOTAL PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "CBTRN01C - Nightly transaction posting"
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    PERFORM READ-CASH-RATES
    IF NOT WS-CASH-RATES-LOADED
        DISPLAY "RATEPARM file missing or empty, status="
            WS-RATEPARM-STATUS " - cash advances will be suspended."
    END-IF
    PERFORM LOAD-EARN-RATES

    OPEN I-O TRANSACT-FILE
    IF NOT TRANSACT-OK
                CLOSE CARDDAT-FILE
                CLOSE TRANSACT-FILE
            ELSE
                PERFORM OPEN-ACCTCASH-FILE
                PERFORM OPEN-RWDLEDG-FILE
                OPEN OUTPUT SUSPENSE-FILE
                PERFORM POST-UNPOSTED-TRANSACTIONS
                CLOSE SUSPENSE-FILE
                IF WS-LEDGER-OPEN
                    CLOSE RWDLEDG-FILE
                END-IF
                CLOSE ACCTCASH-FILE
                CLOSE ACCTDAT-FILE
                CLOSE CARDDAT-FILE
                CLOSE TRANSACT-FILE
        ", suspended: " WS-SUSPENDED-COUNT
    GOBACK.

READ-CASH-RATES.
    MOVE "N" TO WS-CASH-RATES-SW
    OPEN INPUT RATEPARM-FILE
    IF RATEPARM-OK
        READ RATEPARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RTP-CASH-ADV-FEE-AMOUNT IS NUMERIC
                    AND RTP-CASH-ADV-FEE-PCT IS NUMERIC
                    MOVE RTP-CASH-ADV-FEE-AMOUNT
                        TO WS-CASH-ADV-FEE-AMOUNT
                    MOVE RTP-CASH-ADV-FEE-PCT TO WS-CASH-ADV-FEE-PCT
                    SET WS-CASH-RATES-LOADED TO TRUE
                END-IF
        END-READ
        CLOSE RATEPARM-FILE
    END-IF.

OPEN-ACCTCASH-FILE.
    OPEN I-O ACCTCASH-FILE
    IF ACCTCASH-NOFILE
        OPEN OUTPUT ACCTCASH-FILE
        CLOSE ACCTCASH-FILE
        OPEN I-O ACCTCASH-FILE
    END-IF
    IF NOT ACCTCASH-OK
        DISPLAY "Unable to open ACCTCASH file, status="
            WS-ACCTCASH-STATUS
    END-IF.

LOAD-EARN-RATES.
    MOVE ZERO TO WS-EARN-RATE-COUNT
    OPEN INPUT RWDPARM-FILE
    IF NOT RWDPARM-OK
        DISPLAY "RWDPARM file missing, status=" WS-RWDPARM-STATUS
            " - no rewards points will be earned."
    ELSE
        PERFORM UNTIL RWDPARM-EOF
            READ RWDPARM-FILE
                AT END SET RWDPARM-EOF TO TRUE
                NOT AT END
                    IF RWP-RATE-REC AND RWP-POINTS-PER-DOLLAR NUMERIC
                        PERFORM RETAIN-EARN-RATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RWDPARM-FILE
    END-IF.

RETAIN-EARN-RATE.
    IF RWP-DEFAULT-CATEGORY
        MOVE RWP-POINTS-PER-DOLLAR TO WS-DEFAULT-EARN-RATE
    ELSE
        IF WS-EARN-RATE-COUNT < 100
            ADD 1 TO WS-EARN-RATE-COUNT
            MOVE RWP-CATEGORY
                TO WS-EARN-RATE-CATEGORY(WS-EARN-RATE-COUNT)
            MOVE RWP-POINTS-PER-DOLLAR
                TO WS-EARN-RATE-PER-DOLLAR(WS-EARN-RATE-COUNT)
        ELSE
            DISPLAY "More than 100 RWDPARM category rates - "
                RWP-CATEGORY " earns the default rate."
        END-IF
    END-IF.

OPEN-RWDLEDG-FILE.
    MOVE "N" TO WS-LEDGER-OPEN-SW
    MOVE SPACES TO WS-RUN-TIMESTAMP
    STRING WS-CURRENT-TIMESTAMP(1:4) "-"
        WS-CURRENT-TIMESTAMP(5:2) "-"
        WS-CURRENT-TIMESTAMP(7:2) "-"
        WS-CURRENT-TIMESTAMP(9:2) "."
        WS-CURRENT-TIMESTAMP(11:2) "."
        WS-CURRENT-TIMESTAMP(13:2) ".000000"
        DELIMITED SIZE INTO WS-RUN-TIMESTAMP
    OPEN I-O RWDLEDG-FILE
    IF RWDLEDG-NOFILE
        OPEN OUTPUT RWDLEDG-FILE
        CLOSE RWDLEDG-FILE
        OPEN I-O RWDLEDG-FILE
    END-IF
    IF RWDLEDG-OK
        SET WS-LEDGER-OPEN TO TRUE
    ELSE
        DISPLAY "Unable to open RWDLEDG file, status="
            WS-RWDLEDG-STATUS " - no rewards points will be earned."
    END-IF.

POST-UNPOSTED-TRANSACTIONS.
    PERFORM UNTIL TRANSACT-EOF
        READ TRANSACT-FILE NEXT RECORD
POST-ONE-TRANSACTION.
    MOVE SPACES TO WS-SUSPEND-REASON
    PERFORM RESOLVE-TRAN-ACCOUNT
    IF WS-TRAN-POSTABLE
        AND (TRAN-CATEGORY = "CASHADV" OR "CASHFEE" OR "CASHINT")
        PERFORM READ-CASH-BALANCE
        IF TRAN-CATEGORY = "CASHADV"
            PERFORM CHECK-CASH-ADVANCE
        END-IF
    END-IF
    IF WS-TRAN-POSTABLE
        PERFORM APPLY-TRAN-TO-ACCOUNT
    ELSE
        PERFORM SUSPEND-TRANSACTION
    END-IF.

READ-CASH-BALANCE.
    MOVE "N" TO WS-CASH-FOUND-SW
    MOVE ACCT-ID TO CSH-ACCT-ID
    READ ACCTCASH-FILE
        INVALID KEY
            MOVE ACCT-ID TO CSH-ACCT-ID
            MOVE ZERO TO CSH-CASH-BAL
            MOVE ZERO TO CSH-UNPOSTED-ADV
            MOVE ZERO TO CSH-CYCLE-OPEN-BAL
            MOVE SPACES TO CSH-CYCLE-DATE
        NOT INVALID KEY
            SET WS-CASH-FOUND TO TRUE
    END-READ.

CHECK-CASH-ADVANCE.
    IF TRAN-AMOUNT > ZERO
        SUBTRACT TRAN-AMOUNT FROM CSH-UNPOSTED-ADV
        IF CSH-UNPOSTED-ADV < ZERO
            MOVE ZERO TO CSH-UNPOSTED-ADV
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN NOT WS-CASH-RATES-LOADED
            MOVE "RATE" TO WS-SUSPEND-REASON
        WHEN CSH-CASH-BAL + TRAN-AMOUNT > ACCT-CASH-CREDIT-LIMIT
            MOVE "CSHL" TO WS-SUSPEND-REASON
            ADD 1 TO WS-CASH-LIMIT-COUNT
            ADD TRAN-AMOUNT TO WS-CASH-LIMIT-TOTAL
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF NOT WS-TRAN-POSTABLE
        PERFORM WRITE-CASH-BALANCE
    END-IF.

WRITE-CASH-BALANCE.
    IF WS-CASH-FOUND
        REWRITE ACCOUNT-CASH-RECORD
    ELSE
        WRITE ACCOUNT-CASH-RECORD
    END-IF
    IF NOT ACCTCASH-OK
        DISPLAY "Unable to update cash balance for account "
            CSH-ACCT-ID ", status=" WS-ACCTCASH-STATUS
    END-IF.

RESOLVE-TRAN-ACCOUNT.
    MOVE TRAN-CARD-NUM TO CARD-NUM
    READ CARDDAT-FILE
    END-READ.

APPLY-TRAN-TO-ACCOUNT.
    MOVE ZERO TO WS-CASH-FEE
    ADD TRAN-AMOUNT TO ACCT-CURR-BAL
    IF TRAN-CATEGORY = "CASHADV" OR "CASHFEE" OR "CASHINT"
        ADD TRAN-AMOUNT TO CSH-CASH-BAL
        IF TRAN-CATEGORY = "CASHADV" AND TRAN-AMOUNT > ZERO
            PERFORM COMPUTE-CASH-FEE
            ADD WS-CASH-FEE TO ACCT-CURR-BAL
            ADD WS-CASH-FEE TO CSH-CASH-BAL
            ADD 1 TO WS-CASH-ADV-COUNT
            ADD TRAN-AMOUNT TO WS-CASH-ADV-TOTAL
        END-IF
        PERFORM WRITE-CASH-BALANCE
    END-IF
    REWRITE ACCOUNT-RECORD
    IF ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
        ADD 1 TO WS-OVERLIMIT-COUNT
    MOVE "Y" TO TRAN-POSTED-FLAG
    REWRITE TRAN-RECORD
    ADD 1 TO WS-POSTED-COUNT
    ADD TRAN-AMOUNT TO WS-POSTED-TOTAL
    MOVE TRAN-CATEGORY TO WS-EARN-CATEGORY
    IF WS-LEDGER-OPEN AND TRAN-AMOUNT > ZERO
        AND NOT WS-NO-POINTS-CATEGORY
        PERFORM EARN-REWARD-POINTS
    END-IF
    IF WS-CASH-FEE > ZERO
        PERFORM WRITE-CASH-FEE-TRAN
    END-IF.

EARN-REWARD-POINTS.
    MOVE "N" TO WS-RATE-FOUND-SW
    MOVE WS-DEFAULT-EARN-RATE TO WS-EARN-RATE
    PERFORM VARYING WS-EARN-IDX FROM 1 BY 1
        UNTIL WS-EARN-IDX > WS-EARN-RATE-COUNT OR WS-RATE-FOUND
        IF WS-EARN-RATE-CATEGORY(WS-EARN-IDX) = TRAN-CATEGORY
            SET WS-RATE-FOUND TO TRUE
            MOVE WS-EARN-RATE-PER-DOLLAR(WS-EARN-IDX) TO WS-EARN-RATE
        END-IF
    END-PERFORM
    COMPUTE WS-EARN-POINTS = TRAN-AMOUNT * WS-EARN-RATE
    IF WS-EARN-POINTS > ZERO
        MOVE SPACES TO REWARDS-LEDGER-RECORD
        MOVE ACCT-ID TO RWL-ACCT-ID
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO RWL-ENTRY-DATE
        SET RWL-TYPE-EARN TO TRUE
        MOVE TRAN-ID TO RWL-REF-ID
        MOVE WS-EARN-POINTS TO RWL-POINTS
        MOVE TRAN-AMOUNT TO RWL-TRAN-AMOUNT
        MOVE TRAN-CATEGORY TO RWL-CATEGORY
        MOVE WS-RUN-TIMESTAMP TO RWL-TIMESTAMP
        MOVE "CBTRN01C" TO RWL-USER-ID
        MOVE TRAN-MERCHANT-NAME TO RWL-NOTE
        WRITE REWARDS-LEDGER-RECORD
            INVALID KEY
                DISPLAY "Points for " TRAN-ID
                    " already on ledger, status=" WS-RWDLEDG-STATUS
            NOT INVALID KEY
                ADD 1 TO WS-POINTS-COUNT
                ADD WS-EARN-POINTS TO WS-POINTS-TOTAL
        END-WRITE
    END-IF.

COMPUTE-CASH-FEE.
    COMPUTE WS-CASH-FEE ROUNDED =
        TRAN-AMOUNT * WS-CASH-ADV-FEE-PCT / 100
    IF WS-CASH-FEE < WS-CASH-ADV-FEE-AMOUNT
        MOVE WS-CASH-ADV-FEE-AMOUNT TO WS-CASH-FEE
    END-IF.

WRITE-CASH-FEE-TRAN.
    MOVE SPACES TO WS-FEE-TRAN-ID
    STRING "CF" TRAN-ID(3:14)
        DELIMITED SIZE INTO WS-FEE-TRAN-ID
    MOVE TRAN-CARD-NUM TO WS-FEE-CARD-NUM
    MOVE TRAN-ORIG-TIMESTAMP TO WS-FEE-TIMESTAMP
    MOVE SPACES TO TRAN-RECORD
    MOVE WS-FEE-TRAN-ID TO TRAN-ID
    MOVE WS-FEE-CARD-NUM TO TRAN-CARD-NUM
    MOVE WS-CASH-FEE TO TRAN-AMOUNT
    MOVE "CASH ADVANCE FEE" TO TRAN-MERCHANT-NAME
    MOVE "CASHFEE" TO TRAN-CATEGORY
    MOVE WS-FEE-TIMESTAMP TO TRAN-ORIG-TIMESTAMP
    MOVE "Y" TO TRAN-POSTED-FLAG
    WRITE TRAN-RECORD
        INVALID KEY
            DISPLAY "Cash advance fee " WS-FEE-TRAN-ID
                " already on file, status=" WS-TRANSACT-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-CASH-FEE-COUNT
            ADD WS-CASH-FEE TO WS-CASH-FEE-TOTAL
            ADD WS-CASH-FEE TO WS-POSTED-TOTAL
    END-WRITE.

SUSPEND-TRANSACTION.
    MOVE WS-SUSPEND-REASON TO SUS-REASON-CODE
            "  TOTAL " WS-DISPLAY-TOTAL
            DELIMITED SIZE INTO POSTING-REPORT-LINE
        WRITE POSTING-REPORT-LINE
        MOVE WS-CASH-ADV-TOTAL TO WS-DISPLAY-TOTAL
        MOVE SPACES TO POSTING-REPORT-LINE
        STRING "CASH ADVANCES   " WS-CASH-ADV-COUNT
            "  TOTAL " WS-DISPLAY-TOTAL
            DELIMITED SIZE INTO POSTING-REPORT-LINE
        WRITE POSTING-REPORT-LINE
        MOVE WS-CASH-FEE-TOTAL TO WS-DISPLAY-TOTAL
        MOVE SPACES TO POSTING-REPORT-LINE
        STRING "CASH ADV FEES   " WS-CASH-FEE-COUNT
            "  TOTAL " WS-DISPLAY-TOTAL
            DELIMITED SIZE INTO POSTING-REPORT-LINE
        WRITE POSTING-REPORT-LINE
        MOVE WS-CASH-LIMIT-TOTAL TO WS-DISPLAY-TOTAL
        MOVE SPACES TO POSTING-REPORT-LINE
        STRING "OVER CASH LIMIT " WS-CASH-LIMIT-COUNT
            "  TOTAL " WS-DISPLAY-TOTAL
            DELIMITED SIZE INTO POSTING-REPORT-LINE
        WRITE POSTING-REPORT-LINE
        MOVE WS-POINTS-TOTAL TO WS-DISPLAY-POINTS
        MOVE SPACES TO POSTING-REPORT-LINE
        STRING "POINTS EARNED   " WS-POINTS-COUNT
            "  POINTS " WS-DISPLAY-POINTS
            DELIMITED SIZE INTO POSTING-REPORT-LINE
        WRITE POSTING-REPORT-LINE
        CLOSE POSTING-REPORT-FILE
    END-IF.
