        RECORD KEY IS TRAN-ID
        ALTERNATE RECORD KEY IS TRAN-CARD-NUM WITH DUPLICATES
        FILE STATUS IS WS-TRANSACT-STATUS.
    SELECT ACCTCASH-FILE ASSIGN TO "ACCTCASH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CSH-ACCT-ID
        FILE STATUS IS WS-ACCTCASH-STATUS.
    SELECT GLXHIST-FILE ASSIGN TO "GLXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLXHIST-STATUS.
FD  TRANSACT-FILE.
COPY CVTRN01Y.

FD  ACCTCASH-FILE.
COPY CSCSH01Y.

FD  GLXHIST-FILE.
COPY CSGLX01Y.

   88 CARDDAT-EOF VALUE "10".
01 WS-TRANSACT-STATUS PIC X(02) VALUE "00".
   88 TRANSACT-OK VALUE "00".
   88 TRANSACT-EOF VALUE "10".
01 WS-ACCTCASH-STATUS PIC X(02) VALUE "00".
   88 ACCTCASH-OK VALUE "00".
01 WS-GLXHIST-STATUS PIC X(02) VALUE "00".
   88 GLXHIST-OK VALUE "00".
   88 GLXHIST-EOF VALUE "10".
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-MONTHLY-INT-RATE PIC 9(02)V9(04) VALUE ZERO.
01 WS-LATE-FEE-AMOUNT PIC 9(05)V99 VALUE ZERO.
01 WS-CASH-INT-RATE PIC 9(02)V9(04) VALUE ZERO.
01 WS-RATES-LOADED-SW PIC X(01) VALUE "N".
   88 WS-RATES-LOADED VALUE "Y".

01 WS-INTEREST-AMOUNT PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-TRAN-SEQ PIC 9(06) VALUE ZERO.

01 WS-CASH-FILE-OPEN-SW PIC X(01) VALUE "N".
   88 WS-CASH-FILE-OPEN VALUE "Y".
01 WS-CASH-FOUND-SW PIC X(01) VALUE "N".
   88 WS-CASH-FOUND VALUE "Y".
01 WS-CASH-ROLLED-SW PIC X(01) VALUE "N".
   88 WS-CASH-ROLLED VALUE "Y".
01 WS-CYCLE-PAID PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-CASH-BAL PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-CASH-CARRIED PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-PURCHASE-BAL PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-CASH-INTEREST PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-ADV-INTEREST PIC S9(09)V9(06) COMP-3 VALUE ZERO.
01 WS-CASH-FROM-DATE PIC X(08) VALUE SPACES.
01 WS-ADV-DATE PIC X(08) VALUE SPACES.
01 WS-ADV-DAYS PIC S9(05) VALUE ZERO.
01 WS-SCAN-CARD-NUM PIC 9(16) VALUE ZERO.
01 WS-CASH-SEQ PIC 9(06) VALUE ZERO.

01 WS-OPEN-ACCT-COUNT PIC 9(06) VALUE ZERO.
01 WS-INTEREST-COUNT PIC 9(06) VALUE ZERO.
01 WS-INTEREST-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-LATEFEE-COUNT PIC 9(06) VALUE ZERO.
01 WS-LATEFEE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-CASH-INT-COUNT PIC 9(06) VALUE ZERO.
01 WS-CASH-INT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-SKIPPED-COUNT PIC 9(06) VALUE ZERO.
01 WS-DISPLAY-RATE PIC Z9.9999.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
   05 WS-PAID-COUNT PIC 9(04) VALUE ZERO.
   05 WS-PAID-ENTRY OCCURS 1000 TIMES.
      10 WS-PAID-ACCT-ID PIC 9(11).
      10 WS-PAID-NET-AMOUNT PIC S9(09)V99 COMP-3.
01 WS-PAID-IDX PIC 9(04) VALUE ZERO.
01 WS-PAID-OVERFLOW-SW PIC X(01) VALUE "N".
   88 WS-PAID-OVERFLOW VALUE "Y".
        MOVE WS-MONTHLY-INT-RATE TO WS-DISPLAY-RATE
        DISPLAY "Assessing cycle " WS-CYCLE-DATE
            " at " WS-DISPLAY-RATE " pct monthly"
        MOVE WS-CASH-INT-RATE TO WS-DISPLAY-RATE
        DISPLAY "Cash advance rate " WS-DISPLAY-RATE " pct monthly"
        PERFORM LOAD-PAID-ACCOUNTS
        PERFORM ASSESS-ALL-ACCOUNTS
        PERFORM WRITE-ASSESSMENT-REPORT
    DISPLAY "Open accounts: " WS-OPEN-ACCT-COUNT
        ", interest posted: " WS-INTEREST-COUNT
        ", late fees posted: " WS-LATEFEE-COUNT
        ", cash interest posted: " WS-CASH-INT-COUNT
    GOBACK.

GET-CYCLE-DATE.
            NOT AT END
                MOVE RTP-MONTHLY-INT-RATE TO WS-MONTHLY-INT-RATE
                MOVE RTP-LATE-FEE-AMOUNT TO WS-LATE-FEE-AMOUNT
                IF RTP-CASH-INT-RATE IS NUMERIC
                    MOVE RTP-CASH-INT-RATE TO WS-CASH-INT-RATE
                ELSE
                    DISPLAY "RATEPARM has no cash advance rate -"
                        " cash interest will not be charged."
                END-IF
                SET WS-RATES-LOADED TO TRUE
        END-READ
        CLOSE RATEPARM-FILE
        UNTIL WS-PAID-IDX > WS-PAID-COUNT OR WS-PAYMENT-FOUND
        IF WS-PAID-ACCT-ID(WS-PAID-IDX) = GLX-ACCT-ID
            SET WS-PAYMENT-FOUND TO TRUE
            ADD GLX-AMOUNT TO WS-PAID-NET-AMOUNT(WS-PAID-IDX)
        END-IF
    END-PERFORM
    IF NOT WS-PAYMENT-FOUND
        IF WS-PAID-COUNT < 1000
            ADD 1 TO WS-PAID-COUNT
            MOVE GLX-ACCT-ID TO WS-PAID-ACCT-ID(WS-PAID-COUNT)
            MOVE GLX-AMOUNT TO WS-PAID-NET-AMOUNT(WS-PAID-COUNT)
        ELSE
            SET WS-PAID-OVERFLOW TO TRUE
        END-IF
                CLOSE CARDDAT-FILE
                CLOSE ACCTDAT-FILE
            ELSE
                PERFORM OPEN-ACCTCASH-FILE
                PERFORM ASSESS-ACCOUNT-LOOP
                IF WS-CASH-FILE-OPEN
                    CLOSE ACCTCASH-FILE
                END-IF
                CLOSE TRANSACT-FILE
                CLOSE CARDDAT-FILE
                CLOSE ACCTDAT-FILE
        END-IF
    END-IF.

OPEN-ACCTCASH-FILE.
    MOVE "N" TO WS-CASH-FILE-OPEN-SW
    OPEN I-O ACCTCASH-FILE
    IF ACCTCASH-OK
        SET WS-CASH-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "No ACCTCASH cash balances, status="
            WS-ACCTCASH-STATUS
            " - all balances treated as purchases."
    END-IF.

ASSESS-ACCOUNT-LOOP.
    PERFORM UNTIL ACCTDAT-EOF
        READ ACCTDAT-FILE NEXT RECORD
    MOVE "00" TO WS-ACCTDAT-STATUS.

ASSESS-ONE-ACCOUNT.
    PERFORM READ-ACCOUNT-CASH
    IF ACCT-CURR-BAL <= ZERO
        CONTINUE
    ELSE
                " has no active card - assessment skipped."
        ELSE
            PERFORM POST-INTEREST-CHARGE
            IF WS-CASH-FOUND AND NOT WS-CASH-ROLLED
                PERFORM COMPUTE-CASH-INTEREST
                PERFORM POST-CASH-INTEREST
            END-IF
            IF NOT WS-PAID-OVERFLOW
                PERFORM CHECK-CYCLE-PAYMENT
                IF NOT WS-PAYMENT-FOUND
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-CASH-FOUND AND NOT WS-CASH-ROLLED
        PERFORM ROLL-CASH-CYCLE
    END-IF.

READ-ACCOUNT-CASH.
    MOVE "N" TO WS-CASH-FOUND-SW
    MOVE "N" TO WS-CASH-ROLLED-SW
    MOVE ZERO TO WS-CASH-BAL
    MOVE ZERO TO WS-CASH-CARRIED
    MOVE ZERO TO WS-CASH-INTEREST
    IF WS-CASH-FILE-OPEN
        MOVE ACCT-ID TO CSH-ACCT-ID
        READ ACCTCASH-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-CASH-FOUND TO TRUE
        END-READ
    END-IF
    IF WS-CASH-FOUND
        ADD 1 TO WS-CASH-SEQ
        IF CSH-CYCLE-DATE = WS-CYCLE-DATE
            SET WS-CASH-ROLLED TO TRUE
        END-IF
        PERFORM FIND-PAID-AMOUNT
        MOVE CSH-CASH-BAL TO WS-CASH-BAL
        MOVE CSH-CYCLE-OPEN-BAL TO WS-CASH-CARRIED
        IF NOT WS-CASH-ROLLED AND WS-CYCLE-PAID > ZERO
            SUBTRACT WS-CYCLE-PAID FROM WS-CASH-BAL
            SUBTRACT WS-CYCLE-PAID FROM WS-CASH-CARRIED
        END-IF
        IF WS-CASH-BAL > ACCT-CURR-BAL
            MOVE ACCT-CURR-BAL TO WS-CASH-BAL
        END-IF
        IF WS-CASH-BAL < ZERO
            MOVE ZERO TO WS-CASH-BAL
        END-IF
        IF WS-CASH-CARRIED > WS-CASH-BAL
            MOVE WS-CASH-BAL TO WS-CASH-CARRIED
        END-IF
        IF WS-CASH-CARRIED < ZERO
            MOVE ZERO TO WS-CASH-CARRIED
        END-IF
    END-IF
    COMPUTE WS-PURCHASE-BAL = ACCT-CURR-BAL - WS-CASH-BAL.

FIND-PAID-AMOUNT.
    MOVE ZERO TO WS-CYCLE-PAID
    PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
        UNTIL WS-PAID-IDX > WS-PAID-COUNT
        IF WS-PAID-ACCT-ID(WS-PAID-IDX) = ACCT-ID
            MOVE WS-PAID-NET-AMOUNT(WS-PAID-IDX) TO WS-CYCLE-PAID
        END-IF
    END-PERFORM.

COMPUTE-CASH-INTEREST.
    MOVE CSH-CYCLE-DATE TO WS-CASH-FROM-DATE
    IF WS-CASH-FROM-DATE = SPACES
        STRING WS-CYCLE-MONTH "00"
            DELIMITED SIZE INTO WS-CASH-FROM-DATE
    END-IF
    COMPUTE WS-ADV-INTEREST =
        WS-CASH-CARRIED * WS-CASH-INT-RATE / 100
    MOVE "00" TO WS-CARDDAT-STATUS
    MOVE ACCT-ID TO CARD-ACCT-ID
    START CARDDAT-FILE KEY IS EQUAL CARD-ACCT-ID
        INVALID KEY SET CARDDAT-EOF TO TRUE
    END-START
    PERFORM UNTIL CARDDAT-EOF
        READ CARDDAT-FILE NEXT RECORD
            AT END SET CARDDAT-EOF TO TRUE
            NOT AT END
                IF CARD-ACCT-ID NOT = ACCT-ID
                    SET CARDDAT-EOF TO TRUE
                ELSE
                    MOVE CARD-NUM TO WS-SCAN-CARD-NUM
                    PERFORM ACCRUE-CARD-ADVANCES
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO WS-CARDDAT-STATUS
    COMPUTE WS-CASH-INTEREST ROUNDED = WS-ADV-INTEREST.

ACCRUE-CARD-ADVANCES.
    MOVE "00" TO WS-TRANSACT-STATUS
    MOVE WS-SCAN-CARD-NUM TO TRAN-CARD-NUM
    START TRANSACT-FILE KEY IS EQUAL TRAN-CARD-NUM
        INVALID KEY SET TRANSACT-EOF TO TRUE
    END-START
    PERFORM UNTIL TRANSACT-EOF
        READ TRANSACT-FILE NEXT RECORD
            AT END SET TRANSACT-EOF TO TRUE
            NOT AT END
                IF TRAN-CARD-NUM NOT = WS-SCAN-CARD-NUM
                    SET TRANSACT-EOF TO TRUE
                ELSE
                    IF TRAN-CATEGORY = "CASHADV" AND TRAN-POSTED
                        PERFORM ACCRUE-ONE-ADVANCE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO WS-TRANSACT-STATUS.

ACCRUE-ONE-ADVANCE.
    MOVE SPACES TO WS-ADV-DATE
    STRING TRAN-ORIG-TIMESTAMP(1:4)
        TRAN-ORIG-TIMESTAMP(6:2)
        TRAN-ORIG-TIMESTAMP(9:2)
        DELIMITED SIZE INTO WS-ADV-DATE
    IF WS-ADV-DATE > WS-CASH-FROM-DATE
        AND WS-ADV-DATE NOT > WS-CYCLE-DATE
        COMPUTE WS-ADV-DAYS =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CYCLE-DATE))
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ADV-DATE))
            + 1
        COMPUTE WS-ADV-INTEREST = WS-ADV-INTEREST
            + TRAN-AMOUNT * WS-CASH-INT-RATE / 100 * 12 / 365
            * WS-ADV-DAYS
    END-IF.

POST-CASH-INTEREST.
    IF WS-CASH-INTEREST > ZERO
        MOVE SPACES TO TRAN-ID
        STRING "CI" WS-CYCLE-DATE WS-CASH-SEQ
            DELIMITED SIZE INTO TRAN-ID
        MOVE WS-ACCT-CARD-NUM TO TRAN-CARD-NUM
        MOVE WS-CASH-INTEREST TO TRAN-AMOUNT
        MOVE "CASH ADVANCE INTEREST" TO TRAN-MERCHANT-NAME
        MOVE "CASHINT" TO TRAN-CATEGORY
        MOVE WS-CYCLE-TIMESTAMP TO TRAN-ORIG-TIMESTAMP
        MOVE "N" TO TRAN-POSTED-FLAG
        WRITE TRAN-RECORD
            INVALID KEY
                DISPLAY "Duplicate transaction id " TRAN-ID
                    " - cash interest not posted for account " ACCT-ID
                MOVE ZERO TO WS-CASH-INTEREST
            NOT INVALID KEY
                ADD 1 TO WS-CASH-INT-COUNT
                ADD WS-CASH-INTEREST TO WS-CASH-INT-TOTAL
        END-WRITE
    END-IF.

ROLL-CASH-CYCLE.
    MOVE WS-CASH-BAL TO CSH-CASH-BAL
    COMPUTE CSH-CYCLE-OPEN-BAL = WS-CASH-BAL + WS-CASH-INTEREST
    MOVE WS-CYCLE-DATE TO CSH-CYCLE-DATE
    REWRITE ACCOUNT-CASH-RECORD
    IF NOT ACCTCASH-OK
        DISPLAY "Unable to roll cash balance for account " ACCT-ID
            ", status=" WS-ACCTCASH-STATUS
    END-IF.

FIND-ACCOUNT-CARD.
    PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
        UNTIL WS-PAID-IDX > WS-PAID-COUNT OR WS-PAYMENT-FOUND
        IF WS-PAID-ACCT-ID(WS-PAID-IDX) = ACCT-ID
           AND WS-PAID-NET-AMOUNT(WS-PAID-IDX) > ZERO
            SET WS-PAYMENT-FOUND TO TRUE
        END-IF
    END-PERFORM.

POST-INTEREST-CHARGE.
    COMPUTE WS-INTEREST-AMOUNT ROUNDED =
        WS-PURCHASE-BAL * WS-MONTHLY-INT-RATE / 100
    IF WS-INTEREST-AMOUNT > ZERO
        ADD 1 TO WS-TRAN-SEQ
        MOVE SPACES TO TRAN-ID
            " PCT  LATE FEE " WS-DISPLAY-AMOUNT
            DELIMITED SIZE INTO ASSESS-REPORT-LINE
        WRITE ASSESS-REPORT-LINE
        MOVE WS-CASH-INT-RATE TO WS-DISPLAY-RATE
        MOVE SPACES TO ASSESS-REPORT-LINE
        STRING "CASH ADVANCE RATE " WS-DISPLAY-RATE " PCT MONTHLY"
            DELIMITED SIZE INTO ASSESS-REPORT-LINE
        WRITE ASSESS-REPORT-LINE
        MOVE SPACES TO ASSESS-REPORT-LINE
        WRITE ASSESS-REPORT-LINE
        MOVE WS-INTEREST-TOTAL TO WS-DISPLAY-TOTAL
            "  TOTAL " WS-DISPLAY-TOTAL
            DELIMITED SIZE INTO ASSESS-REPORT-LINE
        WRITE ASSESS-REPORT-LINE
        MOVE WS-CASH-INT-TOTAL TO WS-DISPLAY-TOTAL
        MOVE SPACES TO ASSESS-REPORT-LINE
        STRING "CASH INTEREST POSTED " WS-CASH-INT-COUNT
            "  TOTAL " WS-DISPLAY-TOTAL
            DELIMITED SIZE INTO ASSESS-REPORT-LINE
        WRITE ASSESS-REPORT-LINE
        MOVE WS-LATEFEE-TOTAL TO WS-DISPLAY-TOTAL
        MOVE SPACES TO ASSESS-REPORT-LINE
        STRING "LATE FEES POSTED " WS-LATEFEE-COUNT
