>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CBCAT01C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CATMAST-FILE ASSIGN TO "CATMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-CODE
        FILE STATUS IS WS-CATMAST-STATUS.
    SELECT ACCTDAT-FILE ASSIGN TO "ACCTDAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-ID
        FILE STATUS IS WS-ACCTDAT-STATUS.
    SELECT CARDDAT-FILE ASSIGN TO "CARDDAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CARD-NUM
        ALTERNATE RECORD KEY IS CARD-ACCT-ID WITH DUPLICATES
        FILE STATUS IS WS-CARDDAT-STATUS.
    SELECT TRANSACT-FILE ASSIGN TO "TRANSACT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRAN-ID
        ALTERNATE RECORD KEY IS TRAN-CARD-NUM WITH DUPLICATES
        FILE STATUS IS WS-TRANSACT-STATUS.
    SELECT SPEND-REPORT-FILE ASSIGN TO "CATRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CATMAST-FILE.
COPY CSCAT01Y.

FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  CARDDAT-FILE.
COPY CVCRD01Y.

FD  TRANSACT-FILE.
COPY CVTRN01Y.

FD  SPEND-REPORT-FILE.
01 SPEND-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CATMAST-STATUS PIC X(02) VALUE "00".
   88 CATMAST-OK VALUE "00".
   88 CATMAST-EOF VALUE "10".
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
   88 ACCTDAT-EOF VALUE "10".
01 WS-CARDDAT-STATUS PIC X(02) VALUE "00".
   88 CARDDAT-OK VALUE "00".
   88 CARDDAT-EOF VALUE "10".
01 WS-TRANSACT-STATUS PIC X(02) VALUE "00".
   88 TRANSACT-OK VALUE "00".
   88 TRANSACT-EOF VALUE "10".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
   88 REPORT-OK VALUE "00".

01 WS-CYCLE-DATE PIC X(08) VALUE SPACES.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-CURR-TRAN-MONTH PIC X(07) VALUE SPACES.
01 WS-PRIOR-TRAN-MONTH PIC X(07) VALUE SPACES.
01 WS-MONTH-NUMBER PIC 9(06) VALUE ZERO.
01 WS-PRIOR-YEAR PIC 9(04) VALUE ZERO.
01 WS-PRIOR-MM PIC 9(02) VALUE ZERO.

01 WS-CATEGORY-TABLE.
   05 WS-CAT-COUNT PIC 9(03) VALUE ZERO.
   05 WS-CAT-ENTRY OCCURS 200 TIMES.
      10 WS-CAT-CODE PIC X(10).
      10 WS-CAT-FLAGS PIC X(03).
      10 WS-CAT-DESCRIPTION PIC X(30).
      10 WS-CAT-CURR-TOTAL PIC S9(11)V99 COMP-3.
      10 WS-CAT-PRIOR-TOTAL PIC S9(11)V99 COMP-3.
      10 WS-CAT-CURR-COUNT PIC 9(07).
      10 WS-CAT-ACCT-CURR PIC S9(09)V99 COMP-3.
      10 WS-CAT-ACCT-PRIOR PIC S9(09)V99 COMP-3.
01 WS-CAT-IDX PIC 9(03) VALUE ZERO.
01 WS-FOUND-IDX PIC 9(03) VALUE ZERO.
01 WS-CAT-OVERFLOW-SW PIC X(01) VALUE "N".
   88 WS-CAT-OVERFLOW VALUE "Y".
01 WS-LOOKUP-CODE PIC X(10) VALUE SPACES.

01 WS-CARD-TABLE.
   05 WS-CARD-COUNT PIC 9(03) VALUE ZERO.
   05 WS-CARD-ENTRY OCCURS 100 TIMES.
      10 WS-CARD-NUMBER PIC 9(16).
01 WS-CARD-IDX PIC 9(03) VALUE ZERO.

01 WS-ACCT-ACTIVITY-SW PIC X(01) VALUE "N".
   88 WS-ACCT-ACTIVITY VALUE "Y".
01 WS-ACCT-CURR-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-ACCT-PRIOR-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-GRAND-CURR-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-GRAND-PRIOR-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-CURR-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-PRIOR-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-CHANGE-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-CHANGE-PCT PIC S9(05)V9 COMP-3 VALUE ZERO.
01 WS-PCT-TEXT PIC X(08) VALUE SPACES.

01 WS-ACCT-COUNT PIC 9(06) VALUE ZERO.
01 WS-ACTIVE-ACCT-COUNT PIC 9(06) VALUE ZERO.
01 WS-TRAN-COUNT PIC 9(07) VALUE ZERO.
01 WS-UNKNOWN-COUNT PIC 9(07) VALUE ZERO.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-CHANGE PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-PRIOR PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-TOTAL PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-TOTAL-PRIOR PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-TOTAL-CHANGE PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-PCT PIC ----9.9.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "CBCAT01C - Monthly spend by merchant category"
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    PERFORM GET-CYCLE-DATE
    DISPLAY "Reporting " WS-CURR-TRAN-MONTH " against "
        WS-PRIOR-TRAN-MONTH
    PERFORM LOAD-CATEGORY-TABLE

    OPEN INPUT ACCTDAT-FILE
    OPEN INPUT CARDDAT-FILE
    OPEN INPUT TRANSACT-FILE
    IF NOT ACCTDAT-OK OR NOT CARDDAT-OK OR NOT TRANSACT-OK
        DISPLAY "Unable to open ACCTDAT/CARDDAT/TRANSACT, status="
            WS-ACCTDAT-STATUS "/" WS-CARDDAT-STATUS "/"
            WS-TRANSACT-STATUS
    ELSE
        OPEN OUTPUT SPEND-REPORT-FILE
        IF NOT REPORT-OK
            DISPLAY "Unable to open CATRPT report, status="
                WS-REPORT-STATUS
        ELSE
            PERFORM WRITE-REPORT-HEADING
            PERFORM WRITE-ACCOUNT-HEADING
            PERFORM REPORT-ALL-ACCOUNTS
            PERFORM WRITE-PORTFOLIO-SECTION
            PERFORM WRITE-REPORT-TRAILER
            CLOSE SPEND-REPORT-FILE
        END-IF
    END-IF
    CLOSE TRANSACT-FILE
    CLOSE CARDDAT-FILE
    CLOSE ACCTDAT-FILE

    DISPLAY "Accounts read: " WS-ACCT-COUNT
        ", with spend: " WS-ACTIVE-ACCT-COUNT
        ", transactions: " WS-TRAN-COUNT
        ", not on category master: " WS-UNKNOWN-COUNT
    GOBACK.

GET-CYCLE-DATE.
    ACCEPT WS-CYCLE-DATE FROM ENVIRONMENT "CARDDEMO-CYCLE-DATE"
    IF WS-CYCLE-DATE = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CYCLE-DATE
    END-IF
    MOVE SPACES TO WS-CURR-TRAN-MONTH
    STRING WS-CYCLE-DATE(1:4) "-" WS-CYCLE-DATE(5:2)
        DELIMITED SIZE INTO WS-CURR-TRAN-MONTH
    COMPUTE WS-MONTH-NUMBER =
        FUNCTION NUMVAL(WS-CYCLE-DATE(1:4)) * 12
        + FUNCTION NUMVAL(WS-CYCLE-DATE(5:2)) - 2
    DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-PRIOR-YEAR
        REMAINDER WS-PRIOR-MM
    ADD 1 TO WS-PRIOR-MM
    MOVE SPACES TO WS-PRIOR-TRAN-MONTH
    STRING WS-PRIOR-YEAR "-" WS-PRIOR-MM
        DELIMITED SIZE INTO WS-PRIOR-TRAN-MONTH.

LOAD-CATEGORY-TABLE.
    MOVE ZERO TO WS-CAT-COUNT
    OPEN INPUT CATMAST-FILE
    IF NOT CATMAST-OK
        DISPLAY "Unable to open CATMAST file, status="
            WS-CATMAST-STATUS
            " - every category will be reported as not on file."
    ELSE
        PERFORM UNTIL CATMAST-EOF OR WS-CAT-OVERFLOW
            READ CATMAST-FILE NEXT RECORD
                AT END SET CATMAST-EOF TO TRUE
                NOT AT END
                    MOVE CAT-CODE TO WS-LOOKUP-CODE
                    PERFORM ADD-CATEGORY-ENTRY
                    IF NOT WS-CAT-OVERFLOW
                        MOVE CAT-DESCRIPTION
                            TO WS-CAT-DESCRIPTION(WS-CAT-COUNT)
                        MOVE SPACES TO WS-CAT-FLAGS(WS-CAT-COUNT)
                        IF CAT-IS-CASH-LIKE
                            MOVE "C" TO WS-CAT-FLAGS(WS-CAT-COUNT)(1:1)
                        END-IF
                        IF CAT-IS-HIGH-RISK
                            MOVE "H" TO WS-CAT-FLAGS(WS-CAT-COUNT)(2:1)
                        END-IF
                        IF CAT-STATUS-INACTIVE
                            MOVE "I" TO WS-CAT-FLAGS(WS-CAT-COUNT)(3:1)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATMAST-FILE
    END-IF.

ADD-CATEGORY-ENTRY.
    IF WS-CAT-COUNT = 200
        IF NOT WS-CAT-OVERFLOW
            DISPLAY "Category table full at 200 entries - "
                "further categories not reported."
        END-IF
        SET WS-CAT-OVERFLOW TO TRUE
        MOVE ZERO TO WS-FOUND-IDX
    ELSE
        ADD 1 TO WS-CAT-COUNT
        MOVE WS-CAT-COUNT TO WS-FOUND-IDX
        MOVE WS-LOOKUP-CODE TO WS-CAT-CODE(WS-CAT-COUNT)
        MOVE "  ?" TO WS-CAT-FLAGS(WS-CAT-COUNT)
        MOVE "*** NOT ON CATEGORY MASTER ***"
            TO WS-CAT-DESCRIPTION(WS-CAT-COUNT)
        MOVE ZERO TO WS-CAT-CURR-TOTAL(WS-CAT-COUNT)
        MOVE ZERO TO WS-CAT-PRIOR-TOTAL(WS-CAT-COUNT)
        MOVE ZERO TO WS-CAT-CURR-COUNT(WS-CAT-COUNT)
        MOVE ZERO TO WS-CAT-ACCT-CURR(WS-CAT-COUNT)
        MOVE ZERO TO WS-CAT-ACCT-PRIOR(WS-CAT-COUNT)
    END-IF.

FIND-CATEGORY-ENTRY.
    MOVE ZERO TO WS-FOUND-IDX
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
        UNTIL WS-CAT-IDX > WS-CAT-COUNT OR WS-FOUND-IDX NOT = ZERO
        IF WS-CAT-CODE(WS-CAT-IDX) = WS-LOOKUP-CODE
            MOVE WS-CAT-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX = ZERO
        ADD 1 TO WS-UNKNOWN-COUNT
        PERFORM ADD-CATEGORY-ENTRY
    END-IF.

REPORT-ALL-ACCOUNTS.
    PERFORM UNTIL ACCTDAT-EOF
        READ ACCTDAT-FILE NEXT RECORD
            AT END SET ACCTDAT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-ACCT-COUNT
                PERFORM REPORT-ONE-ACCOUNT
        END-READ
    END-PERFORM
    MOVE "00" TO WS-ACCTDAT-STATUS.

REPORT-ONE-ACCOUNT.
    MOVE "N" TO WS-ACCT-ACTIVITY-SW
    MOVE ZERO TO WS-ACCT-CURR-TOTAL
    MOVE ZERO TO WS-ACCT-PRIOR-TOTAL
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
        UNTIL WS-CAT-IDX > WS-CAT-COUNT
        MOVE ZERO TO WS-CAT-ACCT-CURR(WS-CAT-IDX)
        MOVE ZERO TO WS-CAT-ACCT-PRIOR(WS-CAT-IDX)
    END-PERFORM
    PERFORM LOAD-ACCOUNT-CARDS
    PERFORM ACCUMULATE-CARD-SPEND
        VARYING WS-CARD-IDX FROM 1 BY 1
        UNTIL WS-CARD-IDX > WS-CARD-COUNT
    IF WS-ACCT-ACTIVITY
        ADD 1 TO WS-ACTIVE-ACCT-COUNT
        PERFORM WRITE-ACCOUNT-CATEGORY-LINE
            VARYING WS-CAT-IDX FROM 1 BY 1
            UNTIL WS-CAT-IDX > WS-CAT-COUNT
        PERFORM WRITE-ACCOUNT-TOTAL-LINE
    END-IF.

LOAD-ACCOUNT-CARDS.
    MOVE ZERO TO WS-CARD-COUNT
    MOVE "00" TO WS-CARDDAT-STATUS
    MOVE ACCT-ID TO CARD-ACCT-ID
    START CARDDAT-FILE KEY IS EQUAL CARD-ACCT-ID
        INVALID KEY SET CARDDAT-EOF TO TRUE
    END-START
    PERFORM UNTIL CARDDAT-EOF OR WS-CARD-COUNT = 100
        READ CARDDAT-FILE NEXT RECORD
            AT END SET CARDDAT-EOF TO TRUE
            NOT AT END
                IF CARD-ACCT-ID NOT = ACCT-ID
                    SET CARDDAT-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-CARD-COUNT
                    MOVE CARD-NUM TO WS-CARD-NUMBER(WS-CARD-COUNT)
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO WS-CARDDAT-STATUS.

ACCUMULATE-CARD-SPEND.
    MOVE "00" TO WS-TRANSACT-STATUS
    MOVE WS-CARD-NUMBER(WS-CARD-IDX) TO TRAN-CARD-NUM
    START TRANSACT-FILE KEY IS EQUAL TRAN-CARD-NUM
        INVALID KEY SET TRANSACT-EOF TO TRUE
    END-START
    PERFORM UNTIL TRANSACT-EOF
        READ TRANSACT-FILE NEXT RECORD
            AT END SET TRANSACT-EOF TO TRUE
            NOT AT END
                IF TRAN-CARD-NUM NOT = WS-CARD-NUMBER(WS-CARD-IDX)
                    SET TRANSACT-EOF TO TRUE
                ELSE
                    IF NOT TRAN-SUSPENDED
                       AND (TRAN-ORIG-TIMESTAMP(1:7) = WS-CURR-TRAN-MONTH
                         OR TRAN-ORIG-TIMESTAMP(1:7) = WS-PRIOR-TRAN-MONTH)
                        PERFORM ACCUMULATE-TRANSACTION
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO WS-TRANSACT-STATUS.

ACCUMULATE-TRANSACTION.
    MOVE TRAN-CATEGORY TO WS-LOOKUP-CODE
    IF WS-LOOKUP-CODE = SPACES
        MOVE "(BLANK)" TO WS-LOOKUP-CODE
    END-IF
    PERFORM FIND-CATEGORY-ENTRY
    IF WS-FOUND-IDX NOT = ZERO
        SET WS-ACCT-ACTIVITY TO TRUE
        ADD 1 TO WS-TRAN-COUNT
        IF TRAN-ORIG-TIMESTAMP(1:7) = WS-CURR-TRAN-MONTH
            ADD TRAN-AMOUNT TO WS-CAT-ACCT-CURR(WS-FOUND-IDX)
            ADD TRAN-AMOUNT TO WS-CAT-CURR-TOTAL(WS-FOUND-IDX)
            ADD 1 TO WS-CAT-CURR-COUNT(WS-FOUND-IDX)
            ADD TRAN-AMOUNT TO WS-ACCT-CURR-TOTAL
            ADD TRAN-AMOUNT TO WS-GRAND-CURR-TOTAL
        ELSE
            ADD TRAN-AMOUNT TO WS-CAT-ACCT-PRIOR(WS-FOUND-IDX)
            ADD TRAN-AMOUNT TO WS-CAT-PRIOR-TOTAL(WS-FOUND-IDX)
            ADD TRAN-AMOUNT TO WS-ACCT-PRIOR-TOTAL
            ADD TRAN-AMOUNT TO WS-GRAND-PRIOR-TOTAL
        END-IF
    END-IF.

COMPUTE-CHANGE.
    COMPUTE WS-CHANGE-AMOUNT = WS-CURR-AMOUNT - WS-PRIOR-AMOUNT
    EVALUATE TRUE
        WHEN WS-PRIOR-AMOUNT = ZERO AND WS-CURR-AMOUNT = ZERO
            MOVE SPACES TO WS-PCT-TEXT
        WHEN WS-PRIOR-AMOUNT = ZERO
            MOVE "     NEW" TO WS-PCT-TEXT
        WHEN OTHER
            COMPUTE WS-CHANGE-PCT ROUNDED =
                WS-CHANGE-AMOUNT * 100 / FUNCTION ABS(WS-PRIOR-AMOUNT)
                ON SIZE ERROR
                    MOVE "   *****" TO WS-PCT-TEXT
                NOT ON SIZE ERROR
                    MOVE WS-CHANGE-PCT TO WS-DISPLAY-PCT
                    MOVE SPACES TO WS-PCT-TEXT
                    STRING WS-DISPLAY-PCT "%"
                        DELIMITED SIZE INTO WS-PCT-TEXT
            END-COMPUTE
    END-EVALUATE.

WRITE-REPORT-HEADING.
    MOVE "CARDDEMO MONTHLY SPEND BY MERCHANT CATEGORY"
        TO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE
    MOVE SPACES TO SPEND-REPORT-LINE
    STRING "CYCLE " WS-CYCLE-DATE "  MONTH " WS-CURR-TRAN-MONTH
        "  PRIOR MONTH " WS-PRIOR-TRAN-MONTH
        "  RUN " WS-CURRENT-TIMESTAMP
        DELIMITED SIZE INTO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE
    MOVE "FLAGS: C = CASH-LIKE  H = HIGH-RISK  I = INACTIVE  ? = NOT ON CATEGORY MASTER"
        TO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE.

WRITE-ACCOUNT-HEADING.
    MOVE SPACES TO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE
    MOVE "SPEND BY ACCOUNT AND CATEGORY" TO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE
    MOVE "ACCOUNT ID  CATEGORY   FLG DESCRIPTION                           THIS MONTH        PRIOR MONTH             CHANGE      PCT"
        TO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE.

WRITE-ACCOUNT-CATEGORY-LINE.
    IF WS-CAT-ACCT-CURR(WS-CAT-IDX) NOT = ZERO
       OR WS-CAT-ACCT-PRIOR(WS-CAT-IDX) NOT = ZERO
        MOVE WS-CAT-ACCT-CURR(WS-CAT-IDX) TO WS-CURR-AMOUNT
        MOVE WS-CAT-ACCT-PRIOR(WS-CAT-IDX) TO WS-PRIOR-AMOUNT
        PERFORM COMPUTE-CHANGE
        MOVE WS-CURR-AMOUNT TO WS-DISPLAY-AMOUNT
        MOVE WS-PRIOR-AMOUNT TO WS-DISPLAY-PRIOR
        MOVE WS-CHANGE-AMOUNT TO WS-DISPLAY-CHANGE
        MOVE SPACES TO SPEND-REPORT-LINE
        STRING ACCT-ID " " WS-CAT-CODE(WS-CAT-IDX) " "
            WS-CAT-FLAGS(WS-CAT-IDX) " "
            WS-CAT-DESCRIPTION(WS-CAT-IDX) " "
            WS-DISPLAY-AMOUNT " " WS-DISPLAY-PRIOR " "
            WS-DISPLAY-CHANGE " " WS-PCT-TEXT
            DELIMITED SIZE INTO SPEND-REPORT-LINE
        WRITE SPEND-REPORT-LINE
    END-IF.

WRITE-ACCOUNT-TOTAL-LINE.
    MOVE WS-ACCT-CURR-TOTAL TO WS-CURR-AMOUNT
    MOVE WS-ACCT-PRIOR-TOTAL TO WS-PRIOR-AMOUNT
    PERFORM COMPUTE-CHANGE
    MOVE WS-CURR-AMOUNT TO WS-DISPLAY-AMOUNT
    MOVE WS-PRIOR-AMOUNT TO WS-DISPLAY-PRIOR
    MOVE WS-CHANGE-AMOUNT TO WS-DISPLAY-CHANGE
    MOVE SPACES TO SPEND-REPORT-LINE
    STRING ACCT-ID " ACCOUNT TOTAL" "                                 "
        WS-DISPLAY-AMOUNT " " WS-DISPLAY-PRIOR " "
        WS-DISPLAY-CHANGE " " WS-PCT-TEXT
        DELIMITED SIZE INTO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE
    MOVE SPACES TO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE.

WRITE-PORTFOLIO-SECTION.
    MOVE SPACES TO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE
    MOVE "PORTFOLIO SPEND BY CATEGORY" TO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE
    MOVE "CATEGORY   FLG DESCRIPTION                               THIS MONTH            PRIOR MONTH                 CHANGE      PCT   TRANS"
        TO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE
    PERFORM WRITE-PORTFOLIO-LINE
        VARYING WS-CAT-IDX FROM 1 BY 1
        UNTIL WS-CAT-IDX > WS-CAT-COUNT
    MOVE WS-GRAND-CURR-TOTAL TO WS-CURR-AMOUNT
    MOVE WS-GRAND-PRIOR-TOTAL TO WS-PRIOR-AMOUNT
    PERFORM COMPUTE-CHANGE
    MOVE WS-CURR-AMOUNT TO WS-DISPLAY-TOTAL
    MOVE WS-PRIOR-AMOUNT TO WS-DISPLAY-TOTAL-PRIOR
    MOVE WS-CHANGE-AMOUNT TO WS-DISPLAY-TOTAL-CHANGE
    MOVE SPACES TO SPEND-REPORT-LINE
    STRING "PORTFOLIO TOTAL                               "
        WS-DISPLAY-TOTAL " " WS-DISPLAY-TOTAL-PRIOR " "
        WS-DISPLAY-TOTAL-CHANGE " " WS-PCT-TEXT
        DELIMITED SIZE INTO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE.

WRITE-PORTFOLIO-LINE.
    IF WS-CAT-CURR-TOTAL(WS-CAT-IDX) NOT = ZERO
       OR WS-CAT-PRIOR-TOTAL(WS-CAT-IDX) NOT = ZERO
        MOVE WS-CAT-CURR-TOTAL(WS-CAT-IDX) TO WS-CURR-AMOUNT
        MOVE WS-CAT-PRIOR-TOTAL(WS-CAT-IDX) TO WS-PRIOR-AMOUNT
        PERFORM COMPUTE-CHANGE
        MOVE WS-CURR-AMOUNT TO WS-DISPLAY-TOTAL
        MOVE WS-PRIOR-AMOUNT TO WS-DISPLAY-TOTAL-PRIOR
        MOVE WS-CHANGE-AMOUNT TO WS-DISPLAY-TOTAL-CHANGE
        MOVE SPACES TO SPEND-REPORT-LINE
        STRING WS-CAT-CODE(WS-CAT-IDX) " "
            WS-CAT-FLAGS(WS-CAT-IDX) " "
            WS-CAT-DESCRIPTION(WS-CAT-IDX) " "
            WS-DISPLAY-TOTAL " " WS-DISPLAY-TOTAL-PRIOR " "
            WS-DISPLAY-TOTAL-CHANGE " " WS-PCT-TEXT " "
            WS-CAT-CURR-COUNT(WS-CAT-IDX)
            DELIMITED SIZE INTO SPEND-REPORT-LINE
        WRITE SPEND-REPORT-LINE
    END-IF.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE
    MOVE SPACES TO SPEND-REPORT-LINE
    STRING "ACCOUNTS READ " WS-ACCT-COUNT
        "  ACCOUNTS WITH SPEND " WS-ACTIVE-ACCT-COUNT
        "  TRANSACTIONS " WS-TRAN-COUNT
        "  CATEGORY CODES NOT ON MASTER " WS-UNKNOWN-COUNT
        DELIMITED SIZE INTO SPEND-REPORT-LINE
    WRITE SPEND-REPORT-LINE
    IF WS-UNKNOWN-COUNT NOT = ZERO
        MOVE "*** TRANSACTIONS CARRY CATEGORY CODES NOT ON THE CATEGORY MASTER (FLAG ?) ***"
            TO SPEND-REPORT-LINE
        WRITE SPEND-REPORT-LINE
    END-IF.
