>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CORWD00C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RWDLEDG-FILE ASSIGN TO "RWDLEDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RWL-KEY
        FILE STATUS IS WS-RWDLEDG-STATUS.
    SELECT RWDPARM-FILE ASSIGN TO "RWDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RWDPARM-STATUS.
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

DATA DIVISION.
FILE SECTION.
FD  RWDLEDG-FILE.
COPY CSRWD01Y.

FD  RWDPARM-FILE.
COPY CSRWP01Y.

FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  CARDDAT-FILE.
COPY CVCRD01Y.

FD  TRANSACT-FILE.
COPY CVTRN01Y.

WORKING-STORAGE SECTION.
01 WS-RWDLEDG-STATUS PIC X(02) VALUE "00".
   88 RWDLEDG-OK VALUE "00".
   88 RWDLEDG-EOF VALUE "10".
   88 RWDLEDG-NOFILE VALUE "35".
01 WS-RWDPARM-STATUS PIC X(02) VALUE "00".
   88 RWDPARM-OK VALUE "00".
   88 RWDPARM-EOF VALUE "10".
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
01 WS-CARDDAT-STATUS PIC X(02) VALUE "00".
   88 CARDDAT-OK VALUE "00".
   88 CARDDAT-EOF VALUE "10".
01 WS-TRANSACT-STATUS PIC X(02) VALUE "00".
   88 TRANSACT-OK VALUE "00".

01 WS-ACTION PIC X(01) VALUE SPACES.
01 WS-ACCT-ID-TEXT PIC X(11) VALUE SPACES.
01 WS-POINTS-TEXT PIC X(10) VALUE SPACES.
01 WS-NOTE-TEXT PIC X(30) VALUE SPACES.
01 WS-CONFIRM PIC X(01) VALUE "N".
   88 WS-CONFIRMED VALUE "Y".
01 WS-INPUT-ERROR-SW PIC X(01) VALUE "N".
   88 WS-INPUT-ERROR VALUE "Y".
01 WS-ACCT-FOUND-SW PIC X(01) VALUE "N".
   88 WS-ACCT-FOUND VALUE "Y".
01 WS-CARD-FOUND-SW PIC X(01) VALUE "N".
   88 WS-CARD-FOUND VALUE "Y".
01 WS-CONTROL-FOUND-SW PIC X(01) VALUE "N".
   88 WS-CONTROL-FOUND VALUE "Y".
01 WS-CREDIT-WRITTEN-SW PIC X(01) VALUE "N".
   88 WS-CREDIT-WRITTEN VALUE "Y".
01 WS-PAGE-SIZE PIC 9(02) VALUE 10.
01 WS-PAGE-LINES PIC 9(02) VALUE ZERO.
01 WS-ENTRY-COUNT PIC 9(05) VALUE ZERO.
01 WS-MORE-REPLY PIC X(01) VALUE "Y".
   88 WS-MORE-WANTED VALUE "Y".

01 WS-POINT-VALUE PIC 9(01)V9(04) VALUE ZERO.
01 WS-MIN-REDEEM PIC 9(06) VALUE ZERO.
01 WS-EXPIRY-MONTHS PIC 9(03) VALUE ZERO.
01 WS-POINTS-BALANCE PIC S9(11) COMP-3 VALUE ZERO.
01 WS-REQUEST-POINTS PIC S9(09) COMP-3 VALUE ZERO.
01 WS-CREDIT-AMOUNT PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-CREDIT-CARD-NUM PIC 9(16) VALUE ZERO.
01 WS-CREDIT-TRAN-ID PIC X(16) VALUE SPACES.
01 WS-TYPE-TEXT PIC X(08) VALUE SPACES.
01 WS-DISPLAY-POINTS PIC ZZ,ZZZ,ZZZ,ZZ9-.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-ENTRY-TIMESTAMP PIC X(26) VALUE SPACES.

LINKAGE SECTION.
COPY COCOM01Y.

PROCEDURE DIVISION USING CARDDEMO-COMMAREA.
MAIN-PARA.
    PERFORM READ-REWARD-PARAMETERS
    OPEN I-O RWDLEDG-FILE
    IF RWDLEDG-NOFILE
        OPEN OUTPUT RWDLEDG-FILE
        CLOSE RWDLEDG-FILE
        OPEN I-O RWDLEDG-FILE
    END-IF
    IF NOT RWDLEDG-OK
        DISPLAY "Unable to open RWDLEDG file, status="
            WS-RWDLEDG-STATUS
    ELSE
        PERFORM GET-ACCOUNT
        IF WS-ACCT-FOUND
            PERFORM SHOW-POINTS-HISTORY
            IF CDEMO-USRTYP-ADMIN
                DISPLAY "R = redeem as statement credit, A = adjust,"
                    " blank = return: " WITH NO ADVANCING
            ELSE
                DISPLAY "R = redeem as statement credit,"
                    " blank = return: " WITH NO ADVANCING
            END-IF
            ACCEPT WS-ACTION
            MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
            EVALUATE TRUE
                WHEN WS-ACTION = "R"
                    PERFORM REDEEM-POINTS
                WHEN WS-ACTION = "A" AND CDEMO-USRTYP-ADMIN
                    PERFORM ADJUST-POINTS
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        CLOSE RWDLEDG-FILE
    END-IF

    MOVE "CORWD00C" TO CDEMO-FROM-PROGRAM
    GOBACK.

READ-REWARD-PARAMETERS.
    MOVE "N" TO WS-CONTROL-FOUND-SW
    OPEN INPUT RWDPARM-FILE
    IF RWDPARM-OK
        PERFORM UNTIL RWDPARM-EOF OR WS-CONTROL-FOUND
            READ RWDPARM-FILE
                AT END SET RWDPARM-EOF TO TRUE
                NOT AT END
                    IF RWP-CONTROL-REC AND RWP-POINT-VALUE NUMERIC
                       AND RWP-MIN-REDEEM NUMERIC
                       AND RWP-EXPIRY-MONTHS NUMERIC
                        MOVE RWP-POINT-VALUE TO WS-POINT-VALUE
                        MOVE RWP-MIN-REDEEM TO WS-MIN-REDEEM
                        MOVE RWP-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS
                        SET WS-CONTROL-FOUND TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RWDPARM-FILE
    END-IF.

GET-ACCOUNT.
    MOVE "N" TO WS-ACCT-FOUND-SW
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
    OPEN INPUT ACCTDAT-FILE
    IF NOT ACCTDAT-OK
        DISPLAY "Unable to open ACCTDAT file, status="
            WS-ACCTDAT-STATUS
    ELSE
        MOVE CDEMO-ACCT-ID TO ACCT-ID
        READ ACCTDAT-FILE
            INVALID KEY
                DISPLAY "Account " CDEMO-ACCT-ID " not found."
            NOT INVALID KEY
                SET WS-ACCT-FOUND TO TRUE
        END-READ
        CLOSE ACCTDAT-FILE
    END-IF.

SHOW-POINTS-HISTORY.
    MOVE ZERO TO WS-POINTS-BALANCE
    MOVE ZERO TO WS-ENTRY-COUNT
    MOVE ZERO TO WS-PAGE-LINES
    MOVE "Y" TO WS-MORE-REPLY

    DISPLAY SPACE
    DISPLAY "Rewards Points - Account " ACCT-ID
    DISPLAY "Date     Type          Points Reference        Note"
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
                    SET RWDLEDG-EOF TO TRUE
                ELSE
                    ADD RWL-POINTS TO WS-POINTS-BALANCE
                    IF WS-MORE-WANTED
                        PERFORM DISPLAY-LEDGER-ENTRY
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO WS-RWDLEDG-STATUS

    MOVE WS-POINTS-BALANCE TO WS-DISPLAY-POINTS
    DISPLAY SPACE
    IF WS-ENTRY-COUNT = ZERO
        DISPLAY "No points activity for this account."
    END-IF
    DISPLAY "Points balance: " WS-DISPLAY-POINTS
    IF WS-CONTROL-FOUND
        COMPUTE WS-CREDIT-AMOUNT ROUNDED =
            WS-POINTS-BALANCE * WS-POINT-VALUE
        MOVE WS-CREDIT-AMOUNT TO WS-DISPLAY-AMOUNT
        DISPLAY "Statement credit value: " WS-DISPLAY-AMOUNT
        IF WS-EXPIRY-MONTHS NOT = ZERO
            DISPLAY "Points expire " WS-EXPIRY-MONTHS
                " months after the month they are earned."
        END-IF
    END-IF.

DISPLAY-LEDGER-ENTRY.
    EVALUATE TRUE
        WHEN RWL-TYPE-EARN
            MOVE "EARNED" TO WS-TYPE-TEXT
        WHEN RWL-TYPE-ADJUST
            MOVE "ADJUSTED" TO WS-TYPE-TEXT
        WHEN RWL-TYPE-EXPIRE
            MOVE "EXPIRED" TO WS-TYPE-TEXT
        WHEN RWL-TYPE-REDEEM
            MOVE "REDEEMED" TO WS-TYPE-TEXT
        WHEN OTHER
            MOVE RWL-ENTRY-TYPE TO WS-TYPE-TEXT
    END-EVALUATE
    MOVE RWL-POINTS TO WS-DISPLAY-POINTS
    DISPLAY RWL-ENTRY-DATE " " WS-TYPE-TEXT WS-DISPLAY-POINTS " "
        RWL-REF-ID " " FUNCTION TRIM(RWL-NOTE)
    ADD 1 TO WS-ENTRY-COUNT
    ADD 1 TO WS-PAGE-LINES
    IF WS-PAGE-LINES = WS-PAGE-SIZE
        MOVE ZERO TO WS-PAGE-LINES
        DISPLAY "More? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-MORE-REPLY
        MOVE FUNCTION UPPER-CASE(WS-MORE-REPLY) TO WS-MORE-REPLY
    END-IF.

REDEEM-POINTS.
    MOVE "N" TO WS-INPUT-ERROR-SW
    IF NOT WS-CONTROL-FOUND
        DISPLAY "No RWDPARM redemption value on file -"
            " points cannot be redeemed."
        SET WS-INPUT-ERROR TO TRUE
    END-IF
    IF NOT WS-INPUT-ERROR AND ACCT-STATUS-CLOSED
        DISPLAY "Account " ACCT-ID " is closed."
        SET WS-INPUT-ERROR TO TRUE
    END-IF
    IF NOT WS-INPUT-ERROR
        DISPLAY "Points to redeem (minimum " WS-MIN-REDEEM "): "
            WITH NO ADVANCING
        ACCEPT WS-POINTS-TEXT
        MOVE FUNCTION NUMVAL(WS-POINTS-TEXT) TO WS-REQUEST-POINTS
        EVALUATE TRUE
            WHEN WS-REQUEST-POINTS NOT > ZERO
                DISPLAY "Points must be greater than zero."
                SET WS-INPUT-ERROR TO TRUE
            WHEN WS-REQUEST-POINTS < WS-MIN-REDEEM
                DISPLAY "Minimum redemption is " WS-MIN-REDEEM
                    " points."
                SET WS-INPUT-ERROR TO TRUE
            WHEN WS-REQUEST-POINTS > WS-POINTS-BALANCE
                MOVE WS-POINTS-BALANCE TO WS-DISPLAY-POINTS
                DISPLAY "Only " WS-DISPLAY-POINTS " points available."
                SET WS-INPUT-ERROR TO TRUE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    IF NOT WS-INPUT-ERROR
        PERFORM FIND-CREDIT-CARD
        IF NOT WS-CARD-FOUND
            DISPLAY "Account " ACCT-ID
                " has no active card to carry the credit."
            SET WS-INPUT-ERROR TO TRUE
        END-IF
    END-IF
    IF NOT WS-INPUT-ERROR
        COMPUTE WS-CREDIT-AMOUNT ROUNDED =
            WS-REQUEST-POINTS * WS-POINT-VALUE
        IF WS-CREDIT-AMOUNT NOT > ZERO
            DISPLAY "Points are worth less than one cent."
            SET WS-INPUT-ERROR TO TRUE
        END-IF
    END-IF
    IF WS-INPUT-ERROR
        DISPLAY "Nothing redeemed."
    ELSE
        MOVE WS-CREDIT-AMOUNT TO WS-DISPLAY-AMOUNT
        MOVE WS-REQUEST-POINTS TO WS-DISPLAY-POINTS
        DISPLAY "Redeem " FUNCTION TRIM(WS-DISPLAY-POINTS)
            " points for a "
            "statement credit of " WS-DISPLAY-AMOUNT " on card "
            WS-CREDIT-CARD-NUM "? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
        IF WS-CONFIRMED
            PERFORM POST-REDEMPTION
        ELSE
            DISPLAY "Nothing redeemed."
        END-IF
    END-IF.

FIND-CREDIT-CARD.
    MOVE "N" TO WS-CARD-FOUND-SW
    OPEN INPUT CARDDAT-FILE
    IF NOT CARDDAT-OK
        DISPLAY "Unable to open CARDDAT file, status="
            WS-CARDDAT-STATUS
    ELSE
        MOVE CDEMO-CARD-NUM TO CARD-NUM
        READ CARDDAT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CARD-ACCT-ID = ACCT-ID AND CARD-STATUS-ACTIVE
                    SET WS-CARD-FOUND TO TRUE
                    MOVE CARD-NUM TO WS-CREDIT-CARD-NUM
                END-IF
        END-READ
        IF NOT WS-CARD-FOUND
            MOVE ACCT-ID TO CARD-ACCT-ID
            START CARDDAT-FILE KEY IS EQUAL CARD-ACCT-ID
                INVALID KEY SET CARDDAT-EOF TO TRUE
            END-START
            PERFORM UNTIL CARDDAT-EOF OR WS-CARD-FOUND
                READ CARDDAT-FILE NEXT RECORD
                    AT END SET CARDDAT-EOF TO TRUE
                    NOT AT END
                        IF CARD-ACCT-ID NOT = ACCT-ID
                            SET CARDDAT-EOF TO TRUE
                        ELSE
                            IF CARD-STATUS-ACTIVE
                                SET WS-CARD-FOUND TO TRUE
                                MOVE CARD-NUM TO WS-CREDIT-CARD-NUM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        END-IF
        CLOSE CARDDAT-FILE
    END-IF.

POST-REDEMPTION.
    PERFORM BUILD-ENTRY-TIMESTAMP
    MOVE SPACES TO WS-CREDIT-TRAN-ID
    STRING "RW" WS-CURRENT-TIMESTAMP(1:14)
        DELIMITED SIZE INTO WS-CREDIT-TRAN-ID
    MOVE SPACES TO REWARDS-LEDGER-RECORD
    MOVE ACCT-ID TO RWL-ACCT-ID
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO RWL-ENTRY-DATE
    SET RWL-TYPE-REDEEM TO TRUE
    MOVE WS-CREDIT-TRAN-ID TO RWL-REF-ID
    COMPUTE RWL-POINTS = ZERO - WS-REQUEST-POINTS
    COMPUTE RWL-TRAN-AMOUNT = ZERO - WS-CREDIT-AMOUNT
    MOVE "REWARDS" TO RWL-CATEGORY
    MOVE WS-ENTRY-TIMESTAMP TO RWL-TIMESTAMP
    MOVE CDEMO-USER-ID TO RWL-USER-ID
    MOVE "STATEMENT CREDIT" TO RWL-NOTE
    WRITE REWARDS-LEDGER-RECORD
    IF NOT RWDLEDG-OK
        DISPLAY "Unable to record redemption, status="
            WS-RWDLEDG-STATUS " - nothing redeemed."
    ELSE
        PERFORM WRITE-CREDIT-TRANSACTION
        IF WS-CREDIT-WRITTEN
            MOVE WS-REQUEST-POINTS TO WS-DISPLAY-POINTS
            DISPLAY "Redeemed " FUNCTION TRIM(WS-DISPLAY-POINTS)
                " points - credit "
                WS-CREDIT-TRAN-ID " will post tonight."
        ELSE
            DELETE RWDLEDG-FILE RECORD
            DISPLAY "Credit transaction not written, status="
                WS-TRANSACT-STATUS " - nothing redeemed."
        END-IF
    END-IF.

WRITE-CREDIT-TRANSACTION.
    MOVE "N" TO WS-CREDIT-WRITTEN-SW
    OPEN I-O TRANSACT-FILE
    IF TRANSACT-OK
        MOVE WS-CREDIT-TRAN-ID TO TRAN-ID
        MOVE WS-CREDIT-CARD-NUM TO TRAN-CARD-NUM
        COMPUTE TRAN-AMOUNT = ZERO - WS-CREDIT-AMOUNT
        MOVE "REWARDS STATEMENT CREDIT" TO TRAN-MERCHANT-NAME
        MOVE "REWARDS" TO TRAN-CATEGORY
        MOVE WS-ENTRY-TIMESTAMP TO TRAN-ORIG-TIMESTAMP
        MOVE "N" TO TRAN-POSTED-FLAG
        WRITE TRAN-RECORD
            INVALID KEY
                DISPLAY "Transaction ID " TRAN-ID " already exists."
            NOT INVALID KEY
                SET WS-CREDIT-WRITTEN TO TRUE
        END-WRITE
        CLOSE TRANSACT-FILE
    END-IF.

ADJUST-POINTS.
    MOVE "N" TO WS-INPUT-ERROR-SW
    DISPLAY "Points to add (negative to deduct): " WITH NO ADVANCING
    ACCEPT WS-POINTS-TEXT
    MOVE FUNCTION NUMVAL(WS-POINTS-TEXT) TO WS-REQUEST-POINTS
    IF WS-REQUEST-POINTS = ZERO
        DISPLAY "Points must not be zero."
        SET WS-INPUT-ERROR TO TRUE
    END-IF
    IF NOT WS-INPUT-ERROR
       AND WS-POINTS-BALANCE + WS-REQUEST-POINTS < ZERO
        DISPLAY "Adjustment would leave a negative balance."
        SET WS-INPUT-ERROR TO TRUE
    END-IF
    IF NOT WS-INPUT-ERROR
        DISPLAY "Reason: " WITH NO ADVANCING
        ACCEPT WS-NOTE-TEXT
        IF WS-NOTE-TEXT = SPACES
            DISPLAY "A reason is required for an adjustment."
            SET WS-INPUT-ERROR TO TRUE
        END-IF
    END-IF
    IF WS-INPUT-ERROR
        DISPLAY "Nothing adjusted."
    ELSE
        DISPLAY "Save adjustment? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
        IF WS-CONFIRMED
            PERFORM BUILD-ENTRY-TIMESTAMP
            MOVE SPACES TO REWARDS-LEDGER-RECORD
            MOVE ACCT-ID TO RWL-ACCT-ID
            MOVE WS-CURRENT-TIMESTAMP(1:8) TO RWL-ENTRY-DATE
            SET RWL-TYPE-ADJUST TO TRUE
            STRING "AJ" WS-CURRENT-TIMESTAMP(1:14)
                DELIMITED SIZE INTO RWL-REF-ID
            MOVE WS-REQUEST-POINTS TO RWL-POINTS
            MOVE ZERO TO RWL-TRAN-AMOUNT
            MOVE WS-ENTRY-TIMESTAMP TO RWL-TIMESTAMP
            MOVE CDEMO-USER-ID TO RWL-USER-ID
            MOVE WS-NOTE-TEXT TO RWL-NOTE
            WRITE REWARDS-LEDGER-RECORD
            IF RWDLEDG-OK
                DISPLAY "Adjustment " RWL-REF-ID " saved."
            ELSE
                DISPLAY "Unable to save adjustment, status="
                    WS-RWDLEDG-STATUS
            END-IF
        ELSE
            DISPLAY "Nothing adjusted."
        END-IF
    END-IF.

BUILD-ENTRY-TIMESTAMP.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE SPACES TO WS-ENTRY-TIMESTAMP
    STRING WS-CURRENT-TIMESTAMP(1:4) "-"
        WS-CURRENT-TIMESTAMP(5:2) "-"
        WS-CURRENT-TIMESTAMP(7:2) "-"
        WS-CURRENT-TIMESTAMP(9:2) "."
        WS-CURRENT-TIMESTAMP(11:2) "."
        WS-CURRENT-TIMESTAMP(13:2) ".000000"
        DELIMITED SIZE INTO WS-ENTRY-TIMESTAMP.
