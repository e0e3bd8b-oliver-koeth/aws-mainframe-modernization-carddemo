        RECORD KEY IS TRAN-ID
        ALTERNATE RECORD KEY IS TRAN-CARD-NUM WITH DUPLICATES
        FILE STATUS IS WS-TRANSACT-STATUS.
    SELECT CARDDAT-FILE ASSIGN TO "CARDDAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CARD-NUM
        ALTERNATE RECORD KEY IS CARD-ACCT-ID WITH DUPLICATES
        FILE STATUS IS WS-CARDDAT-STATUS.
    SELECT ACCTDAT-FILE ASSIGN TO "ACCTDAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-ID
        FILE STATUS IS WS-ACCTDAT-STATUS.
    SELECT ACCTCASH-FILE ASSIGN TO "ACCTCASH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CSH-ACCT-ID
        FILE STATUS IS WS-ACCTCASH-STATUS.
    SELECT CATMAST-FILE ASSIGN TO "CATMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-CODE
        FILE STATUS IS WS-CATMAST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANSACT-FILE.
COPY CVTRN01Y.

FD  CARDDAT-FILE.
COPY CVCRD01Y.

FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  ACCTCASH-FILE.
COPY CSCSH01Y.

FD  CATMAST-FILE.
COPY CSCAT01Y.

WORKING-STORAGE SECTION.
01 WS-TRANSACT-STATUS PIC X(02) VALUE "00".
   88 TRANSACT-OK VALUE "00".
   88 TRANSACT-DUPLICATE VALUE "22".
01 WS-CARDDAT-STATUS PIC X(02) VALUE "00".
   88 CARDDAT-OK VALUE "00".
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
01 WS-ACCTCASH-STATUS PIC X(02) VALUE "00".
   88 ACCTCASH-OK VALUE "00".
   88 ACCTCASH-NOFILE VALUE "35".
01 WS-CATMAST-STATUS PIC X(02) VALUE "00".
   88 CATMAST-OK VALUE "00".
01 WS-TRAN-TYPE PIC X(01) VALUE "P".
   88 WS-TRAN-PURCHASE VALUE "P".
   88 WS-TRAN-CASH-ADVANCE VALUE "C".
01 WS-CARD-NUM-TEXT PIC X(16) VALUE SPACES.
01 WS-AMOUNT-TEXT PIC X(16) VALUE SPACES.
01 WS-MERCHANT-TEXT PIC X(30) VALUE SPACES.
01 WS-NEW-AMOUNT PIC S9(09)V99 VALUE ZERO.
01 WS-INPUT-VALID-SW PIC X(01) VALUE "N".
   88 WS-INPUT-VALID VALUE "Y".
01 WS-TRAN-WRITTEN-SW PIC X(01) VALUE "N".
   88 WS-TRAN-WRITTEN VALUE "Y".
01 WS-CASH-FOUND-SW PIC X(01) VALUE "N".
   88 WS-CASH-FOUND VALUE "Y".
01 WS-CASH-AVAILABLE PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-TRAN-TIMESTAMP PIC X(26) VALUE SPACES.

PROCEDURE DIVISION USING CARDDEMO-COMMAREA.
MAIN-PARA.
    PERFORM GET-CARD-NUMBER
    PERFORM GET-TRAN-TYPE
    PERFORM GET-AMOUNT
    PERFORM GET-MERCHANT
    PERFORM GET-CATEGORY

    IF WS-INPUT-VALID AND WS-TRAN-CASH-ADVANCE
        PERFORM CHECK-CASH-LIMIT
    END-IF

    IF WS-INPUT-VALID
        PERFORM WRITE-TRANSACTION
        IF WS-TRAN-CASH-ADVANCE
            IF WS-TRAN-WRITTEN
                PERFORM RECORD-UNPOSTED-ADVANCE
            END-IF
            CLOSE ACCTCASH-FILE
        END-IF
    ELSE
        DISPLAY "Transaction not added."
    END-IF
        MOVE "N" TO WS-INPUT-VALID-SW
    END-IF.

GET-TRAN-TYPE.
    IF WS-INPUT-VALID
        DISPLAY "Type P = purchase, C = cash advance (blank = P): "
            WITH NO ADVANCING
        ACCEPT WS-TRAN-TYPE
        MOVE FUNCTION UPPER-CASE(WS-TRAN-TYPE) TO WS-TRAN-TYPE
        IF WS-TRAN-TYPE = SPACE
            MOVE "P" TO WS-TRAN-TYPE
        END-IF
        IF NOT WS-TRAN-PURCHASE AND NOT WS-TRAN-CASH-ADVANCE
            DISPLAY "Type must be P or C."
            MOVE "N" TO WS-INPUT-VALID-SW
        END-IF
    END-IF.

GET-AMOUNT.
    IF WS-INPUT-VALID
        DISPLAY "Transaction amount: " WITH NO ADVANCING
            DISPLAY "Transaction amount must not be zero."
            MOVE "N" TO WS-INPUT-VALID-SW
        END-IF
        IF WS-TRAN-CASH-ADVANCE AND WS-NEW-AMOUNT < ZERO
            DISPLAY "Cash advance amount must be positive."
            MOVE "N" TO WS-INPUT-VALID-SW
        END-IF
    END-IF.

GET-MERCHANT.
    END-IF.

GET-CATEGORY.
    IF WS-INPUT-VALID AND WS-TRAN-CASH-ADVANCE
        MOVE "CASHADV" TO WS-CATEGORY-TEXT
    END-IF
    IF WS-INPUT-VALID AND WS-TRAN-PURCHASE
        DISPLAY "Category (blank = GENERAL): " WITH NO ADVANCING
        ACCEPT WS-CATEGORY-TEXT
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CATEGORY-TEXT))
            TO WS-CATEGORY-TEXT
        IF WS-CATEGORY-TEXT = SPACES
            MOVE "GENERAL" TO WS-CATEGORY-TEXT
        END-IF
        PERFORM VALIDATE-CATEGORY
    END-IF.

VALIDATE-CATEGORY.
    OPEN INPUT CATMAST-FILE
    IF NOT CATMAST-OK
        DISPLAY "Unable to open CATMAST file, status="
            WS-CATMAST-STATUS
        MOVE "N" TO WS-INPUT-VALID-SW
    ELSE
        MOVE WS-CATEGORY-TEXT TO CAT-CODE
        READ CATMAST-FILE
            INVALID KEY
                DISPLAY "Category " FUNCTION TRIM(WS-CATEGORY-TEXT)
                    " is not a valid category code."
                MOVE "N" TO WS-INPUT-VALID-SW
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN NOT CAT-STATUS-ACTIVE
                        DISPLAY "Category "
                            FUNCTION TRIM(WS-CATEGORY-TEXT)
                            " is no longer in use."
                        MOVE "N" TO WS-INPUT-VALID-SW
                    WHEN CAT-IS-SYSTEM-ONLY
                        DISPLAY "Category "
                            FUNCTION TRIM(WS-CATEGORY-TEXT)
                            " is reserved for system postings."
                        MOVE "N" TO WS-INPUT-VALID-SW
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
        CLOSE CATMAST-FILE
    END-IF.

WRITE-TRANSACTION.
                DISPLAY "Transaction ID " TRAN-ID
                    " already exists - try again."
            NOT INVALID KEY
                SET WS-TRAN-WRITTEN TO TRUE
                DISPLAY "Transaction " TRAN-ID " added."
        END-WRITE
        CLOSE TRANSACT-FILE
        WS-CURRENT-TIMESTAMP(11:2) "."
        WS-CURRENT-TIMESTAMP(13:2) ".000000"
        DELIMITED SIZE INTO WS-TRAN-TIMESTAMP.

CHECK-CASH-LIMIT.
    OPEN INPUT CARDDAT-FILE
    OPEN INPUT ACCTDAT-FILE
    OPEN I-O ACCTCASH-FILE
    IF ACCTCASH-NOFILE
        OPEN OUTPUT ACCTCASH-FILE
        CLOSE ACCTCASH-FILE
        OPEN I-O ACCTCASH-FILE
    END-IF
    IF NOT CARDDAT-OK OR NOT ACCTDAT-OK OR NOT ACCTCASH-OK
        DISPLAY "Unable to open CARDDAT/ACCTDAT/ACCTCASH, status="
            WS-CARDDAT-STATUS "/" WS-ACCTDAT-STATUS "/"
            WS-ACCTCASH-STATUS " - cash limit cannot be checked."
        MOVE "N" TO WS-INPUT-VALID-SW
    ELSE
        PERFORM READ-CASH-ACCOUNT
    END-IF
    CLOSE ACCTDAT-FILE
    CLOSE CARDDAT-FILE
    IF NOT WS-INPUT-VALID
        CLOSE ACCTCASH-FILE
    END-IF.

READ-CASH-ACCOUNT.
    MOVE CDEMO-CARD-NUM TO CARD-NUM
    READ CARDDAT-FILE
        INVALID KEY
            DISPLAY "Card " CDEMO-CARD-NUM " not found."
            MOVE "N" TO WS-INPUT-VALID-SW
        NOT INVALID KEY
            IF CARD-STATUS-INACTIVE
                DISPLAY "Card " CDEMO-CARD-NUM
                    " is not active - no cash advance allowed."
                MOVE "N" TO WS-INPUT-VALID-SW
            END-IF
    END-READ
    IF WS-INPUT-VALID
        MOVE CARD-ACCT-ID TO ACCT-ID
        READ ACCTDAT-FILE
            INVALID KEY
                DISPLAY "Account " CARD-ACCT-ID " not found."
                MOVE "N" TO WS-INPUT-VALID-SW
            NOT INVALID KEY
                IF ACCT-STATUS-CLOSED
                    DISPLAY "Account " ACCT-ID " is closed."
                    MOVE "N" TO WS-INPUT-VALID-SW
                END-IF
        END-READ
    END-IF
    IF WS-INPUT-VALID
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
        END-READ
        COMPUTE WS-CASH-AVAILABLE =
            ACCT-CASH-CREDIT-LIMIT - CSH-CASH-BAL - CSH-UNPOSTED-ADV
        IF WS-NEW-AMOUNT > WS-CASH-AVAILABLE
            MOVE ACCT-CASH-CREDIT-LIMIT TO WS-DISPLAY-AMOUNT
            DISPLAY "Cash advance rejected - it would exceed the cash"
                " credit limit of " WS-DISPLAY-AMOUNT
            IF WS-CASH-AVAILABLE < ZERO
                MOVE ZERO TO WS-CASH-AVAILABLE
            END-IF
            MOVE WS-CASH-AVAILABLE TO WS-DISPLAY-AMOUNT
            DISPLAY "Cash available (including advances not yet"
                " posted): " WS-DISPLAY-AMOUNT
            MOVE "N" TO WS-INPUT-VALID-SW
        END-IF
    END-IF.

RECORD-UNPOSTED-ADVANCE.
    ADD WS-NEW-AMOUNT TO CSH-UNPOSTED-ADV
    IF WS-CASH-FOUND
        REWRITE ACCOUNT-CASH-RECORD
    ELSE
        WRITE ACCOUNT-CASH-RECORD
    END-IF
    IF NOT ACCTCASH-OK
        DISPLAY "Unable to record advance against the cash limit,"
            " status=" WS-ACCTCASH-STATUS
    END-IF.
