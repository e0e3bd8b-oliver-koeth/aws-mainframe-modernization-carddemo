        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-ID
        FILE STATUS IS WS-ACCTDAT-STATUS.
    SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  CHGLOG-FILE.
COPY CSCHG01Y.

WORKING-STORAGE SECTION.
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
   88 ACCTDAT-NOTFOUND VALUE "23".
01 WS-CHGLOG-STATUS PIC X(02) VALUE "00".
   88 CHGLOG-OK VALUE "00".
01 WS-ACCT-ID-TEXT PIC X(11) VALUE SPACES.
01 WS-STATUS-TEXT PIC X(01) VALUE SPACES.
01 WS-LIMIT-TEXT PIC X(16) VALUE SPACES.
01 WS-CASH-TEXT PIC X(16) VALUE SPACES.
01 WS-DISPLAY-BAL PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-LIMIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-OLD-ACTIVE-STATUS PIC X(01) VALUE SPACES.
01 WS-OLD-CREDIT-LIMIT PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-OLD-CASH-LIMIT PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-CHG-AMOUNT PIC -(9)9.99.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.

LINKAGE SECTION.
COPY COCOM01Y.
                DISPLAY "Account " FUNCTION TRIM(WS-ACCT-ID-TEXT)
                    " not found."
            NOT INVALID KEY
                PERFORM SAVE-BEFORE-IMAGE
                PERFORM PROMPT-UPDATED-FIELDS
                REWRITE ACCOUNT-RECORD
                IF ACCTDAT-OK
                    PERFORM LOG-ACCOUNT-CHANGES
                END-IF
                MOVE ACCT-ID TO CDEMO-ACCT-ID
                MOVE ACCT-ACTIVE-STATUS TO CDEMO-ACCT-STATUS
                DISPLAY "Account " ACCT-ID " updated."
        COMPUTE ACCT-CASH-CREDIT-LIMIT =
            FUNCTION NUMVAL(FUNCTION TRIM(WS-CASH-TEXT))
    END-IF.

SAVE-BEFORE-IMAGE.
    MOVE ACCT-ACTIVE-STATUS TO WS-OLD-ACTIVE-STATUS
    MOVE ACCT-CREDIT-LIMIT TO WS-OLD-CREDIT-LIMIT
    MOVE ACCT-CASH-CREDIT-LIMIT TO WS-OLD-CASH-LIMIT.

LOG-ACCOUNT-CHANGES.
    PERFORM OPEN-CHANGE-LOG
    IF ACCT-ACTIVE-STATUS NOT = WS-OLD-ACTIVE-STATUS
        MOVE "ACCT-ACTIVE-STATUS" TO CHG-FIELD
        MOVE WS-OLD-ACTIVE-STATUS TO CHG-BEFORE
        MOVE ACCT-ACTIVE-STATUS TO CHG-AFTER
        PERFORM WRITE-CHANGE-LOG
    END-IF
    IF ACCT-CREDIT-LIMIT NOT = WS-OLD-CREDIT-LIMIT
        MOVE "ACCT-CREDIT-LIMIT" TO CHG-FIELD
        MOVE WS-OLD-CREDIT-LIMIT TO WS-CHG-AMOUNT
        MOVE WS-CHG-AMOUNT TO CHG-BEFORE
        MOVE ACCT-CREDIT-LIMIT TO WS-CHG-AMOUNT
        MOVE WS-CHG-AMOUNT TO CHG-AFTER
        PERFORM WRITE-CHANGE-LOG
    END-IF
    IF ACCT-CASH-CREDIT-LIMIT NOT = WS-OLD-CASH-LIMIT
        MOVE "ACCT-CASH-CREDIT-LIMIT" TO CHG-FIELD
        MOVE WS-OLD-CASH-LIMIT TO WS-CHG-AMOUNT
        MOVE WS-CHG-AMOUNT TO CHG-BEFORE
        MOVE ACCT-CASH-CREDIT-LIMIT TO WS-CHG-AMOUNT
        MOVE WS-CHG-AMOUNT TO CHG-AFTER
        PERFORM WRITE-CHANGE-LOG
    END-IF
    CLOSE CHGLOG-FILE.

OPEN-CHANGE-LOG.
    OPEN EXTEND CHGLOG-FILE
    IF NOT CHGLOG-OK
        OPEN OUTPUT CHGLOG-FILE
        CLOSE CHGLOG-FILE
        OPEN EXTEND CHGLOG-FILE
    END-IF.

WRITE-CHANGE-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP TO CHG-TIMESTAMP
    MOVE CDEMO-USER-ID TO CHG-USER-ID
    MOVE "COACTUPC" TO CHG-PROGRAM
    SET CHG-FILE-ACCTDAT TO TRUE
    SET CHG-ACTION-CHANGE TO TRUE
    MOVE ACCT-ID TO CHG-KEY
    WRITE CHANGE-LOG-RECORD.
