>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. COAPY00C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCTDAT-FILE ASSIGN TO "ACCTDAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-ID
        FILE STATUS IS WS-ACCTDAT-STATUS.
    SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APY-ACCT-ID
        FILE STATUS IS WS-AUTOPAY-STATUS.
    SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  AUTOPAY-FILE.
COPY CSAPY01Y.

FD  CHGLOG-FILE.
COPY CSCHG01Y.

WORKING-STORAGE SECTION.
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
   88 ACCTDAT-NOTFOUND VALUE "23".
01 WS-AUTOPAY-STATUS PIC X(02) VALUE "00".
   88 AUTOPAY-OK VALUE "00".
   88 AUTOPAY-NOTFOUND VALUE "23".
   88 AUTOPAY-NOFILE VALUE "35".
01 WS-CHGLOG-STATUS PIC X(02) VALUE "00".
   88 CHGLOG-OK VALUE "00".
01 WS-ACCT-ID-TEXT PIC X(11) VALUE SPACES.
01 WS-FIELD-TEXT PIC X(20) VALUE SPACES.
01 WS-FIELD-LENGTH PIC 9(02) VALUE ZERO.
01 WS-ACTION PIC X(01) VALUE SPACES.
01 WS-CONFIRM PIC X(01) VALUE "N".
   88 WS-CONFIRMED VALUE "Y".
01 WS-ACCOUNT-OK-SW PIC X(01) VALUE "N".
   88 WS-ACCOUNT-OK VALUE "Y".
01 WS-INPUT-ERROR-SW PIC X(01) VALUE "N".
   88 WS-INPUT-ERROR VALUE "Y".
01 WS-FIXED-AMOUNT PIC S9(09)V99 VALUE ZERO.
01 WS-DRAFT-DAY PIC 9(02) VALUE ZERO.
01 WS-ROUTING-DIGITS.
   05 WS-ROUTING-DIGIT PIC 9(01) OCCURS 9 TIMES.
01 WS-ROUTING-SUM PIC 9(04) VALUE ZERO.
01 WS-OLD-AUTOPAY.
   05 WS-OLD-STATUS PIC X(01).
   05 WS-OLD-PAY-OPTION PIC X(01).
   05 WS-OLD-FIXED-AMOUNT PIC S9(09)V99 COMP-3.
   05 WS-OLD-DRAFT-DAY PIC 9(02).
   05 WS-OLD-BANK-ROUTING PIC X(09).
   05 WS-OLD-BANK-ACCOUNT PIC X(17).
   05 WS-OLD-BANK-ACCT-TYPE PIC X(01).
01 WS-CHG-ACTION PIC X(06) VALUE SPACES.
01 WS-CHG-AMOUNT PIC -(9)9.99.
01 WS-BANK-MASK PIC X(17) VALUE SPACES.
01 WS-MASK-SOURCE PIC X(17) VALUE SPACES.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.

LINKAGE SECTION.
COPY COCOM01Y.

PROCEDURE DIVISION USING CARDDEMO-COMMAREA.
MAIN-PARA.
    PERFORM GET-ACCOUNT-NUMBER
    IF CDEMO-ACCT-ID = ZERO
        DISPLAY "No account number entered - nothing changed."
    ELSE
        OPEN INPUT ACCTDAT-FILE
        IF NOT ACCTDAT-OK
            DISPLAY "Unable to open ACCTDAT file, status="
                WS-ACCTDAT-STATUS
        ELSE
            PERFORM VERIFY-ACCOUNT
            CLOSE ACCTDAT-FILE
            IF WS-ACCOUNT-OK
                PERFORM OPEN-AUTOPAY-FILE
                IF NOT AUTOPAY-OK
                    DISPLAY "Unable to open AUTOPAY file, status="
                        WS-AUTOPAY-STATUS
                ELSE
                    MOVE CDEMO-ACCT-ID TO APY-ACCT-ID
                    READ AUTOPAY-FILE
                        INVALID KEY
                            PERFORM ENROLL-ACCOUNT
                        NOT INVALID KEY
                            PERFORM MAINTAIN-ENROLLMENT
                    END-READ
                    CLOSE AUTOPAY-FILE
                END-IF
            END-IF
        END-IF
    END-IF

    MOVE "COAPY00C" TO CDEMO-FROM-PROGRAM
    GOBACK.

GET-ACCOUNT-NUMBER.
    IF CDEMO-ACCT-ID NOT = ZERO
        DISPLAY "Account number (blank = " CDEMO-ACCT-ID "): "
            WITH NO ADVANCING
    ELSE
        DISPLAY "Account number (11 digits): " WITH NO ADVANCING
    END-IF
    ACCEPT WS-ACCT-ID-TEXT
    IF FUNCTION TRIM(WS-ACCT-ID-TEXT) NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-ACCT-ID-TEXT) TO CDEMO-ACCT-ID
    END-IF.

VERIFY-ACCOUNT.
    MOVE "N" TO WS-ACCOUNT-OK-SW
    MOVE CDEMO-ACCT-ID TO ACCT-ID
    READ ACCTDAT-FILE
        INVALID KEY
            DISPLAY "Account " CDEMO-ACCT-ID " is not on file."
        NOT INVALID KEY
            MOVE ACCT-ACTIVE-STATUS TO CDEMO-ACCT-STATUS
            SET WS-ACCOUNT-OK TO TRUE
    END-READ.

OPEN-AUTOPAY-FILE.
    OPEN I-O AUTOPAY-FILE
    IF AUTOPAY-NOFILE
        OPEN OUTPUT AUTOPAY-FILE
        CLOSE AUTOPAY-FILE
        OPEN I-O AUTOPAY-FILE
    END-IF.

ENROLL-ACCOUNT.
    IF ACCT-STATUS-CLOSED
        DISPLAY "Account " ACCT-ID
            " is closed - autopay enrollment not allowed."
    ELSE
        DISPLAY "Account " ACCT-ID " is not enrolled in autopay."
            " Enroll? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
        IF WS-CONFIRMED
            MOVE SPACES TO AUTOPAY-RECORD
            MOVE ACCT-ID TO APY-ACCT-ID
            SET APY-STATUS-ACTIVE TO TRUE
            MOVE ZERO TO APY-FIXED-AMOUNT
            MOVE ZERO TO APY-DRAFT-DAY
            MOVE ZERO TO APY-LAST-DRAFT-AMOUNT
            PERFORM PROMPT-AUTOPAY-FIELDS
            IF WS-INPUT-ERROR
                DISPLAY "Enrollment not saved."
            ELSE
                PERFORM CONFIRM-ENROLLMENT
                IF WS-CONFIRMED
                    PERFORM STAMP-ENROLLMENT
                    WRITE AUTOPAY-RECORD
                        INVALID KEY
                            DISPLAY "Account " APY-ACCT-ID
                                " is already enrolled."
                        NOT INVALID KEY
                            MOVE SPACES TO WS-OLD-AUTOPAY
                            MOVE ZERO TO WS-OLD-FIXED-AMOUNT
                            MOVE ZERO TO WS-OLD-DRAFT-DAY
                            MOVE "ADD" TO WS-CHG-ACTION
                            PERFORM LOG-AUTOPAY-CHANGES
                            DISPLAY "Account " APY-ACCT-ID
                                " enrolled in autopay."
                    END-WRITE
                ELSE
                    DISPLAY "Enrollment cancelled."
                END-IF
            END-IF
        ELSE
            DISPLAY "Enrollment cancelled."
        END-IF
    END-IF.

MAINTAIN-ENROLLMENT.
    PERFORM SHOW-ENROLLMENT
    PERFORM SAVE-OLD-ENROLLMENT
    IF APY-STATUS-ACTIVE
        DISPLAY "C = change, X = cancel autopay, blank = return: "
            WITH NO ADVANCING
    ELSE
        DISPLAY "C = change, R = reinstate autopay, blank = return: "
            WITH NO ADVANCING
    END-IF
    ACCEPT WS-ACTION
    MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
    EVALUATE TRUE
        WHEN WS-ACTION = "C"
            DISPLAY "Enter new values (blank = keep each field)"
            PERFORM PROMPT-AUTOPAY-FIELDS
            IF WS-INPUT-ERROR
                DISPLAY "Changes not saved."
            ELSE
                PERFORM CONFIRM-ENROLLMENT
                IF WS-CONFIRMED
                    PERFORM REWRITE-ENROLLMENT
                ELSE
                    DISPLAY "Changes cancelled."
                END-IF
            END-IF
        WHEN WS-ACTION = "X" AND APY-STATUS-ACTIVE
            SET APY-STATUS-CANCELLED TO TRUE
            PERFORM REWRITE-ENROLLMENT
        WHEN WS-ACTION = "R" AND APY-STATUS-CANCELLED
            IF ACCT-STATUS-CLOSED
                DISPLAY "Account " ACCT-ID
                    " is closed - autopay cannot be reinstated."
            ELSE
                SET APY-STATUS-ACTIVE TO TRUE
                PERFORM REWRITE-ENROLLMENT
            END-IF
        WHEN OTHER
            DISPLAY "No changes made."
    END-EVALUATE.

SHOW-ENROLLMENT.
    DISPLAY "Autopay for account " APY-ACCT-ID
    IF APY-STATUS-ACTIVE
        DISPLAY "  Status        : ACTIVE"
    ELSE
        DISPLAY "  Status        : CANCELLED"
    END-IF
    EVALUATE TRUE
        WHEN APY-PAY-MINIMUM
            DISPLAY "  Pays          : MINIMUM DUE"
        WHEN APY-PAY-FULL
            DISPLAY "  Pays          : FULL STATEMENT BALANCE"
        WHEN APY-PAY-FIXED
            MOVE APY-FIXED-AMOUNT TO WS-DISPLAY-AMOUNT
            DISPLAY "  Pays          : FIXED AMOUNT " WS-DISPLAY-AMOUNT
    END-EVALUATE
    DISPLAY "  Draft day     : " APY-DRAFT-DAY
    DISPLAY "  Bank routing  : " APY-BANK-ROUTING
    MOVE APY-BANK-ACCOUNT TO WS-MASK-SOURCE
    PERFORM MASK-BANK-ACCOUNT
    DISPLAY "  Bank account  : " WS-BANK-MASK
        " (" APY-BANK-ACCT-TYPE ")"
    DISPLAY "  Enrolled      : " APY-ENROLLED-DATE " by " APY-ENROLLED-BY
    IF APY-LAST-DRAFT-DATE NOT = SPACES
        MOVE APY-LAST-DRAFT-AMOUNT TO WS-DISPLAY-AMOUNT
        DISPLAY "  Last draft    : " APY-LAST-DRAFT-DATE " "
            WS-DISPLAY-AMOUNT " " APY-LAST-CONFIRMATION-NUM
    END-IF.

SAVE-OLD-ENROLLMENT.
    MOVE APY-STATUS TO WS-OLD-STATUS
    MOVE APY-PAY-OPTION TO WS-OLD-PAY-OPTION
    MOVE APY-FIXED-AMOUNT TO WS-OLD-FIXED-AMOUNT
    MOVE APY-DRAFT-DAY TO WS-OLD-DRAFT-DAY
    MOVE APY-BANK-ROUTING TO WS-OLD-BANK-ROUTING
    MOVE APY-BANK-ACCOUNT TO WS-OLD-BANK-ACCOUNT
    MOVE APY-BANK-ACCT-TYPE TO WS-OLD-BANK-ACCT-TYPE.

PROMPT-AUTOPAY-FIELDS.
    MOVE "N" TO WS-INPUT-ERROR-SW
    DISPLAY "Pay M = minimum due, F = full statement balance,"
        " X = fixed amount: " WITH NO ADVANCING
    ACCEPT WS-FIELD-TEXT
    IF FUNCTION TRIM(WS-FIELD-TEXT) NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-FIELD-TEXT(1:1)) TO APY-PAY-OPTION
    END-IF
    IF NOT APY-PAY-OPTION-VALID
        DISPLAY "Payment choice must be M, F or X."
        SET WS-INPUT-ERROR TO TRUE
    END-IF

    IF APY-PAY-FIXED AND NOT WS-INPUT-ERROR
        DISPLAY "Fixed payment amount: " WITH NO ADVANCING
        ACCEPT WS-FIELD-TEXT
        IF FUNCTION TRIM(WS-FIELD-TEXT) NOT = SPACES
            COMPUTE WS-FIXED-AMOUNT =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
            MOVE WS-FIXED-AMOUNT TO APY-FIXED-AMOUNT
        END-IF
        IF APY-FIXED-AMOUNT <= ZERO
            DISPLAY "Fixed amount must be greater than zero."
            SET WS-INPUT-ERROR TO TRUE
        END-IF
    ELSE
        MOVE ZERO TO APY-FIXED-AMOUNT
    END-IF

    DISPLAY "Draft day of month (1-28): " WITH NO ADVANCING
    ACCEPT WS-FIELD-TEXT
    IF FUNCTION TRIM(WS-FIELD-TEXT) NOT = SPACES
        COMPUTE WS-DRAFT-DAY = FUNCTION NUMVAL(WS-FIELD-TEXT)
        MOVE WS-DRAFT-DAY TO APY-DRAFT-DAY
    END-IF
    IF APY-DRAFT-DAY < 1 OR APY-DRAFT-DAY > 28
        DISPLAY "Draft day must be between 1 and 28."
        SET WS-INPUT-ERROR TO TRUE
    END-IF

    DISPLAY "Bank routing number (9 digits): " WITH NO ADVANCING
    ACCEPT WS-FIELD-TEXT
    IF FUNCTION TRIM(WS-FIELD-TEXT) NOT = SPACES
        MOVE FUNCTION TRIM(WS-FIELD-TEXT) TO APY-BANK-ROUTING
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-TEXT)) NOT = 9
            MOVE SPACES TO APY-BANK-ROUTING
        END-IF
    END-IF
    PERFORM VALIDATE-ROUTING-NUMBER

    DISPLAY "Bank account number (4-17 digits): " WITH NO ADVANCING
    ACCEPT WS-FIELD-TEXT
    IF FUNCTION TRIM(WS-FIELD-TEXT) NOT = SPACES
        MOVE FUNCTION TRIM(WS-FIELD-TEXT) TO APY-BANK-ACCOUNT
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-TEXT)) > 17
            MOVE "X" TO APY-BANK-ACCOUNT
        END-IF
    END-IF
    PERFORM VALIDATE-BANK-ACCOUNT

    DISPLAY "Bank account type (C = checking, S = savings): "
        WITH NO ADVANCING
    ACCEPT WS-FIELD-TEXT
    IF FUNCTION TRIM(WS-FIELD-TEXT) NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-FIELD-TEXT(1:1))
            TO APY-BANK-ACCT-TYPE
    END-IF
    IF NOT APY-BANK-ACCT-TYPE-VALID
        DISPLAY "Bank account type must be C or S."
        SET WS-INPUT-ERROR TO TRUE
    END-IF.

VALIDATE-ROUTING-NUMBER.
    IF APY-BANK-ROUTING NOT NUMERIC
        DISPLAY "Routing number must be 9 numeric digits."
        SET WS-INPUT-ERROR TO TRUE
    ELSE
        MOVE APY-BANK-ROUTING TO WS-ROUTING-DIGITS
        COMPUTE WS-ROUTING-SUM =
            3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                 + WS-ROUTING-DIGIT(7))
            + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                 + WS-ROUTING-DIGIT(8))
            + (WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                 + WS-ROUTING-DIGIT(9))
        IF FUNCTION MOD(WS-ROUTING-SUM, 10) NOT = ZERO
           OR APY-BANK-ROUTING = ZERO
            DISPLAY "Routing number " APY-BANK-ROUTING
                " fails the check-digit test."
            SET WS-INPUT-ERROR TO TRUE
        END-IF
    END-IF.

VALIDATE-BANK-ACCOUNT.
    IF APY-BANK-ACCOUNT = SPACES
        DISPLAY "Bank account number is required."
        SET WS-INPUT-ERROR TO TRUE
    ELSE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(APY-BANK-ACCOUNT))
            TO WS-FIELD-LENGTH
        IF WS-FIELD-LENGTH < 4
           OR APY-BANK-ACCOUNT(1:WS-FIELD-LENGTH) NOT NUMERIC
            DISPLAY "Bank account number must be 4 to 17 digits."
            SET WS-INPUT-ERROR TO TRUE
        END-IF
    END-IF.

CONFIRM-ENROLLMENT.
    EVALUATE TRUE
        WHEN APY-PAY-MINIMUM
            DISPLAY "Draft the minimum due on day " APY-DRAFT-DAY
                WITH NO ADVANCING
        WHEN APY-PAY-FULL
            DISPLAY "Draft the full statement balance on day "
                APY-DRAFT-DAY WITH NO ADVANCING
        WHEN APY-PAY-FIXED
            MOVE APY-FIXED-AMOUNT TO WS-DISPLAY-AMOUNT
            DISPLAY "Draft " WS-DISPLAY-AMOUNT " on day "
                APY-DRAFT-DAY WITH NO ADVANCING
    END-EVALUATE
    MOVE APY-BANK-ACCOUNT TO WS-MASK-SOURCE
    PERFORM MASK-BANK-ACCOUNT
    DISPLAY " from " APY-BANK-ROUTING " / "
        FUNCTION TRIM(WS-BANK-MASK) "? (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.

STAMP-ENROLLMENT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE SPACES TO APY-ENROLLED-DATE
    STRING WS-CURRENT-TIMESTAMP(1:4) "-"
        WS-CURRENT-TIMESTAMP(5:2) "-"
        WS-CURRENT-TIMESTAMP(7:2)
        DELIMITED SIZE INTO APY-ENROLLED-DATE
    MOVE CDEMO-USER-ID TO APY-ENROLLED-BY.

REWRITE-ENROLLMENT.
    REWRITE AUTOPAY-RECORD
    IF AUTOPAY-OK
        MOVE "CHANGE" TO WS-CHG-ACTION
        PERFORM LOG-AUTOPAY-CHANGES
        IF APY-STATUS-ACTIVE
            DISPLAY "Autopay for account " APY-ACCT-ID " updated."
        ELSE
            DISPLAY "Autopay for account " APY-ACCT-ID " cancelled."
        END-IF
    ELSE
        DISPLAY "Unable to update AUTOPAY, status=" WS-AUTOPAY-STATUS
    END-IF.

MASK-BANK-ACCOUNT.
    MOVE SPACES TO WS-BANK-MASK
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-SOURCE))
        TO WS-FIELD-LENGTH
    IF WS-MASK-SOURCE NOT = SPACES AND WS-FIELD-LENGTH >= 4
        STRING "****" WS-MASK-SOURCE(WS-FIELD-LENGTH - 3:4)
            DELIMITED SIZE INTO WS-BANK-MASK
    END-IF.

LOG-AUTOPAY-CHANGES.
    PERFORM OPEN-CHANGE-LOG
    MOVE "APY-STATUS" TO CHG-FIELD
    MOVE WS-OLD-STATUS TO CHG-BEFORE
    MOVE APY-STATUS TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "APY-PAY-OPTION" TO CHG-FIELD
    MOVE WS-OLD-PAY-OPTION TO CHG-BEFORE
    MOVE APY-PAY-OPTION TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "APY-FIXED-AMOUNT" TO CHG-FIELD
    MOVE WS-OLD-FIXED-AMOUNT TO WS-CHG-AMOUNT
    MOVE WS-CHG-AMOUNT TO CHG-BEFORE
    MOVE APY-FIXED-AMOUNT TO WS-CHG-AMOUNT
    MOVE WS-CHG-AMOUNT TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "APY-DRAFT-DAY" TO CHG-FIELD
    MOVE WS-OLD-DRAFT-DAY TO CHG-BEFORE
    MOVE APY-DRAFT-DAY TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "APY-BANK-ROUTING" TO CHG-FIELD
    MOVE WS-OLD-BANK-ROUTING TO CHG-BEFORE
    MOVE APY-BANK-ROUTING TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    IF APY-BANK-ACCOUNT NOT = WS-OLD-BANK-ACCOUNT
        MOVE "APY-BANK-ACCOUNT" TO CHG-FIELD
        MOVE WS-OLD-BANK-ACCOUNT TO WS-MASK-SOURCE
        PERFORM MASK-BANK-ACCOUNT
        MOVE WS-BANK-MASK TO CHG-BEFORE
        MOVE APY-BANK-ACCOUNT TO WS-MASK-SOURCE
        PERFORM MASK-BANK-ACCOUNT
        MOVE WS-BANK-MASK TO CHG-AFTER
        PERFORM WRITE-CHANGE-LOG
    END-IF
    MOVE "APY-BANK-ACCT-TYPE" TO CHG-FIELD
    MOVE WS-OLD-BANK-ACCT-TYPE TO CHG-BEFORE
    MOVE APY-BANK-ACCT-TYPE TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    CLOSE CHGLOG-FILE.

WRITE-IF-CHANGED.
    IF CHG-BEFORE NOT = CHG-AFTER
        PERFORM WRITE-CHANGE-LOG
    END-IF.

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
    MOVE "COAPY00C" TO CHG-PROGRAM
    SET CHG-FILE-AUTOPAY TO TRUE
    MOVE WS-CHG-ACTION TO CHG-ACTION
    MOVE APY-ACCT-ID TO CHG-KEY
    WRITE CHANGE-LOG-RECORD.
