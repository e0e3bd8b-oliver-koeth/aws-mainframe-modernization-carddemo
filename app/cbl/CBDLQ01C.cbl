>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CBDLQ01C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCTDUE-FILE ASSIGN TO "ACCTDUE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DUE-ACCT-ID
        FILE STATUS IS WS-ACCTDUE-STATUS.
    SELECT ACCTDAT-FILE ASSIGN TO "ACCTDAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-ID
        FILE STATUS IS WS-ACCTDAT-STATUS.
    SELECT CUSTDAT-FILE ASSIGN TO "CUSTDAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        FILE STATUS IS WS-CUSTDAT-STATUS.
    SELECT CARDDAT-FILE ASSIGN TO "CARDDAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CARD-NUM
        ALTERNATE RECORD KEY IS CARD-ACCT-ID WITH DUPLICATES
        FILE STATUS IS WS-CARDDAT-STATUS.
    SELECT COLLWRK-FILE ASSIGN TO "COLLWRK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COL-ACCT-ID
        FILE STATUS IS WS-COLLWRK-STATUS.
    SELECT CARDBLK-FILE ASSIGN TO "CARDBLK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLK-CARD-NUM
        ALTERNATE RECORD KEY IS BLK-ACCT-ID WITH DUPLICATES
        FILE STATUS IS WS-CARDBLK-STATUS.
    SELECT GLXHIST-FILE ASSIGN TO "GLXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLXHIST-STATUS.
    SELECT DLQ-REPORT-FILE ASSIGN TO "DLQRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCTDUE-FILE.
COPY CSDUE01Y.

FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  CUSTDAT-FILE.
COPY CVCUS01Y.

FD  CARDDAT-FILE.
COPY CVCRD01Y.

FD  COLLWRK-FILE.
COPY CSCOL01Y.

FD  CARDBLK-FILE.
COPY CSBLK01Y.

FD  GLXHIST-FILE.
COPY CSGLX01Y.

FD  DLQ-REPORT-FILE.
01 DLQ-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ACCTDUE-STATUS PIC X(02) VALUE "00".
   88 ACCTDUE-OK VALUE "00".
   88 ACCTDUE-EOF VALUE "10".
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
01 WS-CUSTDAT-STATUS PIC X(02) VALUE "00".
   88 CUSTDAT-OK VALUE "00".
01 WS-CARDDAT-STATUS PIC X(02) VALUE "00".
   88 CARDDAT-OK VALUE "00".
   88 CARDDAT-EOF VALUE "10".
01 WS-COLLWRK-STATUS PIC X(02) VALUE "00".
   88 COLLWRK-OK VALUE "00".
   88 COLLWRK-NOFILE VALUE "35".
01 WS-CARDBLK-STATUS PIC X(02) VALUE "00".
   88 CARDBLK-OK VALUE "00".
   88 CARDBLK-EOF VALUE "10".
   88 CARDBLK-NOFILE VALUE "35".
01 WS-GLXHIST-STATUS PIC X(02) VALUE "00".
   88 GLXHIST-OK VALUE "00".
   88 GLXHIST-EOF VALUE "10".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
   88 REPORT-OK VALUE "00".

01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-BUSINESS-DATE PIC X(08) VALUE SPACES.
01 WS-BUSINESS-INTEGER PIC 9(08) VALUE ZERO.
01 WS-FORCE-FLAG PIC X(01) VALUE SPACES.
01 WS-BLOCK-BUCKET PIC 9(03) VALUE 060.
   88 WS-BLOCK-BUCKET-VALID VALUE 001 030 060 090 120.
01 WS-BLOCK-BUCKET-TEXT PIC X(03) VALUE SPACES.
COPY CSRNP01Y.

01 WS-FILES-OPEN-SW PIC X(01) VALUE "N".
   88 WS-FILES-OPEN VALUE "Y".
01 WS-ACCT-FOUND-SW PIC X(01) VALUE "N".
   88 WS-ACCT-FOUND VALUE "Y".
01 WS-COL-FOUND-SW PIC X(01) VALUE "N".
   88 WS-COL-FOUND VALUE "Y".
01 WS-BLK-FOUND-SW PIC X(01) VALUE "N".
   88 WS-BLK-FOUND VALUE "Y".

01 WS-DAYS-PAST-DUE PIC S9(05) VALUE ZERO.
01 WS-AMOUNT-PAST-DUE PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-OLDEST-DUE-DATE PIC X(08) VALUE SPACES.
01 WS-CUSTOMER-NAME PIC X(30) VALUE SPACES.
01 WS-BUCKET-LABEL PIC X(07) VALUE SPACES.
01 WS-ACTION-TEXT PIC X(30) VALUE SPACES.
01 WS-ACCOUNT-CARDS PIC 9(03) VALUE ZERO.

01 WS-READ-COUNT PIC 9(06) VALUE ZERO.
01 WS-PAYMENTS-APPLIED PIC 9(06) VALUE ZERO.
01 WS-CURRENT-COUNT PIC 9(06) VALUE ZERO.
01 WS-BUCKET-1-COUNT PIC 9(06) VALUE ZERO.
01 WS-BUCKET-30-COUNT PIC 9(06) VALUE ZERO.
01 WS-BUCKET-60-COUNT PIC 9(06) VALUE ZERO.
01 WS-BUCKET-90-COUNT PIC 9(06) VALUE ZERO.
01 WS-BUCKET-120-COUNT PIC 9(06) VALUE ZERO.
01 WS-NEW-ENTRY-COUNT PIC 9(06) VALUE ZERO.
01 WS-CURED-COUNT PIC 9(06) VALUE ZERO.
01 WS-BLOCKED-ACCT-COUNT PIC 9(06) VALUE ZERO.
01 WS-BLOCKED-CARD-COUNT PIC 9(06) VALUE ZERO.
01 WS-LIFTED-CARD-COUNT PIC 9(06) VALUE ZERO.
01 WS-PAST-DUE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-BALANCE PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-TOTAL PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "CBDLQ01C - Delinquency aging and collections worklist"
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    PERFORM GET-BLOCK-BUCKET
    PERFORM CHECK-RUN-CONTROL
    IF RNP-RUN-DENIED
        DISPLAY "CBDLQ01C already completed for business date "
            WS-BUSINESS-DATE " - rerun refused"
            " (set CARDDEMO-FORCE-RERUN=Y to force)."
    ELSE
        COMPUTE WS-BUSINESS-INTEGER =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BUSINESS-DATE))
        PERFORM OPEN-AGING-FILES
        IF WS-FILES-OPEN
            PERFORM RESET-PAID-AMOUNTS
            PERFORM APPLY-PAYMENT-HISTORY
            PERFORM WRITE-REPORT-HEADING
            PERFORM AGE-ALL-ACCOUNTS
            PERFORM WRITE-REPORT-TRAILER
            PERFORM CLOSE-AGING-FILES
            PERFORM END-RUN-CONTROL
        END-IF
    END-IF

    DISPLAY "Accounts aged: " WS-READ-COUNT
        ", new worklist entries: " WS-NEW-ENTRY-COUNT
        ", cured: " WS-CURED-COUNT
    DISPLAY "Cards blocked: " WS-BLOCKED-CARD-COUNT
        ", cards released: " WS-LIFTED-CARD-COUNT
    GOBACK.

GET-BLOCK-BUCKET.
    ACCEPT WS-BLOCK-BUCKET-TEXT
        FROM ENVIRONMENT "CARDDEMO-DLQ-BLOCK-BUCKET"
    IF WS-BLOCK-BUCKET-TEXT NOT = SPACES
        COMPUTE WS-BLOCK-BUCKET =
            FUNCTION NUMVAL(WS-BLOCK-BUCKET-TEXT)
        IF NOT WS-BLOCK-BUCKET-VALID
            DISPLAY "CARDDEMO-DLQ-BLOCK-BUCKET " WS-BLOCK-BUCKET-TEXT
                " is not 1, 30, 60, 90 or 120 - using 60."
            MOVE 060 TO WS-BLOCK-BUCKET
        END-IF
    END-IF.

CHECK-RUN-CONTROL.
    ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "CARDDEMO-BUSINESS-DATE"
    IF WS-BUSINESS-DATE = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
    END-IF
    ACCEPT WS-FORCE-FLAG FROM ENVIRONMENT "CARDDEMO-FORCE-RERUN"
    MOVE "START" TO RNP-FUNCTION
    MOVE "CBDLQ01C" TO RNP-JOB-NAME
    MOVE WS-BUSINESS-DATE TO RNP-BUSINESS-DATE
    MOVE WS-FORCE-FLAG TO RNP-FORCE-FLAG
    MOVE ZERO TO RNP-CHECKPOINT-COUNT
    CALL "CBRNC01C" USING RUN-CONTROL-PARMS
    IF RNP-RUN-FAILED
        DISPLAY "WARNING: run-control unavailable - proceeding"
            " without rerun protection."
    END-IF.

END-RUN-CONTROL.
    MOVE "END" TO RNP-FUNCTION
    MOVE WS-READ-COUNT TO RNP-CHECKPOINT-COUNT
    CALL "CBRNC01C" USING RUN-CONTROL-PARMS.

OPEN-AGING-FILES.
    MOVE "N" TO WS-FILES-OPEN-SW
    OPEN I-O ACCTDUE-FILE
    IF NOT ACCTDUE-OK
        DISPLAY "Unable to open ACCTDUE file, status="
            WS-ACCTDUE-STATUS " - has the statement cycle run?"
    ELSE
        OPEN INPUT ACCTDAT-FILE
        OPEN INPUT CUSTDAT-FILE
        OPEN I-O CARDDAT-FILE
        IF NOT ACCTDAT-OK OR NOT CUSTDAT-OK OR NOT CARDDAT-OK
            DISPLAY "Unable to open ACCTDAT/CUSTDAT/CARDDAT, status="
                WS-ACCTDAT-STATUS "/" WS-CUSTDAT-STATUS "/"
                WS-CARDDAT-STATUS
            CLOSE CARDDAT-FILE
            CLOSE CUSTDAT-FILE
            CLOSE ACCTDAT-FILE
            CLOSE ACCTDUE-FILE
        ELSE
            PERFORM OPEN-COLLECTIONS-FILES
            IF NOT COLLWRK-OK OR NOT CARDBLK-OK OR NOT REPORT-OK
                DISPLAY "Unable to open COLLWRK/CARDBLK/DLQRPT, status="
                    WS-COLLWRK-STATUS "/" WS-CARDBLK-STATUS "/"
                    WS-REPORT-STATUS
                CLOSE DLQ-REPORT-FILE
                CLOSE CARDBLK-FILE
                CLOSE COLLWRK-FILE
                CLOSE CARDDAT-FILE
                CLOSE CUSTDAT-FILE
                CLOSE ACCTDAT-FILE
                CLOSE ACCTDUE-FILE
            ELSE
                SET WS-FILES-OPEN TO TRUE
            END-IF
        END-IF
    END-IF.

OPEN-COLLECTIONS-FILES.
    OPEN I-O COLLWRK-FILE
    IF COLLWRK-NOFILE
        OPEN OUTPUT COLLWRK-FILE
        CLOSE COLLWRK-FILE
        OPEN I-O COLLWRK-FILE
    END-IF
    OPEN I-O CARDBLK-FILE
    IF CARDBLK-NOFILE
        OPEN OUTPUT CARDBLK-FILE
        CLOSE CARDBLK-FILE
        OPEN I-O CARDBLK-FILE
    END-IF
    OPEN OUTPUT DLQ-REPORT-FILE.

CLOSE-AGING-FILES.
    CLOSE DLQ-REPORT-FILE
    CLOSE CARDBLK-FILE
    CLOSE COLLWRK-FILE
    CLOSE CARDDAT-FILE
    CLOSE CUSTDAT-FILE
    CLOSE ACCTDAT-FILE
    CLOSE ACCTDUE-FILE.

RESET-PAID-AMOUNTS.
    PERFORM UNTIL ACCTDUE-EOF
        READ ACCTDUE-FILE NEXT RECORD
            AT END SET ACCTDUE-EOF TO TRUE
            NOT AT END
                MOVE ZERO TO DUE-PAID-SINCE-CYCLE
                REWRITE ACCOUNT-DUE-RECORD
        END-READ
    END-PERFORM
    MOVE "00" TO WS-ACCTDUE-STATUS.

APPLY-PAYMENT-HISTORY.
    OPEN INPUT GLXHIST-FILE
    IF NOT GLXHIST-OK
        DISPLAY "No GLXHIST payment history, status="
            WS-GLXHIST-STATUS
            " - every minimum due is treated as unpaid."
    ELSE
        PERFORM UNTIL GLXHIST-EOF
            READ GLXHIST-FILE
                AT END SET GLXHIST-EOF TO TRUE
                NOT AT END
                    IF GLX-TRANS-DATE <= WS-BUSINESS-DATE
                        PERFORM APPLY-ONE-PAYMENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GLXHIST-FILE
    END-IF
    MOVE "00" TO WS-ACCTDUE-STATUS.

APPLY-ONE-PAYMENT.
    MOVE GLX-ACCT-ID TO DUE-ACCT-ID
    READ ACCTDUE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF GLX-TRANS-DATE > DUE-CYCLE-DATE
                ADD GLX-AMOUNT TO DUE-PAID-SINCE-CYCLE
                REWRITE ACCOUNT-DUE-RECORD
                ADD 1 TO WS-PAYMENTS-APPLIED
            END-IF
    END-READ.

AGE-ALL-ACCOUNTS.
    MOVE ZERO TO DUE-ACCT-ID
    START ACCTDUE-FILE KEY IS NOT LESS THAN DUE-ACCT-ID
        INVALID KEY SET ACCTDUE-EOF TO TRUE
    END-START
    PERFORM UNTIL ACCTDUE-EOF
        READ ACCTDUE-FILE NEXT RECORD
            AT END SET ACCTDUE-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM AGE-ONE-ACCOUNT
        END-READ
    END-PERFORM.

AGE-ONE-ACCOUNT.
    PERFORM READ-DUE-ACCOUNT
    PERFORM COMPUTE-DAYS-PAST-DUE
    PERFORM SET-AGING-BUCKET
    MOVE WS-DAYS-PAST-DUE TO DUE-DAYS-PAST-DUE
    MOVE WS-AMOUNT-PAST-DUE TO DUE-AGED-PAST-DUE
    MOVE WS-BUSINESS-DATE TO DUE-AGED-DATE
    REWRITE ACCOUNT-DUE-RECORD
    IF WS-DAYS-PAST-DUE > ZERO
        PERFORM UPDATE-WORKLIST-ENTRY
        IF DUE-BUCKET >= WS-BLOCK-BUCKET
           AND NOT COL-CARDS-ARE-BLOCKED
            PERFORM BLOCK-ACCOUNT-CARDS
        END-IF
        PERFORM SAVE-WORKLIST-ENTRY
        ADD WS-AMOUNT-PAST-DUE TO WS-PAST-DUE-TOTAL
        PERFORM WRITE-ACCOUNT-LINE
    ELSE
        PERFORM CURE-WORKLIST-ENTRY
    END-IF.

COMPUTE-DAYS-PAST-DUE.
    MOVE ZERO TO WS-DAYS-PAST-DUE
    MOVE ZERO TO WS-AMOUNT-PAST-DUE
    MOVE SPACES TO WS-OLDEST-DUE-DATE
    EVALUATE TRUE
        WHEN DUE-DELINQ-SINCE NOT = SPACES
             AND DUE-PAID-SINCE-CYCLE < DUE-PAST-DUE-AMOUNT
            MOVE DUE-DELINQ-SINCE TO WS-OLDEST-DUE-DATE
            IF WS-BUSINESS-DATE > DUE-DUE-DATE
                COMPUTE WS-AMOUNT-PAST-DUE =
                    DUE-MIN-DUE - DUE-PAID-SINCE-CYCLE
            ELSE
                COMPUTE WS-AMOUNT-PAST-DUE =
                    DUE-PAST-DUE-AMOUNT - DUE-PAID-SINCE-CYCLE
            END-IF
        WHEN WS-BUSINESS-DATE > DUE-DUE-DATE
             AND DUE-PAID-SINCE-CYCLE < DUE-MIN-DUE
            MOVE DUE-DUE-DATE TO WS-OLDEST-DUE-DATE
            COMPUTE WS-AMOUNT-PAST-DUE =
                DUE-MIN-DUE - DUE-PAID-SINCE-CYCLE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-OLDEST-DUE-DATE NOT = SPACES
       AND WS-OLDEST-DUE-DATE NUMERIC
        COMPUTE WS-DAYS-PAST-DUE = WS-BUSINESS-INTEGER
            - FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-OLDEST-DUE-DATE))
    END-IF
    IF WS-ACCT-FOUND
       AND WS-AMOUNT-PAST-DUE > ACCT-CURR-BAL
        MOVE ACCT-CURR-BAL TO WS-AMOUNT-PAST-DUE
    END-IF
    IF WS-DAYS-PAST-DUE < 1 OR WS-AMOUNT-PAST-DUE <= ZERO
        MOVE ZERO TO WS-DAYS-PAST-DUE
        MOVE ZERO TO WS-AMOUNT-PAST-DUE
    END-IF
    IF WS-DAYS-PAST-DUE > 9999
        MOVE 9999 TO WS-DAYS-PAST-DUE
    END-IF.

SET-AGING-BUCKET.
    EVALUATE TRUE
        WHEN WS-DAYS-PAST-DUE = ZERO
            SET DUE-BUCKET-CURRENT TO TRUE
            MOVE "CURRENT" TO WS-BUCKET-LABEL
            ADD 1 TO WS-CURRENT-COUNT
        WHEN WS-DAYS-PAST-DUE < 30
            SET DUE-BUCKET-1-29 TO TRUE
            MOVE "1-29" TO WS-BUCKET-LABEL
            ADD 1 TO WS-BUCKET-1-COUNT
        WHEN WS-DAYS-PAST-DUE < 60
            SET DUE-BUCKET-30 TO TRUE
            MOVE "30-59" TO WS-BUCKET-LABEL
            ADD 1 TO WS-BUCKET-30-COUNT
        WHEN WS-DAYS-PAST-DUE < 90
            SET DUE-BUCKET-60 TO TRUE
            MOVE "60-89" TO WS-BUCKET-LABEL
            ADD 1 TO WS-BUCKET-60-COUNT
        WHEN WS-DAYS-PAST-DUE < 120
            SET DUE-BUCKET-90 TO TRUE
            MOVE "90-119" TO WS-BUCKET-LABEL
            ADD 1 TO WS-BUCKET-90-COUNT
        WHEN OTHER
            SET DUE-BUCKET-120 TO TRUE
            MOVE "120+" TO WS-BUCKET-LABEL
            ADD 1 TO WS-BUCKET-120-COUNT
    END-EVALUATE.

READ-DUE-ACCOUNT.
    MOVE "N" TO WS-ACCT-FOUND-SW
    MOVE SPACES TO WS-CUSTOMER-NAME
    MOVE DUE-ACCT-ID TO ACCT-ID
    READ ACCTDAT-FILE
        INVALID KEY
            MOVE "ACCOUNT NOT ON FILE" TO WS-CUSTOMER-NAME
        NOT INVALID KEY
            SET WS-ACCT-FOUND TO TRUE
    END-READ
    IF WS-ACCT-FOUND
        MOVE ACCT-CUST-ID TO CUST-ID
        READ CUSTDAT-FILE
            INVALID KEY
                MOVE "CUSTOMER NOT ON FILE" TO WS-CUSTOMER-NAME
            NOT INVALID KEY
                STRING FUNCTION TRIM(CUST-FNAME) " "
                    FUNCTION TRIM(CUST-LNAME)
                    DELIMITED SIZE INTO WS-CUSTOMER-NAME
        END-READ
    END-IF.

UPDATE-WORKLIST-ENTRY.
    MOVE "N" TO WS-COL-FOUND-SW
    MOVE DUE-ACCT-ID TO COL-ACCT-ID
    READ COLLWRK-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-COL-FOUND TO TRUE
    END-READ
    EVALUATE TRUE
        WHEN NOT WS-COL-FOUND
            MOVE SPACES TO COLLECTIONS-WORK-RECORD
            MOVE DUE-ACCT-ID TO COL-ACCT-ID
            MOVE "N" TO COL-CARDS-BLOCKED
            MOVE WS-BUSINESS-DATE TO COL-ADDED-DATE
            ADD 1 TO WS-NEW-ENTRY-COUNT
            MOVE "NEW" TO WS-ACTION-TEXT
        WHEN COL-STATUS-CURED
            MOVE WS-BUSINESS-DATE TO COL-ADDED-DATE
            ADD 1 TO WS-NEW-ENTRY-COUNT
            MOVE "REOPENED" TO WS-ACTION-TEXT
        WHEN OTHER
            MOVE "UPDATED" TO WS-ACTION-TEXT
    END-EVALUATE
    SET COL-STATUS-OPEN TO TRUE
    IF WS-ACCT-FOUND
        MOVE ACCT-CUST-ID TO COL-CUST-ID
        MOVE ACCT-CURR-BAL TO COL-CURR-BAL
    ELSE
        MOVE ZERO TO COL-CUST-ID
        MOVE ZERO TO COL-CURR-BAL
    END-IF
    MOVE WS-CUSTOMER-NAME TO COL-CUST-NAME
    MOVE WS-DAYS-PAST-DUE TO COL-DAYS-PAST-DUE
    MOVE DUE-BUCKET TO COL-BUCKET
    MOVE WS-AMOUNT-PAST-DUE TO COL-AMOUNT-PAST-DUE
    MOVE WS-OLDEST-DUE-DATE TO COL-OLDEST-DUE-DATE
    MOVE WS-BUSINESS-DATE TO COL-UPDATED-DATE.

SAVE-WORKLIST-ENTRY.
    IF WS-COL-FOUND
        REWRITE COLLECTIONS-WORK-RECORD
    ELSE
        WRITE COLLECTIONS-WORK-RECORD
    END-IF
    IF NOT COLLWRK-OK
        DISPLAY "Unable to save worklist entry for account "
            COL-ACCT-ID ", status=" WS-COLLWRK-STATUS
    END-IF.

BLOCK-ACCOUNT-CARDS.
    MOVE ZERO TO WS-ACCOUNT-CARDS
    MOVE "00" TO WS-CARDDAT-STATUS
    MOVE DUE-ACCT-ID TO CARD-ACCT-ID
    START CARDDAT-FILE KEY IS EQUAL CARD-ACCT-ID
        INVALID KEY SET CARDDAT-EOF TO TRUE
    END-START
    PERFORM UNTIL CARDDAT-EOF
        READ CARDDAT-FILE NEXT RECORD
            AT END SET CARDDAT-EOF TO TRUE
            NOT AT END
                IF CARD-ACCT-ID NOT = DUE-ACCT-ID
                    SET CARDDAT-EOF TO TRUE
                ELSE
                    IF CARD-STATUS-ACTIVE
                        SET CARD-STATUS-INACTIVE TO TRUE
                        REWRITE CARD-RECORD
                        PERFORM WRITE-BLOCK-ACTION
                        ADD 1 TO WS-ACCOUNT-CARDS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO WS-CARDDAT-STATUS
    MOVE "Y" TO COL-CARDS-BLOCKED
    ADD 1 TO WS-BLOCKED-ACCT-COUNT
    ADD WS-ACCOUNT-CARDS TO WS-BLOCKED-CARD-COUNT
    MOVE SPACES TO WS-ACTION-TEXT
    STRING "CARDS BLOCKED " WS-ACCOUNT-CARDS
        DELIMITED SIZE INTO WS-ACTION-TEXT.

WRITE-BLOCK-ACTION.
    MOVE "N" TO WS-BLK-FOUND-SW
    MOVE CARD-NUM TO BLK-CARD-NUM
    READ CARDBLK-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-BLK-FOUND TO TRUE
    END-READ
    MOVE CARD-NUM TO BLK-CARD-NUM
    MOVE CARD-ACCT-ID TO BLK-ACCT-ID
    SET BLK-STATUS-BLOCKED TO TRUE
    MOVE "DELINQUENT" TO BLK-REASON
    MOVE WS-DAYS-PAST-DUE TO BLK-DAYS-PAST-DUE
    MOVE WS-BUSINESS-DATE TO BLK-BLOCKED-DATE
    MOVE SPACES TO BLK-LIFTED-DATE
    IF WS-BLK-FOUND
        REWRITE CARD-BLOCK-RECORD
    ELSE
        WRITE CARD-BLOCK-RECORD
    END-IF
    IF NOT CARDBLK-OK
        DISPLAY "Unable to record block for card " CARD-NUM
            ", status=" WS-CARDBLK-STATUS
    END-IF.

CURE-WORKLIST-ENTRY.
    MOVE "N" TO WS-COL-FOUND-SW
    MOVE DUE-ACCT-ID TO COL-ACCT-ID
    READ COLLWRK-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-COL-FOUND TO TRUE
    END-READ
    IF WS-COL-FOUND AND COL-STATUS-OPEN
        MOVE "CURED" TO WS-ACTION-TEXT
        IF COL-CARDS-ARE-BLOCKED
            PERFORM LIFT-ACCOUNT-BLOCKS
            MOVE "N" TO COL-CARDS-BLOCKED
        END-IF
        SET COL-STATUS-CURED TO TRUE
        MOVE ZERO TO COL-DAYS-PAST-DUE
        MOVE ZERO TO COL-BUCKET
        MOVE ZERO TO COL-AMOUNT-PAST-DUE
        IF WS-ACCT-FOUND
            MOVE ACCT-CURR-BAL TO COL-CURR-BAL
        END-IF
        MOVE WS-BUSINESS-DATE TO COL-UPDATED-DATE
        PERFORM SAVE-WORKLIST-ENTRY
        ADD 1 TO WS-CURED-COUNT
        PERFORM WRITE-ACCOUNT-LINE
    END-IF.

LIFT-ACCOUNT-BLOCKS.
    MOVE ZERO TO WS-ACCOUNT-CARDS
    MOVE "00" TO WS-CARDBLK-STATUS
    MOVE DUE-ACCT-ID TO BLK-ACCT-ID
    START CARDBLK-FILE KEY IS EQUAL BLK-ACCT-ID
        INVALID KEY SET CARDBLK-EOF TO TRUE
    END-START
    PERFORM UNTIL CARDBLK-EOF
        READ CARDBLK-FILE NEXT RECORD
            AT END SET CARDBLK-EOF TO TRUE
            NOT AT END
                IF BLK-ACCT-ID NOT = DUE-ACCT-ID
                    SET CARDBLK-EOF TO TRUE
                ELSE
                    IF BLK-STATUS-BLOCKED
                        PERFORM LIFT-ONE-BLOCK
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO WS-CARDBLK-STATUS
    ADD WS-ACCOUNT-CARDS TO WS-LIFTED-CARD-COUNT
    MOVE SPACES TO WS-ACTION-TEXT
    STRING "CURED - CARDS RELEASED " WS-ACCOUNT-CARDS
        DELIMITED SIZE INTO WS-ACTION-TEXT.

LIFT-ONE-BLOCK.
    MOVE BLK-CARD-NUM TO CARD-NUM
    READ CARDDAT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CARD-STATUS-INACTIVE
                SET CARD-STATUS-ACTIVE TO TRUE
                REWRITE CARD-RECORD
                ADD 1 TO WS-ACCOUNT-CARDS
            END-IF
    END-READ
    MOVE "00" TO WS-CARDDAT-STATUS
    SET BLK-STATUS-LIFTED TO TRUE
    MOVE WS-BUSINESS-DATE TO BLK-LIFTED-DATE
    REWRITE CARD-BLOCK-RECORD.

WRITE-REPORT-HEADING.
    MOVE "CARDDEMO DELINQUENCY AGING AND COLLECTIONS REPORT"
        TO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE
    MOVE SPACES TO DLQ-REPORT-LINE
    STRING "BUSINESS DATE " WS-BUSINESS-DATE
        "  RUN " WS-CURRENT-TIMESTAMP
        "  CARDS BLOCKED AT " WS-BLOCK-BUCKET " DAYS"
        DELIMITED SIZE INTO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE
    MOVE SPACES TO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE
    MOVE "ACCOUNT     CUSTOMER                       DPD  BUCKET  OLDEST DUE PAST DUE          BALANCE           ACTION"
        TO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE.

WRITE-ACCOUNT-LINE.
    MOVE COL-AMOUNT-PAST-DUE TO WS-DISPLAY-AMOUNT
    MOVE COL-CURR-BAL TO WS-DISPLAY-BALANCE
    MOVE SPACES TO DLQ-REPORT-LINE
    STRING COL-ACCT-ID " " COL-CUST-NAME " "
        COL-DAYS-PAST-DUE " " WS-BUCKET-LABEL " "
        COL-OLDEST-DUE-DATE "   " WS-DISPLAY-AMOUNT " "
        WS-DISPLAY-BALANCE " " WS-ACTION-TEXT
        DELIMITED SIZE INTO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE
    MOVE SPACES TO DLQ-REPORT-LINE
    STRING "ACCOUNTS AGED " WS-READ-COUNT
        "  PAYMENTS APPLIED " WS-PAYMENTS-APPLIED
        DELIMITED SIZE INTO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE
    MOVE SPACES TO DLQ-REPORT-LINE
    STRING "CURRENT " WS-CURRENT-COUNT
        "  1-29 " WS-BUCKET-1-COUNT
        "  30-59 " WS-BUCKET-30-COUNT
        "  60-89 " WS-BUCKET-60-COUNT
        "  90-119 " WS-BUCKET-90-COUNT
        "  120+ " WS-BUCKET-120-COUNT
        DELIMITED SIZE INTO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE
    MOVE WS-PAST-DUE-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO DLQ-REPORT-LINE
    STRING "TOTAL PAST DUE " WS-DISPLAY-TOTAL
        DELIMITED SIZE INTO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE
    MOVE SPACES TO DLQ-REPORT-LINE
    STRING "WORKLIST ENTRIES ADDED " WS-NEW-ENTRY-COUNT
        "  CURED " WS-CURED-COUNT
        DELIMITED SIZE INTO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE
    MOVE SPACES TO DLQ-REPORT-LINE
    STRING "ACCOUNTS BLOCKED " WS-BLOCKED-ACCT-COUNT
        "  CARDS BLOCKED " WS-BLOCKED-CARD-COUNT
        "  CARDS RELEASED " WS-LIFTED-CARD-COUNT
        DELIMITED SIZE INTO DLQ-REPORT-LINE
    WRITE DLQ-REPORT-LINE.
