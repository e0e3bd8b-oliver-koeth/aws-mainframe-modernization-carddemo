>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CBAPY01C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APY-ACCT-ID
        FILE STATUS IS WS-AUTOPAY-STATUS.
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
    SELECT ACCTDUE-FILE ASSIGN TO "ACCTDUE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DUE-ACCT-ID
        FILE STATUS IS WS-ACCTDUE-STATUS.
    SELECT GLEXTR-FILE ASSIGN TO "GLEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLEXTR-STATUS.
    SELECT DRAFT-FILE ASSIGN TO "DRAFTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DRAFT-STATUS.
    SELECT DRAFT-REPORT-FILE ASSIGN TO "DRAFTREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUTOPAY-FILE.
COPY CSAPY01Y.

FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  CUSTDAT-FILE.
COPY CVCUS01Y.

FD  ACCTDUE-FILE.
COPY CSDUE01Y.

FD  GLEXTR-FILE.
COPY CSGLX01Y.

FD  DRAFT-FILE.
COPY CSDBI01Y.

FD  DRAFT-REPORT-FILE.
01 DRAFT-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-AUTOPAY-STATUS PIC X(02) VALUE "00".
   88 AUTOPAY-OK VALUE "00".
   88 AUTOPAY-EOF VALUE "10".
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
01 WS-CUSTDAT-STATUS PIC X(02) VALUE "00".
   88 CUSTDAT-OK VALUE "00".
01 WS-ACCTDUE-STATUS PIC X(02) VALUE "00".
   88 ACCTDUE-OK VALUE "00".
01 WS-GLEXTR-STATUS PIC X(02) VALUE "00".
   88 GLEXTR-OK VALUE "00".
01 WS-DRAFT-STATUS PIC X(02) VALUE "00".
   88 DRAFT-OK VALUE "00".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
   88 REPORT-OK VALUE "00".

01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-BUSINESS-DATE PIC X(08) VALUE SPACES.
01 WS-BUSINESS-DAY PIC 9(02) VALUE ZERO.
01 WS-ENROLLED-MONTH PIC X(06) VALUE SPACES.
01 WS-ENROLLED-DAY PIC 9(02) VALUE ZERO.
01 WS-FORCE-FLAG PIC X(01) VALUE SPACES.
01 WS-MINPAY-PCT PIC 9(02)V9(02) VALUE 02.00.
01 WS-MINPAY-PCT-TEXT PIC X(05) VALUE SPACES.
COPY CSRNP01Y.

01 WS-FILES-OPEN-SW PIC X(01) VALUE "N".
   88 WS-FILES-OPEN VALUE "Y".
01 WS-DUE-FILE-OPEN-SW PIC X(01) VALUE "N".
   88 WS-DUE-FILE-OPEN VALUE "Y".
01 WS-DUE-FOUND-SW PIC X(01) VALUE "N".
   88 WS-DUE-FOUND VALUE "Y".
01 WS-DRAFT-DUE-SW PIC X(01) VALUE "N".
   88 WS-DRAFT-DUE VALUE "Y".
01 WS-DRAFT-AMOUNT PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-DRAFT-SEQ PIC 9(05) VALUE ZERO.
01 WS-CONFIRMATION-NUM PIC X(16) VALUE SPACES.
01 WS-DRAFT-RESULT PIC X(24) VALUE SPACES.
01 WS-CUSTOMER-NAME PIC X(30) VALUE SPACES.
01 WS-BANK-MASK PIC X(17) VALUE SPACES.
01 WS-FIELD-LENGTH PIC 9(02) VALUE ZERO.

01 WS-READ-COUNT PIC 9(06) VALUE ZERO.
01 WS-DUE-COUNT PIC 9(06) VALUE ZERO.
01 WS-DRAFTED-COUNT PIC 9(06) VALUE ZERO.
01 WS-DRAFTED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-HASH-TOTAL PIC 9(13)V99 VALUE ZERO.
01 WS-CLOSED-COUNT PIC 9(06) VALUE ZERO.
01 WS-ZERO-BAL-COUNT PIC 9(06) VALUE ZERO.
01 WS-PAID-COUNT PIC 9(06) VALUE ZERO.
01 WS-NOTFOUND-COUNT PIC 9(06) VALUE ZERO.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-TOTAL PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-PCT PIC Z9.99.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "CBAPY01C - Autopay scheduled payment run"
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    PERFORM GET-MINPAY-PCT
    PERFORM CHECK-RUN-CONTROL
    IF RNP-RUN-DENIED
        DISPLAY "CBAPY01C already completed for business date "
            WS-BUSINESS-DATE " - rerun refused"
            " (set CARDDEMO-FORCE-RERUN=Y to force)."
    ELSE
        MOVE WS-BUSINESS-DATE(7:2) TO WS-BUSINESS-DAY
        PERFORM FIND-LAST-DRAFT-SEQ
        PERFORM OPEN-DRAFT-FILES
        IF WS-FILES-OPEN
            PERFORM WRITE-REPORT-HEADING
            PERFORM WRITE-DRAFT-HEADER
            PERFORM DRAFT-ALL-ENROLLMENTS
            PERFORM WRITE-DRAFT-TRAILER
            PERFORM WRITE-REPORT-TRAILER
            PERFORM CLOSE-DRAFT-FILES
            PERFORM END-RUN-CONTROL
        END-IF
    END-IF

    DISPLAY "Enrollments read: " WS-READ-COUNT
        ", due: " WS-DUE-COUNT
        ", drafted: " WS-DRAFTED-COUNT
    GOBACK.

GET-MINPAY-PCT.
    ACCEPT WS-MINPAY-PCT-TEXT FROM ENVIRONMENT "CARDDEMO-MINPAY-PCT"
    IF WS-MINPAY-PCT-TEXT NOT = SPACES
        COMPUTE WS-MINPAY-PCT =
            FUNCTION NUMVAL(WS-MINPAY-PCT-TEXT)
    END-IF.

CHECK-RUN-CONTROL.
    ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "CARDDEMO-BUSINESS-DATE"
    IF WS-BUSINESS-DATE = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
    END-IF
    ACCEPT WS-FORCE-FLAG FROM ENVIRONMENT "CARDDEMO-FORCE-RERUN"
    MOVE "START" TO RNP-FUNCTION
    MOVE "CBAPY01C" TO RNP-JOB-NAME
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
    MOVE WS-DRAFTED-COUNT TO RNP-CHECKPOINT-COUNT
    CALL "CBRNC01C" USING RUN-CONTROL-PARMS.

FIND-LAST-DRAFT-SEQ.
    MOVE ZERO TO WS-DRAFT-SEQ
    OPEN INPUT AUTOPAY-FILE
    IF AUTOPAY-OK
        PERFORM UNTIL AUTOPAY-EOF
            READ AUTOPAY-FILE NEXT RECORD
                AT END SET AUTOPAY-EOF TO TRUE
                NOT AT END
                    IF APY-LAST-DRAFT-DATE = WS-BUSINESS-DATE
                       AND APY-LAST-CONFIRMATION-NUM(12:5) NUMERIC
                       AND APY-LAST-CONFIRMATION-NUM(12:5)
                           > WS-DRAFT-SEQ
                        MOVE APY-LAST-CONFIRMATION-NUM(12:5)
                            TO WS-DRAFT-SEQ
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUTOPAY-FILE
    END-IF
    MOVE "00" TO WS-AUTOPAY-STATUS.

OPEN-DRAFT-FILES.
    MOVE "N" TO WS-FILES-OPEN-SW
    OPEN I-O AUTOPAY-FILE
    IF NOT AUTOPAY-OK
        DISPLAY "Unable to open AUTOPAY file, status="
            WS-AUTOPAY-STATUS " - no enrollments to draft."
    ELSE
        OPEN I-O ACCTDAT-FILE
        IF NOT ACCTDAT-OK
            DISPLAY "Unable to open ACCTDAT file, status="
                WS-ACCTDAT-STATUS
            CLOSE AUTOPAY-FILE
        ELSE
            OPEN INPUT CUSTDAT-FILE
            IF NOT CUSTDAT-OK
                DISPLAY "Unable to open CUSTDAT file, status="
                    WS-CUSTDAT-STATUS
                CLOSE ACCTDAT-FILE
                CLOSE AUTOPAY-FILE
            ELSE
                OPEN OUTPUT DRAFT-FILE
                OPEN OUTPUT DRAFT-REPORT-FILE
                IF NOT DRAFT-OK OR NOT REPORT-OK
                    DISPLAY "Unable to open DRAFTOUT/DRAFTREG, status="
                        WS-DRAFT-STATUS "/" WS-REPORT-STATUS
                    CLOSE DRAFT-FILE
                    CLOSE DRAFT-REPORT-FILE
                    CLOSE CUSTDAT-FILE
                    CLOSE ACCTDAT-FILE
                    CLOSE AUTOPAY-FILE
                ELSE
                    SET WS-FILES-OPEN TO TRUE
                    OPEN EXTEND GLEXTR-FILE
                    IF NOT GLEXTR-OK
                        OPEN OUTPUT GLEXTR-FILE
                        CLOSE GLEXTR-FILE
                        OPEN EXTEND GLEXTR-FILE
                    END-IF
                    PERFORM OPEN-ACCTDUE-FILE
                END-IF
            END-IF
        END-IF
    END-IF.

OPEN-ACCTDUE-FILE.
    OPEN INPUT ACCTDUE-FILE
    IF ACCTDUE-OK
        SET WS-DUE-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "No ACCTDUE statement minimums, status="
            WS-ACCTDUE-STATUS " - minimum due uses "
            "CARDDEMO-MINPAY-PCT of the balance."
    END-IF.

CLOSE-DRAFT-FILES.
    IF WS-DUE-FILE-OPEN
        CLOSE ACCTDUE-FILE
    END-IF
    CLOSE GLEXTR-FILE
    CLOSE DRAFT-REPORT-FILE
    CLOSE DRAFT-FILE
    CLOSE CUSTDAT-FILE
    CLOSE ACCTDAT-FILE
    CLOSE AUTOPAY-FILE.

DRAFT-ALL-ENROLLMENTS.
    PERFORM UNTIL AUTOPAY-EOF
        READ AUTOPAY-FILE NEXT RECORD
            AT END SET AUTOPAY-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM CHECK-DRAFT-DUE
                IF WS-DRAFT-DUE
                    ADD 1 TO WS-DUE-COUNT
                    PERFORM PROCESS-DUE-DRAFT
                END-IF
        END-READ
    END-PERFORM.

CHECK-DRAFT-DUE.
    MOVE "N" TO WS-DRAFT-DUE-SW
    MOVE SPACES TO WS-ENROLLED-MONTH
    STRING APY-ENROLLED-DATE(1:4) APY-ENROLLED-DATE(6:2)
        DELIMITED SIZE INTO WS-ENROLLED-MONTH
    MOVE ZERO TO WS-ENROLLED-DAY
    IF APY-ENROLLED-DATE(9:2) NUMERIC
        MOVE APY-ENROLLED-DATE(9:2) TO WS-ENROLLED-DAY
    END-IF
    EVALUATE TRUE
        WHEN NOT APY-STATUS-ACTIVE
            CONTINUE
        WHEN APY-DRAFT-DAY > WS-BUSINESS-DAY
            CONTINUE
        WHEN APY-LAST-DRAFT-DATE NOT = SPACES
             AND APY-LAST-DRAFT-DATE(1:6) >= WS-BUSINESS-DATE(1:6)
            CONTINUE
        WHEN WS-ENROLLED-MONTH = WS-BUSINESS-DATE(1:6)
             AND WS-ENROLLED-DAY > APY-DRAFT-DAY
            CONTINUE
        WHEN OTHER
            SET WS-DRAFT-DUE TO TRUE
    END-EVALUATE.

PROCESS-DUE-DRAFT.
    MOVE ZERO TO WS-DRAFT-AMOUNT
    MOVE SPACES TO WS-CONFIRMATION-NUM
    MOVE APY-ACCT-ID TO ACCT-ID
    READ ACCTDAT-FILE
        INVALID KEY
            ADD 1 TO WS-NOTFOUND-COUNT
            MOVE "SKIPPED - NOT ON FILE" TO WS-DRAFT-RESULT
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN ACCT-STATUS-CLOSED
                    ADD 1 TO WS-CLOSED-COUNT
                    MOVE "SKIPPED - CLOSED" TO WS-DRAFT-RESULT
                WHEN ACCT-CURR-BAL <= ZERO
                    ADD 1 TO WS-ZERO-BAL-COUNT
                    MOVE "SKIPPED - NO BALANCE" TO WS-DRAFT-RESULT
                WHEN OTHER
                    PERFORM COMPUTE-DRAFT-AMOUNT
                    EVALUATE TRUE
                        WHEN WS-DRAFT-AMOUNT > ZERO
                            PERFORM POST-DRAFT-PAYMENT
                            MOVE "DRAFTED" TO WS-DRAFT-RESULT
                        WHEN WS-DUE-FOUND
                            ADD 1 TO WS-PAID-COUNT
                            MOVE "SKIPPED - ALREADY PAID"
                                TO WS-DRAFT-RESULT
                        WHEN OTHER
                            ADD 1 TO WS-ZERO-BAL-COUNT
                            MOVE "SKIPPED - NO BALANCE"
                                TO WS-DRAFT-RESULT
                    END-EVALUATE
            END-EVALUATE
    END-READ

    MOVE WS-BUSINESS-DATE TO APY-LAST-DRAFT-DATE
    MOVE WS-DRAFT-AMOUNT TO APY-LAST-DRAFT-AMOUNT
    MOVE WS-CONFIRMATION-NUM TO APY-LAST-CONFIRMATION-NUM
    REWRITE AUTOPAY-RECORD
    PERFORM WRITE-REGISTER-LINE.

COMPUTE-DRAFT-AMOUNT.
    PERFORM READ-STATEMENT-DUE
    EVALUATE TRUE
        WHEN APY-PAY-MINIMUM AND WS-DUE-FOUND
            COMPUTE WS-DRAFT-AMOUNT =
                DUE-MIN-DUE - DUE-PAID-SINCE-CYCLE
        WHEN APY-PAY-MINIMUM
            COMPUTE WS-DRAFT-AMOUNT ROUNDED =
                ACCT-CURR-BAL * WS-MINPAY-PCT / 100
        WHEN APY-PAY-FULL AND WS-DUE-FOUND
            COMPUTE WS-DRAFT-AMOUNT =
                DUE-STMT-BALANCE - DUE-PAID-SINCE-CYCLE
        WHEN APY-PAY-FULL
            MOVE ACCT-CURR-BAL TO WS-DRAFT-AMOUNT
        WHEN APY-PAY-FIXED
            MOVE APY-FIXED-AMOUNT TO WS-DRAFT-AMOUNT
        WHEN OTHER
            MOVE ZERO TO WS-DRAFT-AMOUNT
    END-EVALUATE
    IF WS-DRAFT-AMOUNT < ZERO
        MOVE ZERO TO WS-DRAFT-AMOUNT
    END-IF
    IF WS-DRAFT-AMOUNT > ACCT-CURR-BAL
        MOVE ACCT-CURR-BAL TO WS-DRAFT-AMOUNT
    END-IF.

READ-STATEMENT-DUE.
    MOVE "N" TO WS-DUE-FOUND-SW
    IF WS-DUE-FILE-OPEN AND NOT APY-PAY-FIXED
        MOVE ACCT-ID TO DUE-ACCT-ID
        READ ACCTDUE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-DUE-FOUND TO TRUE
        END-READ
    END-IF.

POST-DRAFT-PAYMENT.
    SUBTRACT WS-DRAFT-AMOUNT FROM ACCT-CURR-BAL
    REWRITE ACCOUNT-RECORD
    PERFORM GENERATE-CONFIRMATION-NUM
    PERFORM WRITE-GL-EXTRACT
    PERFORM WRITE-DEBIT-INSTRUCTION
    ADD 1 TO WS-DRAFTED-COUNT
    ADD WS-DRAFT-AMOUNT TO WS-DRAFTED-TOTAL
    ADD WS-DRAFT-AMOUNT TO WS-HASH-TOTAL.

GENERATE-CONFIRMATION-NUM.
    ADD 1 TO WS-DRAFT-SEQ
    MOVE SPACES TO WS-CONFIRMATION-NUM
    STRING "CN" WS-BUSINESS-DATE "A" WS-DRAFT-SEQ
        DELIMITED SIZE INTO WS-CONFIRMATION-NUM.

WRITE-GL-EXTRACT.
    MOVE ACCT-ID TO GLX-ACCT-ID
    MOVE WS-DRAFT-AMOUNT TO GLX-AMOUNT
    MOVE WS-BUSINESS-DATE TO GLX-TRANS-DATE
    MOVE WS-CONFIRMATION-NUM TO GLX-CONFIRMATION-NUM
    WRITE GLEXTR-RECORD.

WRITE-DEBIT-INSTRUCTION.
    MOVE SPACES TO WS-CUSTOMER-NAME
    MOVE ACCT-CUST-ID TO CUST-ID
    READ CUSTDAT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            STRING FUNCTION TRIM(CUST-FNAME) " "
                FUNCTION TRIM(CUST-LNAME)
                DELIMITED SIZE INTO WS-CUSTOMER-NAME
    END-READ
    MOVE SPACES TO DEBIT-INSTRUCTION-RECORD
    SET DBI-TYPE-DETAIL TO TRUE
    MOVE APY-BANK-ROUTING TO DBI-BANK-ROUTING
    MOVE APY-BANK-ACCOUNT TO DBI-BANK-ACCOUNT
    MOVE APY-BANK-ACCT-TYPE TO DBI-BANK-ACCT-TYPE
    MOVE WS-DRAFT-AMOUNT TO DBI-AMOUNT
    MOVE WS-CONFIRMATION-NUM TO DBI-CONFIRMATION-NUM
    MOVE ACCT-ID TO DBI-ACCT-ID
    MOVE WS-CUSTOMER-NAME TO DBI-NAME
    WRITE DEBIT-INSTRUCTION-RECORD.

WRITE-DRAFT-HEADER.
    MOVE SPACES TO DEBIT-INSTRUCTION-RECORD
    SET DBI-TYPE-HEADER TO TRUE
    MOVE WS-BUSINESS-DATE TO DBI-EFFECTIVE-DATE
    MOVE WS-CURRENT-TIMESTAMP TO DBI-CREATED-TIMESTAMP
    WRITE DEBIT-INSTRUCTION-RECORD.

WRITE-DRAFT-TRAILER.
    MOVE SPACES TO DEBIT-INSTRUCTION-RECORD
    SET DBI-TYPE-TRAILER TO TRUE
    MOVE WS-DRAFTED-COUNT TO DBI-RECORD-COUNT
    MOVE WS-HASH-TOTAL TO DBI-HASH-TOTAL
    WRITE DEBIT-INSTRUCTION-RECORD.

WRITE-REPORT-HEADING.
    MOVE "CARDDEMO AUTOPAY DRAFT REGISTER" TO DRAFT-REPORT-LINE
    WRITE DRAFT-REPORT-LINE
    MOVE WS-MINPAY-PCT TO WS-DISPLAY-PCT
    MOVE SPACES TO DRAFT-REPORT-LINE
    STRING "BUSINESS DATE " WS-BUSINESS-DATE
        "  RUN " WS-CURRENT-TIMESTAMP
        "  MINIMUM DUE FROM STATEMENT, ELSE " WS-DISPLAY-PCT " PCT"
        DELIMITED SIZE INTO DRAFT-REPORT-LINE
    WRITE DRAFT-REPORT-LINE
    MOVE SPACES TO DRAFT-REPORT-LINE
    WRITE DRAFT-REPORT-LINE
    MOVE "ACCOUNT     PAY DAY ROUTING   BANK ACCOUNT      TYPE AMOUNT            CONFIRMATION     RESULT"
        TO DRAFT-REPORT-LINE
    WRITE DRAFT-REPORT-LINE.

WRITE-REGISTER-LINE.
    MOVE SPACES TO WS-BANK-MASK
    MOVE FUNCTION LENGTH(FUNCTION TRIM(APY-BANK-ACCOUNT))
        TO WS-FIELD-LENGTH
    IF APY-BANK-ACCOUNT NOT = SPACES AND WS-FIELD-LENGTH >= 4
        STRING "****" APY-BANK-ACCOUNT(WS-FIELD-LENGTH - 3:4)
            DELIMITED SIZE INTO WS-BANK-MASK
    END-IF
    MOVE WS-DRAFT-AMOUNT TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO DRAFT-REPORT-LINE
    STRING APY-ACCT-ID " " APY-PAY-OPTION "   "
        APY-DRAFT-DAY "  " APY-BANK-ROUTING " "
        WS-BANK-MASK " " APY-BANK-ACCT-TYPE "    "
        WS-DISPLAY-AMOUNT " " WS-CONFIRMATION-NUM " "
        WS-DRAFT-RESULT
        DELIMITED SIZE INTO DRAFT-REPORT-LINE
    WRITE DRAFT-REPORT-LINE.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO DRAFT-REPORT-LINE
    WRITE DRAFT-REPORT-LINE
    MOVE SPACES TO DRAFT-REPORT-LINE
    STRING "ENROLLMENTS READ " WS-READ-COUNT
        "  DUE TODAY " WS-DUE-COUNT
        DELIMITED SIZE INTO DRAFT-REPORT-LINE
    WRITE DRAFT-REPORT-LINE
    MOVE WS-DRAFTED-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO DRAFT-REPORT-LINE
    STRING "PAYMENTS DRAFTED " WS-DRAFTED-COUNT
        "  TOTAL " WS-DISPLAY-TOTAL
        DELIMITED SIZE INTO DRAFT-REPORT-LINE
    WRITE DRAFT-REPORT-LINE
    MOVE SPACES TO DRAFT-REPORT-LINE
    STRING "SKIPPED - CLOSED " WS-CLOSED-COUNT
        "  NO BALANCE " WS-ZERO-BAL-COUNT
        "  ALREADY PAID " WS-PAID-COUNT
        "  NOT ON FILE " WS-NOTFOUND-COUNT
        DELIMITED SIZE INTO DRAFT-REPORT-LINE
    WRITE DRAFT-REPORT-LINE.
