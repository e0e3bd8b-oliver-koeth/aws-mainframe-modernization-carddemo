>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CBCBR01C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT GLXHIST-FILE ASSIGN TO "GLXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLXHIST-STATUS.
    SELECT BUREAU-FILE ASSIGN TO "CBRFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BUREAU-STATUS.
    SELECT EXCEPTION-REPORT-FILE ASSIGN TO "CBREXCP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  CUSTDAT-FILE.
COPY CVCUS01Y.

FD  ACCTDUE-FILE.
COPY CSDUE01Y.

FD  GLXHIST-FILE.
COPY CSGLX01Y.

FD  BUREAU-FILE.
COPY CSCBR01Y.

FD  EXCEPTION-REPORT-FILE.
01 EXCEPTION-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
   88 ACCTDAT-EOF VALUE "10".
01 WS-CUSTDAT-STATUS PIC X(02) VALUE "00".
   88 CUSTDAT-OK VALUE "00".
01 WS-ACCTDUE-STATUS PIC X(02) VALUE "00".
   88 ACCTDUE-OK VALUE "00".
01 WS-GLXHIST-STATUS PIC X(02) VALUE "00".
   88 GLXHIST-OK VALUE "00".
   88 GLXHIST-EOF VALUE "10".
01 WS-BUREAU-STATUS PIC X(02) VALUE "00".
   88 BUREAU-OK VALUE "00".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
   88 REPORT-OK VALUE "00".

01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-CYCLE-DATE PIC X(08) VALUE SPACES.
01 WS-CYCLE-MONTH PIC X(06) VALUE SPACES.
01 WS-FORCE-FLAG PIC X(01) VALUE SPACES.
01 WS-REPORTER-ID PIC X(10) VALUE SPACES.
COPY CSRNP01Y.

01 WS-FILES-OPEN-SW PIC X(01) VALUE "N".
   88 WS-FILES-OPEN VALUE "Y".
01 WS-DUE-FILE-OPEN-SW PIC X(01) VALUE "N".
   88 WS-DUE-FILE-OPEN VALUE "Y".
01 WS-DUE-FOUND-SW PIC X(01) VALUE "N".
   88 WS-DUE-FOUND VALUE "Y".
01 WS-CUST-FOUND-SW PIC X(01) VALUE "N".
   88 WS-CUST-FOUND VALUE "Y".
01 WS-PAYMENT-FOUND-SW PIC X(01) VALUE "N".
   88 WS-PAYMENT-FOUND VALUE "Y".
01 WS-ACCT-EXCEPTIONS PIC 9(02) VALUE ZERO.
01 WS-EXCEPTION-REASON PIC X(30) VALUE SPACES.
01 WS-CUSTOMER-NAME PIC X(40) VALUE SPACES.
01 WS-MASKED-SSN PIC X(11) VALUE SPACES.
01 WS-CYCLE-PAYMENT PIC S9(09)V99 COMP-3 VALUE ZERO.

01 WS-PAID-ACCT-TABLE.
   05 WS-PAID-COUNT PIC 9(04) VALUE ZERO.
   05 WS-PAID-ENTRY OCCURS 2000 TIMES.
      10 WS-PAID-ACCT-ID PIC 9(11).
      10 WS-PAID-NET-AMOUNT PIC S9(09)V99 COMP-3.
01 WS-PAID-IDX PIC 9(04) VALUE ZERO.
01 WS-PAID-OVERFLOW-SW PIC X(01) VALUE "N".
   88 WS-PAID-OVERFLOW VALUE "Y".

01 WS-READ-COUNT PIC 9(06) VALUE ZERO.
01 WS-REPORTED-COUNT PIC 9(09) VALUE ZERO.
01 WS-EXCLUDED-COUNT PIC 9(06) VALUE ZERO.
01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
01 WS-PAST-DUE-COUNT PIC 9(09) VALUE ZERO.
01 WS-CLOSED-COUNT PIC 9(09) VALUE ZERO.
01 WS-BALANCE-TOTAL PIC 9(13) VALUE ZERO.
01 WS-DISPLAY-TOTAL PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "CBCBR01C - Monthly credit bureau reporting extract"
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    PERFORM GET-CYCLE-DATE
    PERFORM CHECK-RUN-CONTROL
    IF RNP-RUN-DENIED
        DISPLAY "CBCBR01C already completed for cycle "
            WS-CYCLE-DATE " - rerun refused"
            " (set CARDDEMO-FORCE-RERUN=Y to force)."
    ELSE
        PERFORM LOAD-CYCLE-PAYMENTS
        PERFORM OPEN-EXTRACT-FILES
        IF WS-FILES-OPEN
            PERFORM WRITE-REPORT-HEADING
            PERFORM WRITE-BUREAU-HEADER
            PERFORM EXTRACT-ALL-ACCOUNTS
            PERFORM WRITE-BUREAU-TRAILER
            PERFORM WRITE-REPORT-TRAILER
            PERFORM CLOSE-EXTRACT-FILES
            PERFORM END-RUN-CONTROL
        END-IF
    END-IF

    DISPLAY "Accounts read: " WS-READ-COUNT
        ", reported: " WS-REPORTED-COUNT
        ", excluded: " WS-EXCLUDED-COUNT
    GOBACK.

GET-CYCLE-DATE.
    ACCEPT WS-CYCLE-DATE FROM ENVIRONMENT "CARDDEMO-CYCLE-DATE"
    IF WS-CYCLE-DATE = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CYCLE-DATE
    END-IF
    MOVE WS-CYCLE-DATE(1:6) TO WS-CYCLE-MONTH
    ACCEPT WS-REPORTER-ID FROM ENVIRONMENT "CARDDEMO-BUREAU-ID"
    IF WS-REPORTER-ID = SPACES
        MOVE "CARDDEMO" TO WS-REPORTER-ID
    END-IF.

CHECK-RUN-CONTROL.
    ACCEPT WS-FORCE-FLAG FROM ENVIRONMENT "CARDDEMO-FORCE-RERUN"
    MOVE "START" TO RNP-FUNCTION
    MOVE "CBCBR01C" TO RNP-JOB-NAME
    MOVE WS-CYCLE-DATE TO RNP-BUSINESS-DATE
    MOVE WS-FORCE-FLAG TO RNP-FORCE-FLAG
    MOVE ZERO TO RNP-CHECKPOINT-COUNT
    CALL "CBRNC01C" USING RUN-CONTROL-PARMS
    IF RNP-RUN-FAILED
        DISPLAY "WARNING: run-control unavailable - proceeding"
            " without rerun protection."
    END-IF.

END-RUN-CONTROL.
    MOVE "END" TO RNP-FUNCTION
    MOVE WS-REPORTED-COUNT TO RNP-CHECKPOINT-COUNT
    CALL "CBRNC01C" USING RUN-CONTROL-PARMS.

LOAD-CYCLE-PAYMENTS.
    OPEN INPUT GLXHIST-FILE
    IF NOT GLXHIST-OK
        DISPLAY "No GLXHIST payment history, status="
            WS-GLXHIST-STATUS
            " - cycle payments will be reported as zero."
    ELSE
        PERFORM UNTIL GLXHIST-EOF
            READ GLXHIST-FILE
                AT END SET GLXHIST-EOF TO TRUE
                NOT AT END
                    IF GLX-TRANS-DATE(1:6) = WS-CYCLE-MONTH
                        PERFORM RETAIN-CYCLE-PAYMENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GLXHIST-FILE
        IF WS-PAID-OVERFLOW
            DISPLAY "More than 2000 paying accounts this cycle -"
                " excess accounts will report no cycle payment."
        END-IF
    END-IF.

RETAIN-CYCLE-PAYMENT.
    MOVE "N" TO WS-PAYMENT-FOUND-SW
    PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
        UNTIL WS-PAID-IDX > WS-PAID-COUNT OR WS-PAYMENT-FOUND
        IF WS-PAID-ACCT-ID(WS-PAID-IDX) = GLX-ACCT-ID
            SET WS-PAYMENT-FOUND TO TRUE
            ADD GLX-AMOUNT TO WS-PAID-NET-AMOUNT(WS-PAID-IDX)
        END-IF
    END-PERFORM
    IF NOT WS-PAYMENT-FOUND
        IF WS-PAID-COUNT < 2000
            ADD 1 TO WS-PAID-COUNT
            MOVE GLX-ACCT-ID TO WS-PAID-ACCT-ID(WS-PAID-COUNT)
            MOVE GLX-AMOUNT TO WS-PAID-NET-AMOUNT(WS-PAID-COUNT)
        ELSE
            SET WS-PAID-OVERFLOW TO TRUE
        END-IF
    END-IF.

OPEN-EXTRACT-FILES.
    MOVE "N" TO WS-FILES-OPEN-SW
    OPEN INPUT ACCTDAT-FILE
    OPEN INPUT CUSTDAT-FILE
    IF NOT ACCTDAT-OK OR NOT CUSTDAT-OK
        DISPLAY "Unable to open ACCTDAT/CUSTDAT, status="
            WS-ACCTDAT-STATUS "/" WS-CUSTDAT-STATUS
        CLOSE CUSTDAT-FILE
        CLOSE ACCTDAT-FILE
    ELSE
        OPEN OUTPUT BUREAU-FILE
        OPEN OUTPUT EXCEPTION-REPORT-FILE
        IF NOT BUREAU-OK OR NOT REPORT-OK
            DISPLAY "Unable to open CBRFILE/CBREXCP, status="
                WS-BUREAU-STATUS "/" WS-REPORT-STATUS
            CLOSE EXCEPTION-REPORT-FILE
            CLOSE BUREAU-FILE
            CLOSE CUSTDAT-FILE
            CLOSE ACCTDAT-FILE
        ELSE
            SET WS-FILES-OPEN TO TRUE
            OPEN INPUT ACCTDUE-FILE
            IF ACCTDUE-OK
                SET WS-DUE-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "No ACCTDUE aging, status=" WS-ACCTDUE-STATUS
                    " - every open account is reported current."
            END-IF
        END-IF
    END-IF.

CLOSE-EXTRACT-FILES.
    IF WS-DUE-FILE-OPEN
        CLOSE ACCTDUE-FILE
    END-IF
    CLOSE EXCEPTION-REPORT-FILE
    CLOSE BUREAU-FILE
    CLOSE CUSTDAT-FILE
    CLOSE ACCTDAT-FILE.

EXTRACT-ALL-ACCOUNTS.
    PERFORM UNTIL ACCTDAT-EOF
        READ ACCTDAT-FILE NEXT RECORD
            AT END SET ACCTDAT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM EXTRACT-ONE-ACCOUNT
        END-READ
    END-PERFORM.

EXTRACT-ONE-ACCOUNT.
    MOVE ZERO TO WS-ACCT-EXCEPTIONS
    PERFORM READ-ACCOUNT-CUSTOMER
    IF WS-CUST-FOUND
        PERFORM EDIT-CUSTOMER-IDENTITY
        PERFORM EDIT-CUSTOMER-ADDRESS
    ELSE
        MOVE "CUSTOMER NOT ON FILE" TO WS-EXCEPTION-REASON
        PERFORM WRITE-EXCEPTION-LINE
    END-IF
    IF WS-ACCT-EXCEPTIONS > ZERO
        ADD 1 TO WS-EXCLUDED-COUNT
    ELSE
        PERFORM READ-ACCOUNT-AGING
        PERFORM FIND-CYCLE-PAYMENT
        PERFORM WRITE-BUREAU-DETAIL
    END-IF.

READ-ACCOUNT-CUSTOMER.
    MOVE "N" TO WS-CUST-FOUND-SW
    MOVE SPACES TO WS-CUSTOMER-NAME
    MOVE SPACES TO WS-MASKED-SSN
    MOVE ACCT-CUST-ID TO CUST-ID
    READ CUSTDAT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-CUST-FOUND TO TRUE
            STRING FUNCTION TRIM(CUST-FNAME) " "
                FUNCTION TRIM(CUST-LNAME)
                DELIMITED SIZE INTO WS-CUSTOMER-NAME
            IF CUST-SSN NUMERIC
                STRING "***-**-" CUST-SSN(6:4) DELIMITED SIZE
                    INTO WS-MASKED-SSN
            END-IF
    END-READ.

EDIT-CUSTOMER-IDENTITY.
    EVALUATE TRUE
        WHEN CUST-SSN NOT NUMERIC
            MOVE "SSN NOT NUMERIC" TO WS-EXCEPTION-REASON
            PERFORM WRITE-EXCEPTION-LINE
        WHEN CUST-SSN = ZERO
            MOVE "SSN MISSING" TO WS-EXCEPTION-REASON
            PERFORM WRITE-EXCEPTION-LINE
        WHEN CUST-SSN(1:3) = "000" OR CUST-SSN(1:3) = "666"
             OR CUST-SSN(1:1) = "9"
            MOVE "SSN AREA NUMBER INVALID" TO WS-EXCEPTION-REASON
            PERFORM WRITE-EXCEPTION-LINE
        WHEN CUST-SSN(4:2) = "00"
            MOVE "SSN GROUP NUMBER INVALID" TO WS-EXCEPTION-REASON
            PERFORM WRITE-EXCEPTION-LINE
        WHEN CUST-SSN(6:4) = "0000"
            MOVE "SSN SERIAL NUMBER INVALID" TO WS-EXCEPTION-REASON
            PERFORM WRITE-EXCEPTION-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF CUST-FNAME = SPACES OR CUST-LNAME = SPACES
        MOVE "NAME MISSING" TO WS-EXCEPTION-REASON
        PERFORM WRITE-EXCEPTION-LINE
    END-IF.

EDIT-CUSTOMER-ADDRESS.
    IF CUST-ADDR-LINE1 = SPACES
        MOVE "ADDRESS LINE 1 MISSING" TO WS-EXCEPTION-REASON
        PERFORM WRITE-EXCEPTION-LINE
    END-IF
    IF CUST-CITY = SPACES
        MOVE "CITY MISSING" TO WS-EXCEPTION-REASON
        PERFORM WRITE-EXCEPTION-LINE
    END-IF
    IF CUST-STATE(1:1) = SPACE OR CUST-STATE(2:1) = SPACE
       OR CUST-STATE NOT ALPHABETIC-UPPER
        MOVE "STATE CODE INVALID" TO WS-EXCEPTION-REASON
        PERFORM WRITE-EXCEPTION-LINE
    END-IF
    IF CUST-ZIP(1:5) NOT NUMERIC OR CUST-ZIP(1:5) = "00000"
        MOVE "ZIP CODE INVALID" TO WS-EXCEPTION-REASON
        PERFORM WRITE-EXCEPTION-LINE
    END-IF.

READ-ACCOUNT-AGING.
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
    IF NOT WS-DUE-FOUND
        MOVE ZERO TO DUE-DAYS-PAST-DUE
        MOVE ZERO TO DUE-AGED-PAST-DUE
    END-IF.

FIND-CYCLE-PAYMENT.
    MOVE ZERO TO WS-CYCLE-PAYMENT
    MOVE "N" TO WS-PAYMENT-FOUND-SW
    PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
        UNTIL WS-PAID-IDX > WS-PAID-COUNT OR WS-PAYMENT-FOUND
        IF WS-PAID-ACCT-ID(WS-PAID-IDX) = ACCT-ID
            SET WS-PAYMENT-FOUND TO TRUE
            MOVE WS-PAID-NET-AMOUNT(WS-PAID-IDX) TO WS-CYCLE-PAYMENT
        END-IF
    END-PERFORM
    IF WS-CYCLE-PAYMENT < ZERO
        MOVE ZERO TO WS-CYCLE-PAYMENT
    END-IF.

WRITE-BUREAU-DETAIL.
    MOVE SPACES TO BUREAU-RECORD
    SET CBR-TYPE-DETAIL TO TRUE
    MOVE ACCT-ID TO CBR-ACCT-ID
    STRING ACCT-OPEN-DATE(1:4) ACCT-OPEN-DATE(6:2)
        ACCT-OPEN-DATE(9:2)
        DELIMITED SIZE INTO CBR-OPEN-DATE
    MOVE ZERO TO CBR-CREDIT-LIMIT
    IF ACCT-CREDIT-LIMIT > ZERO
        COMPUTE CBR-CREDIT-LIMIT ROUNDED = ACCT-CREDIT-LIMIT
    END-IF
    MOVE ZERO TO CBR-CURRENT-BALANCE
    IF ACCT-CURR-BAL > ZERO
        COMPUTE CBR-CURRENT-BALANCE ROUNDED = ACCT-CURR-BAL
    END-IF
    MOVE ZERO TO CBR-AMOUNT-PAST-DUE
    IF DUE-AGED-PAST-DUE > ZERO
        COMPUTE CBR-AMOUNT-PAST-DUE ROUNDED = DUE-AGED-PAST-DUE
    END-IF
    COMPUTE CBR-CYCLE-PAYMENT ROUNDED = WS-CYCLE-PAYMENT
    MOVE DUE-DAYS-PAST-DUE TO CBR-DAYS-PAST-DUE
    EVALUATE TRUE
        WHEN ACCT-STATUS-CLOSED AND ACCT-CURR-BAL <= ZERO
            SET CBR-STATUS-PAID-CLOSED TO TRUE
        WHEN DUE-DAYS-PAST-DUE < 30
            SET CBR-STATUS-CURRENT TO TRUE
        WHEN DUE-DAYS-PAST-DUE < 60
            SET CBR-STATUS-30-DAYS TO TRUE
        WHEN DUE-DAYS-PAST-DUE < 90
            SET CBR-STATUS-60-DAYS TO TRUE
        WHEN DUE-DAYS-PAST-DUE < 120
            SET CBR-STATUS-90-DAYS TO TRUE
        WHEN OTHER
            SET CBR-STATUS-120-DAYS TO TRUE
    END-EVALUATE
    IF ACCT-STATUS-CLOSED
        SET CBR-ACCOUNT-CLOSED TO TRUE
        ADD 1 TO WS-CLOSED-COUNT
    ELSE
        SET CBR-ACCOUNT-OPEN TO TRUE
    END-IF
    IF DUE-DAYS-PAST-DUE >= 30
        ADD 1 TO WS-PAST-DUE-COUNT
    END-IF
    MOVE CUST-SSN TO CBR-SSN
    MOVE CUST-LNAME TO CBR-LAST-NAME
    MOVE CUST-FNAME TO CBR-FIRST-NAME
    MOVE CUST-MNAME TO CBR-MIDDLE-NAME
    MOVE CUST-ADDR-LINE1 TO CBR-ADDR-LINE1
    MOVE CUST-ADDR-LINE2 TO CBR-ADDR-LINE2
    MOVE CUST-CITY TO CBR-CITY
    MOVE CUST-STATE TO CBR-STATE
    MOVE CUST-ZIP TO CBR-ZIP
    WRITE BUREAU-RECORD
    ADD 1 TO WS-REPORTED-COUNT
    ADD CBR-CURRENT-BALANCE TO WS-BALANCE-TOTAL.

WRITE-BUREAU-HEADER.
    MOVE SPACES TO BUREAU-RECORD
    SET CBR-TYPE-HEADER TO TRUE
    MOVE WS-REPORTER-ID TO CBR-REPORTER-ID
    MOVE "CARDDEMO CARD SERVICES" TO CBR-REPORTER-NAME
    MOVE WS-CYCLE-DATE TO CBR-ACTIVITY-DATE
    MOVE WS-CURRENT-TIMESTAMP TO CBR-CREATED-TIMESTAMP
    WRITE BUREAU-RECORD.

WRITE-BUREAU-TRAILER.
    MOVE SPACES TO BUREAU-RECORD
    SET CBR-TYPE-TRAILER TO TRUE
    MOVE WS-REPORTED-COUNT TO CBR-RECORD-COUNT
    MOVE WS-BALANCE-TOTAL TO CBR-BALANCE-TOTAL
    MOVE WS-PAST-DUE-COUNT TO CBR-PAST-DUE-COUNT
    MOVE WS-CLOSED-COUNT TO CBR-CLOSED-COUNT
    WRITE BUREAU-RECORD.

WRITE-REPORT-HEADING.
    MOVE "CARDDEMO CREDIT BUREAU EXTRACT - EDIT EXCEPTIONS"
        TO EXCEPTION-REPORT-LINE
    WRITE EXCEPTION-REPORT-LINE
    MOVE SPACES TO EXCEPTION-REPORT-LINE
    STRING "CYCLE " WS-CYCLE-DATE "  RUN " WS-CURRENT-TIMESTAMP
        DELIMITED SIZE INTO EXCEPTION-REPORT-LINE
    WRITE EXCEPTION-REPORT-LINE
    MOVE SPACES TO EXCEPTION-REPORT-LINE
    WRITE EXCEPTION-REPORT-LINE
    MOVE "ACCOUNT     CUSTOMER  NAME                                     SSN         EXCEPTION"
        TO EXCEPTION-REPORT-LINE
    WRITE EXCEPTION-REPORT-LINE.

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-ACCT-EXCEPTIONS
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE SPACES TO EXCEPTION-REPORT-LINE
    STRING ACCT-ID " " ACCT-CUST-ID " " WS-CUSTOMER-NAME " "
        WS-MASKED-SSN " " WS-EXCEPTION-REASON
        DELIMITED SIZE INTO EXCEPTION-REPORT-LINE
    WRITE EXCEPTION-REPORT-LINE.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO EXCEPTION-REPORT-LINE
    WRITE EXCEPTION-REPORT-LINE
    MOVE SPACES TO EXCEPTION-REPORT-LINE
    STRING "ACCOUNTS READ " WS-READ-COUNT
        "  REPORTED " WS-REPORTED-COUNT
        "  EXCLUDED " WS-EXCLUDED-COUNT
        "  EXCEPTIONS " WS-EXCEPTION-COUNT
        DELIMITED SIZE INTO EXCEPTION-REPORT-LINE
    WRITE EXCEPTION-REPORT-LINE
    MOVE WS-BALANCE-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO EXCEPTION-REPORT-LINE
    STRING "REPORTED BALANCE " WS-DISPLAY-TOTAL
        "  PAST DUE 30+ " WS-PAST-DUE-COUNT
        "  CLOSED " WS-CLOSED-COUNT
        DELIMITED SIZE INTO EXCEPTION-REPORT-LINE
    WRITE EXCEPTION-REPORT-LINE
    IF WS-EXCLUDED-COUNT = ZERO
        MOVE "NO ACCOUNTS EXCLUDED" TO EXCEPTION-REPORT-LINE
    ELSE
        MOVE "EXCLUDED ACCOUNTS ARE NOT ON CBRFILE - CORRECT CUSTDAT BEFORE THE NEXT CYCLE"
            TO EXCEPTION-REPORT-LINE
    END-IF
    WRITE EXCEPTION-REPORT-LINE.
