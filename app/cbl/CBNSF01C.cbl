>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CBNSF01C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATEPARM-FILE ASSIGN TO "RATEPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATEPARM-STATUS.
    SELECT RETITEMS-FILE ASSIGN TO "RETITEMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETITEMS-STATUS.
    SELECT GLXHIST-FILE ASSIGN TO "GLXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLXHIST-STATUS.
    SELECT NSFHIST-FILE ASSIGN TO "NSFHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NSFHIST-STATUS.
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
    SELECT GLEXTR-FILE ASSIGN TO "GLEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLEXTR-STATUS.
    SELECT REVERSAL-REPORT-FILE ASSIGN TO "NSFRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT EXCEPTION-REPORT-FILE ASSIGN TO "NSFEXCP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RATEPARM-FILE.
COPY CSRTP01Y.

FD  RETITEMS-FILE.
COPY CSRTN01Y.

FD  GLXHIST-FILE.
01 GLXHIST-RECORD.
   05 GLH-ACCT-ID                       PIC 9(11).
   05 GLH-AMOUNT                        PIC S9(09)V99.
   05 GLH-TRANS-DATE                    PIC X(08).
   05 GLH-CONFIRMATION-NUM              PIC X(16).

FD  NSFHIST-FILE.
COPY CSNSF01Y.

FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  CARDDAT-FILE.
COPY CVCRD01Y.

FD  TRANSACT-FILE.
COPY CVTRN01Y.

FD  GLEXTR-FILE.
COPY CSGLX01Y.

FD  REVERSAL-REPORT-FILE.
01 REVERSAL-REPORT-LINE PIC X(132).

FD  EXCEPTION-REPORT-FILE.
01 EXCEPTION-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RATEPARM-STATUS PIC X(02) VALUE "00".
   88 RATEPARM-OK VALUE "00".
01 WS-RETITEMS-STATUS PIC X(02) VALUE "00".
   88 RETITEMS-OK VALUE "00".
   88 RETITEMS-EOF VALUE "10".
01 WS-GLXHIST-STATUS PIC X(02) VALUE "00".
   88 GLXHIST-OK VALUE "00".
   88 GLXHIST-EOF VALUE "10".
01 WS-NSFHIST-STATUS PIC X(02) VALUE "00".
   88 NSFHIST-OK VALUE "00".
   88 NSFHIST-EOF VALUE "10".
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
01 WS-CARDDAT-STATUS PIC X(02) VALUE "00".
   88 CARDDAT-OK VALUE "00".
   88 CARDDAT-EOF VALUE "10".
01 WS-TRANSACT-STATUS PIC X(02) VALUE "00".
   88 TRANSACT-OK VALUE "00".
01 WS-GLEXTR-STATUS PIC X(02) VALUE "00".
   88 GLEXTR-OK VALUE "00".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
   88 REPORT-OK VALUE "00".
01 WS-EXCEPTION-STATUS PIC X(02) VALUE "00".
   88 EXCEPTION-OK VALUE "00".

01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-TRAN-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-BUSINESS-DATE PIC X(08) VALUE SPACES.
01 WS-RETURN-FEE-AMOUNT PIC 9(05)V99 VALUE ZERO.
01 WS-RATES-LOADED-SW PIC X(01) VALUE "N".
   88 WS-RATES-LOADED VALUE "Y".
01 WS-WINDOW-DAYS PIC 9(03) VALUE 180.
01 WS-REPEAT-LIMIT PIC 9(02) VALUE 02.
01 WS-PARM-TEXT PIC X(03) VALUE SPACES.
01 WS-FILES-OPEN-SW PIC X(01) VALUE "N".
   88 WS-FILES-OPEN VALUE "Y".

01 WS-ACCT-CARD-NUM PIC 9(16) VALUE ZERO.
01 WS-CARD-FOUND-SW PIC X(01) VALUE "N".
   88 WS-CARD-FOUND VALUE "Y".
01 WS-HIST-FOUND-SW PIC X(01) VALUE "N".
   88 WS-HIST-FOUND VALUE "Y".
01 WS-TRAN-SEQ PIC 9(06) VALUE ZERO.
01 WS-HIST-RETURN-INTEGER PIC 9(07) VALUE ZERO.
01 WS-WINDOW-COUNT PIC 9(03) VALUE ZERO.

01 WS-RTN-TABLE.
   05 WS-RTN-COUNT PIC 9(04) VALUE ZERO.
   05 WS-RTN-ENTRY OCCURS 500 TIMES.
      10 WS-RTN-CONF-NUM PIC X(16).
      10 WS-RTN-AMOUNT PIC S9(09)V99 COMP-3.
      10 WS-RTN-RETURN-DATE PIC X(08).
      10 WS-RTN-REASON-CODE PIC X(03).
      10 WS-RTN-MATCH-SW PIC X(01).
         88 WS-RTN-MATCHED VALUE "Y".
      10 WS-RTN-ACCT-ID PIC 9(11).
      10 WS-RTN-PAY-AMOUNT PIC S9(09)V99 COMP-3.
      10 WS-RTN-PAY-DATE PIC X(08).
      10 WS-RTN-EXCEPTION PIC X(24).
      10 WS-RTN-REPEAT-SW PIC X(01).
         88 WS-RTN-REPEAT VALUE "Y".
      10 WS-RTN-WINDOW-COUNT PIC 9(03).
      10 WS-RTN-REVERSAL-CONF PIC X(16).
      10 WS-RTN-RETURN-INTEGER PIC 9(07).
      10 WS-RTN-PRIOR-SW PIC X(01).
         88 WS-RTN-PRIOR-REVERSAL VALUE "Y".
      10 WS-RTN-HIST-COUNT PIC 9(03).
01 WS-RTN-IDX PIC 9(04) VALUE ZERO.
01 WS-PRIOR-IDX PIC 9(04) VALUE ZERO.
01 WS-RTN-OVERFLOW-SW PIC X(01) VALUE "N".
   88 WS-RTN-OVERFLOW VALUE "Y".

01 WS-HIST-READ-COUNT PIC 9(06) VALUE ZERO.

01 WS-READ-COUNT PIC 9(06) VALUE ZERO.
01 WS-REVERSED-COUNT PIC 9(06) VALUE ZERO.
01 WS-REVERSED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-FEE-COUNT PIC 9(06) VALUE ZERO.
01 WS-FEE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-FEE-SKIPPED-COUNT PIC 9(06) VALUE ZERO.
01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
01 WS-EXCEPTION-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-REPEAT-COUNT PIC 9(06) VALUE ZERO.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-TOTAL PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "CBNSF01C - Returned payment reversal"
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    PERFORM GET-RUN-PARMS
    PERFORM READ-RATE-PARAMETERS
    IF NOT WS-RATES-LOADED
        DISPLAY "RATEPARM file missing or empty, status="
            WS-RATEPARM-STATUS " - run aborted, nothing reversed."
    ELSE
        PERFORM LOAD-RETURNED-ITEMS
        IF WS-RTN-COUNT = ZERO
            DISPLAY "No returned items to process."
        END-IF
        PERFORM MATCH-PAYMENT-HISTORY
        PERFORM SCAN-RETURN-HISTORY
        PERFORM OPEN-POSTING-FILES
        IF WS-FILES-OPEN
            PERFORM PROCESS-RETURNED-ITEMS
            PERFORM CLOSE-POSTING-FILES
            PERFORM WRITE-REVERSAL-REPORT
            PERFORM WRITE-EXCEPTION-REPORT
        END-IF
    END-IF

    DISPLAY "Returned items read: " WS-READ-COUNT
        ", reversed: " WS-REVERSED-COUNT
        ", exceptions: " WS-EXCEPTION-COUNT
        ", repeat returns: " WS-REPEAT-COUNT
    GOBACK.

GET-RUN-PARMS.
    ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "CARDDEMO-BUSINESS-DATE"
    IF WS-BUSINESS-DATE = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
    END-IF
    MOVE SPACES TO WS-TRAN-TIMESTAMP
    STRING WS-BUSINESS-DATE(1:4) "-"
        WS-BUSINESS-DATE(5:2) "-"
        WS-BUSINESS-DATE(7:2) "-"
        WS-CURRENT-TIMESTAMP(9:2) "."
        WS-CURRENT-TIMESTAMP(11:2) "."
        WS-CURRENT-TIMESTAMP(13:2) ".000000"
        DELIMITED SIZE INTO WS-TRAN-TIMESTAMP
    MOVE SPACES TO WS-PARM-TEXT
    ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "CARDDEMO-NSF-WINDOW-DAYS"
    IF WS-PARM-TEXT NOT = SPACES
        COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-PARM-TEXT)
    END-IF
    MOVE SPACES TO WS-PARM-TEXT
    ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "CARDDEMO-NSF-REPEAT-LIMIT"
    IF WS-PARM-TEXT NOT = SPACES
        COMPUTE WS-REPEAT-LIMIT = FUNCTION NUMVAL(WS-PARM-TEXT)
    END-IF.

READ-RATE-PARAMETERS.
    MOVE "N" TO WS-RATES-LOADED-SW
    OPEN INPUT RATEPARM-FILE
    IF RATEPARM-OK
        READ RATEPARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RTP-RETURN-FEE-AMOUNT NUMERIC
                    MOVE RTP-RETURN-FEE-AMOUNT TO WS-RETURN-FEE-AMOUNT
                END-IF
                SET WS-RATES-LOADED TO TRUE
        END-READ
        CLOSE RATEPARM-FILE
    END-IF.

LOAD-RETURNED-ITEMS.
    OPEN INPUT RETITEMS-FILE
    IF NOT RETITEMS-OK
        DISPLAY "No RETITEMS returned-item file, status="
            WS-RETITEMS-STATUS
    ELSE
        PERFORM UNTIL RETITEMS-EOF OR WS-RTN-OVERFLOW
            READ RETITEMS-FILE
                AT END SET RETITEMS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM RETAIN-RETURNED-ITEM
            END-READ
        END-PERFORM
        CLOSE RETITEMS-FILE
        IF WS-RTN-OVERFLOW
            DISPLAY "More than 500 returned items - remainder not"
                " processed this run, rerun to continue."
        END-IF
    END-IF.

RETAIN-RETURNED-ITEM.
    IF WS-RTN-COUNT < 500
        ADD 1 TO WS-RTN-COUNT
        MOVE RTN-CONFIRMATION-NUM TO WS-RTN-CONF-NUM(WS-RTN-COUNT)
        MOVE RTN-AMOUNT TO WS-RTN-AMOUNT(WS-RTN-COUNT)
        IF RTN-RETURN-DATE NUMERIC
            MOVE RTN-RETURN-DATE TO WS-RTN-RETURN-DATE(WS-RTN-COUNT)
        ELSE
            MOVE WS-BUSINESS-DATE TO WS-RTN-RETURN-DATE(WS-RTN-COUNT)
        END-IF
        MOVE RTN-REASON-CODE TO WS-RTN-REASON-CODE(WS-RTN-COUNT)
        MOVE "N" TO WS-RTN-MATCH-SW(WS-RTN-COUNT)
        MOVE ZERO TO WS-RTN-ACCT-ID(WS-RTN-COUNT)
        MOVE ZERO TO WS-RTN-PAY-AMOUNT(WS-RTN-COUNT)
        MOVE SPACES TO WS-RTN-PAY-DATE(WS-RTN-COUNT)
        MOVE SPACES TO WS-RTN-EXCEPTION(WS-RTN-COUNT)
        MOVE "N" TO WS-RTN-REPEAT-SW(WS-RTN-COUNT)
        MOVE ZERO TO WS-RTN-WINDOW-COUNT(WS-RTN-COUNT)
        MOVE SPACES TO WS-RTN-REVERSAL-CONF(WS-RTN-COUNT)
        COMPUTE WS-RTN-RETURN-INTEGER(WS-RTN-COUNT) =
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-RTN-RETURN-DATE(WS-RTN-COUNT)))
        MOVE "N" TO WS-RTN-PRIOR-SW(WS-RTN-COUNT)
        MOVE ZERO TO WS-RTN-HIST-COUNT(WS-RTN-COUNT)
    ELSE
        SUBTRACT 1 FROM WS-READ-COUNT
        SET WS-RTN-OVERFLOW TO TRUE
    END-IF.

MATCH-PAYMENT-HISTORY.
    IF WS-RTN-COUNT > ZERO
        OPEN INPUT GLXHIST-FILE
        IF NOT GLXHIST-OK
            DISPLAY "No GLXHIST payment history, status="
                WS-GLXHIST-STATUS
                " - every returned item will be an exception."
        ELSE
            PERFORM UNTIL GLXHIST-EOF
                READ GLXHIST-FILE
                    AT END SET GLXHIST-EOF TO TRUE
                    NOT AT END
                        IF GLH-AMOUNT > ZERO
                            PERFORM MATCH-ONE-PAYMENT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GLXHIST-FILE
        END-IF
    END-IF.

MATCH-ONE-PAYMENT.
    PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
        UNTIL WS-RTN-IDX > WS-RTN-COUNT
        IF WS-RTN-CONF-NUM(WS-RTN-IDX) = GLH-CONFIRMATION-NUM
           AND NOT WS-RTN-MATCHED(WS-RTN-IDX)
            SET WS-RTN-MATCHED(WS-RTN-IDX) TO TRUE
            MOVE GLH-ACCT-ID TO WS-RTN-ACCT-ID(WS-RTN-IDX)
            MOVE GLH-AMOUNT TO WS-RTN-PAY-AMOUNT(WS-RTN-IDX)
            MOVE GLH-TRANS-DATE TO WS-RTN-PAY-DATE(WS-RTN-IDX)
        END-IF
    END-PERFORM.

SCAN-RETURN-HISTORY.
    OPEN INPUT NSFHIST-FILE
    IF NOT NSFHIST-OK
        DISPLAY "No NSFHIST returned-payment history, status="
            WS-NSFHIST-STATUS " - starting a new history."
    ELSE
        PERFORM UNTIL NSFHIST-EOF
            READ NSFHIST-FILE
                AT END SET NSFHIST-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-HIST-READ-COUNT
                    PERFORM CHECK-HISTORY-RECORD
            END-READ
        END-PERFORM
        CLOSE NSFHIST-FILE
    END-IF
    MOVE WS-HIST-READ-COUNT TO WS-TRAN-SEQ.

CHECK-HISTORY-RECORD.
    IF NSF-RETURN-DATE NUMERIC
        COMPUTE WS-HIST-RETURN-INTEGER =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(NSF-RETURN-DATE))
    ELSE
        MOVE ZERO TO WS-HIST-RETURN-INTEGER
    END-IF
    PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
        UNTIL WS-RTN-IDX > WS-RTN-COUNT
        IF NSF-CONFIRMATION-NUM = WS-RTN-CONF-NUM(WS-RTN-IDX)
            SET WS-RTN-PRIOR-REVERSAL(WS-RTN-IDX) TO TRUE
        END-IF
        IF WS-RTN-MATCHED(WS-RTN-IDX)
           AND NSF-ACCT-ID = WS-RTN-ACCT-ID(WS-RTN-IDX)
           AND WS-HIST-RETURN-INTEGER + WS-WINDOW-DAYS
               > WS-RTN-RETURN-INTEGER(WS-RTN-IDX)
           AND WS-HIST-RETURN-INTEGER
               NOT > WS-RTN-RETURN-INTEGER(WS-RTN-IDX)
            ADD 1 TO WS-RTN-HIST-COUNT(WS-RTN-IDX)
        END-IF
    END-PERFORM.

OPEN-POSTING-FILES.
    MOVE "N" TO WS-FILES-OPEN-SW
    OPEN I-O ACCTDAT-FILE
    IF NOT ACCTDAT-OK
        DISPLAY "Unable to open ACCTDAT file, status="
            WS-ACCTDAT-STATUS
    ELSE
        OPEN INPUT CARDDAT-FILE
        IF NOT CARDDAT-OK
            DISPLAY "Unable to open CARDDAT file, status="
                WS-CARDDAT-STATUS
            CLOSE ACCTDAT-FILE
        ELSE
            OPEN I-O TRANSACT-FILE
            IF NOT TRANSACT-OK
                DISPLAY "Unable to open TRANSACT file, status="
                    WS-TRANSACT-STATUS
                CLOSE CARDDAT-FILE
                CLOSE ACCTDAT-FILE
            ELSE
                SET WS-FILES-OPEN TO TRUE
                OPEN EXTEND GLEXTR-FILE
                IF NOT GLEXTR-OK
                    OPEN OUTPUT GLEXTR-FILE
                    CLOSE GLEXTR-FILE
                    OPEN EXTEND GLEXTR-FILE
                END-IF
                OPEN EXTEND NSFHIST-FILE
                IF NOT NSFHIST-OK
                    OPEN OUTPUT NSFHIST-FILE
                    CLOSE NSFHIST-FILE
                    OPEN EXTEND NSFHIST-FILE
                END-IF
            END-IF
        END-IF
    END-IF.

CLOSE-POSTING-FILES.
    CLOSE NSFHIST-FILE
    CLOSE GLEXTR-FILE
    CLOSE TRANSACT-FILE
    CLOSE CARDDAT-FILE
    CLOSE ACCTDAT-FILE.

PROCESS-RETURNED-ITEMS.
    PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
        UNTIL WS-RTN-IDX > WS-RTN-COUNT
        PERFORM CHECK-PRIOR-REVERSAL
        EVALUATE TRUE
            WHEN WS-HIST-FOUND
                MOVE "ALREADY REVERSED" TO WS-RTN-EXCEPTION(WS-RTN-IDX)
            WHEN NOT WS-RTN-MATCHED(WS-RTN-IDX)
                MOVE "NO MATCHING PAYMENT"
                    TO WS-RTN-EXCEPTION(WS-RTN-IDX)
            WHEN WS-RTN-AMOUNT(WS-RTN-IDX)
                    NOT = WS-RTN-PAY-AMOUNT(WS-RTN-IDX)
                MOVE "AMOUNT DOES NOT MATCH"
                    TO WS-RTN-EXCEPTION(WS-RTN-IDX)
            WHEN OTHER
                MOVE WS-RTN-ACCT-ID(WS-RTN-IDX) TO ACCT-ID
                READ ACCTDAT-FILE
                    INVALID KEY
                        MOVE "ACCOUNT NOT ON FILE"
                            TO WS-RTN-EXCEPTION(WS-RTN-IDX)
                    NOT INVALID KEY
                        PERFORM REVERSE-PAYMENT
                END-READ
        END-EVALUATE
        IF WS-RTN-EXCEPTION(WS-RTN-IDX) NOT = SPACES
            ADD 1 TO WS-EXCEPTION-COUNT
            ADD WS-RTN-AMOUNT(WS-RTN-IDX) TO WS-EXCEPTION-TOTAL
        END-IF
    END-PERFORM.

CHECK-PRIOR-REVERSAL.
    MOVE "N" TO WS-HIST-FOUND-SW
    IF WS-RTN-PRIOR-REVERSAL(WS-RTN-IDX)
        SET WS-HIST-FOUND TO TRUE
    END-IF
    PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
        UNTIL WS-PRIOR-IDX >= WS-RTN-IDX OR WS-HIST-FOUND
        IF WS-RTN-CONF-NUM(WS-PRIOR-IDX) = WS-RTN-CONF-NUM(WS-RTN-IDX)
           AND WS-RTN-REVERSAL-CONF(WS-PRIOR-IDX) NOT = SPACES
            SET WS-HIST-FOUND TO TRUE
        END-IF
    END-PERFORM.

REVERSE-PAYMENT.
    ADD WS-RTN-AMOUNT(WS-RTN-IDX) TO ACCT-CURR-BAL
    REWRITE ACCOUNT-RECORD
    ADD 1 TO WS-TRAN-SEQ
    ADD 1 TO WS-REVERSED-COUNT
    ADD WS-RTN-AMOUNT(WS-RTN-IDX) TO WS-REVERSED-TOTAL

    MOVE SPACES TO RETURNED-PAYMENT-RECORD
    MOVE ACCT-ID TO NSF-ACCT-ID
    MOVE WS-RTN-CONF-NUM(WS-RTN-IDX) TO NSF-CONFIRMATION-NUM
    MOVE WS-RTN-PAY-DATE(WS-RTN-IDX) TO NSF-PAYMENT-DATE
    MOVE WS-RTN-AMOUNT(WS-RTN-IDX) TO NSF-AMOUNT
    MOVE WS-RTN-RETURN-DATE(WS-RTN-IDX) TO NSF-RETURN-DATE
    MOVE WS-RTN-REASON-CODE(WS-RTN-IDX) TO NSF-REASON-CODE
    STRING "RN" WS-BUSINESS-DATE WS-TRAN-SEQ
        DELIMITED SIZE INTO NSF-REVERSAL-CONF-NUM
    MOVE NSF-REVERSAL-CONF-NUM TO WS-RTN-REVERSAL-CONF(WS-RTN-IDX)
    MOVE WS-CURRENT-TIMESTAMP TO NSF-PROCESSED-TIMESTAMP

    PERFORM WRITE-GL-REVERSAL
    PERFORM ASSESS-RETURN-FEE
    PERFORM CHECK-REPEAT-RETURNS

    WRITE RETURNED-PAYMENT-RECORD.

WRITE-GL-REVERSAL.
    MOVE ACCT-ID TO GLX-ACCT-ID
    COMPUTE GLX-AMOUNT = ZERO - WS-RTN-AMOUNT(WS-RTN-IDX)
    MOVE WS-BUSINESS-DATE TO GLX-TRANS-DATE
    MOVE NSF-REVERSAL-CONF-NUM TO GLX-CONFIRMATION-NUM
    WRITE GLEXTR-RECORD.

ASSESS-RETURN-FEE.
    IF WS-RETURN-FEE-AMOUNT > ZERO
        PERFORM FIND-ACCOUNT-CARD
        IF NOT WS-CARD-FOUND
            ADD 1 TO WS-FEE-SKIPPED-COUNT
            DISPLAY "Account " ACCT-ID
                " has no active card - returned payment fee not posted."
        ELSE
            MOVE SPACES TO TRAN-ID
            STRING "RF" WS-BUSINESS-DATE WS-TRAN-SEQ
                DELIMITED SIZE INTO TRAN-ID
            MOVE WS-ACCT-CARD-NUM TO TRAN-CARD-NUM
            MOVE WS-RETURN-FEE-AMOUNT TO TRAN-AMOUNT
            MOVE "RETURNED PAYMENT FEE" TO TRAN-MERCHANT-NAME
            MOVE "RETFEE" TO TRAN-CATEGORY
            MOVE WS-TRAN-TIMESTAMP TO TRAN-ORIG-TIMESTAMP
            MOVE "N" TO TRAN-POSTED-FLAG
            WRITE TRAN-RECORD
                INVALID KEY
                    ADD 1 TO WS-FEE-SKIPPED-COUNT
                    DISPLAY "Duplicate transaction id " TRAN-ID
                        " - returned payment fee not posted for account "
                        ACCT-ID
                NOT INVALID KEY
                    MOVE TRAN-ID TO NSF-FEE-TRAN-ID
                    ADD 1 TO WS-FEE-COUNT
                    ADD WS-RETURN-FEE-AMOUNT TO WS-FEE-TOTAL
            END-WRITE
        END-IF
    END-IF.

FIND-ACCOUNT-CARD.
    MOVE "N" TO WS-CARD-FOUND-SW
    MOVE "00" TO WS-CARDDAT-STATUS
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
                        MOVE CARD-NUM TO WS-ACCT-CARD-NUM
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO WS-CARDDAT-STATUS.

CHECK-REPEAT-RETURNS.
    COMPUTE WS-WINDOW-COUNT = 1 + WS-RTN-HIST-COUNT(WS-RTN-IDX)
    PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
        UNTIL WS-PRIOR-IDX >= WS-RTN-IDX
        IF WS-RTN-REVERSAL-CONF(WS-PRIOR-IDX) NOT = SPACES
           AND WS-RTN-ACCT-ID(WS-PRIOR-IDX) = ACCT-ID
           AND WS-RTN-RETURN-INTEGER(WS-PRIOR-IDX) + WS-WINDOW-DAYS
               > WS-RTN-RETURN-INTEGER(WS-RTN-IDX)
           AND WS-RTN-RETURN-INTEGER(WS-PRIOR-IDX)
               NOT > WS-RTN-RETURN-INTEGER(WS-RTN-IDX)
            ADD 1 TO WS-WINDOW-COUNT
        END-IF
    END-PERFORM
    MOVE WS-WINDOW-COUNT TO WS-RTN-WINDOW-COUNT(WS-RTN-IDX)
    IF WS-WINDOW-COUNT >= WS-REPEAT-LIMIT
        SET WS-RTN-REPEAT(WS-RTN-IDX) TO TRUE
        SET NSF-REPEAT-RETURN TO TRUE
        ADD 1 TO WS-REPEAT-COUNT
    ELSE
        MOVE "N" TO NSF-REPEAT-FLAG
    END-IF.

WRITE-REVERSAL-REPORT.
    OPEN OUTPUT REVERSAL-REPORT-FILE
    IF NOT REPORT-OK
        DISPLAY "Unable to open NSFRPT report, status="
            WS-REPORT-STATUS
    ELSE
        MOVE "CARDDEMO RETURNED PAYMENT REVERSAL REGISTER"
            TO REVERSAL-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE
        MOVE WS-RETURN-FEE-AMOUNT TO WS-DISPLAY-AMOUNT
        MOVE SPACES TO REVERSAL-REPORT-LINE
        STRING "BUSINESS DATE " WS-BUSINESS-DATE
            "  RUN " WS-CURRENT-TIMESTAMP
            "  RETURN FEE " WS-DISPLAY-AMOUNT
            DELIMITED SIZE INTO REVERSAL-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE
        MOVE SPACES TO REVERSAL-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE
        MOVE "ACCOUNT     CONFIRMATION     PAID ON  RETURNED RSN AMOUNT            REVERSAL CONF    RETURNS IN WINDOW"
            TO REVERSAL-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE
        PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
            UNTIL WS-RTN-IDX > WS-RTN-COUNT
            IF WS-RTN-EXCEPTION(WS-RTN-IDX) = SPACES
                PERFORM WRITE-REVERSAL-LINE
            END-IF
        END-PERFORM
        IF WS-REVERSED-COUNT = ZERO
            MOVE "  (NO PAYMENTS REVERSED)" TO REVERSAL-REPORT-LINE
            WRITE REVERSAL-REPORT-LINE
        END-IF
        PERFORM WRITE-REPEAT-SECTION
        PERFORM WRITE-REVERSAL-TRAILER
        CLOSE REVERSAL-REPORT-FILE
    END-IF.

WRITE-REVERSAL-LINE.
    MOVE WS-RTN-AMOUNT(WS-RTN-IDX) TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO REVERSAL-REPORT-LINE
    STRING WS-RTN-ACCT-ID(WS-RTN-IDX) " "
        WS-RTN-CONF-NUM(WS-RTN-IDX) " "
        WS-RTN-PAY-DATE(WS-RTN-IDX) " "
        WS-RTN-RETURN-DATE(WS-RTN-IDX) " "
        WS-RTN-REASON-CODE(WS-RTN-IDX) " "
        WS-DISPLAY-AMOUNT " "
        WS-RTN-REVERSAL-CONF(WS-RTN-IDX) " "
        WS-RTN-WINDOW-COUNT(WS-RTN-IDX)
        DELIMITED SIZE INTO REVERSAL-REPORT-LINE
    WRITE REVERSAL-REPORT-LINE.

WRITE-REPEAT-SECTION.
    MOVE SPACES TO REVERSAL-REPORT-LINE
    WRITE REVERSAL-REPORT-LINE
    MOVE SPACES TO REVERSAL-REPORT-LINE
    STRING "ACCOUNTS FLAGGED FOR REPEATED RETURNS ("
        WS-REPEAT-LIMIT " OR MORE WITHIN " WS-WINDOW-DAYS " DAYS)"
        DELIMITED SIZE INTO REVERSAL-REPORT-LINE
    WRITE REVERSAL-REPORT-LINE
    PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
        UNTIL WS-RTN-IDX > WS-RTN-COUNT
        IF WS-RTN-REPEAT(WS-RTN-IDX)
            MOVE SPACES TO REVERSAL-REPORT-LINE
            STRING "  *** ACCOUNT " WS-RTN-ACCT-ID(WS-RTN-IDX)
                "  RETURNS IN WINDOW " WS-RTN-WINDOW-COUNT(WS-RTN-IDX)
                "  LATEST " WS-RTN-CONF-NUM(WS-RTN-IDX)
                DELIMITED SIZE INTO REVERSAL-REPORT-LINE
            WRITE REVERSAL-REPORT-LINE
        END-IF
    END-PERFORM
    IF WS-REPEAT-COUNT = ZERO
        MOVE "  (NONE)" TO REVERSAL-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE
    END-IF.

WRITE-REVERSAL-TRAILER.
    MOVE SPACES TO REVERSAL-REPORT-LINE
    WRITE REVERSAL-REPORT-LINE
    MOVE SPACES TO REVERSAL-REPORT-LINE
    STRING "RETURNED ITEMS READ " WS-READ-COUNT
        DELIMITED SIZE INTO REVERSAL-REPORT-LINE
    WRITE REVERSAL-REPORT-LINE
    MOVE WS-REVERSED-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO REVERSAL-REPORT-LINE
    STRING "PAYMENTS REVERSED   " WS-REVERSED-COUNT
        "  TOTAL " WS-DISPLAY-TOTAL
        DELIMITED SIZE INTO REVERSAL-REPORT-LINE
    WRITE REVERSAL-REPORT-LINE
    MOVE WS-FEE-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO REVERSAL-REPORT-LINE
    STRING "RETURN FEES POSTED  " WS-FEE-COUNT
        "  TOTAL " WS-DISPLAY-TOTAL
        "  NOT POSTED " WS-FEE-SKIPPED-COUNT
        DELIMITED SIZE INTO REVERSAL-REPORT-LINE
    WRITE REVERSAL-REPORT-LINE
    MOVE SPACES TO REVERSAL-REPORT-LINE
    STRING "EXCEPTIONS (SEE NSFEXCP) " WS-EXCEPTION-COUNT
        "  REPEAT RETURNS FLAGGED " WS-REPEAT-COUNT
        DELIMITED SIZE INTO REVERSAL-REPORT-LINE
    WRITE REVERSAL-REPORT-LINE.

WRITE-EXCEPTION-REPORT.
    OPEN OUTPUT EXCEPTION-REPORT-FILE
    IF NOT EXCEPTION-OK
        DISPLAY "Unable to open NSFEXCP report, status="
            WS-EXCEPTION-STATUS
    ELSE
        MOVE "CARDDEMO RETURNED PAYMENT EXCEPTIONS"
            TO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
        MOVE SPACES TO EXCEPTION-REPORT-LINE
        STRING "BUSINESS DATE " WS-BUSINESS-DATE
            "  RUN " WS-CURRENT-TIMESTAMP
            DELIMITED SIZE INTO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
        MOVE SPACES TO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
        MOVE "CONFIRMATION     RETURNED RSN RETURNED AMOUNT   ACCOUNT     PAID ON  EXCEPTION"
            TO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
        PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
            UNTIL WS-RTN-IDX > WS-RTN-COUNT
            IF WS-RTN-EXCEPTION(WS-RTN-IDX) NOT = SPACES
                PERFORM WRITE-EXCEPTION-LINE
            END-IF
        END-PERFORM
        IF WS-EXCEPTION-COUNT = ZERO
            MOVE "  (NO EXCEPTIONS)" TO EXCEPTION-REPORT-LINE
            WRITE EXCEPTION-REPORT-LINE
        END-IF
        IF WS-RTN-OVERFLOW
            MOVE "*** MORE THAN 500 RETURNED ITEMS - REMAINDER NOT PROCESSED, RERUN TO CONTINUE ***"
                TO EXCEPTION-REPORT-LINE
            WRITE EXCEPTION-REPORT-LINE
        END-IF
        MOVE SPACES TO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
        MOVE WS-EXCEPTION-TOTAL TO WS-DISPLAY-TOTAL
        MOVE SPACES TO EXCEPTION-REPORT-LINE
        STRING "EXCEPTIONS " WS-EXCEPTION-COUNT
            "  TOTAL " WS-DISPLAY-TOTAL
            DELIMITED SIZE INTO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
        CLOSE EXCEPTION-REPORT-FILE
    END-IF.

WRITE-EXCEPTION-LINE.
    MOVE WS-RTN-AMOUNT(WS-RTN-IDX) TO WS-DISPLAY-AMOUNT
    MOVE SPACES TO EXCEPTION-REPORT-LINE
    STRING WS-RTN-CONF-NUM(WS-RTN-IDX) " "
        WS-RTN-RETURN-DATE(WS-RTN-IDX) " "
        WS-RTN-REASON-CODE(WS-RTN-IDX) " "
        WS-DISPLAY-AMOUNT " "
        WS-RTN-ACCT-ID(WS-RTN-IDX) " "
        WS-RTN-PAY-DATE(WS-RTN-IDX) " "
        WS-RTN-EXCEPTION(WS-RTN-IDX)
        DELIMITED SIZE INTO EXCEPTION-REPORT-LINE
    WRITE EXCEPTION-REPORT-LINE.
