>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CBCHG01C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.
    SELECT CHGARCH-FILE ASSIGN TO DYNAMIC WS-CHGARCH-DSN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGARCH-STATUS.
    SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CHGLOG-FILE.
01 CHGLOG-RECORD PIC X(202).

FD  CHGARCH-FILE.
COPY CSCHG01Y.

FD  CHANGE-REPORT-FILE.
01 CHANGE-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CHGLOG-STATUS PIC X(02) VALUE "00".
   88 CHGLOG-OK VALUE "00".
   88 CHGLOG-EOF VALUE "10".
01 WS-CHGARCH-STATUS PIC X(02) VALUE "00".
   88 CHGARCH-OK VALUE "00".
   88 CHGARCH-EOF VALUE "10".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
   88 REPORT-OK VALUE "00".
01 WS-CHGARCH-DSN PIC X(44) VALUE SPACES.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.

01 WS-RECORD-COUNT PIC 9(07) VALUE ZERO.
01 WS-ACCTDAT-COUNT PIC 9(07) VALUE ZERO.
01 WS-CARDDAT-COUNT PIC 9(07) VALUE ZERO.
01 WS-CUSTDAT-COUNT PIC 9(07) VALUE ZERO.
01 WS-USRSEC-COUNT PIC 9(07) VALUE ZERO.
01 WS-AUTOPAY-COUNT PIC 9(07) VALUE ZERO.
01 WS-CATMAST-COUNT PIC 9(07) VALUE ZERO.
01 WS-SENSITIVE-COUNT PIC 9(07) VALUE ZERO.
01 WS-SENSITIVE-REASON PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "CBCHG01C - Master file change report and rotation"
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE SPACES TO WS-CHGARCH-DSN
    STRING "CHGARCH." DELIMITED SIZE
        WS-CURRENT-TIMESTAMP(1:8) DELIMITED SIZE
        INTO WS-CHGARCH-DSN

    OPEN INPUT CHGLOG-FILE
    IF NOT CHGLOG-OK
        DISPLAY "Unable to open CHGLOG file, status=" WS-CHGLOG-STATUS
        DISPLAY "Nothing to report."
    ELSE
        PERFORM ARCHIVE-AND-COUNT
    END-IF
    GOBACK.

ARCHIVE-AND-COUNT.
    OPEN OUTPUT CHGARCH-FILE
    IF NOT CHGARCH-OK
        DISPLAY "Unable to open " FUNCTION TRIM(WS-CHGARCH-DSN)
            ", status=" WS-CHGARCH-STATUS
        CLOSE CHGLOG-FILE
    ELSE
        PERFORM UNTIL CHGLOG-EOF
            READ CHGLOG-FILE INTO CHANGE-LOG-RECORD
                AT END SET CHGLOG-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    PERFORM COUNT-CHANGE-RECORD
                    WRITE CHANGE-LOG-RECORD
            END-READ
        END-PERFORM
        CLOSE CHGARCH-FILE
        CLOSE CHGLOG-FILE
        PERFORM WRITE-CHANGE-REPORT
        PERFORM RESET-CHANGE-LOG
        DISPLAY "Records archived to "
            FUNCTION TRIM(WS-CHGARCH-DSN) ": " WS-RECORD-COUNT
        DISPLAY "Sensitive changes flagged: " WS-SENSITIVE-COUNT
    END-IF.

COUNT-CHANGE-RECORD.
    EVALUATE TRUE
        WHEN CHG-FILE-ACCTDAT
            ADD 1 TO WS-ACCTDAT-COUNT
        WHEN CHG-FILE-CARDDAT
            ADD 1 TO WS-CARDDAT-COUNT
        WHEN CHG-FILE-CUSTDAT
            ADD 1 TO WS-CUSTDAT-COUNT
        WHEN CHG-FILE-USRSEC
            ADD 1 TO WS-USRSEC-COUNT
        WHEN CHG-FILE-AUTOPAY
            ADD 1 TO WS-AUTOPAY-COUNT
        WHEN CHG-FILE-CATMAST
            ADD 1 TO WS-CATMAST-COUNT
    END-EVALUATE
    PERFORM CHECK-SENSITIVE-CHANGE
    IF WS-SENSITIVE-REASON NOT = SPACES
        ADD 1 TO WS-SENSITIVE-COUNT
    END-IF.

CHECK-SENSITIVE-CHANGE.
    MOVE SPACES TO WS-SENSITIVE-REASON
    EVALUATE TRUE
        WHEN CHG-FIELD = "ACCT-CREDIT-LIMIT" AND CHG-ACTION-CHANGE
            IF FUNCTION NUMVAL(CHG-AFTER) > FUNCTION NUMVAL(CHG-BEFORE)
                MOVE "CREDIT LIMIT INCREASE" TO WS-SENSITIVE-REASON
            END-IF
        WHEN CHG-FIELD = "ACCT-ACTIVE-STATUS" AND CHG-ACTION-CHANGE
            MOVE "ACCOUNT STATUS FLIP" TO WS-SENSITIVE-REASON
        WHEN CHG-FIELD = "CARD-ACTIVE-STATUS" AND CHG-ACTION-CHANGE
            MOVE "CARD STATUS FLIP" TO WS-SENSITIVE-REASON
        WHEN CHG-FIELD = "CUST-SSN" AND CHG-ACTION-CHANGE
            MOVE "SSN CHANGED" TO WS-SENSITIVE-REASON
        WHEN (CHG-FIELD = "CUST-ADDR-LINE1" OR "CUST-ADDR-LINE2"
                OR "CUST-CITY" OR "CUST-STATE" OR "CUST-ZIP")
            AND CHG-ACTION-CHANGE
            MOVE "ADDRESS CHANGED" TO WS-SENSITIVE-REASON
        WHEN (CHG-FIELD = "APY-BANK-ROUTING" OR "APY-BANK-ACCOUNT")
            AND CHG-ACTION-CHANGE
            MOVE "BANK DETAILS CHANGED" TO WS-SENSITIVE-REASON
        WHEN (CHG-FIELD = "CAT-CASH-LIKE" OR "CAT-HIGH-RISK")
            AND CHG-ACTION-CHANGE
            MOVE "CATEGORY FLAG CHANGED" TO WS-SENSITIVE-REASON
        WHEN CHG-FIELD = "SEC-USR-TYPE"
            IF CHG-AFTER(1:1) = "A" AND CHG-BEFORE(1:1) NOT = "A"
                MOVE "PROMOTED TO ADMIN" TO WS-SENSITIVE-REASON
            END-IF
    END-EVALUATE.

WRITE-CHANGE-REPORT.
    OPEN OUTPUT CHANGE-REPORT-FILE
    IF NOT REPORT-OK
        DISPLAY "Unable to open CHGRPT report, status="
            WS-REPORT-STATUS
    ELSE
        MOVE "CARDDEMO MASTER FILE CHANGE REPORT" TO CHANGE-REPORT-LINE
        WRITE CHANGE-REPORT-LINE
        MOVE SPACES TO CHANGE-REPORT-LINE
        STRING "RUN " WS-CURRENT-TIMESTAMP
            "  RECORDS " WS-RECORD-COUNT
            DELIMITED SIZE INTO CHANGE-REPORT-LINE
        WRITE CHANGE-REPORT-LINE
        PERFORM WRITE-TOTALS-SECTION
        PERFORM WRITE-SENSITIVE-SECTION
        PERFORM WRITE-DETAIL-SECTION
        CLOSE CHANGE-REPORT-FILE
    END-IF.

WRITE-TOTALS-SECTION.
    MOVE SPACES TO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE
    MOVE SPACES TO CHANGE-REPORT-LINE
    STRING "ACCTDAT " WS-ACCTDAT-COUNT
        "  CARDDAT " WS-CARDDAT-COUNT
        "  CUSTDAT " WS-CUSTDAT-COUNT
        "  USRSEC " WS-USRSEC-COUNT
        "  AUTOPAY " WS-AUTOPAY-COUNT
        "  CATMAST " WS-CATMAST-COUNT
        "  SENSITIVE " WS-SENSITIVE-COUNT
        DELIMITED SIZE INTO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE.

WRITE-SENSITIVE-SECTION.
    MOVE SPACES TO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE
    MOVE "SENSITIVE CHANGES REQUIRING REVIEW" TO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE
    MOVE "REASON                 DATE     TIME   USER     KEY              FIELD                  BEFORE             AFTER"
        TO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE
    OPEN INPUT CHGARCH-FILE
    IF NOT CHGARCH-OK
        DISPLAY "Unable to reopen " FUNCTION TRIM(WS-CHGARCH-DSN)
            ", status=" WS-CHGARCH-STATUS
    ELSE
        PERFORM UNTIL CHGARCH-EOF
            READ CHGARCH-FILE
                AT END SET CHGARCH-EOF TO TRUE
                NOT AT END
                    PERFORM CHECK-SENSITIVE-CHANGE
                    IF WS-SENSITIVE-REASON NOT = SPACES
                        PERFORM WRITE-SENSITIVE-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHGARCH-FILE
    END-IF
    IF WS-SENSITIVE-COUNT = ZERO
        MOVE "NO SENSITIVE CHANGES" TO CHANGE-REPORT-LINE
        WRITE CHANGE-REPORT-LINE
    END-IF.

WRITE-SENSITIVE-LINE.
    MOVE SPACES TO CHANGE-REPORT-LINE
    STRING WS-SENSITIVE-REASON " "
        CHG-TIMESTAMP(1:8) " " CHG-TIMESTAMP(9:6) " "
        CHG-USER-ID " " CHG-KEY " " CHG-FIELD(1:22) " "
        CHG-BEFORE(1:18) " " CHG-AFTER(1:18)
        DELIMITED SIZE INTO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE.

WRITE-DETAIL-SECTION.
    MOVE SPACES TO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE
    MOVE "ALL MAINTENANCE CHANGES" TO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE
    MOVE "DATE     TIME   USER     PROGRAM  ACTION KEY              FIELD                  BEFORE                 AFTER"
        TO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE
    OPEN INPUT CHGARCH-FILE
    IF CHGARCH-OK
        PERFORM UNTIL CHGARCH-EOF
            READ CHGARCH-FILE
                AT END SET CHGARCH-EOF TO TRUE
                NOT AT END
                    PERFORM WRITE-DETAIL-LINE
            END-READ
        END-PERFORM
        CLOSE CHGARCH-FILE
    END-IF.

WRITE-DETAIL-LINE.
    MOVE SPACES TO CHANGE-REPORT-LINE
    STRING CHG-TIMESTAMP(1:8) " " CHG-TIMESTAMP(9:6) " "
        CHG-USER-ID " " CHG-PROGRAM " " CHG-ACTION " "
        CHG-KEY " " CHG-FIELD(1:22) " "
        CHG-BEFORE(1:22) " " CHG-AFTER(1:22)
        DELIMITED SIZE INTO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE.

RESET-CHANGE-LOG.
    OPEN OUTPUT CHGLOG-FILE
    CLOSE CHGLOG-FILE.
