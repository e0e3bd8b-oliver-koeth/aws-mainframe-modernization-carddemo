>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CBDSP01C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DSP-CASE-ID
        ALTERNATE RECORD KEY IS DSP-TRAN-ID WITH DUPLICATES
        FILE STATUS IS WS-DISPUTE-STATUS.
    SELECT TRANSACT-FILE ASSIGN TO "TRANSACT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRAN-ID
        ALTERNATE RECORD KEY IS TRAN-CARD-NUM WITH DUPLICATES
        FILE STATUS IS WS-TRANSACT-STATUS.
    SELECT DISPUTE-REPORT-FILE ASSIGN TO "DSPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DISPUTE-FILE.
COPY CSDSP01Y.

FD  TRANSACT-FILE.
COPY CVTRN01Y.

FD  DISPUTE-REPORT-FILE.
01 DISPUTE-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-DISPUTE-STATUS PIC X(02) VALUE "00".
   88 DISPUTE-OK VALUE "00".
   88 DISPUTE-EOF VALUE "10".
01 WS-TRANSACT-STATUS PIC X(02) VALUE "00".
   88 TRANSACT-OK VALUE "00".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
   88 REPORT-OK VALUE "00".

01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-TRAN-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-BUSINESS-DATE PIC X(08) VALUE SPACES.
01 WS-BUSINESS-DATE-ISO PIC X(10) VALUE SPACES.
01 WS-BUSINESS-INTEGER PIC 9(07) VALUE ZERO.
01 WS-WARN-DAYS PIC 9(03) VALUE 005.
01 WS-WARN-DAYS-TEXT PIC X(03) VALUE SPACES.
01 WS-DATE-YYYYMMDD PIC 9(08) VALUE ZERO.
01 WS-DAYS-OPEN PIC S9(05) VALUE ZERO.
01 WS-DAYS-LEFT PIC S9(05) VALUE ZERO.
01 WS-CASE-ACTION PIC X(20) VALUE SPACES.

01 WS-READ-COUNT PIC 9(06) VALUE ZERO.
01 WS-OPEN-COUNT PIC 9(06) VALUE ZERO.
01 WS-OPEN-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-DUE-SOON-COUNT PIC 9(06) VALUE ZERO.
01 WS-PAST-DUE-COUNT PIC 9(06) VALUE ZERO.
01 WS-FINALIZED-COUNT PIC 9(06) VALUE ZERO.
01 WS-FINALIZED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-REVERSED-COUNT PIC 9(06) VALUE ZERO.
01 WS-REVERSED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-FAILED-COUNT PIC 9(06) VALUE ZERO.
01 WS-CLOSED-COUNT PIC 9(06) VALUE ZERO.
01 WS-DISPLAY-DAYS PIC ZZZ9-.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DISPLAY-TOTAL PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "CBDSP01C - Dispute case aging and resolution"
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    PERFORM GET-BUSINESS-DATE

    OPEN I-O DISPUTE-FILE
    IF NOT DISPUTE-OK
        DISPLAY "Unable to open DISPUTE file, status="
            WS-DISPUTE-STATUS
        DISPLAY "No dispute cases to process."
    ELSE
        OPEN I-O TRANSACT-FILE
        IF NOT TRANSACT-OK
            DISPLAY "Unable to open TRANSACT file, status="
                WS-TRANSACT-STATUS
            CLOSE DISPUTE-FILE
        ELSE
            OPEN OUTPUT DISPUTE-REPORT-FILE
            IF NOT REPORT-OK
                DISPLAY "Unable to open DSPRPT report, status="
                    WS-REPORT-STATUS
            ELSE
                PERFORM WRITE-REPORT-HEADING
                PERFORM PROCESS-ALL-CASES
                PERFORM WRITE-REPORT-TRAILER
                CLOSE DISPUTE-REPORT-FILE
            END-IF
            CLOSE TRANSACT-FILE
            CLOSE DISPUTE-FILE
        END-IF
    END-IF

    DISPLAY "Cases read: " WS-READ-COUNT
        ", open: " WS-OPEN-COUNT
        ", finalized: " WS-FINALIZED-COUNT
        ", reversed: " WS-REVERSED-COUNT
    GOBACK.

GET-BUSINESS-DATE.
    ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "CARDDEMO-BUSINESS-DATE"
    IF WS-BUSINESS-DATE = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
    END-IF
    MOVE SPACES TO WS-BUSINESS-DATE-ISO
    STRING WS-BUSINESS-DATE(1:4) "-"
        WS-BUSINESS-DATE(5:2) "-"
        WS-BUSINESS-DATE(7:2)
        DELIMITED SIZE INTO WS-BUSINESS-DATE-ISO
    COMPUTE WS-BUSINESS-INTEGER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BUSINESS-DATE))
    ACCEPT WS-WARN-DAYS-TEXT
        FROM ENVIRONMENT "CARDDEMO-DISPUTE-WARN-DAYS"
    IF WS-WARN-DAYS-TEXT NOT = SPACES
        COMPUTE WS-WARN-DAYS = FUNCTION NUMVAL(WS-WARN-DAYS-TEXT)
    END-IF
    MOVE SPACES TO WS-TRAN-TIMESTAMP
    STRING WS-BUSINESS-DATE-ISO "-"
        WS-CURRENT-TIMESTAMP(9:2) "."
        WS-CURRENT-TIMESTAMP(11:2) "."
        WS-CURRENT-TIMESTAMP(13:2) ".000000"
        DELIMITED SIZE INTO WS-TRAN-TIMESTAMP.

PROCESS-ALL-CASES.
    PERFORM UNTIL DISPUTE-EOF
        READ DISPUTE-FILE NEXT RECORD
            AT END SET DISPUTE-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM PROCESS-ONE-CASE
        END-READ
    END-PERFORM.

PROCESS-ONE-CASE.
    EVALUATE TRUE
        WHEN DSP-STATUS-WON
            PERFORM FINALIZE-CREDIT
        WHEN DSP-STATUS-LOST
            PERFORM REVERSE-CREDIT
        WHEN DSP-STATUS-OPEN
            PERFORM AGE-OPEN-CASE
        WHEN OTHER
            ADD 1 TO WS-CLOSED-COUNT
    END-EVALUATE.

FINALIZE-CREDIT.
    SET DSP-STATUS-FINALIZED TO TRUE
    IF DSP-RESOLVED-DATE = SPACES
        MOVE WS-BUSINESS-DATE-ISO TO DSP-RESOLVED-DATE
    END-IF
    REWRITE DISPUTE-CASE-RECORD
    ADD 1 TO WS-FINALIZED-COUNT
    ADD DSP-AMOUNT TO WS-FINALIZED-TOTAL
    MOVE "CREDIT FINALIZED" TO WS-CASE-ACTION
    PERFORM COMPUTE-CASE-AGE
    PERFORM WRITE-CASE-LINE.

REVERSE-CREDIT.
    MOVE SPACES TO TRAN-ID
    STRING "DR" DELIMITED SIZE
        DSP-CASE-ID(3:14) DELIMITED SIZE
        INTO TRAN-ID
    MOVE DSP-CARD-NUM TO TRAN-CARD-NUM
    MOVE DSP-AMOUNT TO TRAN-AMOUNT
    MOVE "DISPUTE CREDIT REVERSAL" TO TRAN-MERCHANT-NAME
    MOVE "DISPUTE" TO TRAN-CATEGORY
    MOVE WS-TRAN-TIMESTAMP TO TRAN-ORIG-TIMESTAMP
    MOVE "N" TO TRAN-POSTED-FLAG
    WRITE TRAN-RECORD
        INVALID KEY
            ADD 1 TO WS-FAILED-COUNT
            MOVE "REVERSAL NOT WRITTEN" TO WS-CASE-ACTION
        NOT INVALID KEY
            MOVE TRAN-ID TO DSP-REVERSAL-TRAN-ID
            SET DSP-STATUS-REVERSED TO TRUE
            IF DSP-RESOLVED-DATE = SPACES
                MOVE WS-BUSINESS-DATE-ISO TO DSP-RESOLVED-DATE
            END-IF
            REWRITE DISPUTE-CASE-RECORD
            ADD 1 TO WS-REVERSED-COUNT
            ADD DSP-AMOUNT TO WS-REVERSED-TOTAL
            MOVE "CREDIT REVERSED" TO WS-CASE-ACTION
    END-WRITE
    PERFORM COMPUTE-CASE-AGE
    PERFORM WRITE-CASE-LINE.

AGE-OPEN-CASE.
    ADD 1 TO WS-OPEN-COUNT
    ADD DSP-AMOUNT TO WS-OPEN-TOTAL
    PERFORM COMPUTE-CASE-AGE
    EVALUATE TRUE
        WHEN WS-DAYS-LEFT < ZERO
            ADD 1 TO WS-PAST-DUE-COUNT
            MOVE "PAST DEADLINE" TO WS-CASE-ACTION
        WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
            ADD 1 TO WS-DUE-SOON-COUNT
            MOVE "DUE SOON" TO WS-CASE-ACTION
        WHEN OTHER
            MOVE "OPEN" TO WS-CASE-ACTION
    END-EVALUATE
    PERFORM WRITE-CASE-LINE.

COMPUTE-CASE-AGE.
    MOVE ZERO TO WS-DAYS-OPEN
    MOVE ZERO TO WS-DAYS-LEFT
    IF DSP-OPEN-DATE(1:4) NUMERIC
       AND DSP-OPEN-DATE(6:2) NUMERIC
       AND DSP-OPEN-DATE(9:2) NUMERIC
        COMPUTE WS-DATE-YYYYMMDD =
            FUNCTION NUMVAL(DSP-OPEN-DATE(1:4)) * 10000
            + FUNCTION NUMVAL(DSP-OPEN-DATE(6:2)) * 100
            + FUNCTION NUMVAL(DSP-OPEN-DATE(9:2))
        COMPUTE WS-DAYS-OPEN = WS-BUSINESS-INTEGER
            - FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
    END-IF
    IF DSP-DEADLINE-DATE(1:4) NUMERIC
       AND DSP-DEADLINE-DATE(6:2) NUMERIC
       AND DSP-DEADLINE-DATE(9:2) NUMERIC
        COMPUTE WS-DATE-YYYYMMDD =
            FUNCTION NUMVAL(DSP-DEADLINE-DATE(1:4)) * 10000
            + FUNCTION NUMVAL(DSP-DEADLINE-DATE(6:2)) * 100
            + FUNCTION NUMVAL(DSP-DEADLINE-DATE(9:2))
        COMPUTE WS-DAYS-LEFT =
            FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
            - WS-BUSINESS-INTEGER
    END-IF.

WRITE-CASE-LINE.
    MOVE DSP-AMOUNT TO WS-DISPLAY-AMOUNT
    MOVE WS-DAYS-OPEN TO WS-DISPLAY-DAYS
    MOVE SPACES TO DISPUTE-REPORT-LINE
    STRING DSP-CASE-ID " " DSP-TRAN-ID " " DSP-ACCT-ID " "
        DSP-REASON-CODE " " WS-DISPLAY-AMOUNT " "
        DSP-OPEN-DATE " " DSP-DEADLINE-DATE " "
        WS-DISPLAY-DAYS " " WS-CASE-ACTION
        DELIMITED SIZE INTO DISPUTE-REPORT-LINE
    WRITE DISPUTE-REPORT-LINE.

WRITE-REPORT-HEADING.
    MOVE "CARDDEMO DISPUTE CASE STATUS REPORT" TO DISPUTE-REPORT-LINE
    WRITE DISPUTE-REPORT-LINE
    MOVE SPACES TO DISPUTE-REPORT-LINE
    STRING "RUN " WS-CURRENT-TIMESTAMP
        "  BUSINESS DATE " WS-BUSINESS-DATE
        "  DUE-SOON WINDOW " WS-WARN-DAYS " DAY(S)"
        DELIMITED SIZE INTO DISPUTE-REPORT-LINE
    WRITE DISPUTE-REPORT-LINE
    MOVE SPACES TO DISPUTE-REPORT-LINE
    WRITE DISPUTE-REPORT-LINE
    MOVE "CASE ID          TRAN ID          ACCOUNT     RSN  AMOUNT            OPENED     DUE        DAYS ACTION"
        TO DISPUTE-REPORT-LINE
    WRITE DISPUTE-REPORT-LINE.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO DISPUTE-REPORT-LINE
    WRITE DISPUTE-REPORT-LINE
    MOVE WS-OPEN-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO DISPUTE-REPORT-LINE
    STRING "OPEN CASES       " WS-OPEN-COUNT
        "  AMOUNT " WS-DISPLAY-TOTAL
        "  DUE SOON " WS-DUE-SOON-COUNT
        "  PAST DEADLINE " WS-PAST-DUE-COUNT
        DELIMITED SIZE INTO DISPUTE-REPORT-LINE
    WRITE DISPUTE-REPORT-LINE
    MOVE WS-FINALIZED-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO DISPUTE-REPORT-LINE
    STRING "CREDITS FINALIZED " WS-FINALIZED-COUNT
        "  AMOUNT " WS-DISPLAY-TOTAL
        DELIMITED SIZE INTO DISPUTE-REPORT-LINE
    WRITE DISPUTE-REPORT-LINE
    MOVE WS-REVERSED-TOTAL TO WS-DISPLAY-TOTAL
    MOVE SPACES TO DISPUTE-REPORT-LINE
    STRING "CREDITS REVERSED  " WS-REVERSED-COUNT
        "  AMOUNT " WS-DISPLAY-TOTAL
        DELIMITED SIZE INTO DISPUTE-REPORT-LINE
    WRITE DISPUTE-REPORT-LINE
    MOVE SPACES TO DISPUTE-REPORT-LINE
    STRING "REVERSALS NOT WRITTEN " WS-FAILED-COUNT
        "  CASES CLOSED IN EARLIER RUNS " WS-CLOSED-COUNT
        DELIMITED SIZE INTO DISPUTE-REPORT-LINE
    WRITE DISPUTE-REPORT-LINE.
