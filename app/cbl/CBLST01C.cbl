>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CBLST01C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOSTCARD-FILE ASSIGN TO "LOSTCARD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LST-CARD-NUM
        FILE STATUS IS WS-LOSTCARD-STATUS.
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
    SELECT CUSTDAT-FILE ASSIGN TO "CUSTDAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        FILE STATUS IS WS-CUSTDAT-STATUS.
    SELECT EMBOSS-FILE ASSIGN TO "RPLEMB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMBOSS-STATUS.
    SELECT LOST-REPORT-FILE ASSIGN TO "LSTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LOSTCARD-FILE.
COPY CSLST01Y.

FD  CARDDAT-FILE.
COPY CVCRD01Y.

FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  CUSTDAT-FILE.
COPY CVCUS01Y.

FD  EMBOSS-FILE.
COPY CSREI01Y.

FD  LOST-REPORT-FILE.
01 LOST-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-LOSTCARD-STATUS PIC X(02) VALUE "00".
   88 LOSTCARD-OK VALUE "00".
   88 LOSTCARD-EOF VALUE "10".
   88 LOSTCARD-NOFILE VALUE "35".
01 WS-CARDDAT-STATUS PIC X(02) VALUE "00".
   88 CARDDAT-OK VALUE "00".
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
01 WS-CUSTDAT-STATUS PIC X(02) VALUE "00".
   88 CUSTDAT-OK VALUE "00".
01 WS-EMBOSS-STATUS PIC X(02) VALUE "00".
   88 EMBOSS-OK VALUE "00".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
   88 REPORT-OK VALUE "00".

01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-BUSINESS-DATE PIC X(08) VALUE SPACES.
01 WS-RESULT-TEXT PIC X(12) VALUE SPACES.
01 WS-REASON-TEXT PIC X(14) VALUE SPACES.
01 WS-READ-COUNT PIC 9(06) VALUE ZERO.
01 WS-EXTRACTED-COUNT PIC 9(06) VALUE ZERO.
01 WS-HELD-COUNT PIC 9(06) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "CBLST01C - Lost/stolen replacement card embossing"
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "CARDDEMO-BUSINESS-DATE"
    IF WS-BUSINESS-DATE = SPACES
        MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
    END-IF

    OPEN OUTPUT EMBOSS-FILE
    OPEN OUTPUT LOST-REPORT-FILE
    IF NOT EMBOSS-OK OR NOT REPORT-OK
        DISPLAY "Unable to open RPLEMB/LSTRPT, status="
            WS-EMBOSS-STATUS "/" WS-REPORT-STATUS
    ELSE
        PERFORM WRITE-REPORT-HEADING
        OPEN I-O LOSTCARD-FILE
        IF LOSTCARD-NOFILE
            DISPLAY "No lost/stolen reports on file."
        ELSE
            IF NOT LOSTCARD-OK
                DISPLAY "Unable to open LOSTCARD file, status="
                    WS-LOSTCARD-STATUS
            ELSE
                PERFORM EXTRACT-REPLACEMENTS
                CLOSE LOSTCARD-FILE
            END-IF
        END-IF
        PERFORM WRITE-REPORT-TRAILER
    END-IF
    CLOSE LOST-REPORT-FILE
    CLOSE EMBOSS-FILE

    DISPLAY "Reports read: " WS-READ-COUNT
        ", replacements extracted: " WS-EXTRACTED-COUNT
        ", held: " WS-HELD-COUNT
    GOBACK.

EXTRACT-REPLACEMENTS.
    OPEN INPUT CARDDAT-FILE
    OPEN INPUT ACCTDAT-FILE
    OPEN INPUT CUSTDAT-FILE
    IF NOT CARDDAT-OK OR NOT ACCTDAT-OK OR NOT CUSTDAT-OK
        DISPLAY "Unable to open CARDDAT/ACCTDAT/CUSTDAT, status="
            WS-CARDDAT-STATUS "/" WS-ACCTDAT-STATUS "/"
            WS-CUSTDAT-STATUS
    ELSE
        PERFORM UNTIL LOSTCARD-EOF
            READ LOSTCARD-FILE NEXT RECORD
                AT END SET LOSTCARD-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    IF LST-EMBOSS-PENDING
                        PERFORM EXTRACT-ONE-REPLACEMENT
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CUSTDAT-FILE
    CLOSE ACCTDAT-FILE
    CLOSE CARDDAT-FILE.

EXTRACT-ONE-REPLACEMENT.
    MOVE LST-NEW-CARD-NUM TO CARD-NUM
    READ CARDDAT-FILE
        INVALID KEY
            MOVE "HELD-NOCARD" TO WS-RESULT-TEXT
            ADD 1 TO WS-HELD-COUNT
        NOT INVALID KEY
            PERFORM WRITE-EMBOSS-RECORD
            SET LST-EMBOSS-SENT TO TRUE
            MOVE WS-BUSINESS-DATE TO LST-EMBOSS-DATE
            REWRITE LOST-CARD-RECORD
            IF NOT LOSTCARD-OK
                DISPLAY "Unable to mark card " LST-NEW-CARD-NUM
                    " embossed, status=" WS-LOSTCARD-STATUS
            END-IF
            MOVE "EMBOSSED" TO WS-RESULT-TEXT
            ADD 1 TO WS-EXTRACTED-COUNT
    END-READ
    PERFORM WRITE-REPORT-DETAIL.

WRITE-EMBOSS-RECORD.
    MOVE SPACES TO CARD-REISSUE-RECORD
    MOVE CARD-NUM TO REI-CARD-NUM
    MOVE CARD-ACCT-ID TO REI-ACCT-ID
    MOVE CARD-EMBOSSED-NAME TO REI-EMBOSSED-NAME
    MOVE CARD-EXPIRY-DATE TO REI-EXPIRY-DATE
    MOVE CARD-ACCT-ID TO ACCT-ID
    READ ACCTDAT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE ACCT-CUST-ID TO CUST-ID
            READ CUSTDAT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CUST-ADDR-LINE1 TO REI-ADDR-LINE1
                    MOVE CUST-ADDR-LINE2 TO REI-ADDR-LINE2
                    MOVE CUST-CITY TO REI-CITY
                    MOVE CUST-STATE TO REI-STATE
                    MOVE CUST-ZIP TO REI-ZIP
            END-READ
    END-READ
    WRITE CARD-REISSUE-RECORD.

WRITE-REPORT-HEADING.
    MOVE "CARDDEMO LOST/STOLEN REPLACEMENT CARD EMBOSSING"
        TO LOST-REPORT-LINE
    WRITE LOST-REPORT-LINE
    MOVE SPACES TO LOST-REPORT-LINE
    STRING "RUN " WS-CURRENT-TIMESTAMP
        "  BUSINESS DATE " WS-BUSINESS-DATE
        DELIMITED SIZE INTO LOST-REPORT-LINE
    WRITE LOST-REPORT-LINE
    MOVE SPACES TO LOST-REPORT-LINE
    WRITE LOST-REPORT-LINE
    MOVE "BLOCKED CARD     REASON         REPORTED          BY       REPLACEMENT      EXPIRY     MOVED LEFT RESULT"
        TO LOST-REPORT-LINE
    WRITE LOST-REPORT-LINE.

WRITE-REPORT-DETAIL.
    EVALUATE TRUE
        WHEN LST-REASON-LOST
            MOVE "LOST" TO WS-REASON-TEXT
        WHEN LST-REASON-STOLEN
            MOVE "STOLEN" TO WS-REASON-TEXT
        WHEN LST-REASON-NOT-RECEIVED
            MOVE "NEVER RECEIVED" TO WS-REASON-TEXT
        WHEN OTHER
            MOVE LST-REASON TO WS-REASON-TEXT
    END-EVALUATE
    MOVE SPACES TO LOST-REPORT-LINE
    STRING LST-CARD-NUM " " WS-REASON-TEXT " "
        LST-REPORT-TIMESTAMP(1:16) "  " LST-REPORTED-BY " "
        LST-NEW-CARD-NUM " " LST-NEW-EXPIRY-DATE " "
        LST-HOLDS-MOVED "   " LST-HOLDS-LEFT "  " WS-RESULT-TEXT
        DELIMITED SIZE INTO LOST-REPORT-LINE
    WRITE LOST-REPORT-LINE.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO LOST-REPORT-LINE
    WRITE LOST-REPORT-LINE
    MOVE SPACES TO LOST-REPORT-LINE
    STRING "REPLACEMENTS EXTRACTED " WS-EXTRACTED-COUNT
        "  HELD (CARD NOT ON FILE) " WS-HELD-COUNT
        DELIMITED SIZE INTO LOST-REPORT-LINE
    WRITE LOST-REPORT-LINE.
