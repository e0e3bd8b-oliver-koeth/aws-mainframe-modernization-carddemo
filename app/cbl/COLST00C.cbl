>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. COLST00C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT LOSTCARD-FILE ASSIGN TO "LOSTCARD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LST-CARD-NUM
        FILE STATUS IS WS-LOSTCARD-STATUS.
    SELECT CARDBLK-FILE ASSIGN TO "CARDBLK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLK-CARD-NUM
        ALTERNATE RECORD KEY IS BLK-ACCT-ID WITH DUPLICATES
        FILE STATUS IS WS-CARDBLK-STATUS.
    SELECT PENDAUTH-FILE ASSIGN TO "PENDAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PAU-CARD-NUM WITH DUPLICATES
        FILE STATUS IS WS-PENDAUTH-STATUS.
    SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CARDDAT-FILE.
COPY CVCRD01Y.

FD  ACCTDAT-FILE.
COPY CVACT01Y.

FD  LOSTCARD-FILE.
COPY CSLST01Y.

FD  CARDBLK-FILE.
COPY CSBLK01Y.

FD  PENDAUTH-FILE.
COPY CVPAU01Y.

FD  CHGLOG-FILE.
COPY CSCHG01Y.

WORKING-STORAGE SECTION.
01 WS-CARDDAT-STATUS PIC X(02) VALUE "00".
   88 CARDDAT-OK VALUE "00".
   88 CARDDAT-NOTFOUND VALUE "23".
01 WS-ACCTDAT-STATUS PIC X(02) VALUE "00".
   88 ACCTDAT-OK VALUE "00".
01 WS-LOSTCARD-STATUS PIC X(02) VALUE "00".
   88 LOSTCARD-OK VALUE "00".
   88 LOSTCARD-NOFILE VALUE "35".
01 WS-CARDBLK-STATUS PIC X(02) VALUE "00".
   88 CARDBLK-OK VALUE "00".
01 WS-PENDAUTH-STATUS PIC X(02) VALUE "00".
   88 PENDAUTH-OK VALUE "00".
   88 PENDAUTH-EOF VALUE "10".
01 WS-CHGLOG-STATUS PIC X(02) VALUE "00".
   88 CHGLOG-OK VALUE "00".

01 WS-CARD-NUM-TEXT PIC X(16) VALUE SPACES.
01 WS-REASON PIC X(01) VALUE SPACES.
   88 WS-REASON-VALID VALUE "L" "S" "N".
01 WS-REASON-TEXT PIC X(14) VALUE SPACES.
01 WS-REPLY PIC X(01) VALUE SPACES.
01 WS-CONFIRM PIC X(01) VALUE "N".
   88 WS-CONFIRMED VALUE "Y".
01 WS-INPUT-ERROR-SW PIC X(01) VALUE "N".
   88 WS-INPUT-ERROR VALUE "Y".
01 WS-CARDBLK-OPEN-SW PIC X(01) VALUE "N".
   88 WS-CARDBLK-OPEN VALUE "Y".
01 WS-DLQ-BLOCKED-SW PIC X(01) VALUE "N".
   88 WS-DLQ-BLOCKED VALUE "Y".
01 WS-NEW-CARD-FOUND-SW PIC X(01) VALUE "N".
   88 WS-NEW-CARD-FOUND VALUE "Y".

01 WS-OLD-CARD.
   05 WS-OLD-CARD-NUM PIC 9(16).
   05 WS-OLD-ACCT-ID PIC 9(11).
   05 WS-OLD-EMBOSSED-NAME PIC X(50).
   05 WS-OLD-EXPIRY-DATE PIC X(10).
   05 WS-OLD-ACTIVE-STATUS PIC X(01).
01 WS-OLD-BLOCK-DAYS PIC 9(04) VALUE ZERO.

01 WS-NEW-CARD-AREA.
   05 WS-NEW-CARD-BIN PIC 9(06).
   05 WS-NEW-CARD-BODY PIC 9(09).
   05 WS-NEW-CARD-CHECK PIC 9(01).
01 WS-NEW-CARD-NUM REDEFINES WS-NEW-CARD-AREA PIC 9(16).
01 WS-NEW-CARD-DIGITS REDEFINES WS-NEW-CARD-AREA.
   05 WS-NEW-CARD-DIGIT PIC 9(01) OCCURS 16 TIMES.
01 WS-NEW-ACTIVE-STATUS PIC X(01) VALUE "Y".
01 WS-NEW-EXPIRY-DATE PIC X(10) VALUE SPACES.
01 WS-RANDOM-SEED PIC 9(08) VALUE ZERO.
01 WS-ATTEMPTS PIC 9(02) VALUE ZERO.
01 WS-MAX-ATTEMPTS PIC 9(02) VALUE 20.
01 WS-LUHN-IDX PIC 9(02) VALUE ZERO.
01 WS-LUHN-DIGIT PIC 9(02) VALUE ZERO.
01 WS-LUHN-SUM PIC 9(04) VALUE ZERO.
01 WS-LUHN-DOUBLE-SW PIC X(01) VALUE "Y".
   88 WS-LUHN-DOUBLE VALUE "Y".

01 WS-CARD-LIFE-YEARS PIC 9(02) VALUE 03.
01 WS-EXPIRY-YYYYMMDD PIC 9(08) VALUE ZERO.
01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-YYYYMMDD.
   05 WS-EXPIRY-YYYY PIC 9(04).
   05 WS-EXPIRY-MM PIC 9(02).
   05 WS-EXPIRY-DD PIC 9(02).
01 WS-EXPIRY-INTEGER PIC 9(08) VALUE ZERO.

01 WS-HOLD-TABLE.
   05 WS-HOLD-COUNT PIC 9(03) VALUE ZERO.
   05 WS-HOLD-ENTRY OCCURS 50 TIMES.
      10 WS-HOLD-AUTH-CODE PIC X(06).
      10 WS-HOLD-MERCHANT PIC X(30).
      10 WS-HOLD-AMOUNT PIC S9(09)V99 COMP-3.
      10 WS-HOLD-TIMESTAMP PIC X(26).
01 WS-HOLD-IDX PIC 9(03) VALUE ZERO.
01 WS-HOLDS-MOVED PIC 9(03) VALUE ZERO.
01 WS-HOLDS-LEFT PIC 9(03) VALUE ZERO.

01 WS-CHG-ACTION PIC X(06) VALUE SPACES.
01 WS-CHG-CARD-NUM PIC 9(16) VALUE ZERO.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-REPORT-TIMESTAMP PIC X(26) VALUE SPACES.

LINKAGE SECTION.
COPY COCOM01Y.

PROCEDURE DIVISION USING CARDDEMO-COMMAREA.
MAIN-PARA.
    PERFORM GET-CARD-NUMBER
    IF CDEMO-CARD-NUM = ZERO
        DISPLAY "No card number entered - nothing reported."
    ELSE
        OPEN I-O CARDDAT-FILE
        OPEN INPUT ACCTDAT-FILE
        PERFORM OPEN-LOST-CARD-FILE
        IF NOT CARDDAT-OK OR NOT ACCTDAT-OK OR NOT LOSTCARD-OK
            DISPLAY "Unable to open CARDDAT/ACCTDAT/LOSTCARD, status="
                WS-CARDDAT-STATUS "/" WS-ACCTDAT-STATUS "/"
                WS-LOSTCARD-STATUS
        ELSE
            PERFORM OPEN-CARD-BLOCK-FILE
            PERFORM REPORT-LOST-CARD
            IF WS-CARDBLK-OPEN
                CLOSE CARDBLK-FILE
            END-IF
        END-IF
        CLOSE LOSTCARD-FILE
        CLOSE ACCTDAT-FILE
        CLOSE CARDDAT-FILE
    END-IF

    MOVE "COLST00C" TO CDEMO-FROM-PROGRAM
    GOBACK.

GET-CARD-NUMBER.
    IF CDEMO-CARD-NUM NOT = ZERO
        DISPLAY "Card number reported lost/stolen (blank = "
            CDEMO-CARD-NUM "): " WITH NO ADVANCING
    ELSE
        DISPLAY "Card number reported lost/stolen (16 digits): "
            WITH NO ADVANCING
    END-IF
    ACCEPT WS-CARD-NUM-TEXT
    IF FUNCTION TRIM(WS-CARD-NUM-TEXT) NOT = SPACES
        MOVE FUNCTION NUMVAL(WS-CARD-NUM-TEXT) TO CDEMO-CARD-NUM
    END-IF.

OPEN-LOST-CARD-FILE.
    OPEN I-O LOSTCARD-FILE
    IF LOSTCARD-NOFILE
        OPEN OUTPUT LOSTCARD-FILE
        CLOSE LOSTCARD-FILE
        OPEN I-O LOSTCARD-FILE
    END-IF.

OPEN-CARD-BLOCK-FILE.
    MOVE "N" TO WS-CARDBLK-OPEN-SW
    OPEN I-O CARDBLK-FILE
    IF CARDBLK-OK
        SET WS-CARDBLK-OPEN TO TRUE
    END-IF.

REPORT-LOST-CARD.
    MOVE CDEMO-CARD-NUM TO CARD-NUM
    READ CARDDAT-FILE
        INVALID KEY
            DISPLAY "Card " CDEMO-CARD-NUM " not found."
        NOT INVALID KEY
            MOVE CARD-RECORD TO WS-OLD-CARD
            PERFORM CHECK-CARD-REPORTABLE
            IF NOT WS-INPUT-ERROR
                PERFORM GET-REPORT-REASON
            END-IF
            IF NOT WS-INPUT-ERROR
                PERFORM CONFIRM-REPORT
            END-IF
    END-READ.

CHECK-CARD-REPORTABLE.
    MOVE "N" TO WS-INPUT-ERROR-SW
    MOVE "N" TO WS-DLQ-BLOCKED-SW
    MOVE WS-OLD-CARD-NUM TO LST-CARD-NUM
    READ LOSTCARD-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "Card " WS-OLD-CARD-NUM " was already reported on "
                LST-REPORT-TIMESTAMP(1:16) " and replaced by "
                LST-NEW-CARD-NUM "."
            SET WS-INPUT-ERROR TO TRUE
    END-READ
    IF NOT WS-INPUT-ERROR AND WS-CARDBLK-OPEN
        MOVE WS-OLD-CARD-NUM TO BLK-CARD-NUM
        READ CARDBLK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF BLK-STATUS-BLOCKED
                    SET WS-DLQ-BLOCKED TO TRUE
                    MOVE BLK-DAYS-PAST-DUE TO WS-OLD-BLOCK-DAYS
                END-IF
        END-READ
    END-IF
    IF NOT WS-INPUT-ERROR
       AND WS-OLD-ACTIVE-STATUS NOT = "Y" AND NOT WS-DLQ-BLOCKED
        DISPLAY "Card " WS-OLD-CARD-NUM
            " is not active - there is nothing to block or replace."
        SET WS-INPUT-ERROR TO TRUE
    END-IF
    IF NOT WS-INPUT-ERROR
        MOVE WS-OLD-ACCT-ID TO ACCT-ID
        READ ACCTDAT-FILE
            INVALID KEY
                DISPLAY "Account " WS-OLD-ACCT-ID " not found."
                SET WS-INPUT-ERROR TO TRUE
            NOT INVALID KEY
                IF ACCT-STATUS-CLOSED
                    DISPLAY "Account " WS-OLD-ACCT-ID
                        " is closed - no replacement can be issued."
                    SET WS-INPUT-ERROR TO TRUE
                END-IF
        END-READ
    END-IF
    IF NOT WS-INPUT-ERROR
        DISPLAY SPACE
        DISPLAY "Card:           " WS-OLD-CARD-NUM
            "  account " WS-OLD-ACCT-ID
        DISPLAY "Embossed name:  " FUNCTION TRIM(WS-OLD-EMBOSSED-NAME)
        DISPLAY "Expiry:         " WS-OLD-EXPIRY-DATE
        IF WS-DLQ-BLOCKED
            DISPLAY "Status:         BLOCKED FOR DELINQUENCY -"
                " replacement will be issued blocked"
        ELSE
            DISPLAY "Status:         ACTIVE"
        END-IF
    END-IF.

GET-REPORT-REASON.
    DISPLAY "Reason L = lost, S = stolen, N = never received: "
        WITH NO ADVANCING
    ACCEPT WS-REASON
    MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
    EVALUATE WS-REASON
        WHEN "L"
            MOVE "LOST" TO WS-REASON-TEXT
        WHEN "S"
            MOVE "STOLEN" TO WS-REASON-TEXT
        WHEN "N"
            MOVE "NEVER RECEIVED" TO WS-REASON-TEXT
        WHEN OTHER
            DISPLAY "Reason must be L, S or N."
            SET WS-INPUT-ERROR TO TRUE
    END-EVALUATE.

CONFIRM-REPORT.
    DISPLAY "Block card " WS-OLD-CARD-NUM " as "
        FUNCTION TRIM(WS-REASON-TEXT)
        " and issue a replacement? (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
    IF WS-CONFIRMED
        PERFORM PROCESS-LOST-CARD
    ELSE
        DISPLAY "Report cancelled - card not blocked."
    END-IF.

PROCESS-LOST-CARD.
    PERFORM GENERATE-CARD-NUMBER
    IF NOT WS-NEW-CARD-FOUND
        DISPLAY "Unable to allocate a replacement card number -"
            " card not blocked, please try again."
    ELSE
        PERFORM BUILD-REPORT-TIMESTAMP
        PERFORM BLOCK-REPORTED-CARD
        IF CARDDAT-OK
            PERFORM COMPUTE-NEW-EXPIRY
            PERFORM ISSUE-REPLACEMENT-CARD
            IF CARDDAT-OK
                IF WS-DLQ-BLOCKED
                    PERFORM TRANSFER-DELINQUENCY-BLOCK
                END-IF
                PERFORM TRANSFER-PENDING-HOLDS
                PERFORM WRITE-LOST-CARD-RECORD
                PERFORM LOG-CARD-CHANGES
                PERFORM SHOW-REPORT-RESULT
            END-IF
        END-IF
    END-IF.

GENERATE-CARD-NUMBER.
    MOVE "N" TO WS-NEW-CARD-FOUND-SW
    MOVE ZERO TO WS-ATTEMPTS
    MOVE WS-OLD-CARD-NUM TO WS-NEW-CARD-NUM
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(9:8) TO WS-RANDOM-SEED
    COMPUTE WS-NEW-CARD-BODY =
        FUNCTION RANDOM(WS-RANDOM-SEED) * 1000000000
    PERFORM UNTIL WS-NEW-CARD-FOUND OR WS-ATTEMPTS >= WS-MAX-ATTEMPTS
        ADD 1 TO WS-ATTEMPTS
        IF WS-ATTEMPTS > 1
            COMPUTE WS-NEW-CARD-BODY = FUNCTION RANDOM * 1000000000
        END-IF
        PERFORM COMPUTE-CHECK-DIGIT
        IF WS-NEW-CARD-NUM NOT = WS-OLD-CARD-NUM
            MOVE WS-NEW-CARD-NUM TO CARD-NUM
            READ CARDDAT-FILE
                INVALID KEY
                    SET WS-NEW-CARD-FOUND TO TRUE
                NOT INVALID KEY
                    CONTINUE
            END-READ
        END-IF
    END-PERFORM.

COMPUTE-CHECK-DIGIT.
    MOVE ZERO TO WS-LUHN-SUM
    MOVE "Y" TO WS-LUHN-DOUBLE-SW
    PERFORM VARYING WS-LUHN-IDX FROM 15 BY -1 UNTIL WS-LUHN-IDX < 1
        MOVE WS-NEW-CARD-DIGIT(WS-LUHN-IDX) TO WS-LUHN-DIGIT
        IF WS-LUHN-DOUBLE
            MULTIPLY 2 BY WS-LUHN-DIGIT
            IF WS-LUHN-DIGIT > 9
                SUBTRACT 9 FROM WS-LUHN-DIGIT
            END-IF
            MOVE "N" TO WS-LUHN-DOUBLE-SW
        ELSE
            MOVE "Y" TO WS-LUHN-DOUBLE-SW
        END-IF
        ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
    END-PERFORM
    COMPUTE WS-NEW-CARD-CHECK =
        FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).

BUILD-REPORT-TIMESTAMP.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE SPACES TO WS-REPORT-TIMESTAMP
    STRING WS-CURRENT-TIMESTAMP(1:4) "-"
        WS-CURRENT-TIMESTAMP(5:2) "-"
        WS-CURRENT-TIMESTAMP(7:2) "-"
        WS-CURRENT-TIMESTAMP(9:2) "."
        WS-CURRENT-TIMESTAMP(11:2) "."
        WS-CURRENT-TIMESTAMP(13:2) ".000000"
        DELIMITED SIZE INTO WS-REPORT-TIMESTAMP.

BLOCK-REPORTED-CARD.
    MOVE WS-OLD-CARD-NUM TO CARD-NUM
    READ CARDDAT-FILE
        INVALID KEY
            DISPLAY "Card " WS-OLD-CARD-NUM " is no longer on file."
        NOT INVALID KEY
            IF CARD-STATUS-ACTIVE
                SET CARD-STATUS-INACTIVE TO TRUE
                REWRITE CARD-RECORD
                IF NOT CARDDAT-OK
                    DISPLAY "Unable to block card " WS-OLD-CARD-NUM
                        ", status=" WS-CARDDAT-STATUS
                END-IF
            END-IF
    END-READ.

COMPUTE-NEW-EXPIRY.
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-EXPIRY-YYYYMMDD
    ADD WS-CARD-LIFE-YEARS TO WS-EXPIRY-YYYY
    IF WS-EXPIRY-MM = 12
        MOVE 01 TO WS-EXPIRY-MM
        ADD 1 TO WS-EXPIRY-YYYY
    ELSE
        ADD 1 TO WS-EXPIRY-MM
    END-IF
    MOVE 01 TO WS-EXPIRY-DD
    COMPUTE WS-EXPIRY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-EXPIRY-YYYYMMDD) - 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INTEGER)
        TO WS-EXPIRY-YYYYMMDD
    MOVE SPACES TO WS-NEW-EXPIRY-DATE
    STRING WS-EXPIRY-YYYY "-" WS-EXPIRY-MM "-" WS-EXPIRY-DD
        DELIMITED SIZE INTO WS-NEW-EXPIRY-DATE.

ISSUE-REPLACEMENT-CARD.
    IF WS-DLQ-BLOCKED
        MOVE "N" TO WS-NEW-ACTIVE-STATUS
    ELSE
        MOVE "Y" TO WS-NEW-ACTIVE-STATUS
    END-IF
    MOVE WS-NEW-CARD-NUM TO CARD-NUM
    MOVE WS-OLD-ACCT-ID TO CARD-ACCT-ID
    MOVE WS-OLD-EMBOSSED-NAME TO CARD-EMBOSSED-NAME
    MOVE WS-NEW-EXPIRY-DATE TO CARD-EXPIRY-DATE
    MOVE WS-NEW-ACTIVE-STATUS TO CARD-ACTIVE-STATUS
    WRITE CARD-RECORD
    IF NOT CARDDAT-OK
        DISPLAY "Unable to add replacement card " WS-NEW-CARD-NUM
            ", status=" WS-CARDDAT-STATUS
            " - card " WS-OLD-CARD-NUM " is blocked, no replacement"
    END-IF.

TRANSFER-DELINQUENCY-BLOCK.
    MOVE WS-OLD-CARD-NUM TO BLK-CARD-NUM
    READ CARDBLK-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET BLK-STATUS-REPLACED TO TRUE
            MOVE WS-CURRENT-TIMESTAMP(1:8) TO BLK-LIFTED-DATE
            REWRITE CARD-BLOCK-RECORD
    END-READ
    MOVE WS-NEW-CARD-NUM TO BLK-CARD-NUM
    MOVE WS-OLD-ACCT-ID TO BLK-ACCT-ID
    SET BLK-STATUS-BLOCKED TO TRUE
    MOVE "DELINQUENT" TO BLK-REASON
    MOVE WS-OLD-BLOCK-DAYS TO BLK-DAYS-PAST-DUE
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO BLK-BLOCKED-DATE
    MOVE SPACES TO BLK-LIFTED-DATE
    WRITE CARD-BLOCK-RECORD
    IF NOT CARDBLK-OK
        DISPLAY "Unable to record block for card " WS-NEW-CARD-NUM
            ", status=" WS-CARDBLK-STATUS
    END-IF.

TRANSFER-PENDING-HOLDS.
    MOVE ZERO TO WS-HOLD-COUNT
    MOVE ZERO TO WS-HOLDS-MOVED
    MOVE ZERO TO WS-HOLDS-LEFT
    OPEN I-O PENDAUTH-FILE
    IF NOT PENDAUTH-OK
        DISPLAY "Unable to open PENDAUTH file, status="
            WS-PENDAUTH-STATUS " - pending holds not transferred."
    ELSE
        MOVE WS-OLD-CARD-NUM TO PAU-CARD-NUM
        START PENDAUTH-FILE KEY IS EQUAL PAU-CARD-NUM
            INVALID KEY SET PENDAUTH-EOF TO TRUE
        END-START
        IF NOT PENDAUTH-EOF
            DISPLAY SPACE
            DISPLAY "Pending holds on card " WS-OLD-CARD-NUM
        END-IF
        PERFORM UNTIL PENDAUTH-EOF
            READ PENDAUTH-FILE NEXT RECORD
                AT END SET PENDAUTH-EOF TO TRUE
                NOT AT END
                    IF PAU-CARD-NUM NOT = WS-OLD-CARD-NUM
                        SET PENDAUTH-EOF TO TRUE
                    ELSE
                        PERFORM REVIEW-ONE-HOLD
                    END-IF
            END-READ
        END-PERFORM
        PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
            UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
            PERFORM MOVE-ONE-HOLD
        END-PERFORM
        CLOSE PENDAUTH-FILE
    END-IF.

REVIEW-ONE-HOLD.
    MOVE PAU-HOLD-AMOUNT TO WS-DISPLAY-AMOUNT
    DISPLAY PAU-AUTH-CODE " " WS-DISPLAY-AMOUNT " "
        PAU-AUTH-TIMESTAMP(1:16) " " PAU-MERCHANT-NAME
    IF WS-HOLD-COUNT = 50
        DISPLAY "  Over 50 holds - this one stays on the blocked card."
        ADD 1 TO WS-HOLDS-LEFT
    ELSE
        DISPLAY "  Recognised by the cardholder? (Y = move to new card,"
            " N = leave on blocked card): " WITH NO ADVANCING
        ACCEPT WS-REPLY
        MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
        IF WS-REPLY = "Y"
            ADD 1 TO WS-HOLD-COUNT
            MOVE PAU-AUTH-CODE TO WS-HOLD-AUTH-CODE(WS-HOLD-COUNT)
            MOVE PAU-MERCHANT-NAME TO WS-HOLD-MERCHANT(WS-HOLD-COUNT)
            MOVE PAU-HOLD-AMOUNT TO WS-HOLD-AMOUNT(WS-HOLD-COUNT)
            MOVE PAU-AUTH-TIMESTAMP TO WS-HOLD-TIMESTAMP(WS-HOLD-COUNT)
            DELETE PENDAUTH-FILE RECORD
            IF NOT PENDAUTH-OK
                DISPLAY "  Unable to release hold " PAU-AUTH-CODE
                    ", status=" WS-PENDAUTH-STATUS
                SUBTRACT 1 FROM WS-HOLD-COUNT
                ADD 1 TO WS-HOLDS-LEFT
            END-IF
        ELSE
            ADD 1 TO WS-HOLDS-LEFT
        END-IF
    END-IF.

MOVE-ONE-HOLD.
    MOVE WS-NEW-CARD-NUM TO PAU-CARD-NUM
    MOVE WS-HOLD-AUTH-CODE(WS-HOLD-IDX) TO PAU-AUTH-CODE
    MOVE WS-HOLD-MERCHANT(WS-HOLD-IDX) TO PAU-MERCHANT-NAME
    MOVE WS-HOLD-AMOUNT(WS-HOLD-IDX) TO PAU-HOLD-AMOUNT
    MOVE WS-HOLD-TIMESTAMP(WS-HOLD-IDX) TO PAU-AUTH-TIMESTAMP
    WRITE PAU-RECORD
    IF PENDAUTH-OK
        ADD 1 TO WS-HOLDS-MOVED
    ELSE
        DISPLAY "Unable to move hold " PAU-AUTH-CODE
            " to card " WS-NEW-CARD-NUM ", status=" WS-PENDAUTH-STATUS
    END-IF.

WRITE-LOST-CARD-RECORD.
    MOVE SPACES TO LOST-CARD-RECORD
    MOVE WS-OLD-CARD-NUM TO LST-CARD-NUM
    MOVE WS-OLD-ACCT-ID TO LST-ACCT-ID
    MOVE WS-REASON TO LST-REASON
    MOVE WS-REPORT-TIMESTAMP TO LST-REPORT-TIMESTAMP
    MOVE CDEMO-USER-ID TO LST-REPORTED-BY
    MOVE WS-NEW-CARD-NUM TO LST-NEW-CARD-NUM
    MOVE WS-NEW-EXPIRY-DATE TO LST-NEW-EXPIRY-DATE
    MOVE WS-HOLDS-MOVED TO LST-HOLDS-MOVED
    MOVE WS-HOLDS-LEFT TO LST-HOLDS-LEFT
    SET LST-EMBOSS-PENDING TO TRUE
    WRITE LOST-CARD-RECORD
    IF NOT LOSTCARD-OK
        DISPLAY "Unable to record lost/stolen report, status="
            WS-LOSTCARD-STATUS
    END-IF.

LOG-CARD-CHANGES.
    PERFORM OPEN-CHANGE-LOG
    IF WS-OLD-ACTIVE-STATUS NOT = "N"
        MOVE "CHANGE" TO WS-CHG-ACTION
        MOVE WS-OLD-CARD-NUM TO WS-CHG-CARD-NUM
        MOVE "CARD-ACTIVE-STATUS" TO CHG-FIELD
        MOVE WS-OLD-ACTIVE-STATUS TO CHG-BEFORE
        MOVE "N" TO CHG-AFTER
        PERFORM WRITE-CHANGE-LOG
    END-IF
    MOVE "ADD" TO WS-CHG-ACTION
    MOVE WS-NEW-CARD-NUM TO WS-CHG-CARD-NUM
    MOVE "CARD-NUM" TO CHG-FIELD
    MOVE WS-OLD-CARD-NUM TO CHG-BEFORE
    MOVE WS-NEW-CARD-NUM TO CHG-AFTER
    PERFORM WRITE-CHANGE-LOG
    MOVE "CARD-EXPIRY-DATE" TO CHG-FIELD
    MOVE SPACES TO CHG-BEFORE
    MOVE WS-NEW-EXPIRY-DATE TO CHG-AFTER
    PERFORM WRITE-CHANGE-LOG
    MOVE "CARD-ACTIVE-STATUS" TO CHG-FIELD
    MOVE SPACES TO CHG-BEFORE
    MOVE WS-NEW-ACTIVE-STATUS TO CHG-AFTER
    PERFORM WRITE-CHANGE-LOG
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
    MOVE "COLST00C" TO CHG-PROGRAM
    SET CHG-FILE-CARDDAT TO TRUE
    MOVE WS-CHG-ACTION TO CHG-ACTION
    MOVE WS-CHG-CARD-NUM TO CHG-KEY
    WRITE CHANGE-LOG-RECORD.

SHOW-REPORT-RESULT.
    MOVE WS-NEW-CARD-NUM TO CDEMO-CARD-NUM
    MOVE WS-OLD-ACCT-ID TO CDEMO-ACCT-ID
    DISPLAY SPACE
    DISPLAY "Card " WS-OLD-CARD-NUM " blocked as "
        FUNCTION TRIM(WS-REASON-TEXT) " at " WS-REPORT-TIMESTAMP(1:16)
    DISPLAY "Replacement card " WS-NEW-CARD-NUM " expires "
        WS-NEW-EXPIRY-DATE " - queued for embossing."
    IF WS-DLQ-BLOCKED
        DISPLAY "Replacement is blocked until the account is cured."
    END-IF
    DISPLAY WS-HOLDS-MOVED " hold(s) moved to the new card, "
        WS-HOLDS-LEFT " left on the blocked card for fraud review.".
