        RECORD KEY IS CARD-NUM
        ALTERNATE RECORD KEY IS CARD-ACCT-ID WITH DUPLICATES
        FILE STATUS IS WS-CARDDAT-STATUS.
    SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CARDDAT-FILE.
COPY CVCRD01Y.

FD  CHGLOG-FILE.
COPY CSCHG01Y.

WORKING-STORAGE SECTION.
01 WS-CARDDAT-STATUS PIC X(02) VALUE "00".
   88 CARDDAT-OK VALUE "00".
   88 CARDDAT-NOTFOUND VALUE "23".
01 WS-CHGLOG-STATUS PIC X(02) VALUE "00".
   88 CHGLOG-OK VALUE "00".
01 WS-CARD-NUM-TEXT PIC X(16) VALUE SPACES.
01 WS-NAME-TEXT PIC X(50) VALUE SPACES.
01 WS-EXPIRY-TEXT PIC X(10) VALUE SPACES.
01 WS-STATUS-TEXT PIC X(01) VALUE SPACES.
01 WS-OLD-EMBOSSED-NAME PIC X(50) VALUE SPACES.
01 WS-OLD-EXPIRY-DATE PIC X(10) VALUE SPACES.
01 WS-OLD-ACTIVE-STATUS PIC X(01) VALUE SPACES.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.

LINKAGE SECTION.
COPY COCOM01Y.
                DISPLAY "Card " FUNCTION TRIM(WS-CARD-NUM-TEXT)
                    " not found."
            NOT INVALID KEY
                PERFORM SAVE-BEFORE-IMAGE
                PERFORM PROMPT-UPDATED-FIELDS
                REWRITE CARD-RECORD
                IF CARDDAT-OK
                    PERFORM LOG-CARD-CHANGES
                END-IF
                MOVE CARD-NUM TO CDEMO-CARD-NUM
                MOVE CARD-ACCT-ID TO CDEMO-ACCT-ID
                DISPLAY "Card " CARD-NUM " updated."
    IF WS-STATUS-TEXT NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-STATUS-TEXT) TO CARD-ACTIVE-STATUS
    END-IF.

SAVE-BEFORE-IMAGE.
    MOVE CARD-EMBOSSED-NAME TO WS-OLD-EMBOSSED-NAME
    MOVE CARD-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
    MOVE CARD-ACTIVE-STATUS TO WS-OLD-ACTIVE-STATUS.

LOG-CARD-CHANGES.
    PERFORM OPEN-CHANGE-LOG
    IF CARD-EMBOSSED-NAME NOT = WS-OLD-EMBOSSED-NAME
        MOVE "CARD-EMBOSSED-NAME" TO CHG-FIELD
        MOVE WS-OLD-EMBOSSED-NAME TO CHG-BEFORE
        MOVE CARD-EMBOSSED-NAME TO CHG-AFTER
        PERFORM WRITE-CHANGE-LOG
    END-IF
    IF CARD-EXPIRY-DATE NOT = WS-OLD-EXPIRY-DATE
        MOVE "CARD-EXPIRY-DATE" TO CHG-FIELD
        MOVE WS-OLD-EXPIRY-DATE TO CHG-BEFORE
        MOVE CARD-EXPIRY-DATE TO CHG-AFTER
        PERFORM WRITE-CHANGE-LOG
    END-IF
    IF CARD-ACTIVE-STATUS NOT = WS-OLD-ACTIVE-STATUS
        MOVE "CARD-ACTIVE-STATUS" TO CHG-FIELD
        MOVE WS-OLD-ACTIVE-STATUS TO CHG-BEFORE
        MOVE CARD-ACTIVE-STATUS TO CHG-AFTER
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
    MOVE "COCRDUPC" TO CHG-PROGRAM
    SET CHG-FILE-CARDDAT TO TRUE
    SET CHG-ACTION-CHANGE TO TRUE
    MOVE CARD-NUM TO CHG-KEY
    WRITE CHANGE-LOG-RECORD.
