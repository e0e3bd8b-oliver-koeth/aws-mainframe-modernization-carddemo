        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEC-USR-ID
        FILE STATUS IS WS-USRSEC-STATUS.
    SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  USRSEC-FILE.
COPY CSUSR01Y.

FD  CHGLOG-FILE.
COPY CSCHG01Y.

WORKING-STORAGE SECTION.
01 WS-USRSEC-STATUS PIC X(02) VALUE "00".
   88 USRSEC-OK VALUE "00".
   88 USRSEC-NOTFOUND VALUE "23".
01 WS-CHGLOG-STATUS PIC X(02) VALUE "00".
   88 CHGLOG-OK VALUE "00".
01 WS-OLD-USER.
   05 WS-OLD-FNAME PIC X(20).
   05 WS-OLD-LNAME PIC X(20).
   05 WS-OLD-TYPE PIC X(01).
   05 WS-OLD-FAIL-COUNT PIC 9(02).
   05 WS-OLD-LOCKED-FLAG PIC X(01).
   05 WS-OLD-PWD-HASH PIC 9(10).
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-SEARCH-ID PIC X(08) VALUE SPACES.
01 WS-NEW-PWD PIC X(08) VALUE SPACES.
01 WS-PWD-HASH PIC 9(10) VALUE ZERO.
            INVALID KEY
                DISPLAY "User ID " WS-SEARCH-ID " not found."
            NOT INVALID KEY
                PERFORM SAVE-BEFORE-IMAGE
                PERFORM PROMPT-UPDATED-FIELDS
                REWRITE SEC-USER-DATA
                IF USRSEC-OK
                    PERFORM LOG-USER-CHANGES
                END-IF
                DISPLAY "User " SEC-USR-ID " updated."
        END-READ
        CLOSE USRSEC-FILE
    ACCEPT SEC-USR-LNAME
    DISPLAY "New user type (A=Admin, U=User): " WITH NO ADVANCING
    ACCEPT SEC-USR-TYPE.

SAVE-BEFORE-IMAGE.
    MOVE SEC-USR-FNAME TO WS-OLD-FNAME
    MOVE SEC-USR-LNAME TO WS-OLD-LNAME
    MOVE SEC-USR-TYPE TO WS-OLD-TYPE
    MOVE SEC-USR-FAIL-COUNT TO WS-OLD-FAIL-COUNT
    MOVE SEC-USR-LOCKED-FLAG TO WS-OLD-LOCKED-FLAG
    MOVE SEC-USR-PWD-HASH TO WS-OLD-PWD-HASH.

LOG-USER-CHANGES.
    PERFORM OPEN-CHANGE-LOG
    IF SEC-USR-PWD-HASH NOT = WS-OLD-PWD-HASH
        MOVE "SEC-USR-PWD-HASH" TO CHG-FIELD
        MOVE "********" TO CHG-BEFORE
        MOVE "TEMPORARY PASSWORD SET" TO CHG-AFTER
        PERFORM WRITE-CHANGE-LOG
    END-IF
    MOVE "SEC-USR-FNAME" TO CHG-FIELD
    MOVE WS-OLD-FNAME TO CHG-BEFORE
    MOVE SEC-USR-FNAME TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "SEC-USR-LNAME" TO CHG-FIELD
    MOVE WS-OLD-LNAME TO CHG-BEFORE
    MOVE SEC-USR-LNAME TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "SEC-USR-TYPE" TO CHG-FIELD
    MOVE WS-OLD-TYPE TO CHG-BEFORE
    MOVE SEC-USR-TYPE TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "SEC-USR-FAIL-COUNT" TO CHG-FIELD
    MOVE WS-OLD-FAIL-COUNT TO CHG-BEFORE
    MOVE SEC-USR-FAIL-COUNT TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "SEC-USR-LOCKED-FLAG" TO CHG-FIELD
    MOVE WS-OLD-LOCKED-FLAG TO CHG-BEFORE
    MOVE SEC-USR-LOCKED-FLAG TO CHG-AFTER
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
    MOVE "COUSR02C" TO CHG-PROGRAM
    SET CHG-FILE-USRSEC TO TRUE
    SET CHG-ACTION-CHANGE TO TRUE
    MOVE SEC-USR-ID TO CHG-KEY
    WRITE CHANGE-LOG-RECORD.
