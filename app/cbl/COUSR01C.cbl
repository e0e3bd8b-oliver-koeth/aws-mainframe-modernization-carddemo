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
   88 USRSEC-DUPLICATE VALUE "22".
01 WS-CHGLOG-STATUS PIC X(02) VALUE "00".
   88 CHGLOG-OK VALUE "00".
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-NEW-PWD PIC X(08) VALUE SPACES.
01 WS-PWD-HASH PIC 9(10) VALUE ZERO.

            INVALID KEY
                DISPLAY "User ID " SEC-USR-ID " already exists."
            NOT INVALID KEY
                PERFORM LOG-NEW-USER
                DISPLAY "User " SEC-USR-ID " added."
        END-WRITE
        CLOSE USRSEC-FILE
    MOVE ZERO TO SEC-USR-FAIL-COUNT
    MOVE "N" TO SEC-USR-LOCKED-FLAG
    MOVE SPACES TO SEC-USR-PWD-CHANGED.

LOG-NEW-USER.
    PERFORM OPEN-CHANGE-LOG
    MOVE "SEC-USR-FNAME" TO CHG-FIELD
    MOVE SPACES TO CHG-BEFORE
    MOVE SEC-USR-FNAME TO CHG-AFTER
    PERFORM WRITE-CHANGE-LOG
    MOVE "SEC-USR-LNAME" TO CHG-FIELD
    MOVE SPACES TO CHG-BEFORE
    MOVE SEC-USR-LNAME TO CHG-AFTER
    PERFORM WRITE-CHANGE-LOG
    MOVE "SEC-USR-TYPE" TO CHG-FIELD
    MOVE SPACES TO CHG-BEFORE
    MOVE SEC-USR-TYPE TO CHG-AFTER
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
    MOVE "COUSR01C" TO CHG-PROGRAM
    SET CHG-FILE-USRSEC TO TRUE
    SET CHG-ACTION-ADD TO TRUE
    MOVE SEC-USR-ID TO CHG-KEY
    WRITE CHANGE-LOG-RECORD.
