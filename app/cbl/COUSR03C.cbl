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
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-SEARCH-ID PIC X(08) VALUE SPACES.
01 WS-CONFIRM PIC X(01) VALUE "N".
   88 WS-CONFIRMED VALUE "Y".
                ACCEPT WS-CONFIRM
                IF WS-CONFIRMED
                    DELETE USRSEC-FILE RECORD
                    IF USRSEC-OK
                        PERFORM LOG-DELETED-USER
                    END-IF
                    DISPLAY "User " WS-SEARCH-ID " deleted."
                ELSE
                    DISPLAY "Delete cancelled."

    MOVE "COUSR03C" TO CDEMO-FROM-PROGRAM
    GOBACK.

LOG-DELETED-USER.
    PERFORM OPEN-CHANGE-LOG
    MOVE "SEC-USER-DATA" TO CHG-FIELD
    MOVE SPACES TO CHG-BEFORE
    STRING "TYPE " SEC-USR-TYPE " " DELIMITED SIZE
        FUNCTION TRIM(SEC-USR-FNAME) DELIMITED SIZE
        " " DELIMITED SIZE
        FUNCTION TRIM(SEC-USR-LNAME) DELIMITED SIZE
        INTO CHG-BEFORE
    MOVE SPACES TO CHG-AFTER
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
    MOVE "COUSR03C" TO CHG-PROGRAM
    SET CHG-FILE-USRSEC TO TRUE
    SET CHG-ACTION-DELETE TO TRUE
    MOVE SEC-USR-ID TO CHG-KEY
    WRITE CHANGE-LOG-RECORD.
