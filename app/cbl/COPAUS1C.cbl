    SELECT AUTHLOG-FILE ASSIGN TO "AUTHLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTHLOG-STATUS.
    SELECT CATMAST-FILE ASSIGN TO "CATMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-CODE
        FILE STATUS IS WS-CATMAST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUTHLOG-FILE.
COPY CSADL01Y.

FD  CATMAST-FILE.
COPY CSCAT01Y.

WORKING-STORAGE SECTION.
01 WS-PENDAUTH-STATUS PIC X(02) VALUE "00".
   88 PENDAUTH-OK VALUE "00".
   88 TRANSACT-OK VALUE "00".
01 WS-AUTHLOG-STATUS PIC X(02) VALUE "00".
   88 AUTHLOG-OK VALUE "00".
01 WS-CATMAST-STATUS PIC X(02) VALUE "00".
   88 CATMAST-OK VALUE "00".
01 WS-CARD-NUM-TEXT PIC X(16) VALUE SPACES.
01 WS-DECISION PIC X(01) VALUE SPACES.
   88 WS-DECISION-CAPTURE VALUE "C".
   88 WS-DECISION-QUIT VALUE "Q".
01 WS-POST-OK-SW PIC X(01) VALUE "N".
   88 WS-POST-OK VALUE "Y".
01 WS-CATEGORY-TEXT PIC X(10) VALUE SPACES.
01 WS-CATEGORY-OK-SW PIC X(01) VALUE "N".
   88 WS-CATEGORY-OK VALUE "Y".
01 WS-CAPTURED-COUNT PIC 9(04) VALUE ZERO.
01 WS-RELEASED-COUNT PIC 9(04) VALUE ZERO.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
    END-EVALUATE.

CAPTURE-HOLD.
    PERFORM GET-CAPTURE-CATEGORY
    IF NOT WS-CATEGORY-OK
        DISPLAY "Hold " PAU-AUTH-CODE " left pending."
    ELSE
        PERFORM POST-CAPTURED-TRANSACTION
        IF WS-POST-OK
            PERFORM LOG-DECISION
            DELETE PENDAUTH-FILE RECORD
            ADD 1 TO WS-CAPTURED-COUNT
            DISPLAY "Hold " PAU-AUTH-CODE " captured."
        ELSE
            DISPLAY "Capture of " PAU-AUTH-CODE " not posted, status="
                WS-TRANSACT-STATUS
        END-IF
    END-IF.

GET-CAPTURE-CATEGORY.
    MOVE "N" TO WS-CATEGORY-OK-SW
    DISPLAY "Category (blank = CAPTURE): " WITH NO ADVANCING
    ACCEPT WS-CATEGORY-TEXT
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CATEGORY-TEXT))
        TO WS-CATEGORY-TEXT
    IF WS-CATEGORY-TEXT = SPACES
        MOVE "CAPTURE" TO WS-CATEGORY-TEXT
    END-IF
    OPEN INPUT CATMAST-FILE
    IF NOT CATMAST-OK
        DISPLAY "Unable to open CATMAST file, status="
            WS-CATMAST-STATUS
    ELSE
        MOVE WS-CATEGORY-TEXT TO CAT-CODE
        READ CATMAST-FILE
            INVALID KEY
                DISPLAY "Category " FUNCTION TRIM(WS-CATEGORY-TEXT)
                    " is not a valid category code."
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN NOT CAT-STATUS-ACTIVE
                        DISPLAY "Category "
                            FUNCTION TRIM(WS-CATEGORY-TEXT)
                            " is no longer in use."
                    WHEN CAT-IS-SYSTEM-ONLY
                        DISPLAY "Category "
                            FUNCTION TRIM(WS-CATEGORY-TEXT)
                            " is reserved for system postings."
                    WHEN OTHER
                        SET WS-CATEGORY-OK TO TRUE
                END-EVALUATE
        END-READ
        CLOSE CATMAST-FILE
    END-IF.

RELEASE-HOLD.
        MOVE PAU-CARD-NUM TO TRAN-CARD-NUM
        MOVE PAU-HOLD-AMOUNT TO TRAN-AMOUNT
        MOVE PAU-MERCHANT-NAME TO TRAN-MERCHANT-NAME
        MOVE WS-CATEGORY-TEXT TO TRAN-CATEGORY
        MOVE WS-TRAN-TIMESTAMP TO TRAN-ORIG-TIMESTAMP
        MOVE "N" TO TRAN-POSTED-FLAG
        WRITE TRAN-RECORD
