>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. COCAT00C.
AUTHOR. AWS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CATMAST-FILE ASSIGN TO "CATMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-CODE
        FILE STATUS IS WS-CATMAST-STATUS.
    SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CATMAST-FILE.
COPY CSCAT01Y.

FD  CHGLOG-FILE.
COPY CSCHG01Y.

WORKING-STORAGE SECTION.
01 WS-CATMAST-STATUS PIC X(02) VALUE "00".
   88 CATMAST-OK VALUE "00".
   88 CATMAST-EOF VALUE "10".
   88 CATMAST-NOTFOUND VALUE "23".
   88 CATMAST-NOFILE VALUE "35".
01 WS-CHGLOG-STATUS PIC X(02) VALUE "00".
   88 CHGLOG-OK VALUE "00".

01 WS-ACTION PIC X(01) VALUE SPACES.
01 WS-CODE-TEXT PIC X(20) VALUE SPACES.
01 WS-FIELD-TEXT PIC X(40) VALUE SPACES.
01 WS-FLAG-VALUE PIC X(01) VALUE SPACES.
   88 WS-FLAG-VALID VALUES "Y" "N".
01 WS-CONFIRM PIC X(01) VALUE "N".
   88 WS-CONFIRMED VALUE "Y".
01 WS-INPUT-ERROR-SW PIC X(01) VALUE "N".
   88 WS-INPUT-ERROR VALUE "Y".
01 WS-PAGE-SIZE PIC 9(02) VALUE 15.
01 WS-PAGE-LINES PIC 9(02) VALUE ZERO.
01 WS-CATEGORY-COUNT PIC 9(05) VALUE ZERO.
01 WS-MORE-REPLY PIC X(01) VALUE "Y".
   88 WS-MORE-WANTED VALUE "Y".
01 WS-STATUS-TEXT PIC X(08) VALUE SPACES.
01 WS-OLD-CATEGORY.
   05 WS-OLD-DESCRIPTION PIC X(30).
   05 WS-OLD-CASH-LIKE PIC X(01).
   05 WS-OLD-HIGH-RISK PIC X(01).
   05 WS-OLD-SYSTEM-ONLY PIC X(01).
   05 WS-OLD-STATUS PIC X(01).
01 WS-CHG-ACTION PIC X(06) VALUE SPACES.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.

LINKAGE SECTION.
COPY COCOM01Y.

PROCEDURE DIVISION USING CARDDEMO-COMMAREA.
MAIN-PARA.
    OPEN I-O CATMAST-FILE
    IF CATMAST-NOFILE
        OPEN OUTPUT CATMAST-FILE
        CLOSE CATMAST-FILE
        OPEN I-O CATMAST-FILE
    END-IF
    IF NOT CATMAST-OK
        DISPLAY "Unable to open CATMAST file, status="
            WS-CATMAST-STATUS
    ELSE
        PERFORM LIST-CATEGORIES
        DISPLAY "A = add category, U = update category,"
            " blank = return: " WITH NO ADVANCING
        ACCEPT WS-ACTION
        MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
        EVALUATE TRUE
            WHEN WS-ACTION = "A"
                PERFORM ADD-CATEGORY
            WHEN WS-ACTION = "U"
                PERFORM UPDATE-CATEGORY
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        CLOSE CATMAST-FILE
    END-IF

    MOVE "COCAT00C" TO CDEMO-FROM-PROGRAM
    GOBACK.

LIST-CATEGORIES.
    MOVE ZERO TO WS-CATEGORY-COUNT
    MOVE ZERO TO WS-PAGE-LINES
    MOVE "Y" TO WS-MORE-REPLY
    DISPLAY SPACE
    DISPLAY "Merchant Category Master"
    DISPLAY "Code       Description                    Cash Risk Sys"
        "  Status   Updated"
    MOVE LOW-VALUES TO CAT-CODE
    START CATMAST-FILE KEY IS NOT LESS THAN CAT-CODE
        INVALID KEY SET CATMAST-EOF TO TRUE
    END-START
    PERFORM UNTIL CATMAST-EOF OR NOT WS-MORE-WANTED
        READ CATMAST-FILE NEXT RECORD
            AT END SET CATMAST-EOF TO TRUE
            NOT AT END
                PERFORM DISPLAY-CATEGORY-LINE
        END-READ
    END-PERFORM
    MOVE "00" TO WS-CATMAST-STATUS
    IF WS-CATEGORY-COUNT = ZERO
        DISPLAY "No categories on file."
    END-IF
    DISPLAY SPACE.

DISPLAY-CATEGORY-LINE.
    PERFORM SET-STATUS-TEXT
    DISPLAY CAT-CODE " " CAT-DESCRIPTION " "
        CAT-CASH-LIKE "    " CAT-HIGH-RISK "    " CAT-SYSTEM-ONLY "    "
        WS-STATUS-TEXT " " CAT-UPDATED-DATE " " CAT-UPDATED-BY
    ADD 1 TO WS-CATEGORY-COUNT
    ADD 1 TO WS-PAGE-LINES
    IF WS-PAGE-LINES = WS-PAGE-SIZE
        MOVE ZERO TO WS-PAGE-LINES
        DISPLAY "More? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-MORE-REPLY
        MOVE FUNCTION UPPER-CASE(WS-MORE-REPLY) TO WS-MORE-REPLY
    END-IF.

SET-STATUS-TEXT.
    EVALUATE TRUE
        WHEN CAT-STATUS-ACTIVE
            MOVE "ACTIVE" TO WS-STATUS-TEXT
        WHEN CAT-STATUS-INACTIVE
            MOVE "INACTIVE" TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE CAT-STATUS TO WS-STATUS-TEXT
    END-EVALUATE.

GET-CATEGORY-CODE.
    MOVE "N" TO WS-INPUT-ERROR-SW
    DISPLAY "Category code (up to 10 characters): " WITH NO ADVANCING
    ACCEPT WS-CODE-TEXT
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CODE-TEXT))
        TO WS-CODE-TEXT
    IF WS-CODE-TEXT = SPACES
        DISPLAY "Category code is required."
        SET WS-INPUT-ERROR TO TRUE
    ELSE
        IF WS-CODE-TEXT(11:10) NOT = SPACES
            DISPLAY "Category code cannot exceed 10 characters."
            SET WS-INPUT-ERROR TO TRUE
        ELSE
            MOVE WS-CODE-TEXT(1:10) TO CAT-CODE
        END-IF
    END-IF.

ADD-CATEGORY.
    PERFORM GET-CATEGORY-CODE
    IF NOT WS-INPUT-ERROR
        READ CATMAST-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                DISPLAY "Category " FUNCTION TRIM(CAT-CODE)
                    " is already on file - use U to update it."
                SET WS-INPUT-ERROR TO TRUE
        END-READ
    END-IF
    IF NOT WS-INPUT-ERROR
        MOVE SPACES TO CATEGORY-RECORD
        MOVE WS-CODE-TEXT(1:10) TO CAT-CODE
        MOVE "N" TO CAT-CASH-LIKE
        MOVE "N" TO CAT-HIGH-RISK
        MOVE "N" TO CAT-SYSTEM-ONLY
        SET CAT-STATUS-ACTIVE TO TRUE
        MOVE SPACES TO WS-OLD-CATEGORY
        PERFORM PROMPT-CATEGORY-FIELDS
        IF WS-INPUT-ERROR
            DISPLAY "Category not saved."
        ELSE
            PERFORM CONFIRM-CATEGORY
            IF WS-CONFIRMED
                PERFORM STAMP-CATEGORY
                WRITE CATEGORY-RECORD
                    INVALID KEY
                        DISPLAY "Unable to add category "
                            FUNCTION TRIM(CAT-CODE) ", status="
                            WS-CATMAST-STATUS
                    NOT INVALID KEY
                        MOVE "ADD" TO WS-CHG-ACTION
                        PERFORM LOG-CATEGORY-CHANGES
                        DISPLAY "Category " FUNCTION TRIM(CAT-CODE)
                            " added."
                END-WRITE
            ELSE
                DISPLAY "Category not saved."
            END-IF
        END-IF
    END-IF.

UPDATE-CATEGORY.
    PERFORM GET-CATEGORY-CODE
    IF NOT WS-INPUT-ERROR
        READ CATMAST-FILE
            INVALID KEY
                DISPLAY "Category " FUNCTION TRIM(CAT-CODE)
                    " is not on file."
                SET WS-INPUT-ERROR TO TRUE
        END-READ
    END-IF
    IF NOT WS-INPUT-ERROR
        MOVE CAT-DESCRIPTION TO WS-OLD-DESCRIPTION
        MOVE CAT-CASH-LIKE TO WS-OLD-CASH-LIKE
        MOVE CAT-HIGH-RISK TO WS-OLD-HIGH-RISK
        MOVE CAT-SYSTEM-ONLY TO WS-OLD-SYSTEM-ONLY
        MOVE CAT-STATUS TO WS-OLD-STATUS
        DISPLAY "Enter new values (blank = keep each field)"
        PERFORM PROMPT-CATEGORY-FIELDS
        IF NOT WS-INPUT-ERROR
            DISPLAY "Status (A = active, I = inactive) ["
                CAT-STATUS "]: " WITH NO ADVANCING
            ACCEPT WS-FIELD-TEXT
            IF FUNCTION TRIM(WS-FIELD-TEXT) NOT = SPACES
                MOVE FUNCTION UPPER-CASE(WS-FIELD-TEXT(1:1))
                    TO CAT-STATUS
            END-IF
            IF NOT CAT-STATUS-VALID
                DISPLAY "Status must be A or I."
                SET WS-INPUT-ERROR TO TRUE
            END-IF
        END-IF
        IF WS-INPUT-ERROR
            DISPLAY "Changes not saved."
        ELSE
            IF CAT-DESCRIPTION = WS-OLD-DESCRIPTION
               AND CAT-CASH-LIKE = WS-OLD-CASH-LIKE
               AND CAT-HIGH-RISK = WS-OLD-HIGH-RISK
               AND CAT-SYSTEM-ONLY = WS-OLD-SYSTEM-ONLY
               AND CAT-STATUS = WS-OLD-STATUS
                DISPLAY "No changes made."
            ELSE
                PERFORM CONFIRM-CATEGORY
                IF WS-CONFIRMED
                    PERFORM STAMP-CATEGORY
                    REWRITE CATEGORY-RECORD
                    IF CATMAST-OK
                        MOVE "CHANGE" TO WS-CHG-ACTION
                        PERFORM LOG-CATEGORY-CHANGES
                        DISPLAY "Category " FUNCTION TRIM(CAT-CODE)
                            " updated."
                    ELSE
                        DISPLAY "Unable to update CATMAST, status="
                            WS-CATMAST-STATUS
                    END-IF
                ELSE
                    DISPLAY "Changes cancelled."
                END-IF
            END-IF
        END-IF
    END-IF.

PROMPT-CATEGORY-FIELDS.
    MOVE "N" TO WS-INPUT-ERROR-SW
    DISPLAY "Description: " WITH NO ADVANCING
    ACCEPT WS-FIELD-TEXT
    IF FUNCTION TRIM(WS-FIELD-TEXT) NOT = SPACES
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-TEXT))
            TO CAT-DESCRIPTION
    END-IF
    IF CAT-DESCRIPTION = SPACES
        DISPLAY "Description is required."
        SET WS-INPUT-ERROR TO TRUE
    END-IF

    DISPLAY "Cash-like (Y/N) [" CAT-CASH-LIKE "]: " WITH NO ADVANCING
    PERFORM ACCEPT-FLAG
    IF WS-FLAG-VALUE NOT = SPACES
        MOVE WS-FLAG-VALUE TO CAT-CASH-LIKE
    END-IF

    DISPLAY "High-risk (Y/N) [" CAT-HIGH-RISK "]: " WITH NO ADVANCING
    PERFORM ACCEPT-FLAG
    IF WS-FLAG-VALUE NOT = SPACES
        MOVE WS-FLAG-VALUE TO CAT-HIGH-RISK
    END-IF

    DISPLAY "System-only, not keyable online (Y/N) ["
        CAT-SYSTEM-ONLY "]: " WITH NO ADVANCING
    PERFORM ACCEPT-FLAG
    IF WS-FLAG-VALUE NOT = SPACES
        MOVE WS-FLAG-VALUE TO CAT-SYSTEM-ONLY
    END-IF.

ACCEPT-FLAG.
    MOVE SPACES TO WS-FIELD-TEXT
    ACCEPT WS-FIELD-TEXT
    MOVE FUNCTION UPPER-CASE(WS-FIELD-TEXT(1:1)) TO WS-FLAG-VALUE
    IF WS-FLAG-VALUE NOT = SPACES AND NOT WS-FLAG-VALID
        DISPLAY "Flags must be Y or N."
        MOVE SPACES TO WS-FLAG-VALUE
        SET WS-INPUT-ERROR TO TRUE
    END-IF.

CONFIRM-CATEGORY.
    PERFORM SET-STATUS-TEXT
    DISPLAY "Save " FUNCTION TRIM(CAT-CODE) " - "
        FUNCTION TRIM(CAT-DESCRIPTION)
        " (cash-like " CAT-CASH-LIKE ", high-risk " CAT-HIGH-RISK
        ", system-only " CAT-SYSTEM-ONLY ", "
        FUNCTION TRIM(WS-STATUS-TEXT) ")? (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.

STAMP-CATEGORY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO CAT-UPDATED-DATE
    MOVE CDEMO-USER-ID TO CAT-UPDATED-BY.

LOG-CATEGORY-CHANGES.
    PERFORM OPEN-CHANGE-LOG
    MOVE "CAT-DESCRIPTION" TO CHG-FIELD
    MOVE WS-OLD-DESCRIPTION TO CHG-BEFORE
    MOVE CAT-DESCRIPTION TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CAT-CASH-LIKE" TO CHG-FIELD
    MOVE WS-OLD-CASH-LIKE TO CHG-BEFORE
    MOVE CAT-CASH-LIKE TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CAT-HIGH-RISK" TO CHG-FIELD
    MOVE WS-OLD-HIGH-RISK TO CHG-BEFORE
    MOVE CAT-HIGH-RISK TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CAT-SYSTEM-ONLY" TO CHG-FIELD
    MOVE WS-OLD-SYSTEM-ONLY TO CHG-BEFORE
    MOVE CAT-SYSTEM-ONLY TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CAT-STATUS" TO CHG-FIELD
    MOVE WS-OLD-STATUS TO CHG-BEFORE
    MOVE CAT-STATUS TO CHG-AFTER
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
    MOVE "COCAT00C" TO CHG-PROGRAM
    SET CHG-FILE-CATMAST TO TRUE
    MOVE WS-CHG-ACTION TO CHG-ACTION
    MOVE CAT-CODE TO CHG-KEY
    WRITE CHANGE-LOG-RECORD.
