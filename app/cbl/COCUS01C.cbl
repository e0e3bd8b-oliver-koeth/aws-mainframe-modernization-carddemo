        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        FILE STATUS IS WS-CUSTDAT-STATUS.
    SELECT CHGLOG-FILE ASSIGN TO "CHGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CUSTDAT-FILE.
COPY CVCUS01Y.

FD  CHGLOG-FILE.
COPY CSCHG01Y.

WORKING-STORAGE SECTION.
01 WS-CUSTDAT-STATUS PIC X(02) VALUE "00".
   88 CUSTDAT-OK VALUE "00".
   88 CUSTDAT-NOTFOUND VALUE "23".
01 WS-CHGLOG-STATUS PIC X(02) VALUE "00".
   88 CHGLOG-OK VALUE "00".
01 WS-CUST-ID-TEXT PIC X(09) VALUE SPACES.
01 WS-NEW-CUST-ID PIC 9(09) VALUE ZERO.
01 WS-FIELD-TEXT PIC X(30) VALUE SPACES.
01 WS-SSN-TEXT PIC X(09) VALUE SPACES.
01 WS-CONFIRM PIC X(01) VALUE "N".
   88 WS-CONFIRMED VALUE "Y".
01 WS-OLD-CUSTOMER.
   05 WS-OLD-FNAME PIC X(25).
   05 WS-OLD-MNAME PIC X(25).
   05 WS-OLD-LNAME PIC X(25).
   05 WS-OLD-ADDR-LINE1 PIC X(30).
   05 WS-OLD-ADDR-LINE2 PIC X(30).
   05 WS-OLD-CITY PIC X(20).
   05 WS-OLD-STATE PIC X(02).
   05 WS-OLD-ZIP PIC X(10).
   05 WS-OLD-PHONE PIC X(12).
   05 WS-OLD-SSN PIC 9(09).
01 WS-CHG-ACTION PIC X(06) VALUE SPACES.
01 WS-SSN-MASK PIC X(09) VALUE SPACES.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.

LINKAGE SECTION.
COPY COCOM01Y.
            INVALID KEY
                DISPLAY "Customer " CUST-ID " already exists."
            NOT INVALID KEY
                MOVE SPACES TO WS-OLD-CUSTOMER
                MOVE ZERO TO WS-OLD-SSN
                MOVE "ADD" TO WS-CHG-ACTION
                PERFORM LOG-CUSTOMER-CHANGES
                DISPLAY "Customer " CUST-ID " added."
        END-WRITE
    ELSE
UPDATE-EXISTING-CUSTOMER.
    DISPLAY "Updating " FUNCTION TRIM(CUST-FNAME) " "
        FUNCTION TRIM(CUST-LNAME) " (blank = keep each field)"
    MOVE CUST-FNAME TO WS-OLD-FNAME
    MOVE CUST-MNAME TO WS-OLD-MNAME
    MOVE CUST-LNAME TO WS-OLD-LNAME
    MOVE CUST-ADDR-LINE1 TO WS-OLD-ADDR-LINE1
    MOVE CUST-ADDR-LINE2 TO WS-OLD-ADDR-LINE2
    MOVE CUST-CITY TO WS-OLD-CITY
    MOVE CUST-STATE TO WS-OLD-STATE
    MOVE CUST-ZIP TO WS-OLD-ZIP
    MOVE CUST-PHONE TO WS-OLD-PHONE
    MOVE CUST-SSN TO WS-OLD-SSN
    PERFORM PROMPT-NAME-FIELDS
    PERFORM PROMPT-ADDRESS-FIELDS
    PERFORM PROMPT-SSN-FIELD
    REWRITE CUSTOMER-RECORD
    IF CUSTDAT-OK
        MOVE "CHANGE" TO WS-CHG-ACTION
        PERFORM LOG-CUSTOMER-CHANGES
    END-IF
    DISPLAY "Customer " CUST-ID " updated.".

PROMPT-NAME-FIELDS.
            DISPLAY "SSN must be numeric - kept as is."
        END-IF
    END-IF.

LOG-CUSTOMER-CHANGES.
    PERFORM OPEN-CHANGE-LOG
    MOVE "CUST-FNAME" TO CHG-FIELD
    MOVE WS-OLD-FNAME TO CHG-BEFORE
    MOVE CUST-FNAME TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CUST-MNAME" TO CHG-FIELD
    MOVE WS-OLD-MNAME TO CHG-BEFORE
    MOVE CUST-MNAME TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CUST-LNAME" TO CHG-FIELD
    MOVE WS-OLD-LNAME TO CHG-BEFORE
    MOVE CUST-LNAME TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CUST-ADDR-LINE1" TO CHG-FIELD
    MOVE WS-OLD-ADDR-LINE1 TO CHG-BEFORE
    MOVE CUST-ADDR-LINE1 TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CUST-ADDR-LINE2" TO CHG-FIELD
    MOVE WS-OLD-ADDR-LINE2 TO CHG-BEFORE
    MOVE CUST-ADDR-LINE2 TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CUST-CITY" TO CHG-FIELD
    MOVE WS-OLD-CITY TO CHG-BEFORE
    MOVE CUST-CITY TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CUST-STATE" TO CHG-FIELD
    MOVE WS-OLD-STATE TO CHG-BEFORE
    MOVE CUST-STATE TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CUST-ZIP" TO CHG-FIELD
    MOVE WS-OLD-ZIP TO CHG-BEFORE
    MOVE CUST-ZIP TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    MOVE "CUST-PHONE" TO CHG-FIELD
    MOVE WS-OLD-PHONE TO CHG-BEFORE
    MOVE CUST-PHONE TO CHG-AFTER
    PERFORM WRITE-IF-CHANGED
    IF CUST-SSN NOT = WS-OLD-SSN
        MOVE "CUST-SSN" TO CHG-FIELD
        MOVE SPACES TO CHG-BEFORE
        IF WS-OLD-SSN NOT = ZERO
            MOVE SPACES TO WS-SSN-MASK
            STRING "*****" WS-OLD-SSN(6:4)
                DELIMITED SIZE INTO WS-SSN-MASK
            MOVE WS-SSN-MASK TO CHG-BEFORE
        END-IF
        MOVE SPACES TO WS-SSN-MASK
        STRING "*****" CUST-SSN(6:4)
            DELIMITED SIZE INTO WS-SSN-MASK
        MOVE WS-SSN-MASK TO CHG-AFTER
        PERFORM WRITE-CHANGE-LOG
    END-IF
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
    MOVE "COCUS01C" TO CHG-PROGRAM
    SET CHG-FILE-CUSTDAT TO TRUE
    MOVE WS-CHG-ACTION TO CHG-ACTION
    MOVE CUST-ID TO CHG-KEY
    WRITE CHANGE-LOG-RECORD.
