>>SOURCE FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CODSP00C.
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
    SELECT CARDDAT-FILE ASSIGN TO "CARDDAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CARD-NUM
        ALTERNATE RECORD KEY IS CARD-ACCT-ID WITH DUPLICATES
        FILE STATUS IS WS-CARDDAT-STATUS.
    SELECT CATMAST-FILE ASSIGN TO "CATMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-CODE
        FILE STATUS IS WS-CATMAST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DISPUTE-FILE.
COPY CSDSP01Y.

FD  TRANSACT-FILE.
COPY CVTRN01Y.

FD  CARDDAT-FILE.
COPY CVCRD01Y.

FD  CATMAST-FILE.
COPY CSCAT01Y.

WORKING-STORAGE SECTION.
01 WS-DISPUTE-STATUS PIC X(02) VALUE "00".
   88 DISPUTE-OK VALUE "00".
   88 DISPUTE-NOFILE VALUE "35".
01 WS-TRANSACT-STATUS PIC X(02) VALUE "00".
   88 TRANSACT-OK VALUE "00".
01 WS-CARDDAT-STATUS PIC X(02) VALUE "00".
   88 CARDDAT-OK VALUE "00".
01 WS-CATMAST-STATUS PIC X(02) VALUE "00".
   88 CATMAST-OK VALUE "00".
01 WS-SEARCH-TRAN-ID PIC X(16) VALUE SPACES.
01 WS-REASON-TEXT PIC X(04) VALUE SPACES.
01 WS-AMOUNT-TEXT PIC X(16) VALUE SPACES.
01 WS-NOTE-TEXT PIC X(40) VALUE SPACES.
01 WS-RESOLUTION PIC X(01) VALUE SPACES.
   88 WS-RESOLUTION-WON VALUE "W".
   88 WS-RESOLUTION-LOST VALUE "L".
01 WS-CONFIRM PIC X(01) VALUE "N".
   88 WS-CONFIRMED VALUE "Y".
01 WS-DISPUTABLE-SW PIC X(01) VALUE "N".
   88 WS-DISPUTABLE VALUE "Y".
01 WS-DISPUTE-AMOUNT PIC S9(09)V99 VALUE ZERO.
01 WS-CASE-ACCT-ID PIC 9(11) VALUE ZERO.
01 WS-CASE-CARD-NUM PIC 9(16) VALUE ZERO.
01 WS-CASE-MERCHANT PIC X(30) VALUE SPACES.
01 WS-DEADLINE-DAYS PIC 9(03) VALUE 045.
01 WS-DEADLINE-DAYS-TEXT PIC X(03) VALUE SPACES.
01 WS-DEADLINE-INTEGER PIC 9(07) VALUE ZERO.
01 WS-DEADLINE-YYYYMMDD.
   05 WS-DEADLINE-YYYY PIC 9(04).
   05 WS-DEADLINE-MM PIC 9(02).
   05 WS-DEADLINE-DD PIC 9(02).
01 WS-TODAY-DATE PIC X(10) VALUE SPACES.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-CURRENT-TIMESTAMP PIC X(26) VALUE SPACES.
01 WS-TRAN-TIMESTAMP PIC X(26) VALUE SPACES.

LINKAGE SECTION.
COPY COCOM01Y.

PROCEDURE DIVISION USING CARDDEMO-COMMAREA.
MAIN-PARA.
    PERFORM GET-DISPUTE-PARMS
    PERFORM GET-TRANSACTION-ID
    IF WS-SEARCH-TRAN-ID = SPACES
        DISPLAY "No transaction id entered."
    ELSE
        PERFORM OPEN-DISPUTE-FILE
        IF NOT DISPUTE-OK
            DISPLAY "Unable to open DISPUTE file, status="
                WS-DISPUTE-STATUS
        ELSE
            MOVE WS-SEARCH-TRAN-ID TO DSP-TRAN-ID
            READ DISPUTE-FILE KEY IS DSP-TRAN-ID
                INVALID KEY
                    PERFORM OPEN-NEW-CASE
                NOT INVALID KEY
                    PERFORM SHOW-EXISTING-CASE
            END-READ
            CLOSE DISPUTE-FILE
        END-IF
    END-IF

    MOVE "CODSP00C" TO CDEMO-FROM-PROGRAM
    GOBACK.

GET-DISPUTE-PARMS.
    ACCEPT WS-DEADLINE-DAYS-TEXT
        FROM ENVIRONMENT "CARDDEMO-DISPUTE-DAYS"
    IF WS-DEADLINE-DAYS-TEXT NOT = SPACES
        COMPUTE WS-DEADLINE-DAYS =
            FUNCTION NUMVAL(WS-DEADLINE-DAYS-TEXT)
    END-IF.

GET-TRANSACTION-ID.
    IF CDEMO-FROM-PROGRAM = "COTRN01C" AND CDEMO-TRAN-ID NOT = SPACES
        MOVE CDEMO-TRAN-ID TO WS-SEARCH-TRAN-ID
    ELSE
        DISPLAY "Transaction ID in dispute: " WITH NO ADVANCING
        ACCEPT WS-SEARCH-TRAN-ID
    END-IF.

OPEN-DISPUTE-FILE.
    OPEN I-O DISPUTE-FILE
    IF DISPUTE-NOFILE
        OPEN OUTPUT DISPUTE-FILE
        CLOSE DISPUTE-FILE
        OPEN I-O DISPUTE-FILE
    END-IF.

OPEN-NEW-CASE.
    OPEN I-O TRANSACT-FILE
    IF NOT TRANSACT-OK
        DISPLAY "Unable to open TRANSACT file, status="
            WS-TRANSACT-STATUS
    ELSE
        MOVE WS-SEARCH-TRAN-ID TO TRAN-ID
        READ TRANSACT-FILE
            INVALID KEY
                DISPLAY "Transaction " WS-SEARCH-TRAN-ID " not found."
            NOT INVALID KEY
                PERFORM CHECK-DISPUTABLE
                IF WS-DISPUTABLE
                    PERFORM GET-CASE-DETAILS
                END-IF
                IF WS-DISPUTABLE
                    PERFORM CREATE-CASE
                END-IF
        END-READ
        CLOSE TRANSACT-FILE
    END-IF.

CHECK-DISPUTABLE.
    SET WS-DISPUTABLE TO TRUE
    EVALUATE TRUE
        WHEN TRAN-AMOUNT NOT > ZERO
            DISPLAY "Only charges can be disputed - transaction "
                TRAN-ID " is a credit."
            MOVE "N" TO WS-DISPUTABLE-SW
        WHEN OTHER
            PERFORM CHECK-DISPUTE-CATEGORY
    END-EVALUATE
    IF WS-DISPUTABLE
        MOVE TRAN-CARD-NUM TO WS-CASE-CARD-NUM
        MOVE TRAN-MERCHANT-NAME TO WS-CASE-MERCHANT
        PERFORM RESOLVE-CASE-ACCOUNT
    END-IF.

CHECK-DISPUTE-CATEGORY.
    IF TRAN-CATEGORY = "CASHADV"
        CONTINUE
    ELSE
        OPEN INPUT CATMAST-FILE
        IF NOT CATMAST-OK
            DISPLAY "Unable to open CATMAST file, status="
                WS-CATMAST-STATUS
            MOVE "N" TO WS-DISPUTABLE-SW
        ELSE
            MOVE TRAN-CATEGORY TO CAT-CODE
            READ CATMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CAT-IS-SYSTEM-ONLY
                        DISPLAY "Transaction category "
                            FUNCTION TRIM(TRAN-CATEGORY)
                            " is not eligible for a network dispute."
                        MOVE "N" TO WS-DISPUTABLE-SW
                    END-IF
            END-READ
            CLOSE CATMAST-FILE
        END-IF
    END-IF.

RESOLVE-CASE-ACCOUNT.
    OPEN INPUT CARDDAT-FILE
    IF NOT CARDDAT-OK
        DISPLAY "Unable to open CARDDAT file, status="
            WS-CARDDAT-STATUS
        MOVE "N" TO WS-DISPUTABLE-SW
    ELSE
        MOVE WS-CASE-CARD-NUM TO CARD-NUM
        READ CARDDAT-FILE
            INVALID KEY
                DISPLAY "Card " WS-CASE-CARD-NUM " not on file."
                MOVE "N" TO WS-DISPUTABLE-SW
            NOT INVALID KEY
                MOVE CARD-ACCT-ID TO WS-CASE-ACCT-ID
        END-READ
        CLOSE CARDDAT-FILE
    END-IF.

GET-CASE-DETAILS.
    MOVE TRAN-AMOUNT TO WS-DISPLAY-AMOUNT
    DISPLAY SPACE
    DISPLAY "Open dispute on " TRAN-ID " "
        FUNCTION TRIM(TRAN-MERCHANT-NAME) " " WS-DISPLAY-AMOUNT
    DISPLAY "Reason: AMNT=wrong amount, DUPL=duplicate,"
        " NREC=not received, UNAU=unauthorized"
    DISPLAY "Reason code: " WITH NO ADVANCING
    ACCEPT WS-REASON-TEXT
    MOVE FUNCTION UPPER-CASE(WS-REASON-TEXT) TO DSP-REASON-CODE
    IF NOT DSP-REASON-VALID
        DISPLAY "Invalid reason code - no case opened."
        MOVE "N" TO WS-DISPUTABLE-SW
    ELSE
        DISPLAY "Disputed amount (blank = " WS-DISPLAY-AMOUNT "): "
            WITH NO ADVANCING
        ACCEPT WS-AMOUNT-TEXT
        IF FUNCTION TRIM(WS-AMOUNT-TEXT) = SPACES
            MOVE TRAN-AMOUNT TO WS-DISPUTE-AMOUNT
        ELSE
            COMPUTE WS-DISPUTE-AMOUNT =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-AMOUNT-TEXT))
        END-IF
        IF WS-DISPUTE-AMOUNT NOT > ZERO
           OR WS-DISPUTE-AMOUNT > TRAN-AMOUNT
            DISPLAY "Disputed amount must be greater than zero and"
                " not more than the transaction amount."
            MOVE "N" TO WS-DISPUTABLE-SW
        ELSE
            DISPLAY "Case note (optional): " WITH NO ADVANCING
            ACCEPT WS-NOTE-TEXT
            MOVE WS-DISPUTE-AMOUNT TO WS-DISPLAY-AMOUNT
            DISPLAY "Open case and post provisional credit of "
                WS-DISPLAY-AMOUNT "? (Y/N): " WITH NO ADVANCING
            ACCEPT WS-CONFIRM
            MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
            IF NOT WS-CONFIRMED
                DISPLAY "Dispute cancelled."
                MOVE "N" TO WS-DISPUTABLE-SW
            END-IF
        END-IF
    END-IF.

CREATE-CASE.
    PERFORM BUILD-TRAN-TIMESTAMP
    PERFORM COMPUTE-DEADLINE-DATE
    MOVE SPACES TO DSP-CASE-ID
    STRING "DC" DELIMITED SIZE
        WS-CURRENT-TIMESTAMP(1:14) DELIMITED SIZE
        INTO DSP-CASE-ID
    MOVE WS-SEARCH-TRAN-ID TO DSP-TRAN-ID
    MOVE WS-CASE-CARD-NUM TO DSP-CARD-NUM
    MOVE WS-CASE-ACCT-ID TO DSP-ACCT-ID
    MOVE WS-DISPUTE-AMOUNT TO DSP-AMOUNT
    SET DSP-STATUS-OPEN TO TRUE
    MOVE WS-TODAY-DATE TO DSP-OPEN-DATE
    MOVE SPACES TO DSP-RESOLVED-DATE
    MOVE CDEMO-USER-ID TO DSP-OPENED-BY
    MOVE SPACES TO DSP-RESOLVED-BY
    MOVE SPACES TO DSP-PROV-TRAN-ID
    STRING "DP" DELIMITED SIZE
        WS-CURRENT-TIMESTAMP(1:14) DELIMITED SIZE
        INTO DSP-PROV-TRAN-ID
    MOVE SPACES TO DSP-REVERSAL-TRAN-ID
    MOVE WS-NOTE-TEXT TO DSP-NOTE
    WRITE DISPUTE-CASE-RECORD
        INVALID KEY
            DISPLAY "Case id " DSP-CASE-ID
                " already exists - try again."
        NOT INVALID KEY
            PERFORM POST-PROVISIONAL-CREDIT
    END-WRITE.

POST-PROVISIONAL-CREDIT.
    MOVE DSP-PROV-TRAN-ID TO TRAN-ID
    MOVE WS-CASE-CARD-NUM TO TRAN-CARD-NUM
    COMPUTE TRAN-AMOUNT = ZERO - WS-DISPUTE-AMOUNT
    MOVE WS-CASE-MERCHANT TO TRAN-MERCHANT-NAME
    MOVE "DISPUTE" TO TRAN-CATEGORY
    MOVE WS-TRAN-TIMESTAMP TO TRAN-ORIG-TIMESTAMP
    MOVE "N" TO TRAN-POSTED-FLAG
    WRITE TRAN-RECORD
        INVALID KEY
            DISPLAY "Provisional credit " TRAN-ID
                " could not be written - case withdrawn, try again."
            DELETE DISPUTE-FILE RECORD
        NOT INVALID KEY
            MOVE DSP-CASE-ID TO CDEMO-CONFIRMATION-NUM
            MOVE WS-CASE-ACCT-ID TO CDEMO-ACCT-ID
            MOVE WS-CASE-CARD-NUM TO CDEMO-CARD-NUM
            DISPLAY "Dispute case " DSP-CASE-ID " opened, response due "
                DSP-DEADLINE-DATE "."
            DISPLAY "Provisional credit " TRAN-ID
                " will post with the next TRANPOST run."
    END-WRITE.

SHOW-EXISTING-CASE.
    MOVE DSP-AMOUNT TO WS-DISPLAY-AMOUNT
    DISPLAY SPACE
    DISPLAY "Dispute Case Detail"
    DISPLAY "Case ID:        " DSP-CASE-ID
    DISPLAY "Transaction ID: " DSP-TRAN-ID
    DISPLAY "Card / account: " DSP-CARD-NUM " / " DSP-ACCT-ID
    DISPLAY "Reason:         " DSP-REASON-CODE
    DISPLAY "Amount:         " WS-DISPLAY-AMOUNT
    DISPLAY "Status:         " DSP-STATUS
        "  (O=open W=won L=lost F=finalized R=reversed)"
    DISPLAY "Opened:         " DSP-OPEN-DATE " by " DSP-OPENED-BY
    DISPLAY "Response due:   " DSP-DEADLINE-DATE
    IF DSP-RESOLVED-DATE NOT = SPACES
        DISPLAY "Resolved:       " DSP-RESOLVED-DATE
            " by " DSP-RESOLVED-BY
    END-IF
    DISPLAY "Provisional:    " DSP-PROV-TRAN-ID
    IF DSP-REVERSAL-TRAN-ID NOT = SPACES
        DISPLAY "Reversal:       " DSP-REVERSAL-TRAN-ID
    END-IF
    DISPLAY "Note:           " FUNCTION TRIM(DSP-NOTE)

    IF DSP-STATUS-OPEN
        IF CDEMO-USRTYP-ADMIN
            PERFORM RECORD-RESOLUTION
        ELSE
            DISPLAY "A dispute case is already open for this"
                " transaction."
        END-IF
    END-IF.

RECORD-RESOLUTION.
    DISPLAY "Resolution W)on for cardholder, L)ost to merchant,"
        " blank = leave open: " WITH NO ADVANCING
    ACCEPT WS-RESOLUTION
    MOVE FUNCTION UPPER-CASE(WS-RESOLUTION) TO WS-RESOLUTION
    IF WS-RESOLUTION-WON OR WS-RESOLUTION-LOST
        DISPLAY "Resolution note (blank = keep): " WITH NO ADVANCING
        ACCEPT WS-NOTE-TEXT
        IF FUNCTION TRIM(WS-NOTE-TEXT) NOT = SPACES
            MOVE WS-NOTE-TEXT TO DSP-NOTE
        END-IF
        PERFORM BUILD-TRAN-TIMESTAMP
        MOVE WS-RESOLUTION TO DSP-STATUS
        MOVE WS-TODAY-DATE TO DSP-RESOLVED-DATE
        MOVE CDEMO-USER-ID TO DSP-RESOLVED-BY
        REWRITE DISPUTE-CASE-RECORD
            INVALID KEY
                DISPLAY "Case " DSP-CASE-ID " not updated, status="
                    WS-DISPUTE-STATUS
            NOT INVALID KEY
                IF DSP-STATUS-WON
                    DISPLAY "Case " DSP-CASE-ID " won - provisional"
                        " credit will be finalized by the nightly"
                        " dispute run."
                ELSE
                    DISPLAY "Case " DSP-CASE-ID " lost - provisional"
                        " credit will be reversed by the nightly"
                        " dispute run."
                END-IF
        END-REWRITE
    ELSE
        DISPLAY "Case left open."
    END-IF.

COMPUTE-DEADLINE-DATE.
    COMPUTE WS-DEADLINE-INTEGER =
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(1:8)))
        + WS-DEADLINE-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INTEGER)
        TO WS-DEADLINE-YYYYMMDD
    MOVE SPACES TO DSP-DEADLINE-DATE
    STRING WS-DEADLINE-YYYY "-" WS-DEADLINE-MM "-" WS-DEADLINE-DD
        DELIMITED SIZE INTO DSP-DEADLINE-DATE.

BUILD-TRAN-TIMESTAMP.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE SPACES TO WS-TRAN-TIMESTAMP
    STRING WS-CURRENT-TIMESTAMP(1:4) "-"
        WS-CURRENT-TIMESTAMP(5:2) "-"
        WS-CURRENT-TIMESTAMP(7:2) "-"
        WS-CURRENT-TIMESTAMP(9:2) "."
        WS-CURRENT-TIMESTAMP(11:2) "."
        WS-CURRENT-TIMESTAMP(13:2) ".000000"
        DELIMITED SIZE INTO WS-TRAN-TIMESTAMP
    MOVE WS-TRAN-TIMESTAMP(1:10) TO WS-TODAY-DATE.
