01 WS-ARCH-FOUND-SW PIC X(01) VALUE "N".
   88 WS-ARCH-FOUND VALUE "Y".
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-TRAN-FOUND-SW PIC X(01) VALUE "N".
   88 WS-TRAN-FOUND VALUE "Y".
01 WS-DISPUTE-REPLY PIC X(01) VALUE "N".
   88 WS-DISPUTE-WANTED VALUE "Y".

LINKAGE SECTION.
COPY COCOM01Y.
                PERFORM OFFER-ARCHIVE-SEARCH
            NOT INVALID KEY
                PERFORM DISPLAY-TRANSACTION
                SET WS-TRAN-FOUND TO TRUE
        END-READ
        CLOSE TRANSACT-FILE
        IF WS-TRAN-FOUND
            PERFORM OFFER-DISPUTE
        END-IF
    END-IF

    MOVE "COTRN01C" TO CDEMO-FROM-PROGRAM
    GOBACK.

OFFER-DISPUTE.
    DISPLAY "Open or view a dispute on this transaction? (Y/N): "
        WITH NO ADVANCING
    ACCEPT WS-DISPUTE-REPLY
    MOVE FUNCTION UPPER-CASE(WS-DISPUTE-REPLY) TO WS-DISPUTE-REPLY
    IF WS-DISPUTE-WANTED
        MOVE WS-SEARCH-TRAN-ID TO CDEMO-TRAN-ID
        MOVE "COTRN01C" TO CDEMO-FROM-PROGRAM
        CALL "CODSP00C" USING CARDDEMO-COMMAREA
    END-IF.

OFFER-ARCHIVE-SEARCH.
    DISPLAY "Search the transaction archive? (Y/N): "
        WITH NO ADVANCING
