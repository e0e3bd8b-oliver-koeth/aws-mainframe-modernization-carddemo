        RECORD KEY IS CARD-NUM
        ALTERNATE RECORD KEY IS CARD-ACCT-ID WITH DUPLICATES
        FILE STATUS IS WS-CARDDAT-STATUS.
    SELECT LOSTCARD-FILE ASSIGN TO "LOSTCARD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LST-CARD-NUM
        FILE STATUS IS WS-LOSTCARD-STATUS.
    SELECT WORKLIST-FILE ASSIGN TO "FRAUDWRK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORKLIST-STATUS.
FD  CARDDAT-FILE.
COPY CVCRD01Y.

FD  LOSTCARD-FILE.
COPY CSLST01Y.

FD  WORKLIST-FILE.
COPY CSFRW01Y.

   88 PENDAUTH-EOF VALUE "10".
01 WS-CARDDAT-STATUS PIC X(02) VALUE "00".
   88 CARDDAT-OK VALUE "00".
01 WS-LOSTCARD-STATUS PIC X(02) VALUE "00".
   88 LOSTCARD-OK VALUE "00".
   88 LOSTCARD-EOF VALUE "10".
   88 LOSTCARD-NOFILE VALUE "35".
01 WS-WORKLIST-STATUS PIC X(02) VALUE "00".
   88 WORKLIST-OK VALUE "00".
01 WS-REPORT-STATUS PIC X(02) VALUE "00".
      10 WS-DAY-CARD-NUM PIC 9(16).
      10 WS-DAY-AMOUNT PIC S9(09)V99 COMP-3.
      10 WS-DAY-MERCHANT PIC X(30).
      10 WS-DAY-TIMESTAMP PIC X(26).
01 WS-DAY-IDX PIC 9(03) VALUE ZERO.
01 WS-DUP-IDX PIC 9(03) VALUE ZERO.
01 WS-TABLE-FULL-SW PIC X(01) VALUE "N".
01 WS-VEL-FOUND-SW PIC X(01) VALUE "N".
   88 WS-VEL-FOUND VALUE "Y".

01 WS-LOST-CARD-TABLE.
   05 WS-LOST-COUNT PIC 9(03) VALUE ZERO.
   05 WS-LOST-ENTRY OCCURS 500 TIMES.
      10 WS-LOST-CARD-NUM PIC 9(16).
      10 WS-LOST-REPORT-TIMESTAMP PIC X(26).
01 WS-LOST-IDX PIC 9(03) VALUE ZERO.
01 WS-LOST-SEARCH-CARD PIC 9(16) VALUE ZERO.
01 WS-LOST-FOUND-SW PIC X(01) VALUE "N".
   88 WS-LOST-FOUND VALUE "Y".
01 WS-LOST-FULL-SW PIC X(01) VALUE "N".
   88 WS-LOST-FULL VALUE "Y".

01 WS-CARD-INACTIVE-SW PIC X(01) VALUE "N".
   88 WS-CARD-IS-INACTIVE VALUE "Y".

01 WS-DUPLICATE-COUNT PIC 9(06) VALUE ZERO.
01 WS-VELOCITY-COUNT PIC 9(06) VALUE ZERO.
01 WS-BIGHOLD-COUNT PIC 9(06) VALUE ZERO.
01 WS-LOST-STOLEN-COUNT PIC 9(06) VALUE ZERO.
01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
                WS-WORKLIST-STATUS
            CLOSE CARDDAT-FILE
        ELSE
            PERFORM LOAD-LOST-CARDS
            PERFORM SCREEN-TRANSACTIONS
            PERFORM SCREEN-PENDING-HOLDS
            CLOSE WORKLIST-FILE
            FUNCTION NUMVAL(WS-HOLD-LIMIT-TEXT)
    END-IF.

LOAD-LOST-CARDS.
    OPEN INPUT LOSTCARD-FILE
    IF LOSTCARD-OK
        PERFORM UNTIL LOSTCARD-EOF
            READ LOSTCARD-FILE NEXT RECORD
                AT END SET LOSTCARD-EOF TO TRUE
                NOT AT END
                    IF WS-LOST-COUNT = 500
                        SET WS-LOST-FULL TO TRUE
                    ELSE
                        ADD 1 TO WS-LOST-COUNT
                        MOVE LST-CARD-NUM
                            TO WS-LOST-CARD-NUM(WS-LOST-COUNT)
                        MOVE LST-REPORT-TIMESTAMP
                            TO WS-LOST-REPORT-TIMESTAMP(WS-LOST-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LOSTCARD-FILE
        IF WS-LOST-FULL
            DISPLAY "More than 500 lost/stolen cards on file -"
                " excess not screened."
        END-IF
    ELSE
        IF NOT LOSTCARD-NOFILE
            DISPLAY "Unable to open LOSTCARD file, status="
                WS-LOSTCARD-STATUS
        END-IF
    END-IF.

FIND-LOST-CARD.
    MOVE "N" TO WS-LOST-FOUND-SW
    PERFORM VARYING WS-LOST-IDX FROM 1 BY 1
        UNTIL WS-LOST-IDX > WS-LOST-COUNT OR WS-LOST-FOUND
        IF WS-LOST-CARD-NUM(WS-LOST-IDX) = WS-LOST-SEARCH-CARD
            SET WS-LOST-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-LOST-FOUND
        SUBTRACT 1 FROM WS-LOST-IDX
    END-IF.

SCREEN-TRANSACTIONS.
    OPEN INPUT TRANSACT-FILE
    IF NOT TRANSACT-OK
        MOVE TRAN-CARD-NUM TO WS-DAY-CARD-NUM(WS-DAY-COUNT)
        MOVE TRAN-AMOUNT TO WS-DAY-AMOUNT(WS-DAY-COUNT)
        MOVE TRAN-MERCHANT-NAME TO WS-DAY-MERCHANT(WS-DAY-COUNT)
        MOVE TRAN-ORIG-TIMESTAMP TO WS-DAY-TIMESTAMP(WS-DAY-COUNT)
        PERFORM COUNT-CARD-VELOCITY
    END-IF.

    END-IF.

SCREEN-ONE-TRANSACTION.
    MOVE WS-DAY-CARD-NUM(WS-DAY-IDX) TO WS-LOST-SEARCH-CARD
    PERFORM FIND-LOST-CARD
    IF WS-LOST-FOUND
        IF WS-DAY-TIMESTAMP(WS-DAY-IDX)
               > WS-LOST-REPORT-TIMESTAMP(WS-LOST-IDX)
            MOVE WS-DAY-CARD-NUM(WS-DAY-IDX) TO FRW-CARD-NUM
            MOVE "LOSTSTLN" TO FRW-RULE-CODE
            MOVE 095 TO FRW-SCORE
            MOVE WS-DAY-AMOUNT(WS-DAY-IDX) TO FRW-AMOUNT
            MOVE SPACES TO FRW-DETAIL
            STRING "TRAN " WS-DAY-TRAN-ID(WS-DAY-IDX)
                " AFTER LOSS REPORT"
                DELIMITED SIZE INTO FRW-DETAIL
            PERFORM WRITE-WORKLIST-ENTRY
            ADD 1 TO WS-LOST-STOLEN-COUNT
        END-IF
        MOVE "N" TO WS-CARD-INACTIVE-SW
    ELSE
        PERFORM CHECK-CARD-INACTIVE
    END-IF
    IF WS-CARD-IS-INACTIVE
        MOVE WS-DAY-CARD-NUM(WS-DAY-IDX) TO FRW-CARD-NUM
        MOVE "INACTCRD" TO FRW-RULE-CODE
        PERFORM WRITE-WORKLIST-ENTRY
        ADD 1 TO WS-BIGHOLD-COUNT
    END-IF
    MOVE PAU-CARD-NUM TO WS-LOST-SEARCH-CARD
    PERFORM FIND-LOST-CARD
    IF WS-LOST-FOUND
        PERFORM FLAG-LOST-CARD-HOLD
    ELSE
        PERFORM CHECK-HOLD-CARD-INACTIVE
    END-IF.

FLAG-LOST-CARD-HOLD.
    MOVE PAU-CARD-NUM TO FRW-CARD-NUM
    MOVE "LOSTSTLN" TO FRW-RULE-CODE
    MOVE PAU-HOLD-AMOUNT TO FRW-AMOUNT
    MOVE SPACES TO FRW-DETAIL
    IF PAU-AUTH-TIMESTAMP > WS-LOST-REPORT-TIMESTAMP(WS-LOST-IDX)
        MOVE 095 TO FRW-SCORE
        STRING "HOLD " PAU-AUTH-CODE " AFTER LOSS REPORT"
            DELIMITED SIZE INTO FRW-DETAIL
    ELSE
        MOVE 070 TO FRW-SCORE
        STRING "HOLD " PAU-AUTH-CODE " NOT RECOGNISED AT REPORT"
            DELIMITED SIZE INTO FRW-DETAIL
    END-IF
    PERFORM WRITE-WORKLIST-ENTRY
    ADD 1 TO WS-LOST-STOLEN-COUNT.

CHECK-HOLD-CARD-INACTIVE.
    MOVE PAU-CARD-NUM TO CARD-NUM
    READ CARDDAT-FILE
        INVALID KEY
        STRING "VELOCITY CARDS         " WS-VELOCITY-COUNT
            DELIMITED SIZE INTO FRAUD-REPORT-LINE
        WRITE FRAUD-REPORT-LINE
        MOVE SPACES TO FRAUD-REPORT-LINE
        STRING "LOST/STOLEN CARD ACTIVITY " WS-LOST-STOLEN-COUNT
            DELIMITED SIZE INTO FRAUD-REPORT-LINE
        WRITE FRAUD-REPORT-LINE
        MOVE WS-HOLD-LIMIT TO WS-DISPLAY-AMOUNT
        MOVE SPACES TO FRAUD-REPORT-LINE
        STRING "HOLDS OVER " WS-DISPLAY-AMOUNT "  "
