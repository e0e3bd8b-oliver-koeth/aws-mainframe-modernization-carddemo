        TO CDEMO-MENU-OPT-NAME(CDEMO-MENU-OPT-COUNT)
    MOVE "COFRD00C" TO CDEMO-MENU-OPT-PGMNAME(CDEMO-MENU-OPT-COUNT)
    MOVE "A" TO CDEMO-MENU-OPT-USRTYPE(CDEMO-MENU-OPT-COUNT)
    MOVE "R" TO CDEMO-MENU-OPT-MODE(CDEMO-MENU-OPT-COUNT)

    ADD 1 TO CDEMO-MENU-OPT-COUNT
    MOVE 20 TO CDEMO-MENU-OPT-NUM(CDEMO-MENU-OPT-COUNT)
    MOVE "Dispute Cases (Admin)              "
        TO CDEMO-MENU-OPT-NAME(CDEMO-MENU-OPT-COUNT)
    MOVE "CODSP00C" TO CDEMO-MENU-OPT-PGMNAME(CDEMO-MENU-OPT-COUNT)
    MOVE "A" TO CDEMO-MENU-OPT-USRTYPE(CDEMO-MENU-OPT-COUNT)
    MOVE "W" TO CDEMO-MENU-OPT-MODE(CDEMO-MENU-OPT-COUNT)

    ADD 1 TO CDEMO-MENU-OPT-COUNT
    MOVE 21 TO CDEMO-MENU-OPT-NUM(CDEMO-MENU-OPT-COUNT)
    MOVE "Autopay Enrollment (Admin)         "
        TO CDEMO-MENU-OPT-NAME(CDEMO-MENU-OPT-COUNT)
    MOVE "COAPY00C" TO CDEMO-MENU-OPT-PGMNAME(CDEMO-MENU-OPT-COUNT)
    MOVE "A" TO CDEMO-MENU-OPT-USRTYPE(CDEMO-MENU-OPT-COUNT)
    MOVE "W" TO CDEMO-MENU-OPT-MODE(CDEMO-MENU-OPT-COUNT)

    ADD 1 TO CDEMO-MENU-OPT-COUNT
    MOVE 22 TO CDEMO-MENU-OPT-NUM(CDEMO-MENU-OPT-COUNT)
    MOVE "Collections Worklist (Admin)       "
        TO CDEMO-MENU-OPT-NAME(CDEMO-MENU-OPT-COUNT)
    MOVE "CODLQ00C" TO CDEMO-MENU-OPT-PGMNAME(CDEMO-MENU-OPT-COUNT)
    MOVE "A" TO CDEMO-MENU-OPT-USRTYPE(CDEMO-MENU-OPT-COUNT)
    MOVE "W" TO CDEMO-MENU-OPT-MODE(CDEMO-MENU-OPT-COUNT)

    ADD 1 TO CDEMO-MENU-OPT-COUNT
    MOVE 23 TO CDEMO-MENU-OPT-NUM(CDEMO-MENU-OPT-COUNT)
    MOVE "Report Lost/Stolen Card            "
        TO CDEMO-MENU-OPT-NAME(CDEMO-MENU-OPT-COUNT)
    MOVE "COLST00C" TO CDEMO-MENU-OPT-PGMNAME(CDEMO-MENU-OPT-COUNT)
    MOVE "U" TO CDEMO-MENU-OPT-USRTYPE(CDEMO-MENU-OPT-COUNT)
    MOVE "W" TO CDEMO-MENU-OPT-MODE(CDEMO-MENU-OPT-COUNT)

    ADD 1 TO CDEMO-MENU-OPT-COUNT
    MOVE 24 TO CDEMO-MENU-OPT-NUM(CDEMO-MENU-OPT-COUNT)
    MOVE "Rewards Points                     "
        TO CDEMO-MENU-OPT-NAME(CDEMO-MENU-OPT-COUNT)
    MOVE "CORWD00C" TO CDEMO-MENU-OPT-PGMNAME(CDEMO-MENU-OPT-COUNT)
    MOVE "U" TO CDEMO-MENU-OPT-USRTYPE(CDEMO-MENU-OPT-COUNT)
    MOVE "W" TO CDEMO-MENU-OPT-MODE(CDEMO-MENU-OPT-COUNT)

    ADD 1 TO CDEMO-MENU-OPT-COUNT
    MOVE 25 TO CDEMO-MENU-OPT-NUM(CDEMO-MENU-OPT-COUNT)
    MOVE "Category Maintenance (Admin)       "
        TO CDEMO-MENU-OPT-NAME(CDEMO-MENU-OPT-COUNT)
    MOVE "COCAT00C" TO CDEMO-MENU-OPT-PGMNAME(CDEMO-MENU-OPT-COUNT)
    MOVE "A" TO CDEMO-MENU-OPT-USRTYPE(CDEMO-MENU-OPT-COUNT)
    MOVE "W" TO CDEMO-MENU-OPT-MODE(CDEMO-MENU-OPT-COUNT).

ACCEPT-CHOICE.
    MOVE "N" TO WS-IDLE-TIMEOUT-SW
