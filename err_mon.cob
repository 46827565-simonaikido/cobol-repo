*>                    the on-call, 'W' warning just queues
*>   columns   3-10   destination type: PRINTER, TRANSFER or INBOX
*>   columns  12-111  destination directory the alert lands in
*>   columns 113-122  error code the route is limited to; blank
*>                    routes every code of that severity. This is
*>                    how compliance gets the sanctions alerts in
*>                    its own inbox on top of the operations copy.
01  ALERT-ROUTE-ENTRY.
    05  AR-SEVERITY        PIC X(1).
    05  FILLER             PIC X.
    05  AR-DEST-TYPE       PIC X(8).
    05  FILLER             PIC X.
    05  AR-DESTINATION     PIC X(100).
    05  FILLER             PIC X.
    05  AR-ERR-CODE        PIC X(10).
01  WS-ROUTE-TABLE.
    05  WS-ROUTE-COUNT     PIC 9(2) VALUE ZERO.
    05  WS-ROUTE OCCURS 20 TIMES.
        10  WR-SEVERITY        PIC X(1).
        10  WR-DEST-TYPE       PIC X(8).
        10  WR-DESTINATION     PIC X(100).
        10  WR-ERR-CODE        PIC X(10).
01  WS-ROUTE-SUB       PIC 9(2) COMP VALUE ZERO.
01  WS-ROUTES-EOF-SW   PIC X VALUE 'N'.
    88  WS-END-OF-ROUTES       VALUE 'Y'.
                            TO WR-DEST-TYPE(WS-ROUTE-COUNT)
                        MOVE AR-DESTINATION
                            TO WR-DESTINATION(WS-ROUTE-COUNT)
                        MOVE AR-ERR-CODE
                            TO WR-ERR-CODE(WS-ROUTE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    PERFORM VARYING WS-ROUTE-SUB FROM 1 BY 1
            UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
        IF WR-SEVERITY(WS-ROUTE-SUB) = ERR-SEVERITY
                AND (WR-ERR-CODE(WS-ROUTE-SUB) = SPACES
                     OR WR-ERR-CODE(WS-ROUTE-SUB) = ERR-CODE)
            PERFORM DELIVER-ONE-ALERT
        END-IF
    END-PERFORM.
