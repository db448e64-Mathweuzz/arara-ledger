    MOVE "N"                     TO JR-POSTED-FLAG
    MOVE "A"                     TO JR-APPROVAL-STATUS

    SET JR-SRC-AR OF JR-RECORD TO TRUE
    MOVE "C" TO WS-JR-OP-CODE
    MOVE 0   TO WS-JR-DATE-TO
    MOVE 0   TO WS-JR-SEARCH-AMOUNT-MIN WS-JR-SEARCH-AMOUNT-MAX
