          05 IM-ITEM-CODE          PIC 9(7).
          05 IM-ITEM-DESCRIPTION   PIC X(24).
          05 IM-ITEM-PRICE         PIC 9(3)V99.
          05 IM-ON-HAND            PIC 9(7).
          05 IM-REORDER-POINT      PIC 9(7).
          05 IM-REORDER-QTY        PIC 9(7).

       FD  ITEM-TRAN-FILE
           RECORDING MODE IS F.
          05 TR-ITEM-PRICE-X       PIC X(5).
          05 TR-ITEM-PRICE REDEFINES TR-ITEM-PRICE-X
                                   PIC 9(3)V99.
          05 TR-REORDER-POINT-X    PIC X(7).
          05 TR-REORDER-POINT REDEFINES TR-REORDER-POINT-X
                                   PIC 9(7).
          05 TR-REORDER-QTY-X      PIC X(7).
          05 TR-REORDER-QTY REDEFINES TR-REORDER-QTY-X
                                   PIC 9(7).

       FD  PRICE-HIST-FILE.
       01 PRICE-HIST-RECORD.
       01 WS-TRAN-READ-COUNT     PIC 9(4) VALUE 0.
       01 WS-APPLIED-COUNT       PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT      PIC 9(4) VALUE 0.
       01 WS-CONDITION-CODE      PIC 9(4) VALUE 0.

       01 WS-MAINT-HEADING-1.
          05 FILLER    PIC X(40) VALUE SPACES.
          05 FILLER    PIC X(8)  VALUE "CODE    ".
          05 FILLER    PIC X(32) VALUE "BEFORE DESCRIPTION/PRICE".
          05 FILLER    PIC X(32) VALUE "AFTER DESCRIPTION/PRICE".
          05 FILLER    PIC X(18) VALUE "REORDER PT/QTY".
          05 FILLER    PIC X(24) VALUE "STATUS".

       01 WS-MAINT-DETAIL.
          05 FILLER           PIC X     VALUE SPACES.
          05 WS-MD-AFT-PRICE  PIC ZZZ9.99.
          05 FILLER           PIC X     VALUE SPACES.
          05 WS-MD-AFT-ROP    PIC ZZZZZZ9.
          05 FILLER           PIC X     VALUE SPACES.
          05 WS-MD-AFT-ROQ    PIC ZZZZZZ9.
          05 FILLER           PIC X     VALUE SPACES.
          05 WS-MD-STATUS     PIC X(24).

       01 WS-MAINT-TOTALS.
          IF MASTER-OPEN-FAILED
             DISPLAY "MAIN-PARA: ITEM MASTER NOT AVAILABLE, "
                "NO MAINTENANCE APPLIED"
             MOVE 16 TO WS-CONDITION-CODE
          ELSE
             PERFORM APPLY-TRANSACTIONS
             PERFORM WRITE-MAINT-TOTALS
             IF WS-REJECTED-COUNT > 0 AND WS-CONDITION-CODE < 4
                MOVE 4 TO WS-CONDITION-CODE
             END-IF
          END-IF.

          PERFORM CLOSE-MAINT-FILES.
          MOVE WS-CONDITION-CODE TO RETURN-CODE.

       GOBACK.

             DISPLAY "OPEN-MAINT-FILES: UNABLE TO OPEN ITEMTRAN.DAT, "
                "STATUS = " WS-ITEM-TRAN-STATUS
             MOVE "Y" TO WS-TRAN-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT MAINT-REPORT-FILE.
             WHEN TR-ITEM-PRICE = 0
                MOVE "PRICE IS ZERO" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN TR-REORDER-POINT-X NOT = SPACES
                AND TR-REORDER-POINT-X NOT NUMERIC
                MOVE "REORDER PT NOT NUMERIC" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN TR-REORDER-QTY-X NOT = SPACES
                AND TR-REORDER-QTY-X NOT NUMERIC
                MOVE "REORDER QTY NOT NUMERIC" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN OTHER
                MOVE TR-ITEM-CODE        TO IM-ITEM-CODE
                MOVE TR-ITEM-DESCRIPTION TO IM-ITEM-DESCRIPTION
                MOVE TR-ITEM-PRICE       TO IM-ITEM-PRICE
                MOVE 0                   TO IM-ON-HAND
                MOVE 0                   TO IM-REORDER-POINT
                MOVE 0                   TO IM-REORDER-QTY
                IF TR-REORDER-POINT-X NOT = SPACES
                   MOVE TR-REORDER-POINT TO IM-REORDER-POINT
                END-IF
                IF TR-REORDER-QTY-X NOT = SPACES
                   MOVE TR-REORDER-QTY TO IM-REORDER-QTY
                END-IF
                WRITE ITEM-MASTER-RECORD
                   INVALID KEY
                      MOVE "DUPLICATE ITEM CODE" TO WS-MD-STATUS
                   NOT INVALID KEY
                      MOVE TR-ITEM-DESCRIPTION TO WS-MD-AFT-DESC
                      MOVE TR-ITEM-PRICE       TO WS-MD-AFT-PRICE
                      MOVE IM-REORDER-POINT    TO WS-MD-AFT-ROP
                      MOVE IM-REORDER-QTY      TO WS-MD-AFT-ROQ
                      MOVE "ADDED"             TO WS-MD-STATUS
                      PERFORM WRITE-APPLIED-LINE
                      PERFORM WRITE-PRICE-HISTORY-ROW

      *-----------------------------------------------------------------
      * On a change a blank price field keeps the price already on the
      * master; a keyed price must be numeric and nonzero.  The reorder
      * point and quantity follow the same rule but may be zero.  The
      * on-hand quantity is posted only through the stock ledger and is
      * never changed here.
      *-----------------------------------------------------------------
       APPLY-CHANGE.
          EVALUATE TRUE
                AND TR-ITEM-PRICE = 0
                MOVE "PRICE IS ZERO" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN TR-REORDER-POINT-X NOT = SPACES
                AND TR-REORDER-POINT-X NOT NUMERIC
                MOVE "REORDER PT NOT NUMERIC" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN TR-REORDER-QTY-X NOT = SPACES
                AND TR-REORDER-QTY-X NOT NUMERIC
                MOVE "REORDER QTY NOT NUMERIC" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN OTHER
                PERFORM CHANGE-MASTER-ROW
          END-EVALUATE.
          IF TR-ITEM-PRICE-X NOT = SPACES
             MOVE TR-ITEM-PRICE TO IM-ITEM-PRICE
          END-IF.
          IF TR-REORDER-POINT-X NOT = SPACES
             MOVE TR-REORDER-POINT TO IM-REORDER-POINT
          END-IF.
          IF TR-REORDER-QTY-X NOT = SPACES
             MOVE TR-REORDER-QTY TO IM-REORDER-QTY
          END-IF.
          MOVE IM-ITEM-DESCRIPTION TO WS-MD-AFT-DESC.
          MOVE IM-ITEM-PRICE       TO WS-MD-AFT-PRICE.
          MOVE IM-REORDER-POINT    TO WS-MD-AFT-ROP.
          MOVE IM-REORDER-QTY      TO WS-MD-AFT-ROQ.
          REWRITE ITEM-MASTER-RECORD
             INVALID KEY
                MOVE "REWRITE FAILED" TO WS-MD-STATUS
             END-WRITE
          END-IF.

      *-----------------------------------------------------------------
      * An item still holding stock is not deleted; count it out to
      * zero through the stock ledger first.
      *-----------------------------------------------------------------
       APPLY-DELETE.
          EVALUATE TRUE
             WHEN NOT ITEM-WAS-FOUND
                MOVE "ITEM CODE NOT ON FILE" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN IM-ON-HAND NOT = 0
                MOVE IM-ITEM-DESCRIPTION TO WS-MD-BEF-DESC
                MOVE IM-ITEM-PRICE       TO WS-MD-BEF-PRICE
                MOVE "ITEM HAS STOCK ON HAND" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN OTHER
                MOVE IM-ITEM-DESCRIPTION TO WS-MD-BEF-DESC
                MOVE IM-ITEM-PRICE       TO WS-MD-BEF-PRICE
                DELETE ITEM-FILE
                   INVALID KEY
                      MOVE "DELETE FAILED" TO WS-MD-STATUS
                      PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                      MOVE "DELETED" TO WS-MD-STATUS
                      PERFORM WRITE-APPLIED-LINE
                END-DELETE
          END-EVALUATE.

      *-----------------------------------------------------------------
       WRITE-APPLIED-LINE.
