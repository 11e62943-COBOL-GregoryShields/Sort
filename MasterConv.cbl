      * PRCHSEQ.DAT into the keyed history ITEMPRCH.DAT.  Rename the
      * old files into place before the run; any input may be absent
      * and is skipped.
      *
      * The item master carries on-hand, reorder point and reorder
      * quantity after the price.  A keyed ITEM.DAT still in the older
      * layout without them is renamed to ITEMOLD.DAT and reloaded from
      * there when no ITEMSEQ.DAT is supplied.  Converted items start
      * with all three at zero; the first stock count posts the
      * on-hand.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT ITEM-OLD-FILE ASSIGN TO "ITEMOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IO-ITEM-CODE
               FILE STATUS IS WS-ITEM-OLD-STATUS.

           SELECT STORE-SEQ-FILE ASSIGN TO "STORESEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-SEQ-STATUS.
          05 IM-ITEM-CODE          PIC 9(7).
          05 IM-ITEM-DESCRIPTION   PIC X(24).
          05 IM-ITEM-PRICE         PIC 9(3)V99.
          05 IM-ON-HAND            PIC 9(7).
          05 IM-REORDER-POINT      PIC 9(7).
          05 IM-REORDER-QTY        PIC 9(7).

       FD  ITEM-OLD-FILE.
       01 ITEM-OLD-RECORD.
          05 IO-ITEM-CODE          PIC 9(7).
          05 IO-ITEM-DESCRIPTION   PIC X(24).
          05 IO-ITEM-PRICE         PIC 9(3)V99.

       FD  STORE-SEQ-FILE
           RECORDING MODE IS F.

       01 WS-ITEM-SEQ-STATUS     PIC XX VALUE "00".
       01 WS-ITEM-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ITEM-OLD-STATUS     PIC XX VALUE "00".
       01 WS-STORE-SEQ-STATUS    PIC XX VALUE "00".
       01 WS-STORE-FILE-STATUS   PIC XX VALUE "00".
       01 WS-PRICE-SEQ-STATUS    PIC XX VALUE "00".

       01 WS-ITEM-SEQ-EOF        PIC X  VALUE "N".
           88 ITEM-SEQ-AT-EOF    VALUE "Y".
       01 WS-ITEM-OLD-EOF        PIC X  VALUE "N".
           88 ITEM-OLD-AT-EOF    VALUE "Y".
       01 WS-STORE-SEQ-EOF       PIC X  VALUE "N".
           88 STORE-SEQ-AT-EOF   VALUE "Y".
       01 WS-PRICE-SEQ-EOF       PIC X  VALUE "N".
       CONVERT-ITEM-MASTER.
          OPEN INPUT ITEM-SEQ-FILE.
          IF WS-ITEM-SEQ-STATUS NOT = "00"
             DISPLAY "CONVERT-ITEM-MASTER: NO ITEMSEQ.DAT, STATUS = "
                WS-ITEM-SEQ-STATUS ", TRYING ITEMOLD.DAT"
             MOVE "Y" TO WS-ITEM-SEQ-EOF
             PERFORM CONVERT-ITEM-OLD-LAYOUT
          ELSE
             OPEN OUTPUT ITEM-FILE
             IF WS-ITEM-FILE-STATUS NOT = "00"
          MOVE IS-ITEM-CODE        TO IM-ITEM-CODE.
          MOVE IS-ITEM-DESCRIPTION TO IM-ITEM-DESCRIPTION.
          MOVE IS-ITEM-PRICE       TO IM-ITEM-PRICE.
          MOVE 0                   TO IM-ON-HAND.
          MOVE 0                   TO IM-REORDER-POINT.
          MOVE 0                   TO IM-REORDER-QTY.
          WRITE ITEM-MASTER-RECORD
             INVALID KEY
                ADD 1 TO WS-ITEM-DUP-COUNT
                ADD 1 TO WS-ITEM-LOAD-COUNT
          END-WRITE.

      *-----------------------------------------------------------------
      * Reloads a keyed item master in the layout without stock fields.
      *-----------------------------------------------------------------
       CONVERT-ITEM-OLD-LAYOUT.
          MOVE "N" TO WS-ITEM-OLD-EOF.
          OPEN INPUT ITEM-OLD-FILE.
          IF WS-ITEM-OLD-STATUS NOT = "00"
             DISPLAY "CONVERT-ITEM-OLD-LAYOUT: NO ITEMOLD.DAT, "
                "ITEM MASTER NOT CONVERTED, STATUS = "
                WS-ITEM-OLD-STATUS
             MOVE "Y" TO WS-ITEM-OLD-EOF
          ELSE
             OPEN OUTPUT ITEM-FILE
             IF WS-ITEM-FILE-STATUS NOT = "00"
                DISPLAY "CONVERT-ITEM-OLD-LAYOUT: UNABLE TO OPEN "
                   "ITEM.DAT, STATUS = " WS-ITEM-FILE-STATUS
                MOVE "Y" TO WS-ITEM-OLD-EOF
             END-IF
          END-IF.

          PERFORM UNTIL ITEM-OLD-AT-EOF
             READ ITEM-OLD-FILE
                AT END
                   MOVE "Y" TO WS-ITEM-OLD-EOF
                NOT AT END
                   PERFORM WRITE-ITEM-FROM-OLD
             END-READ
          END-PERFORM.

          IF WS-ITEM-OLD-STATUS = "00" OR WS-ITEM-OLD-STATUS = "10"
             CLOSE ITEM-OLD-FILE
             IF WS-ITEM-FILE-STATUS = "00"
                CLOSE ITEM-FILE
             END-IF
             DISPLAY "CONVERT-ITEM-OLD-LAYOUT: LOADED "
                WS-ITEM-LOAD-COUNT " ITEMS, SKIPPED " WS-ITEM-DUP-COUNT
          END-IF.

       WRITE-ITEM-FROM-OLD.
          MOVE IO-ITEM-CODE        TO IM-ITEM-CODE.
          MOVE IO-ITEM-DESCRIPTION TO IM-ITEM-DESCRIPTION.
          MOVE IO-ITEM-PRICE       TO IM-ITEM-PRICE.
          MOVE 0                   TO IM-ON-HAND.
          MOVE 0                   TO IM-REORDER-POINT.
          MOVE 0                   TO IM-REORDER-QTY.
          WRITE ITEM-MASTER-RECORD
             INVALID KEY
                ADD 1 TO WS-ITEM-DUP-COUNT
                DISPLAY "WRITE-ITEM-FROM-OLD: KEY REJECTED FOR ITEM "
                   IO-ITEM-CODE
             NOT INVALID KEY
                ADD 1 TO WS-ITEM-LOAD-COUNT
          END-WRITE.

      *-----------------------------------------------------------------
       CONVERT-STORE-MASTER.
          OPEN INPUT STORE-SEQ-FILE.
