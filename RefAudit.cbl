          05 IM-ITEM-CODE          PIC 9(7).
          05 IM-ITEM-DESCRIPTION   PIC X(24).
          05 IM-ITEM-PRICE         PIC 9(3)V99.
          05 IM-ON-HAND            PIC 9(7).
          05 IM-REORDER-POINT      PIC 9(7).
          05 IM-REORDER-QTY        PIC 9(7).

       FD  QTY-FILE
           RECORDING MODE IS F.
