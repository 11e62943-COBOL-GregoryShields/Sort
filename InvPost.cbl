       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPOST.

      *-----------------------------------------------------------------
      * Posts stock movements against the on-hand quantity on the keyed
      * item master.  A transaction on INVTRAN.DAT is a receipt (R), an
      * issue (I), or a physical count (C); a count replaces the on-hand
      * with the quantity counted.  An issue larger than the quantity on
      * hand is rejected so the on-hand never goes negative.  Every
      * posted movement is appended to the stock ledger STKLEDG.DAT with
      * the on-hand before and after, and the posting register
      * INVPOST.RPT lists every transaction with its disposition.
      *
      * After posting, items at or below their reorder point are listed
      * on INVRORD.RPT with a suggested order quantity valued at the
      * ITEMPRCH.DAT price in effect on the run date.
      *
      * The run ends with condition code 16 when the item master, the
      * stock ledger or the transaction file cannot be opened, 4 when
      * any transaction was rejected, and 0 otherwise.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO "ITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT STOCK-TRAN-FILE ASSIGN TO "INVTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-TRAN-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO "STKLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-LEDGER-STATUS.

           SELECT PRICE-HIST-FILE ASSIGN TO "ITEMPRCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-PRICE-HIST-STATUS.

           SELECT POST-REPORT-FILE ASSIGN TO "INVPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-REPORT-STATUS.

           SELECT REORDER-REPORT-FILE ASSIGN TO "INVRORD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-FILE.
       01 ITEM-MASTER-RECORD.
          05 IM-ITEM-CODE          PIC 9(7).
          05 IM-ITEM-DESCRIPTION   PIC X(24).
          05 IM-ITEM-PRICE         PIC 9(3)V99.
          05 IM-ON-HAND            PIC 9(7).
          05 IM-REORDER-POINT      PIC 9(7).
          05 IM-REORDER-QTY        PIC 9(7).

       FD  STOCK-TRAN-FILE
           RECORDING MODE IS F.
       01 STOCK-TRAN-RECORD.
          05 IT-TRAN-TYPE          PIC X.
          05 IT-ITEM-CODE          PIC 9(7).
          05 IT-TRAN-DATE          PIC 9(8).
          05 IT-QUANTITY-X         PIC X(7).
          05 IT-QUANTITY REDEFINES IT-QUANTITY-X
                                   PIC 9(7).
          05 IT-REFERENCE          PIC X(10).

       FD  STOCK-LEDGER-FILE
           RECORDING MODE IS F.
       01 STOCK-LEDGER-RECORD.
          05 SL-ITEM-CODE          PIC 9(7).
          05 SL-TRAN-TYPE          PIC X.
          05 SL-TRAN-DATE          PIC 9(8).
          05 SL-REFERENCE          PIC X(10).
          05 SL-QTY-BEFORE         PIC 9(7).
          05 SL-QTY-CHANGE         PIC S9(7)
                                   SIGN IS LEADING SEPARATE.
          05 SL-QTY-AFTER          PIC 9(7).
          05 SL-POSTED-DATE        PIC 9(8).

       FD  PRICE-HIST-FILE.
       01 PRICE-HIST-RECORD.
          05 PH-HIST-KEY.
             10 PH-ITEM-CODE       PIC 9(7).
             10 PH-EFFECTIVE-DATE  PIC 9(8).
          05 PH-ITEM-PRICE         PIC 9(3)V99.

       FD  POST-REPORT-FILE
           RECORDING MODE IS F.
       01 POST-REPORT-RECORD PIC X(132).

       FD  REORDER-REPORT-FILE
           RECORDING MODE IS F.
       01 REORDER-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-ITEM-FILE-STATUS      PIC XX VALUE "00".
       01 WS-STOCK-TRAN-STATUS     PIC XX VALUE "00".
       01 WS-STOCK-LEDGER-STATUS   PIC XX VALUE "00".
       01 WS-PRICE-HIST-STATUS     PIC XX VALUE "00".
       01 WS-POST-REPORT-STATUS    PIC XX VALUE "00".
       01 WS-REORDER-REPORT-STATUS PIC XX VALUE "00".

       01 WS-TRAN-EOF              PIC X  VALUE "N".
           88 TRAN-AT-EOF          VALUE "Y".
       01 WS-ITEM-EOF              PIC X  VALUE "N".
           88 ITEM-AT-EOF          VALUE "Y".
       01 WS-MASTER-OPEN-FLAG      PIC X  VALUE "N".
           88 MASTER-OPEN-FAILED   VALUE "Y".
       01 WS-LEDGER-OPEN-FLAG      PIC X  VALUE "N".
           88 LEDGER-OPEN-FAILED   VALUE "Y".

       01 WS-ITEM-FOUND            PIC X  VALUE "N".
           88 ITEM-WAS-FOUND       VALUE "Y".

       01 WS-PRICE-HIST-AVAIL      PIC X  VALUE "N".
           88 PRICE-HIST-IS-AVAIL  VALUE "Y".
       01 WS-PRICE-HIST-EOF        PIC X  VALUE "N".
           88 PRICE-HIST-AT-EOF    VALUE "Y".
       01 WS-PRICE-FOUND           PIC X  VALUE "N".
           88 PRICE-WAS-FOUND      VALUE "Y".
       01 WS-ITEM-HAS-HISTORY      PIC X  VALUE "N".
           88 ITEM-HAS-HISTORY     VALUE "Y".
       01 WS-EFFECTIVE-PRICE       PIC S9(3)V99 COMP-3 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-CD-YYYY    PIC 9(4).
          05 WS-CD-MM      PIC 99.
          05 WS-CD-DD      PIC 99.
          05 FILLER        PIC X(13).
       01 WS-TODAY-YYYYMMDD REDEFINES WS-CURRENT-DATE.
          05 WS-TODAY-DATE PIC 9(8).
          05 FILLER        PIC X(13).

       01 WS-QTY-BEFORE            PIC 9(7) VALUE 0.
       01 WS-QTY-AFTER             PIC S9(8) VALUE 0.
       01 WS-QTY-CHANGE            PIC S9(8) VALUE 0.

       01 WS-TRAN-READ-COUNT       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-CONDITION-CODE        PIC 9(4) VALUE 0.
       01 WS-RECEIPT-QTY-TOTAL     PIC S9(9) COMP-3 VALUE 0.
       01 WS-ISSUE-QTY-TOTAL       PIC S9(9) COMP-3 VALUE 0.
       01 WS-COUNT-ADJ-TOTAL       PIC S9(9) COMP-3 VALUE 0.

       01 WS-SUGGESTED-QTY         PIC 9(7) VALUE 0.
       01 WS-SHORTFALL-QTY         PIC 9(7) VALUE 0.
       01 WS-ORDER-VALUE           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ORDER-VALUE-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-REORDER-ITEM-COUNT    PIC 9(5) VALUE 0.
       01 WS-NO-PRICE-COUNT        PIC 9(5) VALUE 0.
       01 WS-ITEMS-READ-COUNT      PIC 9(5) VALUE 0.

       01 WS-POST-HEADING-1.
          05 FILLER    PIC X(40) VALUE SPACES.
          05 FILLER    PIC X(31)
                       VALUE "STOCK MOVEMENT POSTING REGISTER".

       01 WS-POST-HEADING-2.
          05 FILLER    PIC X(5)  VALUE "TYPE ".
          05 FILLER    PIC X(9)  VALUE "ITEM    ".
          05 FILLER    PIC X(10) VALUE "TRAN DATE ".
          05 FILLER    PIC X(12) VALUE "REFERENCE".
          05 FILLER    PIC X(9)  VALUE " QUANTITY".
          05 FILLER    PIC X(9)  VALUE "   BEFORE".
          05 FILLER    PIC X(9)  VALUE "    AFTER".
          05 FILLER    PIC X(2)  VALUE SPACES.
          05 FILLER    PIC X(24) VALUE "STATUS".

       01 WS-POST-DETAIL.
          05 FILLER           PIC X     VALUE SPACES.
          05 WS-PD-TYPE       PIC X.
          05 FILLER           PIC X(3)  VALUE SPACES.
          05 WS-PD-ITEM-CODE  PIC ZZZZZZ9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-PD-DATE       PIC 9(8).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-PD-REFERENCE  PIC X(10).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-PD-QUANTITY   PIC ZZZZZZ9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-PD-BEFORE     PIC ZZZZZZ9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-PD-AFTER      PIC ZZZZZZ9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-PD-STATUS     PIC X(24).

       01 WS-POST-TOTALS-1.
          05 FILLER           PIC X(12) VALUE "TRANS READ: ".
          05 WS-PT-READ       PIC ZZZZ9.
          05 FILLER           PIC X(11) VALUE "  APPLIED: ".
          05 WS-PT-APPLIED    PIC ZZZZ9.
          05 FILLER           PIC X(12) VALUE "  REJECTED: ".
          05 WS-PT-REJECTED   PIC ZZZZ9.

       01 WS-POST-TOTALS-2.
          05 FILLER           PIC X(14) VALUE "RECEIVED QTY: ".
          05 WS-PT-RECEIVED   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(14) VALUE "  ISSUED QTY: ".
          05 WS-PT-ISSUED     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(20) VALUE "  COUNT ADJUSTMENT: ".
          05 WS-PT-COUNT-ADJ  PIC ZZZ,ZZZ,ZZ9-.

       01 WS-REORDER-HEADING-1.
          05 FILLER    PIC X(40) VALUE SPACES.
          05 FILLER    PIC X(14) VALUE "REORDER REPORT".
          05 FILLER    PIC X(20) VALUE SPACES.
          05 FILLER    PIC X(16) VALUE "PRICES AS OF:   ".
          05 WS-RH-PRICE-DATE PIC 9999/99/99.

       01 WS-REORDER-HEADING-2.
          05 FILLER    PIC X(9)  VALUE "ITEM    ".
          05 FILLER    PIC X(26) VALUE "DESCRIPTION".
          05 FILLER    PIC X(9)  VALUE "  ON HAND".
          05 FILLER    PIC X(9)  VALUE "  REORDER".
          05 FILLER    PIC X(9)  VALUE "  REORDER".
          05 FILLER    PIC X(11) VALUE "  SUGGESTED".
          05 FILLER    PIC X(10) VALUE "     PRICE".
          05 FILLER    PIC X(15) VALUE "    ORDER VALUE".
          05 FILLER    PIC X(2)  VALUE SPACES.
          05 FILLER    PIC X(20) VALUE "NOTE".

       01 WS-REORDER-HEADING-3.
          05 FILLER    PIC X(35) VALUE SPACES.
          05 FILLER    PIC X(9)  VALUE SPACES.
          05 FILLER    PIC X(9)  VALUE "    POINT".
          05 FILLER    PIC X(9)  VALUE "      QTY".
          05 FILLER    PIC X(12) VALUE "   ORDER QTY".

       01 WS-REORDER-DETAIL.
          05 WS-RD-ITEM-CODE  PIC ZZZZZZ9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-RD-DESC       PIC X(24).
          05 FILLER           PIC X(4)  VALUE SPACES.
          05 WS-RD-ON-HAND    PIC ZZZZZZ9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-RD-ROP        PIC ZZZZZZ9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-RD-ROQ        PIC ZZZZZZ9.
          05 FILLER           PIC X(4)  VALUE SPACES.
          05 WS-RD-SUGGESTED  PIC ZZZZZZ9.
          05 FILLER           PIC X(3)  VALUE SPACES.
          05 WS-RD-PRICE      PIC ZZZ9.99.
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-RD-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-RD-NOTE       PIC X(20).

       01 WS-REORDER-TOTALS.
          05 FILLER           PIC X(13) VALUE "ITEMS READ:  ".
          05 WS-RT-READ       PIC ZZZZ9.
          05 FILLER           PIC X(16) VALUE "  TO REORDER:   ".
          05 WS-RT-REORDER    PIC ZZZZ9.
          05 FILLER           PIC X(14) VALUE "  NO PRICE:   ".
          05 WS-RT-NO-PRICE   PIC ZZZZ9.
          05 FILLER           PIC X(16) VALUE "  TOTAL VALUE:  ".
          05 WS-RT-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          PERFORM OPEN-POSTING-FILES.

          IF MASTER-OPEN-FAILED OR LEDGER-OPEN-FAILED
             DISPLAY "MAIN-PARA: ITEM MASTER OR STOCK LEDGER NOT "
                "AVAILABLE, NO STOCK POSTED"
             MOVE 16 TO WS-CONDITION-CODE
          ELSE
             PERFORM POST-TRANSACTIONS
             PERFORM WRITE-POST-TOTALS
             PERFORM REORDER-REPORT
             IF WS-REJECTED-COUNT > 0 AND WS-CONDITION-CODE < 4
                MOVE 4 TO WS-CONDITION-CODE
             END-IF
          END-IF.

          PERFORM CLOSE-POSTING-FILES.
          MOVE WS-CONDITION-CODE TO RETURN-CODE.

       GOBACK.

      *-----------------------------------------------------------------
       OPEN-POSTING-FILES.
          OPEN I-O ITEM-FILE.
          IF WS-ITEM-FILE-STATUS NOT = "00"
             DISPLAY "OPEN-POSTING-FILES: UNABLE TO OPEN ITEM.DAT, "
                "STATUS = " WS-ITEM-FILE-STATUS
             MOVE "Y" TO WS-MASTER-OPEN-FLAG
          END-IF.

          OPEN EXTEND STOCK-LEDGER-FILE.
          IF WS-STOCK-LEDGER-STATUS NOT = "00"
             OPEN OUTPUT STOCK-LEDGER-FILE
          END-IF.
          IF WS-STOCK-LEDGER-STATUS NOT = "00"
             DISPLAY "OPEN-POSTING-FILES: UNABLE TO OPEN STKLEDG.DAT, "
                "STATUS = " WS-STOCK-LEDGER-STATUS
             MOVE "Y" TO WS-LEDGER-OPEN-FLAG
          END-IF.

          OPEN INPUT PRICE-HIST-FILE.
          IF WS-PRICE-HIST-STATUS = "00"
             MOVE "Y" TO WS-PRICE-HIST-AVAIL
          ELSE
             DISPLAY "OPEN-POSTING-FILES: NO ITEMPRCH.DAT, "
                "REORDERS VALUED AT MASTER PRICES, STATUS = "
                WS-PRICE-HIST-STATUS
          END-IF.

          OPEN INPUT STOCK-TRAN-FILE.
          IF WS-STOCK-TRAN-STATUS NOT = "00"
             DISPLAY "OPEN-POSTING-FILES: UNABLE TO OPEN INVTRAN.DAT, "
                "STATUS = " WS-STOCK-TRAN-STATUS
             MOVE "Y" TO WS-TRAN-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT POST-REPORT-FILE.
          IF WS-POST-REPORT-STATUS NOT = "00"
             DISPLAY "OPEN-POSTING-FILES: UNABLE TO OPEN INVPOST.RPT, "
                "STATUS = " WS-POST-REPORT-STATUS
          END-IF.

          MOVE WS-POST-HEADING-1 TO POST-REPORT-RECORD.
          WRITE POST-REPORT-RECORD.
          MOVE WS-POST-HEADING-2 TO POST-REPORT-RECORD.
          WRITE POST-REPORT-RECORD.

      *-----------------------------------------------------------------
       POST-TRANSACTIONS.
          PERFORM UNTIL TRAN-AT-EOF
             READ STOCK-TRAN-FILE
                AT END
                   MOVE "Y" TO WS-TRAN-EOF
                NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
                   PERFORM POST-ONE-TRANSACTION
             END-READ
          END-PERFORM.

       POST-ONE-TRANSACTION.
          MOVE SPACES        TO WS-POST-DETAIL.
          MOVE IT-TRAN-TYPE  TO WS-PD-TYPE.
          MOVE IT-ITEM-CODE  TO WS-PD-ITEM-CODE.
          MOVE IT-TRAN-DATE  TO WS-PD-DATE.
          MOVE IT-REFERENCE  TO WS-PD-REFERENCE.
          IF IT-QUANTITY-X NUMERIC
             MOVE IT-QUANTITY TO WS-PD-QUANTITY
          END-IF.

          EVALUATE TRUE
             WHEN IT-TRAN-TYPE NOT = "R" AND NOT = "I" AND NOT = "C"
                MOVE "INVALID TRAN TYPE" TO WS-PD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN IT-QUANTITY-X NOT NUMERIC
                MOVE "QUANTITY NOT NUMERIC" TO WS-PD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN IT-QUANTITY = 0 AND IT-TRAN-TYPE NOT = "C"
                MOVE "QUANTITY IS ZERO" TO WS-PD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN IT-TRAN-DATE NOT NUMERIC
                MOVE "DATE NOT VALID" TO WS-PD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN FUNCTION TEST-DATE-YYYYMMDD (IT-TRAN-DATE) NOT = 0
                MOVE "DATE NOT VALID" TO WS-PD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN OTHER
                PERFORM FIND-ITEM
                IF ITEM-WAS-FOUND
                   PERFORM APPLY-STOCK-MOVEMENT
                ELSE
                   MOVE "ITEM NOT ON FILE" TO WS-PD-STATUS
                   PERFORM WRITE-REJECT-LINE
                END-IF
          END-EVALUATE.

       FIND-ITEM.
          MOVE "N" TO WS-ITEM-FOUND.
          MOVE IT-ITEM-CODE TO IM-ITEM-CODE.
          READ ITEM-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE "Y" TO WS-ITEM-FOUND
          END-READ.

      *-----------------------------------------------------------------
      * A count sets the on-hand outright; the ledger carries the
      * difference from the book quantity as the movement.
      *-----------------------------------------------------------------
       APPLY-STOCK-MOVEMENT.
          MOVE IM-ON-HAND TO WS-QTY-BEFORE.
          MOVE IM-ON-HAND TO WS-PD-BEFORE.
          EVALUATE IT-TRAN-TYPE
             WHEN "R"
                COMPUTE WS-QTY-AFTER = IM-ON-HAND + IT-QUANTITY
             WHEN "I"
                COMPUTE WS-QTY-AFTER = IM-ON-HAND - IT-QUANTITY
             WHEN OTHER
                MOVE IT-QUANTITY TO WS-QTY-AFTER
          END-EVALUATE.
          COMPUTE WS-QTY-CHANGE = WS-QTY-AFTER - IM-ON-HAND.

          EVALUATE TRUE
             WHEN WS-QTY-AFTER < 0
                MOVE "ISSUE EXCEEDS ON HAND" TO WS-PD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN WS-QTY-AFTER > 9999999
                MOVE "ON HAND OVERFLOW" TO WS-PD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN OTHER
                MOVE WS-QTY-AFTER TO IM-ON-HAND
                REWRITE ITEM-MASTER-RECORD
                   INVALID KEY
                      MOVE "REWRITE FAILED" TO WS-PD-STATUS
                      PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                      PERFORM WRITE-LEDGER-ROW
                      PERFORM TALLY-MOVEMENT
                      MOVE IM-ON-HAND TO WS-PD-AFTER
                      MOVE "POSTED" TO WS-PD-STATUS
                      PERFORM WRITE-APPLIED-LINE
                END-REWRITE
          END-EVALUATE.

       WRITE-LEDGER-ROW.
          MOVE IT-ITEM-CODE   TO SL-ITEM-CODE.
          MOVE IT-TRAN-TYPE   TO SL-TRAN-TYPE.
          MOVE IT-TRAN-DATE   TO SL-TRAN-DATE.
          MOVE IT-REFERENCE   TO SL-REFERENCE.
          MOVE WS-QTY-BEFORE  TO SL-QTY-BEFORE.
          MOVE WS-QTY-CHANGE  TO SL-QTY-CHANGE.
          MOVE IM-ON-HAND     TO SL-QTY-AFTER.
          MOVE WS-TODAY-DATE  TO SL-POSTED-DATE.
          WRITE STOCK-LEDGER-RECORD.

       TALLY-MOVEMENT.
          EVALUATE IT-TRAN-TYPE
             WHEN "R"
                ADD IT-QUANTITY TO WS-RECEIPT-QTY-TOTAL
             WHEN "I"
                ADD IT-QUANTITY TO WS-ISSUE-QTY-TOTAL
             WHEN OTHER
                ADD WS-QTY-CHANGE TO WS-COUNT-ADJ-TOTAL
          END-EVALUATE.

      *-----------------------------------------------------------------
       WRITE-APPLIED-LINE.
          ADD 1 TO WS-APPLIED-COUNT.
          MOVE WS-POST-DETAIL TO POST-REPORT-RECORD.
          WRITE POST-REPORT-RECORD.

       WRITE-REJECT-LINE.
          ADD 1 TO WS-REJECTED-COUNT.
          MOVE WS-POST-DETAIL TO POST-REPORT-RECORD.
          WRITE POST-REPORT-RECORD.

       WRITE-POST-TOTALS.
          MOVE SPACES TO POST-REPORT-RECORD.
          WRITE POST-REPORT-RECORD.
          MOVE WS-TRAN-READ-COUNT TO WS-PT-READ.
          MOVE WS-APPLIED-COUNT   TO WS-PT-APPLIED.
          MOVE WS-REJECTED-COUNT  TO WS-PT-REJECTED.
          MOVE WS-POST-TOTALS-1 TO POST-REPORT-RECORD.
          WRITE POST-REPORT-RECORD.
          MOVE WS-RECEIPT-QTY-TOTAL TO WS-PT-RECEIVED.
          MOVE WS-ISSUE-QTY-TOTAL   TO WS-PT-ISSUED.
          MOVE WS-COUNT-ADJ-TOTAL   TO WS-PT-COUNT-ADJ.
          MOVE WS-POST-TOTALS-2 TO POST-REPORT-RECORD.
          WRITE POST-REPORT-RECORD.

      *-----------------------------------------------------------------
      * An item is listed when it has a reorder point and the on-hand
      * has fallen to it or below.  The suggested quantity is the
      * reorder quantity, raised when that would not lift the on-hand
      * back above the reorder point.
      *-----------------------------------------------------------------
       REORDER-REPORT.
          OPEN OUTPUT REORDER-REPORT-FILE.
          IF WS-REORDER-REPORT-STATUS NOT = "00"
             DISPLAY "REORDER-REPORT: UNABLE TO OPEN INVRORD.RPT, "
                "STATUS = " WS-REORDER-REPORT-STATUS
          ELSE
             MOVE WS-TODAY-DATE TO WS-RH-PRICE-DATE
             MOVE WS-REORDER-HEADING-1 TO REORDER-REPORT-RECORD
             WRITE REORDER-REPORT-RECORD
             MOVE WS-REORDER-HEADING-2 TO REORDER-REPORT-RECORD
             WRITE REORDER-REPORT-RECORD
             MOVE WS-REORDER-HEADING-3 TO REORDER-REPORT-RECORD
             WRITE REORDER-REPORT-RECORD

             MOVE "N" TO WS-ITEM-EOF
             MOVE 0 TO IM-ITEM-CODE
             START ITEM-FILE KEY NOT LESS THAN IM-ITEM-CODE
                INVALID KEY
                   MOVE "Y" TO WS-ITEM-EOF
             END-START

             PERFORM UNTIL ITEM-AT-EOF
                READ ITEM-FILE NEXT
                   AT END
                      MOVE "Y" TO WS-ITEM-EOF
                   NOT AT END
                      ADD 1 TO WS-ITEMS-READ-COUNT
                      IF IM-REORDER-POINT > 0
                         AND IM-ON-HAND NOT > IM-REORDER-POINT
                         PERFORM WRITE-REORDER-DETAIL
                      END-IF
                END-READ
             END-PERFORM

             PERFORM WRITE-REORDER-TOTALS
             CLOSE REORDER-REPORT-FILE
          END-IF.

       WRITE-REORDER-DETAIL.
          ADD 1 TO WS-REORDER-ITEM-COUNT.
          COMPUTE WS-SHORTFALL-QTY =
             IM-REORDER-POINT - IM-ON-HAND + 1.
          MOVE IM-REORDER-QTY TO WS-SUGGESTED-QTY.
          IF WS-SUGGESTED-QTY < WS-SHORTFALL-QTY
             MOVE WS-SHORTFALL-QTY TO WS-SUGGESTED-QTY
          END-IF.

          MOVE SPACES              TO WS-REORDER-DETAIL.
          MOVE IM-ITEM-CODE        TO WS-RD-ITEM-CODE.
          MOVE IM-ITEM-DESCRIPTION TO WS-RD-DESC.
          MOVE IM-ON-HAND          TO WS-RD-ON-HAND.
          MOVE IM-REORDER-POINT    TO WS-RD-ROP.
          MOVE IM-REORDER-QTY      TO WS-RD-ROQ.
          MOVE WS-SUGGESTED-QTY    TO WS-RD-SUGGESTED.

          PERFORM DETERMINE-CURRENT-PRICE.
          IF PRICE-WAS-FOUND
             COMPUTE WS-ORDER-VALUE ROUNDED =
                WS-EFFECTIVE-PRICE * WS-SUGGESTED-QTY
             ADD WS-ORDER-VALUE TO WS-ORDER-VALUE-TOTAL
             MOVE WS-EFFECTIVE-PRICE TO WS-RD-PRICE
             MOVE WS-ORDER-VALUE     TO WS-RD-VALUE
             IF IM-ON-HAND = 0
                MOVE "OUT OF STOCK" TO WS-RD-NOTE
             END-IF
          ELSE
             ADD 1 TO WS-NO-PRICE-COUNT
             MOVE "NO PRICE IN EFFECT" TO WS-RD-NOTE
          END-IF.

          MOVE WS-REORDER-DETAIL TO REORDER-REPORT-RECORD.
          WRITE REORDER-REPORT-RECORD.

       WRITE-REORDER-TOTALS.
          MOVE SPACES TO REORDER-REPORT-RECORD.
          WRITE REORDER-REPORT-RECORD.
          MOVE WS-ITEMS-READ-COUNT   TO WS-RT-READ.
          MOVE WS-REORDER-ITEM-COUNT TO WS-RT-REORDER.
          MOVE WS-NO-PRICE-COUNT     TO WS-RT-NO-PRICE.
          MOVE WS-ORDER-VALUE-TOTAL  TO WS-RT-VALUE.
          MOVE WS-REORDER-TOTALS TO REORDER-REPORT-RECORD.
          WRITE REORDER-REPORT-RECORD.

      *-----------------------------------------------------------------
      * Same rule as the price extension report: the last history row
      * dated on or before the run date, or the master price for an
      * item with no history at all.
      *-----------------------------------------------------------------
       DETERMINE-CURRENT-PRICE.
          MOVE "N" TO WS-PRICE-FOUND.
          MOVE "N" TO WS-ITEM-HAS-HISTORY.
          PERFORM FIND-EFFECTIVE-PRICE.
          IF NOT PRICE-WAS-FOUND AND NOT ITEM-HAS-HISTORY
             MOVE IM-ITEM-PRICE TO WS-EFFECTIVE-PRICE
             MOVE "Y" TO WS-PRICE-FOUND
          END-IF.

       FIND-EFFECTIVE-PRICE.
          MOVE "N" TO WS-PRICE-HIST-EOF.
          IF NOT PRICE-HIST-IS-AVAIL
             MOVE "Y" TO WS-PRICE-HIST-EOF
          END-IF.

          IF NOT PRICE-HIST-AT-EOF
             MOVE IM-ITEM-CODE TO PH-ITEM-CODE
             MOVE 0            TO PH-EFFECTIVE-DATE
             START PRICE-HIST-FILE KEY NOT LESS THAN PH-HIST-KEY
                INVALID KEY
                   MOVE "Y" TO WS-PRICE-HIST-EOF
             END-START
          END-IF.

          PERFORM UNTIL PRICE-HIST-AT-EOF
             READ PRICE-HIST-FILE NEXT
                AT END
                   MOVE "Y" TO WS-PRICE-HIST-EOF
                NOT AT END
                   IF PH-ITEM-CODE NOT = IM-ITEM-CODE
                      MOVE "Y" TO WS-PRICE-HIST-EOF
                   ELSE
                      MOVE "Y" TO WS-ITEM-HAS-HISTORY
                      IF PH-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                         MOVE "Y" TO WS-PRICE-FOUND
                         MOVE PH-ITEM-PRICE TO WS-EFFECTIVE-PRICE
                      ELSE
                         MOVE "Y" TO WS-PRICE-HIST-EOF
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.

      *-----------------------------------------------------------------
       CLOSE-POSTING-FILES.
          IF NOT MASTER-OPEN-FAILED
             CLOSE ITEM-FILE
          END-IF.
          IF NOT LEDGER-OPEN-FAILED
             CLOSE STOCK-LEDGER-FILE
          END-IF.
          IF PRICE-HIST-IS-AVAIL
             CLOSE PRICE-HIST-FILE
          END-IF.
          IF WS-STOCK-TRAN-STATUS = "00" OR WS-STOCK-TRAN-STATUS = "10"
             CLOSE STOCK-TRAN-FILE
          END-IF.
          IF WS-POST-REPORT-STATUS = "00"
             CLOSE POST-REPORT-FILE
          END-IF.
