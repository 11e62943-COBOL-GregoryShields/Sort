      * Transactions for unknown stores, or dated outside the current
      * year, are rejected.  The posting register carries per-store and
      * company totals that balance back to the input file.
      *
      * Months that finance has closed are listed on MONCLOSE.DAT.  A
      * regular sale (type S or blank) dated in a closed month is
      * rejected; corrections to a closed month come in as adjustments
      * (type A) carrying a reason code and a + or - direction.  Every
      * amount posted to a bucket is appended to the posting journal
      * SALESJRN.DAT with the store, month, signed amount, batch date
      * and type, so each bucket can be traced back to its entries.
      *
      * The run ends with condition code 16 when the store master, the
      * journal or the transaction file cannot be opened, 4 when any
      * transaction was rejected, and 0 otherwise.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-TRAN-STATUS.

           SELECT MONTH-CLOSE-FILE ASSIGN TO "MONCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-CLOSE-STATUS.

           SELECT SALES-JOURNAL-FILE ASSIGN TO "SALESJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-JOURNAL-STATUS.

           SELECT POST-REPORT-FILE ASSIGN TO "SALESPST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-REPORT-STATUS.
          05 PS-AMOUNT-X           PIC X(7).
          05 PS-AMOUNT REDEFINES PS-AMOUNT-X
                                   PIC 9(5)V99.
          05 PS-TRAN-TYPE          PIC X.
             88 PS-REGULAR-SALE    VALUE "S" " ".
             88 PS-ADJUSTMENT      VALUE "A".
          05 PS-REASON-CODE        PIC X(3).
          05 PS-ADJ-SIGN           PIC X.
             88 PS-ADJ-DECREASE    VALUE "-".

       FD  MONTH-CLOSE-FILE
           RECORDING MODE IS F.
       01 MONTH-CLOSE-RECORD.
          05 MC-CLOSE-YEAR         PIC 9(4).
          05 MC-CLOSE-MONTH        PIC 99.
          05 MC-CLOSED-DATE        PIC 9(8).

       FD  SALES-JOURNAL-FILE
           RECORDING MODE IS F.
       01 SALES-JOURNAL-RECORD.
          05 JR-STORE-NO           PIC 9(5).
          05 JR-SALES-YEAR         PIC 9(4).
          05 JR-SALES-MONTH        PIC 99.
          05 JR-TRAN-DATE          PIC 9(8).
          05 JR-AMOUNT             PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
          05 JR-BATCH-DATE         PIC 9(8).
          05 JR-TRAN-TYPE          PIC X.
          05 JR-REASON-CODE        PIC X(3).
          05 JR-MONTH-CLOSED       PIC X.

       FD  POST-REPORT-FILE
           RECORDING MODE IS F.
       01 WS-STORE-FILE-STATUS   PIC XX VALUE "00".
       01 WS-SALES-TRAN-STATUS   PIC XX VALUE "00".
       01 WS-POST-REPORT-STATUS  PIC XX VALUE "00".
       01 WS-MONTH-CLOSE-STATUS  PIC XX VALUE "00".
       01 WS-SALES-JOURNAL-STATUS PIC XX VALUE "00".

       01 WS-TRAN-EOF            PIC X  VALUE "N".
           88 TRAN-AT-EOF        VALUE "Y".
       01 WS-MASTER-OPEN-FLAG    PIC X  VALUE "N".
           88 MASTER-OPEN-FAILED VALUE "Y".
       01 WS-JOURNAL-OPEN-FLAG   PIC X  VALUE "N".
           88 JOURNAL-OPEN-FAILED VALUE "Y".
       01 WS-CLOSE-EOF           PIC X  VALUE "N".
           88 CLOSE-AT-EOF       VALUE "Y".
       01 WS-CONDITION-CODE      PIC 9(4) VALUE 0.

       01 MONTH-CLOSE-TABLE.
          05 MCT-MONTH-CLOSED    PIC X  OCCURS 12 TIMES.
       01 WS-MONTH-SUB           PIC 99 VALUE 0.
       01 WS-CLOSED-MONTH-COUNT  PIC 99 VALUE 0.
       01 WS-POSTED-INTO-CLOSED  PIC X  VALUE "N".

       01 WS-SIGNED-AMOUNT       PIC S9(5)V99 COMP-3 VALUE 0.
       01 WS-ADJ-POSTED-COUNT    PIC 9(5) VALUE 0.
       01 WS-ADJ-CLOSED-COUNT    PIC 9(5) VALUE 0.
       01 WS-ADJ-NET-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-JOURNAL-COUNT       PIC 9(5) VALUE 0.

       01 WS-STORE-FOUND         PIC X    VALUE "N".
           88 STORE-WAS-FOUND    VALUE "Y".
          05 WS-CD-MM      PIC 99.
          05 WS-CD-DD      PIC 99.
          05 FILLER        PIC X(13).
       01 WS-TODAY-YYYYMMDD REDEFINES WS-CURRENT-DATE.
          05 WS-TODAY-DATE PIC 9(8).
          05 FILLER        PIC X(13).

       01 WS-TRAN-READ-COUNT     PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT       PIC 9(5) VALUE 0.
          05 FILLER    PIC X(11) VALUE "     AMOUNT".
          05 FILLER    PIC X(2)  VALUE SPACES.
          05 FILLER    PIC X(24) VALUE "STATUS".
          05 FILLER    PIC X(5)  VALUE "TYPE ".
          05 FILLER    PIC X(6)  VALUE "REASON".

       01 WS-POST-DETAIL.
          05 WS-PD-STORE-NO   PIC ZZZZ9.
          05 WS-PD-AMOUNT     PIC ZZ,ZZ9.99.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-PD-STATUS     PIC X(24).
          05 FILLER           PIC X(1)  VALUE SPACES.
          05 WS-PD-TYPE       PIC X.
          05 WS-PD-SIGN       PIC X.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-PD-REASON     PIC X(3).

       01 WS-STORE-RECAP-HEADING.
          05 FILLER    PIC X(6)  VALUE "STORE ".
       01 WS-STORE-RECAP-DETAIL.
          05 WS-SR-STORE-NO   PIC ZZZZ9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-SR-AMOUNT     PIC ZZZ,ZZ9.99-.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-SR-COUNT      PIC ZZZZ9.

          05 FILLER           PIC X(12) VALUE "  REJECTED: ".
          05 WS-PT-REJECTED-AMT PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-POST-TOTALS-3.
          05 FILLER           PIC X(13) VALUE "ADJUSTMENTS: ".
          05 WS-PT-ADJ-COUNT  PIC ZZZZ9.
          05 FILLER           PIC X(7)  VALUE "  NET: ".
          05 WS-PT-ADJ-NET    PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER           PIC X(23)
                              VALUE "  INTO CLOSED MONTHS:  ".
          05 WS-PT-ADJ-CLOSED PIC ZZZZ9.
          05 FILLER           PIC X(18) VALUE "  JOURNAL ROWS:   ".
          05 WS-PT-JOURNAL    PIC ZZZZ9.

       01 WS-POST-TOTALS-4.
          05 FILLER           PIC X(22) VALUE "CLOSED MONTHS (YEAR   ".
          05 WS-PT-CLOSE-YEAR PIC 9(4).
          05 FILLER           PIC X(3)  VALUE "): ".
          05 WS-PT-CLOSED-MONTHS PIC X(36).
          05 WS-PT-CLOSED-MONTH-LIST REDEFINES WS-PT-CLOSED-MONTHS.
             10 WS-PT-CLOSED-MONTH OCCURS 12 TIMES PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          PERFORM LOAD-MONTH-CLOSE.
          PERFORM OPEN-POSTING-FILES.

          IF MASTER-OPEN-FAILED OR JOURNAL-OPEN-FAILED
             DISPLAY "MAIN-PARA: STORE MASTER OR POSTING JOURNAL NOT "
                "AVAILABLE, NO SALES POSTED"
             MOVE 16 TO WS-CONDITION-CODE
          ELSE
             PERFORM POST-TRANSACTIONS
             PERFORM WRITE-STORE-RECAP
             PERFORM WRITE-POST-TOTALS
             IF WS-REJECTED-COUNT > 0 AND WS-CONDITION-CODE < 4
                MOVE 4 TO WS-CONDITION-CODE
             END-IF
          END-IF.

          PERFORM CLOSE-POSTING-FILES.
          MOVE WS-CONDITION-CODE TO RETURN-CODE.

       GOBACK.

      *-----------------------------------------------------------------
      * Only close rows for the current year matter, since transactions
      * for any other year are rejected.  No MONCLOSE.DAT means no month
      * has been closed yet.
      *-----------------------------------------------------------------
       LOAD-MONTH-CLOSE.
          MOVE ALL "N" TO MONTH-CLOSE-TABLE.
          MOVE 0 TO WS-CLOSED-MONTH-COUNT.
          MOVE "N" TO WS-CLOSE-EOF.
          OPEN INPUT MONTH-CLOSE-FILE.
          IF WS-MONTH-CLOSE-STATUS NOT = "00"
             DISPLAY "LOAD-MONTH-CLOSE: NO MONCLOSE.DAT, NO MONTHS "
                "TREATED AS CLOSED, STATUS = " WS-MONTH-CLOSE-STATUS
             MOVE "Y" TO WS-CLOSE-EOF
          END-IF.

          PERFORM UNTIL CLOSE-AT-EOF
             READ MONTH-CLOSE-FILE
                AT END
                   MOVE "Y" TO WS-CLOSE-EOF
                NOT AT END
                   IF MC-CLOSE-YEAR = WS-CD-YYYY
                      AND MC-CLOSE-MONTH >= 1 AND MC-CLOSE-MONTH <= 12
                      IF MCT-MONTH-CLOSED (MC-CLOSE-MONTH) = "N"
                         ADD 1 TO WS-CLOSED-MONTH-COUNT
                      END-IF
                      MOVE "Y" TO MCT-MONTH-CLOSED (MC-CLOSE-MONTH)
                   END-IF
             END-READ
          END-PERFORM.

          IF WS-MONTH-CLOSE-STATUS = "00"
             OR WS-MONTH-CLOSE-STATUS = "10"
             CLOSE MONTH-CLOSE-FILE
          END-IF.

      *-----------------------------------------------------------------
       OPEN-POSTING-FILES.
          OPEN I-O STORE-FILE.
             MOVE "Y" TO WS-MASTER-OPEN-FLAG
          END-IF.

          OPEN EXTEND SALES-JOURNAL-FILE.
          IF WS-SALES-JOURNAL-STATUS NOT = "00"
             OPEN OUTPUT SALES-JOURNAL-FILE
          END-IF.
          IF WS-SALES-JOURNAL-STATUS NOT = "00"
             DISPLAY "OPEN-POSTING-FILES: UNABLE TO OPEN SALESJRN.DAT, "
                "STATUS = " WS-SALES-JOURNAL-STATUS
             MOVE "Y" TO WS-JOURNAL-OPEN-FLAG
          END-IF.

          OPEN INPUT SALES-TRAN-FILE.
          IF WS-SALES-TRAN-STATUS NOT = "00"
             DISPLAY "OPEN-POSTING-FILES: UNABLE TO OPEN STORSALE.DAT, "
                "STATUS = " WS-SALES-TRAN-STATUS
             MOVE "Y" TO WS-TRAN-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT POST-REPORT-FILE.
          MOVE SPACES       TO WS-POST-DETAIL.
          MOVE PS-STORE-NO  TO WS-PD-STORE-NO.
          MOVE PS-TRAN-DATE TO WS-PD-DATE.
          MOVE PS-TRAN-TYPE TO WS-PD-TYPE.
          IF PS-ADJUSTMENT
             MOVE PS-ADJ-SIGN    TO WS-PD-SIGN
             MOVE PS-REASON-CODE TO WS-PD-REASON
          END-IF.
          IF PS-AMOUNT-X NUMERIC
             MOVE PS-AMOUNT TO WS-PD-AMOUNT
             ADD PS-AMOUNT  TO WS-INPUT-AMOUNT-TOTAL
             WHEN PS-TRAN-MM < 1 OR PS-TRAN-MM > 12
                MOVE "MONTH OUT OF RANGE" TO WS-PD-STATUS
                PERFORM REJECT-TRAN-AMOUNT
             WHEN NOT PS-REGULAR-SALE AND NOT PS-ADJUSTMENT
                MOVE "INVALID TRAN TYPE" TO WS-PD-STATUS
                PERFORM REJECT-TRAN-AMOUNT
             WHEN PS-REGULAR-SALE
                AND MCT-MONTH-CLOSED (PS-TRAN-MM) = "Y"
                MOVE "MONTH IS CLOSED" TO WS-PD-STATUS
                PERFORM REJECT-TRAN-AMOUNT
             WHEN PS-ADJUSTMENT AND PS-REASON-CODE = SPACES
                MOVE "ADJUSTMENT NEEDS REASON" TO WS-PD-STATUS
                PERFORM REJECT-TRAN-AMOUNT
             WHEN PS-ADJUSTMENT
                AND PS-ADJ-SIGN NOT = "+" AND NOT = "-" AND NOT = SPACE
                MOVE "INVALID ADJUSTMENT SIGN" TO WS-PD-STATUS
                PERFORM REJECT-TRAN-AMOUNT
             WHEN OTHER
                PERFORM FIND-STORE
                IF STORE-WAS-FOUND
                   IF PS-ADJ-DECREASE AND PS-ADJUSTMENT
                      PERFORM APPLY-SALES-DECREASE
                   ELSE
                      PERFORM APPLY-SALES-AMOUNT
                   END-IF
                ELSE
                   MOVE "STORE NOT ON FILE" TO WS-PD-STATUS
                   PERFORM REJECT-TRAN-AMOUNT
          END-READ.

       APPLY-SALES-AMOUNT.
          MOVE PS-AMOUNT TO WS-SIGNED-AMOUNT.
          ADD PS-AMOUNT TO SR-STORE-SALES (PS-TRAN-MM)
             ON SIZE ERROR
                MOVE "MONTH BUCKET OVERFLOW" TO WS-PD-STATUS
                      MOVE "REWRITE FAILED" TO WS-PD-STATUS
                      PERFORM REJECT-TRAN-AMOUNT
                   NOT INVALID KEY
                      PERFORM RECORD-POSTED-AMOUNT
                END-REWRITE
          END-ADD.

      *-----------------------------------------------------------------
      * A decreasing adjustment may not take the month bucket below
      * zero.
      *-----------------------------------------------------------------
       APPLY-SALES-DECREASE.
          IF PS-AMOUNT > SR-STORE-SALES (PS-TRAN-MM)
             MOVE "ADJ EXCEEDS MONTH BUCKET" TO WS-PD-STATUS
             PERFORM REJECT-TRAN-AMOUNT
          ELSE
             COMPUTE WS-SIGNED-AMOUNT = 0 - PS-AMOUNT
             SUBTRACT PS-AMOUNT FROM SR-STORE-SALES (PS-TRAN-MM)
             REWRITE STORE-SALES-RECORD
                INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-PD-STATUS
                   PERFORM REJECT-TRAN-AMOUNT
                NOT INVALID KEY
                   PERFORM RECORD-POSTED-AMOUNT
             END-REWRITE
          END-IF.

       RECORD-POSTED-AMOUNT.
          ADD PS-AMOUNT TO WS-APPLIED-AMOUNT-TOTAL.
          PERFORM WRITE-JOURNAL-ROW.
          PERFORM TALLY-STORE-TOTAL.
          IF PS-ADJUSTMENT
             ADD 1 TO WS-ADJ-POSTED-COUNT
             ADD WS-SIGNED-AMOUNT TO WS-ADJ-NET-TOTAL
             IF WS-POSTED-INTO-CLOSED = "Y"
                ADD 1 TO WS-ADJ-CLOSED-COUNT
                MOVE "POSTED TO CLOSED MONTH" TO WS-PD-STATUS
             ELSE
                MOVE "POSTED" TO WS-PD-STATUS
             END-IF
          ELSE
             MOVE "POSTED" TO WS-PD-STATUS
          END-IF.
          PERFORM WRITE-APPLIED-LINE.

       WRITE-JOURNAL-ROW.
          MOVE MCT-MONTH-CLOSED (PS-TRAN-MM) TO WS-POSTED-INTO-CLOSED.
          MOVE PS-STORE-NO      TO JR-STORE-NO.
          MOVE PS-TRAN-YYYY     TO JR-SALES-YEAR.
          MOVE PS-TRAN-MM       TO JR-SALES-MONTH.
          MOVE PS-TRAN-DATE     TO JR-TRAN-DATE.
          MOVE WS-SIGNED-AMOUNT TO JR-AMOUNT.
          MOVE WS-TODAY-DATE    TO JR-BATCH-DATE.
          IF PS-ADJUSTMENT
             MOVE "A"            TO JR-TRAN-TYPE
             MOVE PS-REASON-CODE TO JR-REASON-CODE
          ELSE
             MOVE "S"            TO JR-TRAN-TYPE
             MOVE SPACES         TO JR-REASON-CODE
          END-IF.
          MOVE WS-POSTED-INTO-CLOSED TO JR-MONTH-CLOSED.
          WRITE SALES-JOURNAL-RECORD.
          ADD 1 TO WS-JOURNAL-COUNT.

       REJECT-TRAN-AMOUNT.
          ADD PS-AMOUNT TO WS-REJECTED-AMOUNT-TOTAL.
          PERFORM WRITE-REJECT-LINE.
                     OR WS-STORE-SLOT-FOUND = "Y"
             IF STT-STORE-NO (WS-STORE-TOTAL-SUB) = PS-STORE-NO
                MOVE "Y" TO WS-STORE-SLOT-FOUND
                ADD WS-SIGNED-AMOUNT
                   TO STT-POSTED-AMOUNT (WS-STORE-TOTAL-SUB)
                ADD 1 TO STT-POSTED-COUNT (WS-STORE-TOTAL-SUB)
             END-IF
                ADD 1 TO WS-STORE-TOTAL-COUNT
                MOVE PS-STORE-NO
                   TO STT-STORE-NO (WS-STORE-TOTAL-COUNT)
                MOVE WS-SIGNED-AMOUNT
                   TO STT-POSTED-AMOUNT (WS-STORE-TOTAL-COUNT)
                MOVE 1 TO STT-POSTED-COUNT (WS-STORE-TOTAL-COUNT)
             ELSE
          MOVE WS-REJECTED-AMOUNT-TOTAL TO WS-PT-REJECTED-AMT.
          MOVE WS-POST-TOTALS-2 TO POST-REPORT-RECORD.
          WRITE POST-REPORT-RECORD.
          MOVE WS-ADJ-POSTED-COUNT TO WS-PT-ADJ-COUNT.
          MOVE WS-ADJ-NET-TOTAL    TO WS-PT-ADJ-NET.
          MOVE WS-ADJ-CLOSED-COUNT TO WS-PT-ADJ-CLOSED.
          MOVE WS-JOURNAL-COUNT    TO WS-PT-JOURNAL.
          MOVE WS-POST-TOTALS-3 TO POST-REPORT-RECORD.
          WRITE POST-REPORT-RECORD.
          MOVE WS-CD-YYYY TO WS-PT-CLOSE-YEAR.
          MOVE SPACES TO WS-PT-CLOSED-MONTHS.
          IF WS-CLOSED-MONTH-COUNT = 0
             MOVE "NONE" TO WS-PT-CLOSED-MONTHS
          ELSE
             PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                     UNTIL WS-MONTH-SUB > 12
                IF MCT-MONTH-CLOSED (WS-MONTH-SUB) = "Y"
                   MOVE WS-MONTH-SUB
                      TO WS-PT-CLOSED-MONTH (WS-MONTH-SUB)
                END-IF
             END-PERFORM
          END-IF.
          MOVE WS-POST-TOTALS-4 TO POST-REPORT-RECORD.
          WRITE POST-REPORT-RECORD.

       CLOSE-POSTING-FILES.
          IF NOT MASTER-OPEN-FAILED
          IF WS-SALES-TRAN-STATUS = "00" OR WS-SALES-TRAN-STATUS = "10"
             CLOSE SALES-TRAN-FILE
          END-IF.
          IF NOT JOURNAL-OPEN-FAILED
             CLOSE SALES-JOURNAL-FILE
          END-IF.
          IF WS-POST-REPORT-STATUS = "00"
             CLOSE POST-REPORT-FILE
          END-IF.
