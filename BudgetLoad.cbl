       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDLOAD.

      *-----------------------------------------------------------------
      * Loads the store budget file STOREBUD.DAT from the yearly plan
      * transaction file PLANTRAN.DAT.  Each plan row gives a store,
      * the budget year and twelve monthly budget amounts.  The store
      * must be on STORE.DAT and its region on REGION.DAT; the region
      * is carried onto the budget row as loaded.  The budget file is
      * keyed by store and budget year, so loading a store again for
      * the same year replaces that year's budget and leaves the other
      * year's budget in place.
      * The budget year must be the current year or the next one, so
      * next year's plan can be loaded before the year turns over.
      * The run ends with condition code 16 when the budget file, the
      * store master or the plan file cannot be opened, 4 when any plan
      * row was rejected, and 0 otherwise.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO "STOREBUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT PLAN-TRAN-FILE ASSIGN TO "PLANTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-TRAN-STATUS.

           SELECT STORE-FILE ASSIGN TO "STORE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-STORE-NO
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT REGION-FILE ASSIGN TO "REGION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-FILE-STATUS.

           SELECT LOAD-REPORT-FILE ASSIGN TO "BUDLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01 BUDGET-RECORD.
          05 BG-BUDGET-KEY.
             10 BG-STORE-NO        PIC 9(5).
             10 BG-BUDGET-YEAR     PIC 9(4).
          05 BG-REGION-CODE        PIC X(3).
          05 BG-BUDGET-AMT         PIC 9(5)V99
                                        OCCURS 12 TIMES.
          05 BG-LOAD-DATE          PIC 9(8).

       FD  PLAN-TRAN-FILE
           RECORDING MODE IS F.
       01 PLAN-TRAN-RECORD.
          05 PT-STORE-NO           PIC 9(5).
          05 PT-BUDGET-YEAR        PIC 9(4).
          05 PT-AMOUNTS-X.
             10 PT-MONTH-AMT-X     PIC X(7)  OCCURS 12 TIMES.
          05 PT-AMOUNTS REDEFINES PT-AMOUNTS-X.
             10 PT-MONTH-AMT       PIC 9(5)V99 OCCURS 12 TIMES.

       FD  STORE-FILE.
       01 STORE-SALES-RECORD.
          05 SR-STORE-NO           PIC 9(5).
          05 SR-STORE-NAME         PIC X(25).
          05 SR-REGION-CODE        PIC X(3).
          05 SR-OPEN-DATE          PIC 9(8).
          05 SR-STORE-SALES        PIC 9(5)V99
                                        OCCURS 12 TIMES.

       FD  REGION-FILE
           RECORDING MODE IS F.
       01 REGION-RECORD.
          05 RG-REGION-CODE        PIC X(3).
          05 RG-REGION-NAME        PIC X(25).

       FD  LOAD-REPORT-FILE
           RECORDING MODE IS F.
       01 LOAD-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-BUDGET-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PLAN-TRAN-STATUS      PIC XX VALUE "00".
       01 WS-STORE-FILE-STATUS     PIC XX VALUE "00".
       01 WS-REGION-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LOAD-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-TRAN-EOF              PIC X  VALUE "N".
           88 TRAN-AT-EOF          VALUE "Y".
       01 WS-REGION-EOF            PIC X  VALUE "N".
           88 REGION-AT-EOF        VALUE "Y".
       01 WS-MASTER-OPEN-FLAG      PIC X  VALUE "N".
           88 MASTER-OPEN-FAILED   VALUE "Y".
       01 WS-BUDGET-FILE-AVAIL     PIC X  VALUE "N".
           88 BUDGET-FILE-IS-AVAIL VALUE "Y".
       01 WS-STORE-MASTER-AVAIL    PIC X  VALUE "N".
           88 STORE-MASTER-IS-AVAIL VALUE "Y".

       01 WS-BUDGET-FOUND          PIC X  VALUE "N".
           88 BUDGET-WAS-FOUND     VALUE "Y".
       01 WS-STORE-FOUND           PIC X  VALUE "N".
           88 STORE-WAS-FOUND      VALUE "Y".
       01 WS-REGION-FOUND          PIC X  VALUE "N".
           88 REGION-WAS-FOUND     VALUE "Y".

       01 WS-REGION-COUNT          PIC 9(3) VALUE 0.
       01 WS-REGION-SUB            PIC 9(3) VALUE 0.
       01 REGION-TABLE.
          05 RGN-CODE              PIC X(3) OCCURS 50 TIMES.

       01 WS-MONTH-SUB             PIC 99   VALUE 0.
       01 WS-BAD-MONTH             PIC 99   VALUE 0.
       01 WS-NEXT-YEAR             PIC 9(4) VALUE 0.
       01 WS-PLAN-ANNUAL           PIC S9(7)V99 COMP-3 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-CD-YYYY    PIC 9(4).
          05 WS-CD-MM      PIC 99.
          05 WS-CD-DD      PIC 99.
          05 FILLER        PIC X(13).
       01 WS-TODAY-YYYYMMDD REDEFINES WS-CURRENT-DATE.
          05 WS-TODAY-DATE PIC 9(8).
          05 FILLER        PIC X(13).

       01 WS-TRAN-READ-COUNT       PIC 9(5) VALUE 0.
       01 WS-ADDED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REPLACED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-CONDITION-CODE        PIC 9(4) VALUE 0.
       01 WS-LOADED-AMOUNT-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-LOAD-HEADING-1.
          05 FILLER    PIC X(40) VALUE SPACES.
          05 FILLER    PIC X(24) VALUE "STORE BUDGET LOAD".

       01 WS-LOAD-HEADING-2.
          05 FILLER    PIC X(6)  VALUE "STORE ".
          05 FILLER    PIC X(6)  VALUE "YEAR  ".
          05 FILLER    PIC X(5)  VALUE "RGN  ".
          05 FILLER    PIC X(27) VALUE "NAME".
          05 FILLER    PIC X(14) VALUE "  ANNUAL PLAN".
          05 FILLER    PIC X(2)  VALUE SPACES.
          05 FILLER    PIC X(26) VALUE "STATUS".

       01 WS-LOAD-DETAIL.
          05 WS-LD-STORE-NO   PIC ZZZZ9.
          05 FILLER           PIC X     VALUE SPACES.
          05 WS-LD-YEAR       PIC X(4).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LD-REGION     PIC X(3).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LD-NAME       PIC X(25).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-LD-ANNUAL     PIC Z,ZZZ,ZZ9.99.
          05 FILLER           PIC X(3)  VALUE SPACES.
          05 WS-LD-STATUS     PIC X(26).
          05 WS-LD-STATUS-MONTH REDEFINES WS-LD-STATUS.
             10 FILLER        PIC X(6).
             10 WS-LD-BAD-MONTH PIC 99.
             10 FILLER        PIC X(18).

       01 WS-LOAD-TOTALS-1.
          05 FILLER           PIC X(12) VALUE "PLANS READ: ".
          05 WS-LT-READ       PIC ZZZZ9.
          05 FILLER           PIC X(9)  VALUE "  ADDED: ".
          05 WS-LT-ADDED      PIC ZZZZ9.
          05 FILLER           PIC X(12) VALUE "  REPLACED: ".
          05 WS-LT-REPLACED   PIC ZZZZ9.
          05 FILLER           PIC X(12) VALUE "  REJECTED: ".
          05 WS-LT-REJECTED   PIC ZZZZ9.

       01 WS-LOAD-TOTALS-2.
          05 FILLER           PIC X(20) VALUE "ANNUAL PLAN LOADED: ".
          05 WS-LT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          ADD 1 TO WS-CD-YYYY GIVING WS-NEXT-YEAR.
          PERFORM LOAD-REGION-TABLE.
          PERFORM OPEN-LOAD-FILES.

          IF MASTER-OPEN-FAILED
             DISPLAY "MAIN-PARA: BUDGET OR STORE MASTER NOT "
                "AVAILABLE, NO BUDGETS LOADED"
             MOVE 16 TO WS-CONDITION-CODE
          ELSE
             PERFORM LOAD-PLAN-TRANSACTIONS
             PERFORM WRITE-LOAD-TOTALS
             IF WS-REJECTED-COUNT > 0 AND WS-CONDITION-CODE < 4
                MOVE 4 TO WS-CONDITION-CODE
             END-IF
          END-IF.

          PERFORM CLOSE-LOAD-FILES.
          MOVE WS-CONDITION-CODE TO RETURN-CODE.

       GOBACK.

      *-----------------------------------------------------------------
       LOAD-REGION-TABLE.
          MOVE 0   TO WS-REGION-COUNT.
          MOVE "N" TO WS-REGION-EOF.

          OPEN INPUT REGION-FILE.
          IF WS-REGION-FILE-STATUS NOT = "00"
             DISPLAY "LOAD-REGION-TABLE: UNABLE TO OPEN REGION.DAT, "
                "STATUS = " WS-REGION-FILE-STATUS
             MOVE "Y" TO WS-REGION-EOF
          END-IF.

          PERFORM UNTIL REGION-AT-EOF OR WS-REGION-COUNT = 50
             READ REGION-FILE
                AT END
                   MOVE "Y" TO WS-REGION-EOF
                NOT AT END
                   ADD 1 TO WS-REGION-COUNT
                   MOVE RG-REGION-CODE
                      TO RGN-CODE (WS-REGION-COUNT)
             END-READ
          END-PERFORM.

          IF WS-REGION-COUNT = 50 AND NOT REGION-AT-EOF
             READ REGION-FILE
                AT END
                   MOVE "Y" TO WS-REGION-EOF
                NOT AT END
                   DISPLAY
                      "LOAD-REGION-TABLE: REGION.DAT EXCEEDS 50 ROWS, "
                      "TRUNCATED AT REGION TABLE LIMIT"
             END-READ
          END-IF.

          IF WS-REGION-FILE-STATUS = "00"
             OR WS-REGION-FILE-STATUS = "10"
             CLOSE REGION-FILE
          END-IF.

       OPEN-LOAD-FILES.
          OPEN I-O BUDGET-FILE.
          IF WS-BUDGET-FILE-STATUS = "00"
             OR WS-BUDGET-FILE-STATUS = "05"
             MOVE "Y" TO WS-BUDGET-FILE-AVAIL
          ELSE
             DISPLAY "OPEN-LOAD-FILES: UNABLE TO OPEN STOREBUD.DAT, "
                "STATUS = " WS-BUDGET-FILE-STATUS
             MOVE "Y" TO WS-MASTER-OPEN-FLAG
          END-IF.

          OPEN INPUT STORE-FILE.
          IF WS-STORE-FILE-STATUS = "00"
             MOVE "Y" TO WS-STORE-MASTER-AVAIL
          ELSE
             DISPLAY "OPEN-LOAD-FILES: UNABLE TO OPEN STORE.DAT, "
                "STATUS = " WS-STORE-FILE-STATUS
             MOVE "Y" TO WS-MASTER-OPEN-FLAG
          END-IF.

          OPEN INPUT PLAN-TRAN-FILE.
          IF WS-PLAN-TRAN-STATUS NOT = "00"
             DISPLAY "OPEN-LOAD-FILES: UNABLE TO OPEN PLANTRAN.DAT, "
                "STATUS = " WS-PLAN-TRAN-STATUS
             MOVE "Y" TO WS-TRAN-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT LOAD-REPORT-FILE.
          IF WS-LOAD-REPORT-STATUS NOT = "00"
             DISPLAY "OPEN-LOAD-FILES: UNABLE TO OPEN BUDLOAD.RPT, "
                "STATUS = " WS-LOAD-REPORT-STATUS
          END-IF.

          MOVE WS-LOAD-HEADING-1 TO LOAD-REPORT-RECORD.
          WRITE LOAD-REPORT-RECORD.
          MOVE WS-LOAD-HEADING-2 TO LOAD-REPORT-RECORD.
          WRITE LOAD-REPORT-RECORD.

      *-----------------------------------------------------------------
       LOAD-PLAN-TRANSACTIONS.
          PERFORM UNTIL TRAN-AT-EOF
             READ PLAN-TRAN-FILE
                AT END
                   MOVE "Y" TO WS-TRAN-EOF
                NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
                   PERFORM LOAD-ONE-PLAN
             END-READ
          END-PERFORM.

       LOAD-ONE-PLAN.
          MOVE SPACES TO WS-LOAD-DETAIL.
          IF PT-STORE-NO NUMERIC
             MOVE PT-STORE-NO TO WS-LD-STORE-NO
          END-IF.
          MOVE PT-BUDGET-YEAR TO WS-LD-YEAR.
          PERFORM CHECK-PLAN-AMOUNTS.

          EVALUATE TRUE
             WHEN PT-STORE-NO NOT NUMERIC
                MOVE "STORE NUMBER NOT NUMERIC" TO WS-LD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN PT-BUDGET-YEAR NOT NUMERIC
                MOVE "BUDGET YEAR NOT NUMERIC" TO WS-LD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN PT-BUDGET-YEAR NOT = WS-CD-YYYY
                AND PT-BUDGET-YEAR NOT = WS-NEXT-YEAR
                MOVE "NOT CURRENT OR NEXT YEAR" TO WS-LD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN WS-BAD-MONTH NOT = 0
                MOVE "MONTH    NOT NUMERIC" TO WS-LD-STATUS
                MOVE WS-BAD-MONTH TO WS-LD-BAD-MONTH
                PERFORM WRITE-REJECT-LINE
             WHEN OTHER
                PERFORM FIND-STORE
                IF NOT STORE-WAS-FOUND
                   MOVE "STORE NOT ON FILE" TO WS-LD-STATUS
                   PERFORM WRITE-REJECT-LINE
                ELSE
                   MOVE SR-STORE-NAME  TO WS-LD-NAME
                   MOVE SR-REGION-CODE TO WS-LD-REGION
                   PERFORM FIND-REGION
                   IF NOT REGION-WAS-FOUND
                      MOVE "REGION NOT ON REGION.DAT" TO WS-LD-STATUS
                      PERFORM WRITE-REJECT-LINE
                   ELSE
                      PERFORM APPLY-PLAN
                   END-IF
                END-IF
          END-EVALUATE.

       CHECK-PLAN-AMOUNTS.
          MOVE 0 TO WS-BAD-MONTH.
          MOVE 0 TO WS-PLAN-ANNUAL.
          PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                  UNTIL WS-MONTH-SUB > 12
             IF PT-MONTH-AMT-X (WS-MONTH-SUB) NUMERIC
                ADD PT-MONTH-AMT (WS-MONTH-SUB) TO WS-PLAN-ANNUAL
             ELSE
                IF WS-BAD-MONTH = 0
                   MOVE WS-MONTH-SUB TO WS-BAD-MONTH
                END-IF
             END-IF
          END-PERFORM.

       FIND-STORE.
          MOVE "N" TO WS-STORE-FOUND.
          MOVE PT-STORE-NO TO SR-STORE-NO.
          READ STORE-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE "Y" TO WS-STORE-FOUND
          END-READ.

       FIND-REGION.
          MOVE "N" TO WS-REGION-FOUND.
          PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                  UNTIL WS-REGION-SUB > WS-REGION-COUNT
                     OR WS-REGION-FOUND = "Y"
             IF RGN-CODE (WS-REGION-SUB) = SR-REGION-CODE
                MOVE "Y" TO WS-REGION-FOUND
             END-IF
          END-PERFORM.

       FIND-BUDGET.
          MOVE "N" TO WS-BUDGET-FOUND.
          MOVE PT-STORE-NO    TO BG-STORE-NO.
          MOVE PT-BUDGET-YEAR TO BG-BUDGET-YEAR.
          READ BUDGET-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE "Y" TO WS-BUDGET-FOUND
          END-READ.

      *-----------------------------------------------------------------
       APPLY-PLAN.
          PERFORM FIND-BUDGET.
          MOVE PT-STORE-NO    TO BG-STORE-NO.
          MOVE PT-BUDGET-YEAR TO BG-BUDGET-YEAR.
          MOVE SR-REGION-CODE TO BG-REGION-CODE.
          PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                  UNTIL WS-MONTH-SUB > 12
             MOVE PT-MONTH-AMT (WS-MONTH-SUB)
                TO BG-BUDGET-AMT (WS-MONTH-SUB)
          END-PERFORM.
          MOVE WS-TODAY-DATE  TO BG-LOAD-DATE.
          MOVE WS-PLAN-ANNUAL TO WS-LD-ANNUAL.

          IF BUDGET-WAS-FOUND
             REWRITE BUDGET-RECORD
                INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-LD-STATUS
                   PERFORM WRITE-REJECT-LINE
                NOT INVALID KEY
                   ADD 1 TO WS-REPLACED-COUNT
                   ADD WS-PLAN-ANNUAL TO WS-LOADED-AMOUNT-TOTAL
                   MOVE "REPLACED" TO WS-LD-STATUS
                   PERFORM WRITE-APPLIED-LINE
             END-REWRITE
          ELSE
             WRITE BUDGET-RECORD
                INVALID KEY
                   MOVE "WRITE FAILED" TO WS-LD-STATUS
                   PERFORM WRITE-REJECT-LINE
                NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   ADD WS-PLAN-ANNUAL TO WS-LOADED-AMOUNT-TOTAL
                   MOVE "ADDED" TO WS-LD-STATUS
                   PERFORM WRITE-APPLIED-LINE
             END-WRITE
          END-IF.

      *-----------------------------------------------------------------
       WRITE-APPLIED-LINE.
          MOVE WS-LOAD-DETAIL TO LOAD-REPORT-RECORD.
          WRITE LOAD-REPORT-RECORD.

       WRITE-REJECT-LINE.
          ADD 1 TO WS-REJECTED-COUNT.
          MOVE WS-LOAD-DETAIL TO LOAD-REPORT-RECORD.
          WRITE LOAD-REPORT-RECORD.

       WRITE-LOAD-TOTALS.
          MOVE SPACES TO LOAD-REPORT-RECORD.
          WRITE LOAD-REPORT-RECORD.
          MOVE WS-TRAN-READ-COUNT TO WS-LT-READ.
          MOVE WS-ADDED-COUNT     TO WS-LT-ADDED.
          MOVE WS-REPLACED-COUNT  TO WS-LT-REPLACED.
          MOVE WS-REJECTED-COUNT  TO WS-LT-REJECTED.
          MOVE WS-LOAD-TOTALS-1 TO LOAD-REPORT-RECORD.
          WRITE LOAD-REPORT-RECORD.
          MOVE WS-LOADED-AMOUNT-TOTAL TO WS-LT-AMOUNT.
          MOVE WS-LOAD-TOTALS-2 TO LOAD-REPORT-RECORD.
          WRITE LOAD-REPORT-RECORD.

       CLOSE-LOAD-FILES.
          IF BUDGET-FILE-IS-AVAIL
             CLOSE BUDGET-FILE
          END-IF.
          IF STORE-MASTER-IS-AVAIL
             CLOSE STORE-FILE
          END-IF.
          IF WS-PLAN-TRAN-STATUS = "00" OR WS-PLAN-TRAN-STATUS = "10"
             CLOSE PLAN-TRAN-FILE
          END-IF.
          IF WS-LOAD-REPORT-STATUS = "00"
             CLOSE LOAD-REPORT-FILE
          END-IF.
