               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "STOREBUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT BUDGET-CONTROL-FILE ASSIGN TO "BUDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-CONTROL-STATUS.

           SELECT CLOSED-CONTROL-FILE ASSIGN TO "CLOSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-CONTROL-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-REPORT-STATUS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
          05 IM-ITEM-CODE          PIC 9(7).
          05 IM-ITEM-DESCRIPTION   PIC X(24).
          05 IM-ITEM-PRICE         PIC 9(3)V99.
          05 IM-ON-HAND            PIC 9(7).
          05 IM-REORDER-POINT      PIC 9(7).
          05 IM-REORDER-QTY        PIC 9(7).

       FD  QTY-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01 SUMMARY-RECORD PIC X(80).

       FD  BUDGET-FILE.
       01 BUDGET-RECORD.
          05 BG-BUDGET-KEY.
             10 BG-STORE-NO        PIC 9(5).
             10 BG-BUDGET-YEAR     PIC 9(4).
          05 BG-REGION-CODE        PIC X(3).
          05 BG-BUDGET-AMT         PIC 9(5)V99
                                        OCCURS 12 TIMES.
          05 BG-LOAD-DATE          PIC 9(8).

       FD  BUDGET-CONTROL-FILE
           RECORDING MODE IS F.
       01 BUDGET-CONTROL-RECORD.
          05 BC-UNDER-PLAN-PCT-X   PIC X(4).
          05 BC-UNDER-PLAN-PCT REDEFINES BC-UNDER-PLAN-PCT-X
                                   PIC 9(3)V9.
          05 BC-THRU-MONTH-X       PIC XX.
          05 BC-THRU-MONTH REDEFINES BC-THRU-MONTH-X
                                   PIC 99.

       FD  CLOSED-CONTROL-FILE
           RECORDING MODE IS F.
       01 CLOSED-CONTROL-RECORD.
          05 CL-STORE-NO           PIC 9(5).

       FD  BUDGET-REPORT-FILE
           RECORDING MODE IS F.
       01 BUDGET-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-RUN-CONTROL-STATUS      PIC XX VALUE "00".
           88 RUN-MODE-STORE-ROLLUP  VALUE "S".
           88 RUN-MODE-STORE-LOOKUP  VALUE "L".
           88 RUN-MODE-STORE-COMPARE VALUE "C".
           88 RUN-MODE-BUDGET-VARIANCE VALUE "B".

       01 WS-ITEM-FILE-STATUS        PIC XX VALUE "00".
       01 WS-QTY-FILE-STATUS         PIC XX VALUE "00".
          05 FILLER            PIC X(8)  VALUE "AMOUNT  ".
          05 WS-LD-AMOUNT      PIC ZZZ,ZZ9.99.

      *-----------------------------------------------------------------
      * Budget versus actual.  Months 1 through the reporting month make
      * up the year to date; a store is flagged when its year-to-date
      * actual falls more than the under-plan percentage below budget.
      *-----------------------------------------------------------------
       01 WS-BUDGET-FILE-STATUS      PIC XX VALUE "00".
       01 WS-BUDGET-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-CLOSED-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-BUDGET-REPORT-STATUS    PIC XX VALUE "00".
       01 WS-BUDGET-FILE-AVAIL       PIC X  VALUE "N".
           88 BUDGET-FILE-IS-AVAIL   VALUE "Y".
       01 WS-BUDGET-EOF              PIC X  VALUE "N".
           88 BUDGET-AT-EOF          VALUE "Y".
       01 WS-BUDGET-FOUND            PIC X  VALUE "N".
           88 BUDGET-WAS-FOUND       VALUE "Y".
       01 WS-STORE-UNDER-PLAN        PIC X  VALUE "N".
           88 STORE-IS-UNDER-PLAN    VALUE "Y".

       01 WS-CLOSED-EOF              PIC X  VALUE "N".
           88 CLOSED-AT-EOF          VALUE "Y".
       01 WS-CLOSED-COUNT            PIC 9(3) VALUE 0.
       01 WS-CLOSED-SUB              PIC 9(3) VALUE 0.
       01 WS-STORE-CLOSED            PIC X  VALUE "N".
           88 STORE-IS-CLOSED        VALUE "Y".
       01 CLOSED-STORE-TABLE.
          05 CLOSED-STORE-NO         PIC 9(5) OCCURS 100 TIMES.

       01 WS-BUDGET-YEAR             PIC 9(4) VALUE 0.
       01 WS-THRU-MONTH              PIC 99   VALUE 0.
       01 WS-UNDER-PLAN-PCT          PIC S9(3)V9 COMP-3 VALUE 10.0.

       01 WS-BV-BUDGET-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BV-ACTUAL-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BV-STORE-ANNUAL-PLAN    PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BV-STORE-YTD-BUDGET     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BV-STORE-YTD-ACTUAL     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BV-STORE-ANNUAL-ACTUAL  PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BV-REGION-BUDGET        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BV-REGION-ACTUAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BV-REGION-STORES        PIC 9(4) VALUE 0.
       01 WS-BV-REGION-UNDER         PIC 9(4) VALUE 0.
       01 WS-BV-COMPANY-BUDGET       PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BV-COMPANY-ACTUAL       PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BV-COMPANY-STORES       PIC 9(4) VALUE 0.
       01 WS-BV-COMPANY-UNDER        PIC 9(4) VALUE 0.
       01 WS-BV-NO-BUDGET-COUNT      PIC 9(4) VALUE 0.
       01 WS-BV-ORPHAN-BUDGET-COUNT  PIC 9(4) VALUE 0.
       01 WS-BV-CLOSED-BUDGET-COUNT  PIC 9(4) VALUE 0.

       01 WS-MONTH-NAME-LIST         PIC X(36)
             VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-LIST.
          05 WS-MONTH-NAME           PIC X(3) OCCURS 12 TIMES.

       01 WS-BUDGET-HEADING-1.
          05 FILLER    PIC X(30) VALUE SPACES.
          05 FILLER    PIC X(28) VALUE "BUDGET VERSUS ACTUAL REPORT".
          05 FILLER    PIC X(8)  VALUE "  YEAR: ".
          05 WS-BH-YEAR        PIC 9(4).
          05 FILLER    PIC X(17) VALUE "  THROUGH MONTH: ".
          05 WS-BH-THRU-MONTH  PIC X(3).
          05 FILLER    PIC X(21) VALUE "  FLAG UNDER PLAN BY ".
          05 WS-BH-UNDER-PCT   PIC ZZ9.9.
          05 FILLER    PIC X     VALUE "%".

       01 WS-BUDGET-HEADING-2.
          05 FILLER    PIC X(11) VALUE SPACES.
          05 FILLER    PIC X(5)  VALUE "MONTH".
          05 FILLER    PIC X(15) VALUE "         BUDGET".
          05 FILLER    PIC X(2)  VALUE SPACES.
          05 FILLER    PIC X(15) VALUE "         ACTUAL".
          05 FILLER    PIC X(2)  VALUE SPACES.
          05 FILLER    PIC X(15) VALUE "     DOLLAR VAR".
          05 FILLER    PIC X(2)  VALUE SPACES.
          05 FILLER    PIC X(8)  VALUE " PCT VAR".

       01 WS-BUDGET-STORE-LINE.
          05 FILLER            PIC X(6)  VALUE "STORE ".
          05 WS-BS-STORE-NO    PIC ZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-BS-NAME        PIC X(25).
          05 FILLER            PIC X(15) VALUE "  ANNUAL PLAN: ".
          05 WS-BS-ANNUAL-PLAN PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(17) VALUE "  ANNUAL ACTUAL: ".
          05 WS-BS-ANNUAL-ACT  PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-BUDGET-MONTH-LINE.
          05 FILLER            PIC X(11) VALUE SPACES.
          05 WS-BM-MONTH       PIC X(5).
          05 WS-BM-BUDGET      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-BM-ACTUAL      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-BM-DOLLAR-VAR  PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-BM-PCT-VAR     PIC ZZZZ9.9-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-BM-FLAG        PIC X(20).

       01 WS-BUDGET-SUBTOTAL-LINE.
          05 WS-BT-LABEL       PIC X(16).
          05 WS-BT-BUDGET      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-BT-ACTUAL      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-BT-DOLLAR-VAR  PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-BT-PCT-VAR     PIC ZZZZ9.9-.
          05 FILLER            PIC X(10) VALUE "  STORES: ".
          05 WS-BT-STORES      PIC ZZZ9.
          05 FILLER            PIC X(14) VALUE "  UNDER PLAN: ".
          05 WS-BT-UNDER       PIC ZZZ9.

       01 WS-BUDGET-EXCEPTION-LINE.
          05 FILLER            PIC X(12) VALUE "EXCEPTION   ".
          05 FILLER            PIC X(6)  VALUE "STORE ".
          05 WS-BE-STORE-NO    PIC ZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-BE-NAME        PIC X(25).
          05 FILLER            PIC X(7)  VALUE "  YEAR ".
          05 WS-BE-YEAR        PIC X(4).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-BE-REASON      PIC X(40).

       01 WS-BUDGET-EXCEPTION-HEADING.
          05 FILLER    PIC X(40)
                       VALUE "BUDGETS FOR UNKNOWN OR CLOSED STORES".

       01 WS-BUDGET-EXCEPTION-TOTALS.
          05 FILLER            PIC X(28)
                               VALUE "ACTUALS WITH NO BUDGET:     ".
          05 WS-BX-NO-BUDGET   PIC ZZZ9.
          05 FILLER            PIC X(22) VALUE "  UNKNOWN STORE BUDG: ".
          05 WS-BX-ORPHAN      PIC ZZZ9.
          05 FILLER            PIC X(21) VALUE "  CLOSED STORE BUDG: ".
          05 WS-BX-CLOSED      PIC ZZZ9.

      * Declare 3 2-digit integer variables.
       01 X PIC 99.
       01 Y PIC 99.
                PERFORM STORE-LOOKUP-INQUIRY
             WHEN RUN-MODE-STORE-COMPARE
                PERFORM STORE-COMPARISON-REPORT
             WHEN RUN-MODE-BUDGET-VARIANCE
                PERFORM BUDGET-VARIANCE-REPORT
             WHEN OTHER
                PERFORM PRICE-EXTENSION-REPORT
                PERFORM SALES-ROLLUP-REPORT
          PERFORM WRITE-RUN-SUMMARY.
          MOVE WS-CONDITION-CODE TO RETURN-CODE.

          GOBACK.

      *-----------------------------------------------------------------
       READ-RUN-CONTROL.
             WS-CONDITION-CODE.
          PERFORM WRITE-RUN-SUMMARY.
          MOVE WS-CONDITION-CODE TO RETURN-CODE.
          GOBACK.

       WRITE-RUN-SUMMARY.
          OPEN OUTPUT SUMMARY-FILE.
          MOVE "N" TO WS-UNASSIGNED-PASS.

       WRITE-REGION-HEADING.
          IF RUN-MODE-BUDGET-VARIANCE
             PERFORM WRITE-BUDGET-REGION-HEADING
          ELSE
             MOVE SPACES TO STORE-REPORT-RECORD
             WRITE STORE-REPORT-RECORD
             MOVE WS-REGION-HEADING TO STORE-REPORT-RECORD
             WRITE STORE-REPORT-RECORD
          END-IF.
          MOVE 0 TO WS-REGION-SALES-TOTAL.
          MOVE 0 TO WS-REGION-STORE-COUNT.

       WRITE-REGION-SUBTOTAL.
          IF RUN-MODE-BUDGET-VARIANCE
             PERFORM WRITE-BUDGET-REGION-SUBTOTAL
          ELSE
             MOVE WS-REGION-SALES-TOTAL TO WS-RS-TOTAL
             MOVE WS-REGION-STORE-COUNT TO WS-RS-COUNT
             MOVE WS-REGION-SUBTOTAL-LINE TO STORE-REPORT-RECORD
             WRITE STORE-REPORT-RECORD
          END-IF.

       SCAN-STORES-FOR-BREAK.
          MOVE "N" TO WS-STORE-EOF.
             MOVE SR-REGION-CODE TO WS-CURRENT-REGION
             PERFORM FIND-REGION
             IF NOT REGION-WAS-FOUND
                PERFORM WRITE-BREAK-DETAIL
             END-IF
          ELSE
             IF SR-REGION-CODE = WS-CURRENT-REGION
                PERFORM WRITE-BREAK-DETAIL
             END-IF
          END-IF.

       WRITE-BREAK-DETAIL.
          IF RUN-MODE-BUDGET-VARIANCE
             PERFORM WRITE-BUDGET-DETAIL
          ELSE
             PERFORM WRITE-STORE-DETAIL
          END-IF.

       FIND-REGION.
          MOVE "N" TO WS-REGION-FOUND.
          PERFORM VARYING WS-RGN-I FROM 1 BY 1
          MOVE WS-STORE-REPORT-TOTAL TO STORE-REPORT-RECORD.
          WRITE STORE-REPORT-RECORD.

      *-----------------------------------------------------------------
      * Budget versus actual follows the rollup's region breaks so the
      * two reports subtotal the same way.  Stores with actuals and no
      * budget are listed inline; a second pass over the budget file
      * lists budgets held for stores that are unknown or closed.
      *-----------------------------------------------------------------
       BUDGET-VARIANCE-REPORT.
          PERFORM READ-BUDGET-CONTROL.
          PERFORM LOAD-REGION-TABLE.
          PERFORM SORT-REGION-TABLE.
          PERFORM LOAD-CLOSED-STORES.
          PERFORM OPEN-BUDGET-FILES.

          MOVE "N" TO WS-UNASSIGNED-PASS.
          PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                  UNTIL WS-REGION-SUB > WS-REGION-COUNT
             IF WS-REGION-SUB = 1
                OR RGN-CODE (WS-REGION-SUB)
                   NOT = RGN-CODE (WS-REGION-SUB - 1)
                PERFORM PRINT-REGION-BREAK
             END-IF
          END-PERFORM.
          PERFORM PRINT-UNASSIGNED-BREAK.

          PERFORM WRITE-BUDGET-COMPANY-TOTAL.
          PERFORM LIST-BUDGET-EXCEPTIONS.
          PERFORM WRITE-BUDGET-EXCEPTION-TOTALS.
          PERFORM CLOSE-BUDGET-FILES.

       READ-BUDGET-CONTROL.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          MOVE WS-CD-YYYY TO WS-BUDGET-YEAR.
          MOVE WS-CD-MM   TO WS-THRU-MONTH.

          OPEN INPUT BUDGET-CONTROL-FILE.
          IF WS-BUDGET-CONTROL-STATUS = "00"
             READ BUDGET-CONTROL-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF BC-UNDER-PLAN-PCT NUMERIC
                      MOVE BC-UNDER-PLAN-PCT TO WS-UNDER-PLAN-PCT
                   END-IF
                   IF BC-THRU-MONTH NUMERIC
                      AND BC-THRU-MONTH > 0 AND BC-THRU-MONTH < 13
                      MOVE BC-THRU-MONTH TO WS-THRU-MONTH
                   END-IF
             END-READ
             CLOSE BUDGET-CONTROL-FILE
          ELSE
             DISPLAY "READ-BUDGET-CONTROL: NO BUDCTL.DAT, UNDER-PLAN "
                "FLAG DEFAULTS TO 10.0 PCT THROUGH CURRENT MONTH"
          END-IF.

       LOAD-CLOSED-STORES.
          MOVE 0   TO WS-CLOSED-COUNT.
          MOVE "N" TO WS-CLOSED-EOF.

          OPEN INPUT CLOSED-CONTROL-FILE.
          IF WS-CLOSED-CONTROL-STATUS NOT = "00"
             DISPLAY "LOAD-CLOSED-STORES: NO CLOSED.DAT, "
                "NO STORES TREATED AS CLOSED, STATUS = "
                WS-CLOSED-CONTROL-STATUS
             MOVE "Y" TO WS-CLOSED-EOF
          END-IF.

          PERFORM UNTIL CLOSED-AT-EOF OR WS-CLOSED-COUNT = 100
             READ CLOSED-CONTROL-FILE
                AT END
                   MOVE "Y" TO WS-CLOSED-EOF
                NOT AT END
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE CL-STORE-NO
                      TO CLOSED-STORE-NO (WS-CLOSED-COUNT)
             END-READ
          END-PERFORM.

          IF WS-CLOSED-COUNT = 100 AND NOT CLOSED-AT-EOF
             READ CLOSED-CONTROL-FILE
                AT END
                   MOVE "Y" TO WS-CLOSED-EOF
                NOT AT END
                   DISPLAY
                      "LOAD-CLOSED-STORES: CLOSED.DAT EXCEEDS 100 "
                      "ROWS, TRUNCATED AT CLOSED TABLE LIMIT"
                   PERFORM RECORD-TRUNCATION
             END-READ
          END-IF.

          IF WS-CLOSED-CONTROL-STATUS = "00"
             OR WS-CLOSED-CONTROL-STATUS = "10"
             CLOSE CLOSED-CONTROL-FILE
          END-IF.

       CHECK-STORE-CLOSED.
          MOVE "N" TO WS-STORE-CLOSED.
          PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                  UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
                     OR WS-STORE-CLOSED = "Y"
             IF CLOSED-STORE-NO (WS-CLOSED-SUB) = SR-STORE-NO
                MOVE "Y" TO WS-STORE-CLOSED
             END-IF
          END-PERFORM.

       OPEN-BUDGET-FILES.
          MOVE "N" TO WS-ROLLUP-STORE-AVAIL.
          MOVE "N" TO WS-BUDGET-FILE-AVAIL.

          OPEN INPUT STORE-FILE.
          IF WS-STORE-FILE-STATUS = "00"
             MOVE "Y" TO WS-ROLLUP-STORE-AVAIL
          ELSE
             DISPLAY "OPEN-BUDGET-FILES: UNABLE TO OPEN STORE.DAT, "
                "STATUS = " WS-STORE-FILE-STATUS
             PERFORM RECORD-OPEN-FAILURE
          END-IF.

          OPEN INPUT BUDGET-FILE.
          IF WS-BUDGET-FILE-STATUS = "00"
             MOVE "Y" TO WS-BUDGET-FILE-AVAIL
          ELSE
             DISPLAY "OPEN-BUDGET-FILES: UNABLE TO OPEN STOREBUD.DAT, "
                "STATUS = " WS-BUDGET-FILE-STATUS
             PERFORM RECORD-OPEN-FAILURE
          END-IF.

          OPEN OUTPUT BUDGET-REPORT-FILE.
          IF WS-BUDGET-REPORT-STATUS NOT = "00"
             DISPLAY "OPEN-BUDGET-FILES: UNABLE TO OPEN BUDVAR.RPT, "
                "STATUS = " WS-BUDGET-REPORT-STATUS
             PERFORM RECORD-OPEN-FAILURE
          END-IF.

          MOVE 0 TO WS-BV-COMPANY-BUDGET.
          MOVE 0 TO WS-BV-COMPANY-ACTUAL.
          MOVE 0 TO WS-BV-COMPANY-STORES.
          MOVE 0 TO WS-BV-COMPANY-UNDER.
          MOVE 0 TO WS-BV-NO-BUDGET-COUNT.
          MOVE 0 TO WS-BV-ORPHAN-BUDGET-COUNT.
          MOVE 0 TO WS-BV-CLOSED-BUDGET-COUNT.

          MOVE WS-BUDGET-YEAR                TO WS-BH-YEAR.
          MOVE WS-MONTH-NAME (WS-THRU-MONTH) TO WS-BH-THRU-MONTH.
          MOVE WS-UNDER-PLAN-PCT             TO WS-BH-UNDER-PCT.
          MOVE WS-BUDGET-HEADING-1 TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.
          MOVE WS-BUDGET-HEADING-2 TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.

       WRITE-BUDGET-REGION-HEADING.
          MOVE SPACES TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.
          MOVE WS-REGION-HEADING TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.
          MOVE 0 TO WS-BV-REGION-BUDGET.
          MOVE 0 TO WS-BV-REGION-ACTUAL.
          MOVE 0 TO WS-BV-REGION-STORES.
          MOVE 0 TO WS-BV-REGION-UNDER.

       WRITE-BUDGET-DETAIL.
          PERFORM CHECK-STORE-CLOSED.
          IF NOT STORE-IS-CLOSED
             PERFORM SUM-STORE-ACTUALS
             PERFORM FIND-STORE-BUDGET
             IF BUDGET-WAS-FOUND
                PERFORM WRITE-BUDGET-STORE-BLOCK
             ELSE
                PERFORM WRITE-NO-BUDGET-EXCEPTION
             END-IF
          END-IF.

       SUM-STORE-ACTUALS.
          MOVE 0 TO WS-BV-STORE-YTD-ACTUAL.
          MOVE 0 TO WS-BV-STORE-ANNUAL-ACTUAL.
          PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                  UNTIL WS-MONTH-SUB > 12
             ADD SR-STORE-SALES (WS-MONTH-SUB)
                TO WS-BV-STORE-ANNUAL-ACTUAL
             IF WS-MONTH-SUB NOT > WS-THRU-MONTH
                ADD SR-STORE-SALES (WS-MONTH-SUB)
                   TO WS-BV-STORE-YTD-ACTUAL
             END-IF
          END-PERFORM.

       WRITE-NO-BUDGET-EXCEPTION.
          IF WS-BV-STORE-ANNUAL-ACTUAL > 0
             MOVE SR-STORE-NO    TO WS-BE-STORE-NO
             MOVE SR-STORE-NAME  TO WS-BE-NAME
             MOVE WS-BUDGET-YEAR TO WS-BE-YEAR
             MOVE "ACTUALS BUT NO BUDGET FOR THE YEAR" TO WS-BE-REASON
             MOVE WS-BUDGET-EXCEPTION-LINE TO BUDGET-REPORT-RECORD
             WRITE BUDGET-REPORT-RECORD
             ADD 1 TO WS-BV-NO-BUDGET-COUNT
             ADD 1 TO WS-STORE-EXCEPT-COUNT
          END-IF.

       WRITE-BUDGET-STORE-BLOCK.
          MOVE 0 TO WS-BV-STORE-ANNUAL-PLAN.
          MOVE 0 TO WS-BV-STORE-YTD-BUDGET.
          PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                  UNTIL WS-MONTH-SUB > 12
             ADD BG-BUDGET-AMT (WS-MONTH-SUB)
                TO WS-BV-STORE-ANNUAL-PLAN
             IF WS-MONTH-SUB NOT > WS-THRU-MONTH
                ADD BG-BUDGET-AMT (WS-MONTH-SUB)
                   TO WS-BV-STORE-YTD-BUDGET
             END-IF
          END-PERFORM.

          MOVE SPACES TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.
          MOVE SR-STORE-NO               TO WS-BS-STORE-NO.
          MOVE SR-STORE-NAME             TO WS-BS-NAME.
          MOVE WS-BV-STORE-ANNUAL-PLAN   TO WS-BS-ANNUAL-PLAN.
          MOVE WS-BV-STORE-ANNUAL-ACTUAL TO WS-BS-ANNUAL-ACT.
          MOVE WS-BUDGET-STORE-LINE TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.

          PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                  UNTIL WS-MONTH-SUB > WS-THRU-MONTH
             MOVE BG-BUDGET-AMT (WS-MONTH-SUB)  TO WS-BV-BUDGET-AMT
             MOVE SR-STORE-SALES (WS-MONTH-SUB) TO WS-BV-ACTUAL-AMT
             PERFORM COMPUTE-BUDGET-VARIANCE
             MOVE WS-MONTH-NAME (WS-MONTH-SUB) TO WS-BM-MONTH
             MOVE SPACES TO WS-BM-FLAG
             PERFORM WRITE-BUDGET-MONTH-LINE
          END-PERFORM.

          MOVE WS-BV-STORE-YTD-BUDGET TO WS-BV-BUDGET-AMT.
          MOVE WS-BV-STORE-YTD-ACTUAL TO WS-BV-ACTUAL-AMT.
          PERFORM COMPUTE-BUDGET-VARIANCE.
          MOVE "N" TO WS-STORE-UNDER-PLAN.
          IF WS-BV-STORE-YTD-BUDGET > 0
             AND WS-PCT-VARIANCE < ZERO - WS-UNDER-PLAN-PCT
             MOVE "Y" TO WS-STORE-UNDER-PLAN
          END-IF.
          MOVE "YTD" TO WS-BM-MONTH.
          MOVE SPACES TO WS-BM-FLAG.
          IF STORE-IS-UNDER-PLAN
             MOVE "*** UNDER PLAN ***" TO WS-BM-FLAG
             ADD 1 TO WS-BV-REGION-UNDER
             ADD 1 TO WS-BV-COMPANY-UNDER
          END-IF.
          PERFORM WRITE-BUDGET-MONTH-LINE.

          ADD WS-BV-STORE-YTD-BUDGET TO WS-BV-REGION-BUDGET.
          ADD WS-BV-STORE-YTD-ACTUAL TO WS-BV-REGION-ACTUAL.
          ADD 1 TO WS-BV-REGION-STORES.
          ADD WS-BV-STORE-YTD-BUDGET TO WS-BV-COMPANY-BUDGET
             ON SIZE ERROR
                PERFORM RECORD-OVERFLOW
          END-ADD.
          ADD WS-BV-STORE-YTD-ACTUAL TO WS-BV-COMPANY-ACTUAL
             ON SIZE ERROR
                PERFORM RECORD-OVERFLOW
          END-ADD.
          ADD 1 TO WS-BV-COMPANY-STORES.
          ADD 1 TO WS-STORE-DETAIL-COUNT.

       FIND-STORE-BUDGET.
          MOVE "N" TO WS-BUDGET-FOUND.
          IF BUDGET-FILE-IS-AVAIL
             MOVE SR-STORE-NO    TO BG-STORE-NO
             MOVE WS-BUDGET-YEAR TO BG-BUDGET-YEAR
             READ BUDGET-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "Y" TO WS-BUDGET-FOUND
             END-READ
          END-IF.

       COMPUTE-BUDGET-VARIANCE.
          COMPUTE WS-DOLLAR-VARIANCE =
             WS-BV-ACTUAL-AMT - WS-BV-BUDGET-AMT.
          IF WS-BV-BUDGET-AMT = 0
             MOVE 0 TO WS-PCT-VARIANCE
          ELSE
             COMPUTE WS-PCT-VARIANCE ROUNDED =
                WS-DOLLAR-VARIANCE * 100 / WS-BV-BUDGET-AMT
                ON SIZE ERROR
                   MOVE 99999.9 TO WS-PCT-VARIANCE
             END-COMPUTE
          END-IF.

       WRITE-BUDGET-MONTH-LINE.
          MOVE WS-BV-BUDGET-AMT   TO WS-BM-BUDGET.
          MOVE WS-BV-ACTUAL-AMT   TO WS-BM-ACTUAL.
          MOVE WS-DOLLAR-VARIANCE TO WS-BM-DOLLAR-VAR.
          MOVE WS-PCT-VARIANCE    TO WS-BM-PCT-VAR.
          MOVE WS-BUDGET-MONTH-LINE TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.

       WRITE-BUDGET-REGION-SUBTOTAL.
          MOVE WS-BV-REGION-BUDGET TO WS-BV-BUDGET-AMT.
          MOVE WS-BV-REGION-ACTUAL TO WS-BV-ACTUAL-AMT.
          PERFORM COMPUTE-BUDGET-VARIANCE.
          MOVE "  REGION YTD    " TO WS-BT-LABEL.
          MOVE WS-BV-REGION-STORES TO WS-BT-STORES.
          MOVE WS-BV-REGION-UNDER  TO WS-BT-UNDER.
          PERFORM WRITE-BUDGET-TOTAL-LINE.

       WRITE-BUDGET-COMPANY-TOTAL.
          MOVE SPACES TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.
          MOVE WS-BV-COMPANY-BUDGET TO WS-BV-BUDGET-AMT.
          MOVE WS-BV-COMPANY-ACTUAL TO WS-BV-ACTUAL-AMT.
          PERFORM COMPUTE-BUDGET-VARIANCE.
          MOVE "COMPANY YTD     " TO WS-BT-LABEL.
          MOVE WS-BV-COMPANY-STORES TO WS-BT-STORES.
          MOVE WS-BV-COMPANY-UNDER  TO WS-BT-UNDER.
          PERFORM WRITE-BUDGET-TOTAL-LINE.

       WRITE-BUDGET-TOTAL-LINE.
          MOVE WS-BV-BUDGET-AMT   TO WS-BT-BUDGET.
          MOVE WS-BV-ACTUAL-AMT   TO WS-BT-ACTUAL.
          MOVE WS-DOLLAR-VARIANCE TO WS-BT-DOLLAR-VAR.
          MOVE WS-PCT-VARIANCE    TO WS-BT-PCT-VAR.
          MOVE WS-BUDGET-SUBTOTAL-LINE TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.

       LIST-BUDGET-EXCEPTIONS.
          MOVE SPACES TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.
          MOVE WS-BUDGET-EXCEPTION-HEADING TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.

          MOVE "N" TO WS-BUDGET-EOF.
          IF NOT BUDGET-FILE-IS-AVAIL OR NOT ROLLUP-STORE-IS-AVAIL
             MOVE "Y" TO WS-BUDGET-EOF
          END-IF.

          IF NOT BUDGET-AT-EOF
             MOVE 0 TO BG-STORE-NO
             MOVE 0 TO BG-BUDGET-YEAR
             START BUDGET-FILE KEY NOT LESS THAN BG-BUDGET-KEY
                INVALID KEY
                   MOVE "Y" TO WS-BUDGET-EOF
             END-START
          END-IF.

          PERFORM UNTIL BUDGET-AT-EOF
             READ BUDGET-FILE NEXT
                AT END
                   MOVE "Y" TO WS-BUDGET-EOF
                NOT AT END
                   PERFORM CHECK-BUDGET-STORE
             END-READ
          END-PERFORM.

       CHECK-BUDGET-STORE.
          MOVE BG-STORE-NO    TO WS-BE-STORE-NO.
          MOVE BG-BUDGET-YEAR TO WS-BE-YEAR.
          MOVE BG-STORE-NO    TO SR-STORE-NO.
          READ STORE-FILE
             INVALID KEY
                MOVE SPACES TO WS-BE-NAME
                MOVE "BUDGET FOR STORE NOT ON STORE.DAT"
                   TO WS-BE-REASON
                MOVE WS-BUDGET-EXCEPTION-LINE TO BUDGET-REPORT-RECORD
                WRITE BUDGET-REPORT-RECORD
                ADD 1 TO WS-BV-ORPHAN-BUDGET-COUNT
                ADD 1 TO WS-STORE-EXCEPT-COUNT
             NOT INVALID KEY
                PERFORM CHECK-STORE-CLOSED
                IF STORE-IS-CLOSED
                   MOVE SR-STORE-NAME TO WS-BE-NAME
                   MOVE "BUDGET FOR STORE ON CLOSED.DAT"
                      TO WS-BE-REASON
                   MOVE WS-BUDGET-EXCEPTION-LINE
                      TO BUDGET-REPORT-RECORD
                   WRITE BUDGET-REPORT-RECORD
                   ADD 1 TO WS-BV-CLOSED-BUDGET-COUNT
                   ADD 1 TO WS-STORE-EXCEPT-COUNT
                END-IF
          END-READ.

       WRITE-BUDGET-EXCEPTION-TOTALS.
          MOVE SPACES TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.
          MOVE WS-BV-NO-BUDGET-COUNT     TO WS-BX-NO-BUDGET.
          MOVE WS-BV-ORPHAN-BUDGET-COUNT TO WS-BX-ORPHAN.
          MOVE WS-BV-CLOSED-BUDGET-COUNT TO WS-BX-CLOSED.
          MOVE WS-BUDGET-EXCEPTION-TOTALS TO BUDGET-REPORT-RECORD.
          WRITE BUDGET-REPORT-RECORD.

       CLOSE-BUDGET-FILES.
          IF ROLLUP-STORE-IS-AVAIL
             CLOSE STORE-FILE
          END-IF.
          IF BUDGET-FILE-IS-AVAIL
             CLOSE BUDGET-FILE
          END-IF.
          IF WS-BUDGET-REPORT-STATUS = "00"
             CLOSE BUDGET-REPORT-FILE
          END-IF.

      *-----------------------------------------------------------------
      * Current-year stores drive the detail lines; a second pass over
      * the prior-year file lists stores that dropped off this year so
