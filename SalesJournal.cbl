       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESJRN.

      *-----------------------------------------------------------------
      * Closed-month adjustment report for controller sign-off.  Reads
      * the SALESPST posting journal SALESJRN.DAT and lists every
      * adjustment that was posted into a month already closed on
      * MONCLOSE.DAT, sorted by sales month and store, with the reason
      * code, batch date and signed amount.  Each month is subtotalled
      * and the report ends with a grand total and a sign-off block.
      *
      * The optional control card JRNLCTL.DAT limits the report to a
      * range of batch dates (YYYYMMDD from / to); with no card, or a
      * zero date, that end of the range is open.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-CONTROL-STATUS.

           SELECT SALES-JOURNAL-FILE ASSIGN TO "SALESJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-JOURNAL-STATUS.

           SELECT JOURNAL-SORT-FILE ASSIGN TO "SORTWORK".

           SELECT JOURNAL-REPORT-FILE ASSIGN TO "ADJJRNL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-CONTROL-FILE
           RECORDING MODE IS F.
       01 JOURNAL-CONTROL-RECORD.
          05 JC-FROM-BATCH-DATE    PIC 9(8).
          05 JC-TO-BATCH-DATE      PIC 9(8).

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

       SD  JOURNAL-SORT-FILE.
       01 JOURNAL-SORT-RECORD.
          05 JS-SALES-YEAR         PIC 9(4).
          05 JS-SALES-MONTH        PIC 99.
          05 JS-STORE-NO           PIC 9(5).
          05 JS-BATCH-DATE         PIC 9(8).
          05 JS-TRAN-DATE          PIC 9(8).
          05 JS-REASON-CODE        PIC X(3).
          05 JS-AMOUNT             PIC S9(5)V99 COMP-3.

       FD  JOURNAL-REPORT-FILE
           RECORDING MODE IS F.
       01 JOURNAL-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-JOURNAL-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-SALES-JOURNAL-STATUS   PIC XX VALUE "00".
       01 WS-JOURNAL-REPORT-STATUS  PIC XX VALUE "00".

       01 WS-JOURNAL-EOF            PIC X  VALUE "N".
           88 JOURNAL-AT-EOF        VALUE "Y".
       01 WS-SORT-OUT-EOF           PIC X  VALUE "N".
           88 SORT-OUT-AT-EOF       VALUE "Y".
       01 WS-FIRST-MONTH            PIC X  VALUE "Y".
           88 FIRST-MONTH           VALUE "Y".

       01 WS-FROM-BATCH-DATE        PIC 9(8) VALUE 0.
       01 WS-TO-BATCH-DATE          PIC 9(8) VALUE 99999999.

       01 WS-PREV-PERIOD.
          05 WS-PREV-YEAR           PIC 9(4) VALUE 0.
          05 WS-PREV-MONTH          PIC 99   VALUE 0.

       01 WS-JOURNAL-READ-COUNT     PIC 9(7) VALUE 0.
       01 WS-ADJ-SELECTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-MONTH-ADJ-COUNT        PIC 9(5) VALUE 0.
       01 WS-MONTH-NET-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GRAND-NET-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GRAND-INCREASE-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GRAND-DECREASE-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-CD-YYYY    PIC 9(4).
          05 WS-CD-MM      PIC 99.
          05 WS-CD-DD      PIC 99.
          05 FILLER        PIC X(13).
       01 WS-TODAY-YYYYMMDD REDEFINES WS-CURRENT-DATE.
          05 WS-TODAY-DATE PIC 9(8).
          05 FILLER        PIC X(13).

       01 WS-JOURNAL-HEADING-1.
          05 FILLER    PIC X(30) VALUE SPACES.
          05 FILLER    PIC X(36)
                       VALUE "ADJUSTMENTS POSTED TO CLOSED MONTHS".
          05 FILLER    PIC X(10) VALUE SPACES.
          05 FILLER    PIC X(10) VALUE "RUN DATE: ".
          05 WS-JH-RUN-DATE PIC 9999/99/99.

       01 WS-JOURNAL-HEADING-2.
          05 FILLER    PIC X(20) VALUE "BATCH DATES FROM:   ".
          05 WS-JH-FROM-DATE PIC 9999/99/99.
          05 FILLER    PIC X(6)  VALUE "  TO: ".
          05 WS-JH-TO-DATE   PIC 9999/99/99.

       01 WS-JOURNAL-HEADING-3.
          05 FILLER    PIC X(9)  VALUE "MONTH    ".
          05 FILLER    PIC X(7)  VALUE "STORE  ".
          05 FILLER    PIC X(12) VALUE "BATCH DATE  ".
          05 FILLER    PIC X(12) VALUE "TRAN DATE   ".
          05 FILLER    PIC X(8)  VALUE "REASON  ".
          05 FILLER    PIC X(13) VALUE "       AMOUNT".

       01 WS-JOURNAL-DETAIL.
          05 WS-JD-YEAR       PIC 9(4).
          05 FILLER           PIC X     VALUE "/".
          05 WS-JD-MONTH      PIC 99.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-JD-STORE-NO   PIC ZZZZ9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-JD-BATCH-DATE PIC 9999/99/99.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-JD-TRAN-DATE  PIC 9999/99/99.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-JD-REASON     PIC X(3).
          05 FILLER           PIC X(3)  VALUE SPACES.
          05 WS-JD-AMOUNT     PIC ZZZ,ZZ9.99-.

       01 WS-MONTH-TOTAL-LINE.
          05 FILLER           PIC X(9)  VALUE SPACES.
          05 FILLER           PIC X(10) VALUE "MONTH     ".
          05 WS-MT-YEAR       PIC 9(4).
          05 FILLER           PIC X     VALUE "/".
          05 WS-MT-MONTH      PIC 99.
          05 FILLER           PIC X(14) VALUE "  ADJUSTMENTS:".
          05 WS-MT-COUNT      PIC ZZZZ9.
          05 FILLER           PIC X(7)  VALUE "  NET: ".
          05 WS-MT-NET        PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-JOURNAL-TOTALS-1.
          05 FILLER           PIC X(22) VALUE "JOURNAL ROWS READ:    ".
          05 WS-JT-READ       PIC Z,ZZZ,ZZ9.
          05 FILLER           PIC X(27)
                              VALUE "  CLOSED-MONTH ADJUSTMENTS:".
          05 WS-JT-SELECTED   PIC ZZZZ9.

       01 WS-JOURNAL-TOTALS-2.
          05 FILLER           PIC X(11) VALUE "INCREASES: ".
          05 WS-JT-INCREASE   PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER           PIC X(14) VALUE "  DECREASES:  ".
          05 WS-JT-DECREASE   PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER           PIC X(8)  VALUE "  NET:  ".
          05 WS-JT-NET        PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-SIGN-OFF-LINE-1.
          05 FILLER    PIC X(40)
                       VALUE "REVIEWED BY CONTROLLER: ________________".
          05 FILLER    PIC X(10) VALUE "__________".
          05 FILLER    PIC X(10) VALUE SPACES.
          05 FILLER    PIC X(20) VALUE "DATE: ______________".

       01 WS-NO-ADJUSTMENTS-LINE.
          05 FILLER    PIC X(47)
             VALUE "NO ADJUSTMENTS POSTED TO CLOSED MONTHS IN RANGE".

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          PERFORM READ-JOURNAL-CONTROL.

          OPEN OUTPUT JOURNAL-REPORT-FILE.
          IF WS-JOURNAL-REPORT-STATUS NOT = "00"
             DISPLAY "MAIN-PARA: UNABLE TO OPEN ADJJRNL.RPT, "
                "STATUS = " WS-JOURNAL-REPORT-STATUS
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM WRITE-JOURNAL-HEADING
             SORT JOURNAL-SORT-FILE
                ON ASCENDING KEY JS-SALES-YEAR
                ON ASCENDING KEY JS-SALES-MONTH
                ON ASCENDING KEY JS-STORE-NO
                ON ASCENDING KEY JS-BATCH-DATE
                ON ASCENDING KEY JS-TRAN-DATE
                INPUT PROCEDURE IS JOURNAL-INPUT
                OUTPUT PROCEDURE IS JOURNAL-OUTPUT
             PERFORM WRITE-JOURNAL-TOTALS
             CLOSE JOURNAL-REPORT-FILE
          END-IF.

       GOBACK.

      *-----------------------------------------------------------------
       READ-JOURNAL-CONTROL.
          OPEN INPUT JOURNAL-CONTROL-FILE.
          IF WS-JOURNAL-CONTROL-STATUS = "00"
             READ JOURNAL-CONTROL-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF JC-FROM-BATCH-DATE NUMERIC
                      AND JC-FROM-BATCH-DATE > 0
                      MOVE JC-FROM-BATCH-DATE TO WS-FROM-BATCH-DATE
                   END-IF
                   IF JC-TO-BATCH-DATE NUMERIC
                      AND JC-TO-BATCH-DATE > 0
                      MOVE JC-TO-BATCH-DATE TO WS-TO-BATCH-DATE
                   END-IF
             END-READ
             CLOSE JOURNAL-CONTROL-FILE
          END-IF.

       WRITE-JOURNAL-HEADING.
          MOVE WS-TODAY-DATE      TO WS-JH-RUN-DATE.
          MOVE WS-FROM-BATCH-DATE TO WS-JH-FROM-DATE.
          MOVE WS-TO-BATCH-DATE   TO WS-JH-TO-DATE.
          MOVE WS-JOURNAL-HEADING-1 TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.
          MOVE WS-JOURNAL-HEADING-2 TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.
          MOVE SPACES TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.
          MOVE WS-JOURNAL-HEADING-3 TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.

       WRITE-MONTH-TOTAL.
          MOVE WS-PREV-YEAR        TO WS-MT-YEAR.
          MOVE WS-PREV-MONTH       TO WS-MT-MONTH.
          MOVE WS-MONTH-ADJ-COUNT  TO WS-MT-COUNT.
          MOVE WS-MONTH-NET-TOTAL  TO WS-MT-NET.
          MOVE WS-MONTH-TOTAL-LINE TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.
          MOVE SPACES TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.
          MOVE 0 TO WS-MONTH-ADJ-COUNT.
          MOVE 0 TO WS-MONTH-NET-TOTAL.

       WRITE-JOURNAL-TOTALS.
          MOVE SPACES TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.
          IF WS-ADJ-SELECTED-COUNT = 0
             MOVE WS-NO-ADJUSTMENTS-LINE TO JOURNAL-REPORT-RECORD
             WRITE JOURNAL-REPORT-RECORD
             MOVE SPACES TO JOURNAL-REPORT-RECORD
             WRITE JOURNAL-REPORT-RECORD
          END-IF.
          MOVE WS-JOURNAL-READ-COUNT  TO WS-JT-READ.
          MOVE WS-ADJ-SELECTED-COUNT  TO WS-JT-SELECTED.
          MOVE WS-JOURNAL-TOTALS-1 TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.
          MOVE WS-GRAND-INCREASE-TOTAL TO WS-JT-INCREASE.
          MOVE WS-GRAND-DECREASE-TOTAL TO WS-JT-DECREASE.
          MOVE WS-GRAND-NET-TOTAL      TO WS-JT-NET.
          MOVE WS-JOURNAL-TOTALS-2 TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.
          MOVE SPACES TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.
          MOVE WS-SIGN-OFF-LINE-1 TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.

       LIST-ONE-ADJUSTMENT.
          ADD 1 TO WS-ADJ-SELECTED-COUNT.
          ADD 1 TO WS-MONTH-ADJ-COUNT.
          ADD JS-AMOUNT TO WS-MONTH-NET-TOTAL.
          ADD JS-AMOUNT TO WS-GRAND-NET-TOTAL.
          IF JS-AMOUNT < 0
             ADD JS-AMOUNT TO WS-GRAND-DECREASE-TOTAL
          ELSE
             ADD JS-AMOUNT TO WS-GRAND-INCREASE-TOTAL
          END-IF.

          MOVE JS-SALES-YEAR  TO WS-JD-YEAR.
          MOVE JS-SALES-MONTH TO WS-JD-MONTH.
          MOVE JS-STORE-NO    TO WS-JD-STORE-NO.
          MOVE JS-BATCH-DATE  TO WS-JD-BATCH-DATE.
          MOVE JS-TRAN-DATE   TO WS-JD-TRAN-DATE.
          MOVE JS-REASON-CODE TO WS-JD-REASON.
          MOVE JS-AMOUNT      TO WS-JD-AMOUNT.
          MOVE WS-JOURNAL-DETAIL TO JOURNAL-REPORT-RECORD.
          WRITE JOURNAL-REPORT-RECORD.

      *-----------------------------------------------------------------
      * Sort input procedure: releases adjustments posted into a closed
      * month within the batch-date range.
      *-----------------------------------------------------------------
       JOURNAL-INPUT SECTION.
       JOURNAL-INPUT-PARA.
          MOVE "N" TO WS-JOURNAL-EOF.
          OPEN INPUT SALES-JOURNAL-FILE.
          IF WS-SALES-JOURNAL-STATUS NOT = "00"
             DISPLAY "JOURNAL-INPUT-PARA: UNABLE TO OPEN SALESJRN.DAT, "
                "STATUS = " WS-SALES-JOURNAL-STATUS
             MOVE "Y" TO WS-JOURNAL-EOF
          END-IF.

          PERFORM UNTIL JOURNAL-AT-EOF
             READ SALES-JOURNAL-FILE
                AT END
                   MOVE "Y" TO WS-JOURNAL-EOF
                NOT AT END
                   ADD 1 TO WS-JOURNAL-READ-COUNT
                   IF JR-TRAN-TYPE = "A"
                      AND JR-MONTH-CLOSED = "Y"
                      AND JR-BATCH-DATE NOT < WS-FROM-BATCH-DATE
                      AND JR-BATCH-DATE NOT > WS-TO-BATCH-DATE
                      MOVE JR-SALES-YEAR  TO JS-SALES-YEAR
                      MOVE JR-SALES-MONTH TO JS-SALES-MONTH
                      MOVE JR-STORE-NO    TO JS-STORE-NO
                      MOVE JR-BATCH-DATE  TO JS-BATCH-DATE
                      MOVE JR-TRAN-DATE   TO JS-TRAN-DATE
                      MOVE JR-REASON-CODE TO JS-REASON-CODE
                      MOVE JR-AMOUNT      TO JS-AMOUNT
                      RELEASE JOURNAL-SORT-RECORD
                   END-IF
             END-READ
          END-PERFORM.

          IF WS-SALES-JOURNAL-STATUS = "00"
             OR WS-SALES-JOURNAL-STATUS = "10"
             CLOSE SALES-JOURNAL-FILE
          END-IF.

      *-----------------------------------------------------------------
      * Sort output procedure: one line per adjustment, subtotalled on
      * each change of sales month.
      *-----------------------------------------------------------------
       JOURNAL-OUTPUT SECTION.
       JOURNAL-OUTPUT-PARA.
          MOVE "N" TO WS-SORT-OUT-EOF.
          PERFORM UNTIL SORT-OUT-AT-EOF
             RETURN JOURNAL-SORT-FILE
                AT END
                   MOVE "Y" TO WS-SORT-OUT-EOF
                NOT AT END
                   IF NOT FIRST-MONTH
                      AND (JS-SALES-YEAR NOT = WS-PREV-YEAR
                        OR JS-SALES-MONTH NOT = WS-PREV-MONTH)
                      PERFORM WRITE-MONTH-TOTAL
                   END-IF
                   MOVE "N"            TO WS-FIRST-MONTH
                   MOVE JS-SALES-YEAR  TO WS-PREV-YEAR
                   MOVE JS-SALES-MONTH TO WS-PREV-MONTH
                   PERFORM LIST-ONE-ADJUSTMENT
             END-RETURN
          END-PERFORM.

          IF NOT FIRST-MONTH
             PERFORM WRITE-MONTH-TOTAL
          END-IF.
