      * ROSTER.DAT after a good run.  Every applied transaction appends
      * a row to the enrollment history file ENRLHIST.DAT so classroom
      * membership on any date can be reconstructed, and the register
      * closes with a movement recap per classroom.  Each classroom's
      * headcount is taken from the roster before the pass and kept
      * current as transfers and withdrawals apply, so a transfer into
      * a room already at its CLASSRM.DAT seat capacity is rejected.
      * When CLASSRM.DAT, ROSTTRAN.DAT, ROSTER.DAT, ROSTER.NEW or
      * ENRLHIST.DAT cannot be opened nothing is applied and the run
      * ends with condition code 16; rejected transactions, or a master
      * that could not be flagged, end it with 4.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ROSTER-RECORD.
          05 ROSTER-STUDENT-ID    PIC 9(6).
          05 ROSTER-NAME          PIC A(25).
          05 ROSTER-BIRTH-DATE    PIC 9(8).
          05 ROSTER-CLASSROOM-ID  PIC X(10).
          05 ROSTER-RESUBMIT-FLAG PIC X.

       01 ROSTER-NEW-RECORD.
          05 RN-STUDENT-ID        PIC 9(6).
          05 RN-NAME              PIC A(25).
          05 RN-BIRTH-DATE        PIC 9(8).
          05 RN-CLASSROOM-ID      PIC X(10).
          05 RN-RESUBMIT-FLAG     PIC X.

       01 CLASSROOM-RECORD.
          05 CR-CLASSROOM-ID   PIC X(10).
          05 CR-TEACHER-NAME   PIC X(25).
          05 CR-SEAT-CAPACITY  PIC 9(3).
          05 CR-AIDE-FLAG      PIC X.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01 STUDENT-MASTER-RECORD.
          05 SM-STUDENT-ID     PIC 9(6).
          05 SM-STUDENT-NAME   PIC A(25).
          05 SM-BIRTH-DATE     PIC 9(8).
          05 SM-CLASSROOM-ID   PIC X(10).
          05 SM-STATUS-FLAG    PIC X.

           88 STUDENT-MASTER-IS-AVAIL VALUE "Y".
       01 WS-MASTER-ROW-FOUND      PIC X  VALUE "N".
           88 MASTER-ROW-WAS-FOUND VALUE "Y".
       01 WS-CLASSROOM-FULL        PIC X  VALUE "N".
           88 CLASSROOM-IS-FULL    VALUE "Y".

       01 WS-CURRENT-DATE.
          05 WS-CD-YYYY    PIC 9(4).
       01 WS-CLASSROOM-SUB         PIC 9(3) VALUE 0.
       01 WS-CLASSROOM-FOUND       PIC X  VALUE "N".
           88 CLASSROOM-WAS-FOUND  VALUE "Y".
       01 WS-CLASSROOM-MATCH-SUB   PIC 9(3) VALUE 0.
       01 WS-LOOKUP-CLASSROOM      PIC X(10) VALUE SPACES.

       01 WS-ROSTER-READ-COUNT     PIC 9(4) VALUE 0.
       01 WS-WITHDRAWN-COUNT       PIC 9(4) VALUE 0.
       01 WS-HELD-COUNT            PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(4) VALUE 0.
       01 WS-CONDITION-CODE        PIC 9(4) VALUE 0.

       01 TRAN-TABLE.
          05 TRAN-ENTRY OCCURS 500 TIMES.
          05 CLASSROOM OCCURS 100 TIMES.
             10 CLASSROOM-ID      PIC X(10).
             10 CLASSROOM-TEACHER PIC X(25).
             10 CLASSROOM-CAPACITY  PIC 9(3).
             10 CLASSROOM-HEADCOUNT PIC 9(4).

      *-----------------------------------------------------------------
      * Movement recap accumulators, one slot per classroom touched.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          PERFORM LOAD-CLASSROOM-MASTER.
          PERFORM LOAD-TRANSACTIONS.
          PERFORM COUNT-ROSTER-HEADCOUNT.
          PERFORM OPEN-CYCLE-FILES.
          IF WS-CONDITION-CODE < 16
             PERFORM APPLY-ROSTER-PASS
             PERFORM REPORT-UNMATCHED-TRANS
          ELSE
             DISPLAY "MAIN-PARA: REQUIRED FILE NOT AVAILABLE, "
                "NO TRANSACTIONS APPLIED"
          END-IF.
          PERFORM WRITE-MOVEMENT-RECAP.
          PERFORM WRITE-REGISTER-TOTALS.
          PERFORM CLOSE-CYCLE-FILES.
          IF WS-REJECTED-COUNT > 0 AND WS-CONDITION-CODE < 4
             MOVE 4 TO WS-CONDITION-CODE
          END-IF.
          MOVE WS-CONDITION-CODE TO RETURN-CODE.

       GOBACK.

             DISPLAY "LOAD-CLASSROOM-MASTER: UNABLE TO OPEN "
                "CLASSRM.DAT, STATUS = " WS-CLASSROOM-STATUS
             MOVE "Y" TO WS-CLASSROOM-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          PERFORM UNTIL CLASSROOM-AT-EOF OR WS-CLASSROOM-COUNT = 100
                      TO CLASSROOM-ID (WS-CLASSROOM-COUNT)
                   MOVE CR-TEACHER-NAME
                      TO CLASSROOM-TEACHER (WS-CLASSROOM-COUNT)
                   IF CR-SEAT-CAPACITY NUMERIC
                      MOVE CR-SEAT-CAPACITY
                         TO CLASSROOM-CAPACITY (WS-CLASSROOM-COUNT)
                   ELSE
                      MOVE 0 TO CLASSROOM-CAPACITY (WS-CLASSROOM-COUNT)
                   END-IF
                   MOVE 0 TO CLASSROOM-HEADCOUNT (WS-CLASSROOM-COUNT)
             END-READ
          END-PERFORM.


       FIND-CLASSROOM.
          MOVE "N" TO WS-CLASSROOM-FOUND.
          MOVE 0   TO WS-CLASSROOM-MATCH-SUB.
          PERFORM VARYING WS-CLASSROOM-SUB FROM 1 BY 1
                  UNTIL WS-CLASSROOM-SUB > WS-CLASSROOM-COUNT
                     OR WS-CLASSROOM-FOUND = "Y"
             IF CLASSROOM-ID (WS-CLASSROOM-SUB) = WS-LOOKUP-CLASSROOM
                MOVE "Y" TO WS-CLASSROOM-FOUND
                MOVE WS-CLASSROOM-SUB TO WS-CLASSROOM-MATCH-SUB
             END-IF
          END-PERFORM.

      *-----------------------------------------------------------------
      * A capacity of zero (or a CLASSRM.DAT row without one) places no
      * limit on the room.
      *-----------------------------------------------------------------
       CLASSROOM-IS-FULL-CHECK.
          MOVE "N" TO WS-CLASSROOM-FULL.
          IF CLASSROOM-WAS-FOUND
             AND CLASSROOM-CAPACITY (WS-CLASSROOM-MATCH-SUB) > 0
             AND CLASSROOM-HEADCOUNT (WS-CLASSROOM-MATCH-SUB)
                NOT < CLASSROOM-CAPACITY (WS-CLASSROOM-MATCH-SUB)
             MOVE "Y" TO WS-CLASSROOM-FULL
          END-IF.

       RELEASE-CLASSROOM-SEAT.
          PERFORM FIND-CLASSROOM.
          IF CLASSROOM-WAS-FOUND
             AND CLASSROOM-HEADCOUNT (WS-CLASSROOM-MATCH-SUB) > 0
             SUBTRACT 1
                FROM CLASSROOM-HEADCOUNT (WS-CLASSROOM-MATCH-SUB)
          END-IF.

      *-----------------------------------------------------------------
       COUNT-ROSTER-HEADCOUNT.
          MOVE "N" TO WS-ROSTER-EOF.
          OPEN INPUT ROSTER-FILE.
          IF WS-ROSTER-STATUS NOT = "00"
             MOVE "Y" TO WS-ROSTER-EOF
          END-IF.

          PERFORM UNTIL ROSTER-AT-EOF
             READ ROSTER-FILE
                AT END
                   MOVE "Y" TO WS-ROSTER-EOF
                NOT AT END
                   MOVE ROSTER-CLASSROOM-ID TO WS-LOOKUP-CLASSROOM
                   PERFORM FIND-CLASSROOM
                   IF CLASSROOM-WAS-FOUND
                      ADD 1 TO
                         CLASSROOM-HEADCOUNT (WS-CLASSROOM-MATCH-SUB)
                   END-IF
             END-READ
          END-PERFORM.

          IF WS-ROSTER-STATUS = "00" OR WS-ROSTER-STATUS = "10"
             CLOSE ROSTER-FILE
          END-IF.
          MOVE "N" TO WS-ROSTER-EOF.

      *-----------------------------------------------------------------
       LOAD-TRANSACTIONS.
          MOVE 0   TO WS-TRAN-COUNT.
             DISPLAY "LOAD-TRANSACTIONS: UNABLE TO OPEN ROSTTRAN.DAT, "
                "STATUS = " WS-TRAN-STATUS
             MOVE "Y" TO WS-TRAN-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          PERFORM UNTIL TRAN-AT-EOF OR WS-TRAN-COUNT = 500
             DISPLAY "OPEN-CYCLE-FILES: UNABLE TO OPEN ROSTER.DAT, "
                "STATUS = " WS-ROSTER-STATUS
             MOVE "Y" TO WS-ROSTER-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT ROSTER-NEW-FILE.
             DISPLAY "OPEN-CYCLE-FILES: UNABLE TO OPEN ROSTER.NEW, "
                "STATUS = " WS-ROSTER-NEW-STATUS
             MOVE "Y" TO WS-ROSTER-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN EXTEND HISTORY-FILE.
          IF WS-HISTORY-STATUS NOT = "00"
             DISPLAY "OPEN-CYCLE-FILES: UNABLE TO OPEN ENRLHIST.DAT, "
                "STATUS = " WS-HISTORY-STATUS
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT REGISTER-FILE.
             DISPLAY "OPEN-CYCLE-FILES: UNABLE TO OPEN STUDMAST.DAT, "
                "STATUS = " WS-STUDENT-MASTER-STATUS
                ", MASTER NOT FLAGGED"
             IF WS-CONDITION-CODE < 4
                MOVE 4 TO WS-CONDITION-CODE
             END-IF
          END-IF.

          MOVE WS-REGISTER-HEADING-1 TO REGISTER-RECORD.
          MOVE TT-NEW-CLASSROOM (WS-TRAN-MATCH-SUB)
             TO WS-LOOKUP-CLASSROOM.
          PERFORM FIND-CLASSROOM.
          PERFORM CLASSROOM-IS-FULL-CHECK.
          EVALUATE TRUE
             WHEN NOT CLASSROOM-WAS-FOUND
                MOVE "CLASSROOM NOT ON MASTER" TO WS-RG-STATUS
             WHEN WS-LOOKUP-CLASSROOM = ROSTER-CLASSROOM-ID
                MOVE "ALREADY IN CLASSROOM" TO WS-RG-STATUS
                PERFORM REJECT-AND-COPY
             WHEN CLASSROOM-IS-FULL
                MOVE WS-LOOKUP-CLASSROOM TO WS-RG-TO-ROOM
                MOVE "CLASSROOM AT CAPACITY" TO WS-RG-STATUS
                PERFORM REJECT-AND-COPY
             WHEN OTHER
                ADD 1 TO CLASSROOM-HEADCOUNT (WS-CLASSROOM-MATCH-SUB)
                MOVE WS-LOOKUP-CLASSROOM TO WS-RG-TO-ROOM
                PERFORM WRITE-HISTORY-ROW
                MOVE ROSTER-CLASSROOM-ID TO WS-MOVE-ROOM
                PERFORM TALLY-MOVEMENT
                PERFORM COPY-ROSTER-ROW
                PERFORM REFRESH-MASTER-CLASSROOM
                MOVE WS-RG-FROM-ROOM TO WS-LOOKUP-CLASSROOM
                PERFORM RELEASE-CLASSROOM-SEAT
                ADD 1 TO WS-TRANSFER-COUNT
                MOVE "TRANSFERRED" TO WS-RG-STATUS
                PERFORM WRITE-REGISTER-DETAIL
          MOVE "W" TO WS-MOVE-KIND.
          PERFORM TALLY-MOVEMENT.
          PERFORM FLAG-MASTER-WITHDRAWN.
          MOVE ROSTER-CLASSROOM-ID TO WS-LOOKUP-CLASSROOM.
          PERFORM RELEASE-CLASSROOM-SEAT.
          ADD 1 TO WS-WITHDRAWN-COUNT.
          MOVE "WITHDRAWN" TO WS-RG-STATUS.
          PERFORM WRITE-REGISTER-DETAIL.
          MOVE SPACES               TO ROSTER-NEW-RECORD.
          MOVE ROSTER-STUDENT-ID    TO RN-STUDENT-ID.
          MOVE ROSTER-NAME          TO RN-NAME.
          MOVE ROSTER-BIRTH-DATE    TO RN-BIRTH-DATE.
          MOVE ROSTER-CLASSROOM-ID  TO RN-CLASSROOM-ID.
          MOVE ROSTER-RESUBMIT-FLAG TO RN-RESUBMIT-FLAG.
          WRITE ROSTER-NEW-RECORD.
