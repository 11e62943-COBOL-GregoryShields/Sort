       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLCENS.

      *-----------------------------------------------------------------
      * As-of-date enrollment census.  The census date comes from the
      * control card CENSCTL.DAT (run date when absent).  ENRLHIST.DAT
      * is sorted by student and effective date and matched against
      * STUDMAST.DAT in key order, and each student's transfer and
      * withdrawal rows are replayed to find the classroom held on the
      * census date.  A row takes effect on its effective date: the
      * room on the census date is the from-room of the first row
      * dated after it, otherwise the to-room of the last row on or
      * before it, otherwise the master classroom.  Students withdrawn
      * on or before the census date are left out.
      *
      * The chain of rows must connect (each from-room equal to the
      * prior to-room, nothing after a withdrawal) and its final state
      * must agree with the master classroom and status flag; students
      * that fail, and history rows with no master row, are written to
      * CENSUS.EXC and left out of the count for the office to resolve.
      *
      * Output is the census report CENSUS.RPT with per-classroom and
      * school totals, and the fixed-format submission file CENSUS.DAT
      * in student ID order.
      *
      * When CLASSRM.DAT, STUDMAST.DAT, CENSUS.DAT, CENSUS.EXC or
      * CENSUS.RPT cannot be opened the run ends with condition code
      * 16; exceptions, or a CLASSRM.DAT truncated at the classroom
      * table limit, end it with 4.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-CONTROL-FILE ASSIGN TO "CENSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-CONTROL-STATUS.

           SELECT CLASSROOM-FILE ASSIGN TO "CLASSRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSROOM-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ENRLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWORK".

           SELECT CENSUS-FILE ASSIGN TO "CENSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-STATUS.

           SELECT CENSUS-REPORT-FILE ASSIGN TO "CENSUS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-REPORT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "CENSUS.EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CENSUS-CONTROL-FILE
           RECORDING MODE IS F.
       01 CENSUS-CONTROL-RECORD.
          05 CC-CENSUS-DATE       PIC 9(8).

       FD  CLASSROOM-FILE
           RECORDING MODE IS F.
       01 CLASSROOM-RECORD.
          05 CR-CLASSROOM-ID   PIC X(10).
          05 CR-TEACHER-NAME   PIC X(25).
          05 CR-SEAT-CAPACITY  PIC 9(3).
          05 CR-AIDE-FLAG      PIC X.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01 HISTORY-RECORD.
          05 EH-STUDENT-ID        PIC 9(6).
          05 EH-ACTION            PIC X.
          05 EH-EFF-DATE          PIC 9(8).
          05 EH-FROM-CLASSROOM    PIC X(10).
          05 EH-TO-CLASSROOM      PIC X(10).
          05 EH-APPLIED-DATE      PIC 9(8).

       FD  STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
          05 SM-STUDENT-ID     PIC 9(6).
          05 SM-STUDENT-NAME   PIC A(25).
          05 SM-BIRTH-DATE     PIC 9(8).
          05 SM-CLASSROOM-ID   PIC X(10).
          05 SM-STATUS-FLAG    PIC X.

       SD  HISTORY-SORT-FILE.
       01 HISTORY-SORT-RECORD.
          05 HS-STUDENT-ID        PIC 9(6).
          05 HS-ACTION            PIC X.
          05 HS-EFF-DATE          PIC 9(8).
          05 HS-FROM-CLASSROOM    PIC X(10).
          05 HS-TO-CLASSROOM      PIC X(10).
          05 HS-APPLIED-DATE      PIC 9(8).

       FD  CENSUS-FILE
           RECORDING MODE IS F.
       01 CENSUS-RECORD.
          05 CF-STUDENT-ID        PIC 9(6).
          05 CF-CENSUS-DATE       PIC 9(8).
          05 CF-CLASSROOM-ID      PIC X(10).
          05 CF-STUDENT-NAME      PIC A(25).
          05 CF-TEACHER-NAME      PIC X(25).

       FD  CENSUS-REPORT-FILE
           RECORDING MODE IS F.
       01 CENSUS-REPORT-RECORD PIC X(80).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01 EXCEPTION-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-CENSUS-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-CLASSROOM-STATUS      PIC XX VALUE "00".
       01 WS-HISTORY-STATUS        PIC XX VALUE "00".
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-CENSUS-STATUS         PIC XX VALUE "00".
       01 WS-CENSUS-REPORT-STATUS  PIC XX VALUE "00".
       01 WS-EXCEPTION-STATUS      PIC XX VALUE "00".

       01 WS-CLASSROOM-EOF         PIC X  VALUE "N".
           88 CLASSROOM-AT-EOF     VALUE "Y".
       01 WS-HISTORY-EOF           PIC X  VALUE "N".
           88 HISTORY-AT-EOF       VALUE "Y".
       01 WS-STUDENT-MASTER-EOF    PIC X  VALUE "N".
           88 STUDENT-MASTER-AT-EOF VALUE "Y".
       01 WS-SORT-OUT-EOF          PIC X  VALUE "N".
           88 SORT-OUT-AT-EOF      VALUE "Y".
       01 WS-STUDENT-MASTER-AVAIL  PIC X  VALUE "N".
           88 STUDENT-MASTER-IS-AVAIL VALUE "Y".

       01 WS-CURRENT-DATE.
          05 WS-CD-YYYY    PIC 9(4).
          05 WS-CD-MM      PIC 99.
          05 WS-CD-DD      PIC 99.
          05 FILLER        PIC X(13).
       01 WS-TODAY-YYYYMMDD REDEFINES WS-CURRENT-DATE.
          05 WS-TODAY-DATE PIC 9(8).
          05 FILLER        PIC X(13).

       01 WS-CENSUS-DATE           PIC 9(8) VALUE 0.

      *-----------------------------------------------------------------
      * Match keys for the master / sorted-history merge; HIGH-VALUES
      * marks end of file on either side.
      *-----------------------------------------------------------------
       01 WS-MASTER-KEY            PIC X(6) VALUE SPACES.
       01 WS-HISTORY-KEY           PIC X(6) VALUE SPACES.
       01 WS-ORPHAN-KEY            PIC X(6) VALUE SPACES.

      *-----------------------------------------------------------------
      * Replay state for the student being matched.
      *-----------------------------------------------------------------
       01 WS-ROW-COUNT             PIC 9(4) VALUE 0.
       01 WS-PREV-ACTION           PIC X  VALUE SPACES.
       01 WS-PREV-TO-ROOM          PIC X(10) VALUE SPACES.
       01 WS-AFTER-ROW-FOUND       PIC X  VALUE "N".
           88 AFTER-ROW-WAS-FOUND  VALUE "Y".
       01 WS-AFTER-FROM-ROOM       PIC X(10) VALUE SPACES.
       01 WS-ON-DATE-ACTION        PIC X  VALUE SPACES.
       01 WS-ON-DATE-TO-ROOM       PIC X(10) VALUE SPACES.
       01 WS-CHAIN-REASON          PIC X(32) VALUE SPACES.
       01 WS-CENSUS-ROOM           PIC X(10) VALUE SPACES.
       01 WS-CENSUS-DISPOSITION    PIC X  VALUE SPACES.
           88 CENSUS-COUNTED       VALUE "C".
           88 CENSUS-WITHDRAWN     VALUE "W".
           88 CENSUS-EXCEPTION     VALUE "E".

       01 WS-CLASSROOM-COUNT       PIC 9(3) VALUE 0.
       01 WS-CLASSROOM-SUB         PIC 9(3) VALUE 0.
       01 WS-CLASSROOM-FOUND       PIC X  VALUE "N".
           88 CLASSROOM-WAS-FOUND  VALUE "Y".
       01 WS-CLASSROOM-MATCH-SUB   PIC 9(3) VALUE 0.
       01 WS-LOOKUP-CLASSROOM      PIC X(10) VALUE SPACES.

       01 CLASSROOM-TABLE.
          05 CLASSROOM OCCURS 100 TIMES.
             10 CLASSROOM-ID        PIC X(10).
             10 CLASSROOM-TEACHER   PIC X(25).
             10 CLASSROOM-CENSUS    PIC 9(5).

       01 WS-MASTER-READ-COUNT     PIC 9(5) VALUE 0.
       01 WS-HISTORY-READ-COUNT    PIC 9(5) VALUE 0.
       01 WS-COUNTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-WITHDRAWN-COUNT       PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01 WS-CENSUS-WRITE-COUNT    PIC 9(5) VALUE 0.
       01 WS-CONDITION-CODE        PIC 9(4) VALUE 0.

       01 WS-CENSUS-HEADING-1.
          05 FILLER        PIC X(27) VALUE SPACES.
          05 FILLER        PIC X(24) VALUE "ENROLLMENT CENSUS REPORT".

       01 WS-CENSUS-HEADING-2.
          05 FILLER        PIC X(13) VALUE "CENSUS DATE: ".
          05 WS-CH-CENSUS-DATE PIC 9999/99/99.
          05 FILLER        PIC X(5)  VALUE SPACES.
          05 FILLER        PIC X(10) VALUE "RUN DATE: ".
          05 WS-CH-RUN-DATE    PIC 9999/99/99.

       01 WS-CENSUS-HEADING-3.
          05 FILLER        PIC X(11) VALUE "CLASSROOM  ".
          05 FILLER        PIC X(28) VALUE "TEACHER".
          05 FILLER        PIC X(8)  VALUE "ENROLLED".

       01 WS-CENSUS-DETAIL.
          05 WS-CN-ROOM        PIC X(10).
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-CN-TEACHER     PIC X(25).
          05 FILLER            PIC X(6)  VALUE SPACES.
          05 WS-CN-COUNT       PIC ZZZZ9.

       01 WS-CENSUS-TOTAL.
          05 FILLER            PIC X(23) VALUE
             "SCHOOL TOTAL ENROLLED: ".
          05 WS-CN-TOTAL       PIC ZZZZ9.
          05 FILLER            PIC X(23) VALUE
             "  CENSUS ROWS WRITTEN: ".
          05 WS-CN-WRITTEN     PIC ZZZZ9.

       01 WS-CENSUS-TOTALS-2.
          05 FILLER            PIC X(13) VALUE "MASTER READ: ".
          05 WS-CT-READ        PIC ZZZZ9.
          05 FILLER            PIC X(16) VALUE "  HISTORY ROWS: ".
          05 WS-CT-HISTORY     PIC ZZZZ9.
          05 FILLER            PIC X(13) VALUE "  WITHDRAWN: ".
          05 WS-CT-WITHDRAWN   PIC ZZZZ9.
          05 FILLER            PIC X(14) VALUE "  EXCEPTIONS: ".
          05 WS-CT-EXCEPTIONS  PIC ZZZZ9.

       01 WS-EXCEPTION-LINE.
          05 FILLER            PIC X(8)  VALUE "STUDENT ".
          05 WS-EXC-ID         PIC ZZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-EXC-NAME       PIC X(25).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-EXC-REASON     PIC X(32).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          PERFORM READ-CENSUS-CONTROL.
          PERFORM LOAD-CLASSROOM-MASTER.
          PERFORM OPEN-CENSUS-FILES.

          SORT HISTORY-SORT-FILE
             ON ASCENDING KEY HS-STUDENT-ID
             ON ASCENDING KEY HS-EFF-DATE
             ON ASCENDING KEY HS-APPLIED-DATE
             INPUT PROCEDURE IS CENSUS-INPUT
             OUTPUT PROCEDURE IS CENSUS-OUTPUT.

          PERFORM WRITE-CENSUS-REPORT.
          PERFORM CLOSE-CENSUS-FILES.

          IF WS-EXCEPTION-COUNT > 0 AND WS-CONDITION-CODE < 4
             MOVE 4 TO WS-CONDITION-CODE
          END-IF.
          MOVE WS-CONDITION-CODE TO RETURN-CODE.

       GOBACK.

      *-----------------------------------------------------------------
       READ-CENSUS-CONTROL.
          MOVE WS-TODAY-DATE TO WS-CENSUS-DATE.
          OPEN INPUT CENSUS-CONTROL-FILE.

          IF WS-CENSUS-CONTROL-STATUS = "00"
             READ CENSUS-CONTROL-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF CC-CENSUS-DATE NUMERIC
                      AND FUNCTION TEST-DATE-YYYYMMDD (CC-CENSUS-DATE)
                         = 0
                      MOVE CC-CENSUS-DATE TO WS-CENSUS-DATE
                   ELSE
                      DISPLAY "READ-CENSUS-CONTROL: CENSUS DATE "
                         CC-CENSUS-DATE " NOT VALID, USING RUN DATE"
                   END-IF
             END-READ
             CLOSE CENSUS-CONTROL-FILE
          ELSE
             DISPLAY "READ-CENSUS-CONTROL: NO CENSCTL.DAT, CENSUS "
                "TAKEN AS OF RUN DATE"
          END-IF.

      *-----------------------------------------------------------------
       LOAD-CLASSROOM-MASTER.
          MOVE 0   TO WS-CLASSROOM-COUNT.
          MOVE "N" TO WS-CLASSROOM-EOF.

          OPEN INPUT CLASSROOM-FILE.
          IF WS-CLASSROOM-STATUS NOT = "00"
             DISPLAY "LOAD-CLASSROOM-MASTER: UNABLE TO OPEN "
                "CLASSRM.DAT, STATUS = " WS-CLASSROOM-STATUS
             MOVE 16  TO WS-CONDITION-CODE
             MOVE "Y" TO WS-CLASSROOM-EOF
          END-IF.

          PERFORM UNTIL CLASSROOM-AT-EOF OR WS-CLASSROOM-COUNT = 100
             READ CLASSROOM-FILE
                AT END
                   MOVE "Y" TO WS-CLASSROOM-EOF
                NOT AT END
                   ADD 1 TO WS-CLASSROOM-COUNT
                   MOVE CR-CLASSROOM-ID
                      TO CLASSROOM-ID (WS-CLASSROOM-COUNT)
                   MOVE CR-TEACHER-NAME
                      TO CLASSROOM-TEACHER (WS-CLASSROOM-COUNT)
                   MOVE 0 TO CLASSROOM-CENSUS (WS-CLASSROOM-COUNT)
             END-READ
          END-PERFORM.

          IF WS-CLASSROOM-COUNT = 100 AND NOT CLASSROOM-AT-EOF
             READ CLASSROOM-FILE
                AT END
                   MOVE "Y" TO WS-CLASSROOM-EOF
                NOT AT END
                   DISPLAY
                      "LOAD-CLASSROOM-MASTER: CLASSRM.DAT EXCEEDS 100 "
                      "ROWS, TRUNCATED AT CLASSROOM TABLE LIMIT"
                   IF WS-CONDITION-CODE < 4
                      MOVE 4 TO WS-CONDITION-CODE
                   END-IF
             END-READ
          END-IF.

          IF WS-CLASSROOM-STATUS = "00" OR WS-CLASSROOM-STATUS = "10"
             CLOSE CLASSROOM-FILE
          END-IF.

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
      * A room the census finds that is not on CLASSRM.DAT still gets
      * its own total line, with the teacher shown as unknown.
      *-----------------------------------------------------------------
       TALLY-CENSUS-ROOM.
          MOVE WS-CENSUS-ROOM TO WS-LOOKUP-CLASSROOM.
          PERFORM FIND-CLASSROOM.
          IF NOT CLASSROOM-WAS-FOUND AND WS-CLASSROOM-COUNT < 100
             ADD 1 TO WS-CLASSROOM-COUNT
             MOVE WS-CENSUS-ROOM TO CLASSROOM-ID (WS-CLASSROOM-COUNT)
             MOVE "** NOT ON CLASSRM.DAT **"
                TO CLASSROOM-TEACHER (WS-CLASSROOM-COUNT)
             MOVE 0 TO CLASSROOM-CENSUS (WS-CLASSROOM-COUNT)
             MOVE "Y" TO WS-CLASSROOM-FOUND
             MOVE WS-CLASSROOM-COUNT TO WS-CLASSROOM-MATCH-SUB
          END-IF.
          IF CLASSROOM-WAS-FOUND
             ADD 1 TO CLASSROOM-CENSUS (WS-CLASSROOM-MATCH-SUB)
          END-IF.

      *-----------------------------------------------------------------
       OPEN-CENSUS-FILES.
          OPEN INPUT STUDENT-MASTER-FILE.
          IF WS-STUDENT-MASTER-STATUS = "00"
             MOVE "Y" TO WS-STUDENT-MASTER-AVAIL
          ELSE
             DISPLAY "OPEN-CENSUS-FILES: UNABLE TO OPEN STUDMAST.DAT, "
                "STATUS = " WS-STUDENT-MASTER-STATUS
             MOVE 16  TO WS-CONDITION-CODE
             MOVE "Y" TO WS-STUDENT-MASTER-EOF
          END-IF.

          OPEN OUTPUT CENSUS-FILE.
          IF WS-CENSUS-STATUS NOT = "00"
             DISPLAY "OPEN-CENSUS-FILES: UNABLE TO OPEN CENSUS.DAT, "
                "STATUS = " WS-CENSUS-STATUS
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT EXCEPTION-FILE.
          IF WS-EXCEPTION-STATUS NOT = "00"
             DISPLAY "OPEN-CENSUS-FILES: UNABLE TO OPEN CENSUS.EXC, "
                "STATUS = " WS-EXCEPTION-STATUS
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

       CLOSE-CENSUS-FILES.
          IF STUDENT-MASTER-IS-AVAIL
             CLOSE STUDENT-MASTER-FILE
          END-IF.
          IF WS-CENSUS-STATUS = "00"
             CLOSE CENSUS-FILE
          END-IF.
          IF WS-EXCEPTION-STATUS = "00"
             CLOSE EXCEPTION-FILE
          END-IF.

      *-----------------------------------------------------------------
       WRITE-CENSUS-REPORT.
          OPEN OUTPUT CENSUS-REPORT-FILE.
          IF WS-CENSUS-REPORT-STATUS NOT = "00"
             DISPLAY "WRITE-CENSUS-REPORT: UNABLE TO OPEN CENSUS.RPT, "
                "STATUS = " WS-CENSUS-REPORT-STATUS
             MOVE 16 TO WS-CONDITION-CODE
          ELSE
             MOVE WS-CENSUS-DATE TO WS-CH-CENSUS-DATE
             MOVE WS-TODAY-DATE  TO WS-CH-RUN-DATE
             MOVE WS-CENSUS-HEADING-1 TO CENSUS-REPORT-RECORD
             WRITE CENSUS-REPORT-RECORD
             MOVE WS-CENSUS-HEADING-2 TO CENSUS-REPORT-RECORD
             WRITE CENSUS-REPORT-RECORD
             MOVE SPACES TO CENSUS-REPORT-RECORD
             WRITE CENSUS-REPORT-RECORD
             MOVE WS-CENSUS-HEADING-3 TO CENSUS-REPORT-RECORD
             WRITE CENSUS-REPORT-RECORD
             PERFORM VARYING WS-CLASSROOM-SUB FROM 1 BY 1
                     UNTIL WS-CLASSROOM-SUB > WS-CLASSROOM-COUNT
                MOVE CLASSROOM-ID (WS-CLASSROOM-SUB)      TO WS-CN-ROOM
                MOVE CLASSROOM-TEACHER (WS-CLASSROOM-SUB)
                   TO WS-CN-TEACHER
                MOVE CLASSROOM-CENSUS (WS-CLASSROOM-SUB)  TO WS-CN-COUNT
                MOVE WS-CENSUS-DETAIL TO CENSUS-REPORT-RECORD
                WRITE CENSUS-REPORT-RECORD
             END-PERFORM
             MOVE SPACES TO CENSUS-REPORT-RECORD
             WRITE CENSUS-REPORT-RECORD
             MOVE WS-COUNTED-COUNT TO WS-CN-TOTAL
             MOVE WS-CENSUS-WRITE-COUNT TO WS-CN-WRITTEN
             MOVE WS-CENSUS-TOTAL TO CENSUS-REPORT-RECORD
             WRITE CENSUS-REPORT-RECORD
             MOVE WS-MASTER-READ-COUNT  TO WS-CT-READ
             MOVE WS-HISTORY-READ-COUNT TO WS-CT-HISTORY
             MOVE WS-WITHDRAWN-COUNT    TO WS-CT-WITHDRAWN
             MOVE WS-EXCEPTION-COUNT    TO WS-CT-EXCEPTIONS
             MOVE WS-CENSUS-TOTALS-2 TO CENSUS-REPORT-RECORD
             WRITE CENSUS-REPORT-RECORD
             CLOSE CENSUS-REPORT-FILE
          END-IF.

      *-----------------------------------------------------------------
       READ-NEXT-MASTER.
          IF STUDENT-MASTER-AT-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
          ELSE
             READ STUDENT-MASTER-FILE NEXT
                AT END
                   MOVE "Y" TO WS-STUDENT-MASTER-EOF
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
                NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   MOVE SM-STUDENT-ID TO WS-MASTER-KEY
             END-READ
          END-IF.

       RETURN-NEXT-HISTORY.
          IF SORT-OUT-AT-EOF
             MOVE HIGH-VALUES TO WS-HISTORY-KEY
          ELSE
             RETURN HISTORY-SORT-FILE
                AT END
                   MOVE "Y" TO WS-SORT-OUT-EOF
                   MOVE HIGH-VALUES TO WS-HISTORY-KEY
                NOT AT END
                   MOVE HS-STUDENT-ID TO WS-HISTORY-KEY
             END-RETURN
          END-IF.

       SKIP-ORPHAN-HISTORY.
          MOVE HS-STUDENT-ID TO WS-EXC-ID.
          MOVE SPACES TO WS-EXC-NAME.
          MOVE "HISTORY HAS NO MASTER ROW" TO WS-EXC-REASON.
          PERFORM WRITE-EXCEPTION-LINE.
          MOVE WS-HISTORY-KEY TO WS-ORPHAN-KEY.
          PERFORM RETURN-NEXT-HISTORY
             UNTIL WS-HISTORY-KEY NOT = WS-ORPHAN-KEY.

      *-----------------------------------------------------------------
      * Replay every history row for the current master row, then
      * reconcile the end of the chain with the master.
      *-----------------------------------------------------------------
       CENSUS-ONE-STUDENT.
          MOVE 0      TO WS-ROW-COUNT.
          MOVE SPACES TO WS-PREV-ACTION.
          MOVE SPACES TO WS-PREV-TO-ROOM.
          MOVE "N"    TO WS-AFTER-ROW-FOUND.
          MOVE SPACES TO WS-AFTER-FROM-ROOM.
          MOVE SPACES TO WS-ON-DATE-ACTION.
          MOVE SPACES TO WS-ON-DATE-TO-ROOM.
          MOVE SPACES TO WS-CHAIN-REASON.

          PERFORM UNTIL WS-HISTORY-KEY NOT = WS-MASTER-KEY
             PERFORM REPLAY-HISTORY-ROW
             PERFORM RETURN-NEXT-HISTORY
          END-PERFORM.

          IF WS-CHAIN-REASON = SPACES
             PERFORM RECONCILE-WITH-MASTER
          END-IF.

          EVALUATE TRUE
             WHEN WS-CHAIN-REASON NOT = SPACES
                MOVE "E" TO WS-CENSUS-DISPOSITION
             WHEN AFTER-ROW-WAS-FOUND
                MOVE WS-AFTER-FROM-ROOM TO WS-CENSUS-ROOM
                MOVE "C" TO WS-CENSUS-DISPOSITION
             WHEN WS-ON-DATE-ACTION = "W"
                MOVE "W" TO WS-CENSUS-DISPOSITION
             WHEN WS-ON-DATE-ACTION = "T"
                MOVE WS-ON-DATE-TO-ROOM TO WS-CENSUS-ROOM
                MOVE "C" TO WS-CENSUS-DISPOSITION
             WHEN OTHER
                MOVE SM-CLASSROOM-ID TO WS-CENSUS-ROOM
                MOVE "C" TO WS-CENSUS-DISPOSITION
          END-EVALUATE.

          EVALUATE TRUE
             WHEN CENSUS-EXCEPTION
                MOVE SM-STUDENT-ID   TO WS-EXC-ID
                MOVE SM-STUDENT-NAME TO WS-EXC-NAME
                MOVE WS-CHAIN-REASON TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-LINE
             WHEN CENSUS-WITHDRAWN
                ADD 1 TO WS-WITHDRAWN-COUNT
             WHEN CENSUS-COUNTED
                ADD 1 TO WS-COUNTED-COUNT
                PERFORM TALLY-CENSUS-ROOM
                PERFORM WRITE-CENSUS-ROW
          END-EVALUATE.

       REPLAY-HISTORY-ROW.
          ADD 1 TO WS-ROW-COUNT.
          IF WS-CHAIN-REASON = SPACES
             EVALUATE TRUE
                WHEN HS-ACTION NOT = "T" AND HS-ACTION NOT = "W"
                   MOVE "HISTORY ACTION NOT T OR W"
                      TO WS-CHAIN-REASON
                WHEN HS-EFF-DATE NOT NUMERIC
                   MOVE "HISTORY EFF DATE NOT NUMERIC"
                      TO WS-CHAIN-REASON
                WHEN WS-ROW-COUNT > 1 AND WS-PREV-ACTION = "W"
                   MOVE "HISTORY CONTINUES AFTER WITHDRAW"
                      TO WS-CHAIN-REASON
                WHEN WS-ROW-COUNT > 1
                     AND HS-FROM-CLASSROOM NOT = WS-PREV-TO-ROOM
                   MOVE "HISTORY FROM-ROOM CHAIN BROKEN"
                      TO WS-CHAIN-REASON
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF.

          IF HS-EFF-DATE > WS-CENSUS-DATE
             IF NOT AFTER-ROW-WAS-FOUND
                MOVE "Y" TO WS-AFTER-ROW-FOUND
                MOVE HS-FROM-CLASSROOM TO WS-AFTER-FROM-ROOM
             END-IF
          ELSE
             MOVE HS-ACTION       TO WS-ON-DATE-ACTION
             MOVE HS-TO-CLASSROOM TO WS-ON-DATE-TO-ROOM
          END-IF.

          MOVE HS-ACTION       TO WS-PREV-ACTION.
          MOVE HS-TO-CLASSROOM TO WS-PREV-TO-ROOM.

       RECONCILE-WITH-MASTER.
          EVALUATE TRUE
             WHEN WS-ROW-COUNT = 0 AND SM-STATUS-FLAG = "W"
                MOVE "WITHDRAWN BUT NO HISTORY ROW"
                   TO WS-CHAIN-REASON
             WHEN WS-ROW-COUNT = 0
                CONTINUE
             WHEN WS-PREV-ACTION = "W" AND SM-STATUS-FLAG NOT = "W"
                MOVE "HISTORY WITHDRAWN, MASTER ACTIVE"
                   TO WS-CHAIN-REASON
             WHEN WS-PREV-ACTION = "T" AND SM-STATUS-FLAG = "W"
                MOVE "MASTER WITHDRAWN, NO W HISTORY"
                   TO WS-CHAIN-REASON
             WHEN WS-PREV-ACTION = "T"
                  AND WS-PREV-TO-ROOM NOT = SM-CLASSROOM-ID
                MOVE "LAST TRANSFER NOT MASTER ROOM"
                   TO WS-CHAIN-REASON
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

      *-----------------------------------------------------------------
       WRITE-CENSUS-ROW.
          MOVE SPACES          TO CENSUS-RECORD.
          MOVE SM-STUDENT-ID   TO CF-STUDENT-ID.
          MOVE WS-CENSUS-DATE  TO CF-CENSUS-DATE.
          MOVE WS-CENSUS-ROOM  TO CF-CLASSROOM-ID.
          MOVE SM-STUDENT-NAME TO CF-STUDENT-NAME.
          IF CLASSROOM-WAS-FOUND
             MOVE CLASSROOM-TEACHER (WS-CLASSROOM-MATCH-SUB)
                TO CF-TEACHER-NAME
          END-IF.
          IF WS-CENSUS-STATUS = "00"
             WRITE CENSUS-RECORD
             ADD 1 TO WS-CENSUS-WRITE-COUNT
          END-IF.

       WRITE-EXCEPTION-LINE.
          ADD 1 TO WS-EXCEPTION-COUNT.
          IF WS-EXCEPTION-STATUS = "00"
             MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
             WRITE EXCEPTION-RECORD
          END-IF.

      *-----------------------------------------------------------------
      * Sort input procedure: releases every enrollment history row.
      *-----------------------------------------------------------------
       CENSUS-INPUT SECTION.
       CENSUS-INPUT-PARA.
          MOVE "N" TO WS-HISTORY-EOF.
          OPEN INPUT HISTORY-FILE.
          IF WS-HISTORY-STATUS NOT = "00"
             DISPLAY "CENSUS-INPUT-PARA: NO ENRLHIST.DAT, CENSUS TAKEN "
                "FROM MASTER ONLY, STATUS = " WS-HISTORY-STATUS
             MOVE "Y" TO WS-HISTORY-EOF
          END-IF.

          PERFORM UNTIL HISTORY-AT-EOF
             READ HISTORY-FILE
                AT END
                   MOVE "Y" TO WS-HISTORY-EOF
                NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   MOVE HISTORY-RECORD TO HISTORY-SORT-RECORD
                   RELEASE HISTORY-SORT-RECORD
             END-READ
          END-PERFORM.

          IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
             CLOSE HISTORY-FILE
          END-IF.

      *-----------------------------------------------------------------
      * Sort output procedure: matches the sorted history against the
      * master in student ID order and settles each student's census
      * classroom.
      *-----------------------------------------------------------------
       CENSUS-OUTPUT SECTION.
       CENSUS-OUTPUT-PARA.
          MOVE "N" TO WS-SORT-OUT-EOF.
          PERFORM READ-NEXT-MASTER.
          PERFORM RETURN-NEXT-HISTORY.

          PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                    AND WS-HISTORY-KEY = HIGH-VALUES
             EVALUATE TRUE
                WHEN WS-HISTORY-KEY < WS-MASTER-KEY
                   PERFORM SKIP-ORPHAN-HISTORY
                WHEN OTHER
                   PERFORM CENSUS-ONE-STUDENT
                   PERFORM READ-NEXT-MASTER
             END-EVALUATE
          END-PERFORM.
