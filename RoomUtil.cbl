       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMUTIL.

      *-----------------------------------------------------------------
      * Classroom utilization report.  Every room on CLASSRM.DAT is
      * listed with its seat capacity, teacher-assistant flag, current
      * headcount of active students on STUDMAST.DAT, open seats and
      * percent full, so new enrollments can be placed without
      * counting rosters by hand.  Withdrawn students (status W) are
      * not counted.  A room with no capacity on CLASSRM.DAT is listed
      * but not measured.  Active students whose classroom is not on
      * CLASSRM.DAT are counted separately on the totals line.
      * When CLASSRM.DAT, STUDMAST.DAT or ROOMUTIL.RPT cannot be opened
      * the run ends with condition code 16; a CLASSRM.DAT truncated at
      * the classroom table limit ends it with 4.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASSROOM-FILE ASSIGN TO "CLASSRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSROOM-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT UTIL-REPORT-FILE ASSIGN TO "ROOMUTIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTIL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASSROOM-FILE
           RECORDING MODE IS F.
       01 CLASSROOM-RECORD.
          05 CR-CLASSROOM-ID   PIC X(10).
          05 CR-TEACHER-NAME   PIC X(25).
          05 CR-SEAT-CAPACITY  PIC 9(3).
          05 CR-AIDE-FLAG      PIC X.

       FD  STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
          05 SM-STUDENT-ID     PIC 9(6).
          05 SM-STUDENT-NAME   PIC A(25).
          05 SM-BIRTH-DATE     PIC 9(8).
          05 SM-CLASSROOM-ID   PIC X(10).
          05 SM-STATUS-FLAG    PIC X.

       FD  UTIL-REPORT-FILE
           RECORDING MODE IS F.
       01 UTIL-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-CLASSROOM-STATUS      PIC XX VALUE "00".
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-UTIL-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-CLASSROOM-EOF         PIC X  VALUE "N".
           88 CLASSROOM-AT-EOF     VALUE "Y".
       01 WS-STUDENT-MASTER-EOF    PIC X  VALUE "N".
           88 STUDENT-MASTER-AT-EOF VALUE "Y".

       01 WS-CURRENT-DATE.
          05 WS-CD-YYYY    PIC 9(4).
          05 WS-CD-MM      PIC 99.
          05 WS-CD-DD      PIC 99.
          05 FILLER        PIC X(13).

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
             10 CLASSROOM-CAPACITY  PIC 9(3).
             10 CLASSROOM-AIDE-FLAG PIC X.
             10 CLASSROOM-HEADCOUNT PIC 9(4).

       01 WS-MASTER-READ-COUNT     PIC 9(5) VALUE 0.
       01 WS-ACTIVE-COUNT          PIC 9(5) VALUE 0.
       01 WS-WITHDRAWN-COUNT       PIC 9(5) VALUE 0.
       01 WS-UNASSIGNED-COUNT      PIC 9(5) VALUE 0.
       01 WS-FULL-ROOM-COUNT       PIC 9(3) VALUE 0.
       01 WS-OVER-ROOM-COUNT       PIC 9(3) VALUE 0.

       01 WS-OPEN-SEATS            PIC S9(4) VALUE 0.
       01 WS-PCT-FULL              PIC 9(3)V9 VALUE 0.
       01 WS-TOTAL-CAPACITY        PIC 9(5) VALUE 0.
       01 WS-MEASURED-HEADCOUNT    PIC 9(5) VALUE 0.
       01 WS-TOTAL-OPEN-SEATS      PIC S9(5) VALUE 0.
       01 WS-CONDITION-CODE        PIC 9(4) VALUE 0.

       01 WS-UTIL-HEADING-1.
          05 FILLER        PIC X(24) VALUE SPACES.
          05 FILLER        PIC X(28) VALUE
             "CLASSROOM UTILIZATION REPORT".

       01 WS-UTIL-HEADING-2.
          05 FILLER        PIC X(10) VALUE "RUN DATE: ".
          05 WS-UH-YYYY    PIC 9(4).
          05 FILLER        PIC X     VALUE "/".
          05 WS-UH-MM      PIC 99.
          05 FILLER        PIC X     VALUE "/".
          05 WS-UH-DD      PIC 99.

       01 WS-UTIL-HEADING-3.
          05 FILLER        PIC X(11) VALUE "CLASSROOM  ".
          05 FILLER        PIC X(22) VALUE "TEACHER".
          05 FILLER        PIC X(4)  VALUE "AIDE".
          05 FILLER        PIC X(4)  VALUE " CAP".
          05 FILLER        PIC X(6)  VALUE " COUNT".
          05 FILLER        PIC X(6)  VALUE "  OPEN".
          05 FILLER        PIC X(8)  VALUE "  % FULL".
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 FILLER        PIC X(16) VALUE "NOTE".

       01 WS-UTIL-DETAIL.
          05 WS-UT-ROOM        PIC X(10).
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-UT-TEACHER     PIC X(20).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-UT-AIDE        PIC X.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 WS-UT-CAPACITY    PIC ZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-UT-HEADCOUNT   PIC ZZZ9.
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-UT-OPEN        PIC -ZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-UT-PCT         PIC ZZZ9.9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-UT-NOTE        PIC X(16).

       01 WS-UTIL-TOTALS-1.
          05 FILLER            PIC X(7)  VALUE "ROOMS: ".
          05 WS-UT1-ROOMS      PIC ZZ9.
          05 FILLER            PIC X(12) VALUE "  CAPACITY: ".
          05 WS-UT1-CAPACITY   PIC ZZZZ9.
          05 FILLER            PIC X(14) VALUE "  ENROLLED:   ".
          05 WS-UT1-HEADCOUNT  PIC ZZZZ9.
          05 FILLER            PIC X(14) VALUE "  OPEN SEATS: ".
          05 WS-UT1-OPEN       PIC -ZZZZ9.

       01 WS-UTIL-TOTALS-2.
          05 FILLER            PIC X(13) VALUE "SCHOOL FULL: ".
          05 WS-UT2-PCT        PIC ZZZ9.9.
          05 FILLER            PIC X(16) VALUE "%  ROOMS FULL:  ".
          05 WS-UT2-FULL       PIC ZZ9.
          05 FILLER            PIC X(17) VALUE "  OVER CAPACITY: ".
          05 WS-UT2-OVER       PIC ZZ9.

       01 WS-UTIL-TOTALS-3.
          05 FILLER            PIC X(14) VALUE "MASTER READ:  ".
          05 WS-UT3-READ       PIC ZZZZ9.
          05 FILLER            PIC X(10) VALUE "  ACTIVE: ".
          05 WS-UT3-ACTIVE     PIC ZZZZ9.
          05 FILLER            PIC X(13) VALUE "  WITHDRAWN: ".
          05 WS-UT3-WITHDRAWN  PIC ZZZZ9.
          05 FILLER            PIC X(20) VALUE "  ROOM NOT ON FILE: ".
          05 WS-UT3-UNASSIGNED PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          PERFORM LOAD-CLASSROOM-MASTER.
          PERFORM COUNT-ACTIVE-STUDENTS.

          OPEN OUTPUT UTIL-REPORT-FILE.
          IF WS-UTIL-REPORT-STATUS NOT = "00"
             DISPLAY "MAIN-PARA: UNABLE TO OPEN ROOMUTIL.RPT, "
                "STATUS = " WS-UTIL-REPORT-STATUS
             MOVE 16 TO WS-CONDITION-CODE
          ELSE
             PERFORM WRITE-UTIL-HEADINGS
             PERFORM WRITE-UTIL-DETAILS
             PERFORM WRITE-UTIL-TOTALS
             CLOSE UTIL-REPORT-FILE
          END-IF.

          MOVE WS-CONDITION-CODE TO RETURN-CODE.

       GOBACK.

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
                   IF CR-SEAT-CAPACITY NUMERIC
                      MOVE CR-SEAT-CAPACITY
                         TO CLASSROOM-CAPACITY (WS-CLASSROOM-COUNT)
                   ELSE
                      MOVE 0 TO CLASSROOM-CAPACITY (WS-CLASSROOM-COUNT)
                   END-IF
                   MOVE CR-AIDE-FLAG
                      TO CLASSROOM-AIDE-FLAG (WS-CLASSROOM-COUNT)
                   MOVE 0 TO CLASSROOM-HEADCOUNT (WS-CLASSROOM-COUNT)
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
       COUNT-ACTIVE-STUDENTS.
          MOVE "N" TO WS-STUDENT-MASTER-EOF.
          OPEN INPUT STUDENT-MASTER-FILE.
          IF WS-STUDENT-MASTER-STATUS NOT = "00"
             DISPLAY "COUNT-ACTIVE-STUDENTS: UNABLE TO OPEN "
                "STUDMAST.DAT, STATUS = " WS-STUDENT-MASTER-STATUS
             MOVE 16  TO WS-CONDITION-CODE
             MOVE "Y" TO WS-STUDENT-MASTER-EOF
          END-IF.

          PERFORM UNTIL STUDENT-MASTER-AT-EOF
             READ STUDENT-MASTER-FILE NEXT
                AT END
                   MOVE "Y" TO WS-STUDENT-MASTER-EOF
                NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   PERFORM COUNT-ONE-STUDENT
             END-READ
          END-PERFORM.

          IF WS-STUDENT-MASTER-STATUS = "00"
             OR WS-STUDENT-MASTER-STATUS = "10"
             CLOSE STUDENT-MASTER-FILE
          END-IF.

       COUNT-ONE-STUDENT.
          IF SM-STATUS-FLAG = "W"
             ADD 1 TO WS-WITHDRAWN-COUNT
          ELSE
             ADD 1 TO WS-ACTIVE-COUNT
             MOVE SM-CLASSROOM-ID TO WS-LOOKUP-CLASSROOM
             PERFORM FIND-CLASSROOM
             IF CLASSROOM-WAS-FOUND
                ADD 1 TO CLASSROOM-HEADCOUNT (WS-CLASSROOM-MATCH-SUB)
             ELSE
                ADD 1 TO WS-UNASSIGNED-COUNT
             END-IF
          END-IF.

      *-----------------------------------------------------------------
       WRITE-UTIL-HEADINGS.
          MOVE WS-CD-YYYY TO WS-UH-YYYY.
          MOVE WS-CD-MM   TO WS-UH-MM.
          MOVE WS-CD-DD   TO WS-UH-DD.
          MOVE WS-UTIL-HEADING-1 TO UTIL-REPORT-RECORD.
          WRITE UTIL-REPORT-RECORD.
          MOVE WS-UTIL-HEADING-2 TO UTIL-REPORT-RECORD.
          WRITE UTIL-REPORT-RECORD.
          MOVE SPACES TO UTIL-REPORT-RECORD.
          WRITE UTIL-REPORT-RECORD.
          MOVE WS-UTIL-HEADING-3 TO UTIL-REPORT-RECORD.
          WRITE UTIL-REPORT-RECORD.

       WRITE-UTIL-DETAILS.
          PERFORM VARYING WS-CLASSROOM-SUB FROM 1 BY 1
                  UNTIL WS-CLASSROOM-SUB > WS-CLASSROOM-COUNT
             PERFORM WRITE-ONE-ROOM
          END-PERFORM.

       WRITE-ONE-ROOM.
          MOVE SPACES TO WS-UTIL-DETAIL.
          MOVE CLASSROOM-ID (WS-CLASSROOM-SUB)        TO WS-UT-ROOM.
          MOVE CLASSROOM-TEACHER (WS-CLASSROOM-SUB)   TO WS-UT-TEACHER.
          MOVE CLASSROOM-AIDE-FLAG (WS-CLASSROOM-SUB) TO WS-UT-AIDE.
          MOVE CLASSROOM-CAPACITY (WS-CLASSROOM-SUB)  TO WS-UT-CAPACITY.
          MOVE CLASSROOM-HEADCOUNT (WS-CLASSROOM-SUB)
             TO WS-UT-HEADCOUNT.

          IF CLASSROOM-CAPACITY (WS-CLASSROOM-SUB) = 0
             MOVE 0 TO WS-UT-OPEN
             MOVE 0 TO WS-UT-PCT
             MOVE "NO CAPACITY SET" TO WS-UT-NOTE
          ELSE
             COMPUTE WS-OPEN-SEATS =
                CLASSROOM-CAPACITY (WS-CLASSROOM-SUB)
                - CLASSROOM-HEADCOUNT (WS-CLASSROOM-SUB)
             COMPUTE WS-PCT-FULL ROUNDED =
                CLASSROOM-HEADCOUNT (WS-CLASSROOM-SUB) * 100
                / CLASSROOM-CAPACITY (WS-CLASSROOM-SUB)
                ON SIZE ERROR
                   MOVE 999.9 TO WS-PCT-FULL
             END-COMPUTE
             MOVE WS-OPEN-SEATS TO WS-UT-OPEN
             MOVE WS-PCT-FULL   TO WS-UT-PCT
             ADD CLASSROOM-CAPACITY (WS-CLASSROOM-SUB)
                TO WS-TOTAL-CAPACITY
             ADD CLASSROOM-HEADCOUNT (WS-CLASSROOM-SUB)
                TO WS-MEASURED-HEADCOUNT
             ADD WS-OPEN-SEATS TO WS-TOTAL-OPEN-SEATS
             EVALUATE TRUE
                WHEN WS-OPEN-SEATS < 0
                   ADD 1 TO WS-OVER-ROOM-COUNT
                   MOVE "OVER CAPACITY" TO WS-UT-NOTE
                WHEN WS-OPEN-SEATS = 0
                   ADD 1 TO WS-FULL-ROOM-COUNT
                   MOVE "FULL" TO WS-UT-NOTE
                WHEN OTHER
                   MOVE SPACES TO WS-UT-NOTE
             END-EVALUATE
          END-IF.

          MOVE WS-UTIL-DETAIL TO UTIL-REPORT-RECORD.
          WRITE UTIL-REPORT-RECORD.

      *-----------------------------------------------------------------
      * School percent full is measured only over rooms that carry a
      * capacity, so rooms without one do not skew the figure.
      *-----------------------------------------------------------------
       WRITE-UTIL-TOTALS.
          MOVE SPACES TO UTIL-REPORT-RECORD.
          WRITE UTIL-REPORT-RECORD.
          MOVE WS-CLASSROOM-COUNT  TO WS-UT1-ROOMS.
          MOVE WS-TOTAL-CAPACITY   TO WS-UT1-CAPACITY.
          MOVE WS-ACTIVE-COUNT     TO WS-UT1-HEADCOUNT.
          MOVE WS-TOTAL-OPEN-SEATS TO WS-UT1-OPEN.
          MOVE WS-UTIL-TOTALS-1 TO UTIL-REPORT-RECORD.
          WRITE UTIL-REPORT-RECORD.

          MOVE 0 TO WS-PCT-FULL.
          IF WS-TOTAL-CAPACITY > 0
             COMPUTE WS-PCT-FULL ROUNDED =
                WS-MEASURED-HEADCOUNT * 100 / WS-TOTAL-CAPACITY
                ON SIZE ERROR
                   MOVE 999.9 TO WS-PCT-FULL
             END-COMPUTE
          END-IF.
          MOVE WS-PCT-FULL         TO WS-UT2-PCT.
          MOVE WS-FULL-ROOM-COUNT  TO WS-UT2-FULL.
          MOVE WS-OVER-ROOM-COUNT  TO WS-UT2-OVER.
          MOVE WS-UTIL-TOTALS-2 TO UTIL-REPORT-RECORD.
          WRITE UTIL-REPORT-RECORD.

          MOVE WS-MASTER-READ-COUNT TO WS-UT3-READ.
          MOVE WS-ACTIVE-COUNT      TO WS-UT3-ACTIVE.
          MOVE WS-WITHDRAWN-COUNT   TO WS-UT3-WITHDRAWN.
          MOVE WS-UNASSIGNED-COUNT  TO WS-UT3-UNASSIGNED.
          MOVE WS-UTIL-TOTALS-3 TO UTIL-REPORT-RECORD.
          WRITE UTIL-REPORT-RECORD.
