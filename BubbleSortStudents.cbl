               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT AGE-CONTROL-FILE ASSIGN TO "AGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
       01 ROSTER-RECORD.
          05 ROSTER-STUDENT-ID    PIC 9(6).
          05 ROSTER-NAME          PIC A(25).
          05 ROSTER-BIRTH-DATE    PIC 9(8).
          05 ROSTER-CLASSROOM-ID  PIC X(10).
          05 ROSTER-RESUBMIT-FLAG PIC X.

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

       01 SUSPENSE-RECORD.
          05 SUS-STUDENT-ID    PIC 9(6).
          05 SUS-NAME          PIC A(25).
          05 SUS-BIRTH-DATE    PIC 9(8).
          05 SUS-CLASSROOM-ID  PIC X(10).
          05 SUS-RESUBMIT-FLAG PIC X.
          05 SUS-SUSP-DATE     PIC 9(8).
          05 SD-CLASSROOM-ID      PIC X(10).
          05 SD-STUDENT-ID        PIC 9(6).
          05 SD-NAME              PIC A(25).
          05 SD-BIRTH-DATE        PIC 9(8).
          05 SD-RESUBMIT-FLAG     PIC X.
          05 SD-NO-BIRTH-DATE     PIC X.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
          05 EXT-STUDENT-ID       PIC 9(6).
          05 EXT-CLASSROOM-ID     PIC X(10).
          05 EXT-STUDENT-NAME     PIC A(25).
          05 EXT-BIRTH-DATE       PIC 9(8).
          05 FILLER               PIC X(31).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01 SUMMARY-RECORD PIC X(80).

       FD  AGE-CONTROL-FILE
           RECORDING MODE IS F.
       01 AGE-CONTROL-RECORD.
          05 AC-AGE-AS-OF-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-RUN-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-SUMMARY-LINE-3.
          05 FILLER            PIC X(18) VALUE "EXTRACT WRITTEN:  ".
          05 WS-SM-EXTRACT     PIC ZZZ9.
          05 FILLER            PIC X(26)
                               VALUE "  MASTER BIRTH DATES SET: ".
          05 WS-SM-DOB-SET     PIC ZZZ9.

       01 WS-SUMMARY-LINE-4.
          05 FILLER            PIC X(16) VALUE "CONDITION CODE: ".

       01 WS-ROSTER-READ-COUNT  PIC 9(4) VALUE 0.
       01 WS-EXTRACT-WRITE-COUNT PIC 9(4) VALUE 0.
       01 WS-DOB-SET-COUNT      PIC 9(4) VALUE 0.

       01 WS-EXTRACT-STATUS    PIC XX VALUE "00".

       01 WS-MIN-AGE          PIC 99 VALUE 3.
       01 WS-MAX-AGE          PIC 99 VALUE 99.

      *-----------------------------------------------------------------
      * Ages are computed from the birth date as of the date on
      * AGECTL.DAT (normally the school-year cutoff), or as of the run
      * date when there is no usable card.
      *-----------------------------------------------------------------
       01 WS-AGE-CONTROL-STATUS PIC XX VALUE "00".
       01 WS-AGE-AS-OF-DATE     PIC 9(8) VALUE 0.
       01 WS-AGE-AS-OF-PARTS REDEFINES WS-AGE-AS-OF-DATE.
          05 WS-AS-OF-YYYY      PIC 9(4).
          05 WS-AS-OF-MMDD      PIC 9(4).
       01 WS-AGE-BIRTH-DATE     PIC 9(8) VALUE 0.
       01 WS-AGE-BIRTH-PARTS REDEFINES WS-AGE-BIRTH-DATE.
          05 WS-BIRTH-YYYY      PIC 9(4).
          05 WS-BIRTH-MMDD      PIC 9(4).
       01 WS-STUDENT-AGE        PIC S9(3) VALUE 0.
       01 WS-AS-OF-DISPLAY.
          05 WS-AO-MM           PIC 99.
          05 FILLER             PIC X VALUE "/".
          05 WS-AO-DD           PIC 99.
          05 FILLER             PIC X VALUE "/".
          05 WS-AO-YYYY         PIC 9(4).

       01 WS-SUSPENSE-STATUS  PIC XX VALUE "00".
       01 WS-RECORD-VALID     PIC X  VALUE "Y".
           88 RECORD-IS-VALID VALUE "Y".
       01 WS-ACCEPTED-COUNT   PIC 9(4) VALUE 0.
       01 WS-SUSPENDED-COUNT  PIC 9(4) VALUE 0.
       01 WS-RESUBMITTED-COUNT PIC 9(4) VALUE 0.
       01 WS-NO-BIRTH-DATE-COUNT PIC 9(4) VALUE 0.
       01 WS-BIRTH-DATE-MISSING PIC X VALUE "N".
           88 BIRTH-DATE-IS-MISSING VALUE "Y".

       01 WS-EXCEPTION-LINE.
          05 FILLER            PIC X(4)  VALUE "ROW ".
          05 WS-EXC-SEQ        PIC ZZZ9.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-EXC-ID         PIC ZZZZZ9.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-EXC-NAME       PIC X(25).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-EXC-BIRTH-DATE PIC X(8).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-EXC-REASON     PIC X(29).

       01 WS-SORT-CONTROL-STATUS PIC XX VALUE "00".

           88 CLASSROOM-WAS-FOUND VALUE "Y".
       01 WS-LOOKUP-CLASSROOM PIC X(10) VALUE SPACES.
       01 WS-TEACHER-NAME     PIC X(25) VALUE SPACES.
       01 WS-ROOM-CAPACITY    PIC 9(3) VALUE 0.
       01 WS-PREV-CLASSROOM   PIC X(10) VALUE LOW-VALUES.
       01 WS-CLASSROOM-STUDENTS PIC 9(4) VALUE 0.

       01 WS-REPORT-HEADING-2.
          05 FILLER        PIC X(11) VALUE "RUN DATE: ".
          05 WS-H2-DATE    PIC X(10).
          05 FILLER        PIC X(13) VALUE "  AGES AS OF ".
          05 WS-H2-AS-OF   PIC X(10).
          05 FILLER        PIC X(26) VALUE SPACES.
          05 FILLER        PIC X(6)  VALUE "PAGE  ".
          05 WS-H2-PAGE    PIC ZZZ9.

       01 WS-CLASSROOM-SUBTOTAL.
          05 FILLER        PIC X(20) VALUE "CLASSROOM STUDENTS: ".
          05 WS-CS-COUNT   PIC ZZZ9.
          05 FILLER        PIC X(12) VALUE "  CAPACITY: ".
          05 WS-CS-CAPACITY PIC ZZ9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 WS-CS-FLAG    PIC X(20).

       01 WS-CAPACITY-EXCEPTION-LINE.
          05 FILLER            PIC X(5)  VALUE "ROOM ".
          05 WS-CX-CLASSROOM   PIC X(10).
          05 FILLER            PIC X(11) VALUE "  ENROLLED ".
          05 WS-CX-COUNT       PIC ZZZ9.
          05 FILLER            PIC X(11) VALUE "  CAPACITY ".
          05 WS-CX-CAPACITY    PIC ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-CX-REASON      PIC X(32).

       01 WS-REPORT-GRAND-TOTAL.
          05 FILLER        PIC X(23) VALUE "SCHOOL TOTAL STUDENTS: ".
          05 WS-RT-SUSPENDED PIC ZZZ9.
          05 FILLER        PIC X(15) VALUE "  RESUBMITTED: ".
          05 WS-RT-RESUBMITTED PIC ZZZ9.
          05 FILLER        PIC X(17) VALUE "  NO BIRTH DATE: ".
          05 WS-RT-NO-BIRTH-DATE PIC ZZZ9.

       01 CLASSROOM-TABLE.
          05 CLASSROOM OCCURS 100 TIMES.
             10 CLASSROOM-ID      PIC X(10).
             10 CLASSROOM-TEACHER PIC X(25).
             10 CLASSROOM-CAPACITY PIC 9(3).

      *-----------------------------------------------------------------
      * One roster row at a time; the run is no longer bounded by a
       01 WORK-STUDENT.
          05 WRK-STUDENT-ID          PIC 9(6).
          05 WRK-NAME                PIC A(25).
          05 WRK-BIRTH-DATE          PIC 9(8).
          05 WRK-CLASSROOM-ID        PIC X(10).
          05 WRK-RESUBMIT-FLAG       PIC X.


          PERFORM READ-RUN-CONTROL.
          PERFORM READ-SORT-CONTROL.
          PERFORM READ-AGE-CONTROL.
          PERFORM LOAD-CLASSROOM-MASTER.

          OPEN OUTPUT REPORT-FILE.
             MOVE WS-SUMMARY-LINE-2 TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
             MOVE WS-EXTRACT-WRITE-COUNT TO WS-SM-EXTRACT
             MOVE WS-DOB-SET-COUNT      TO WS-SM-DOB-SET
             MOVE WS-SUMMARY-LINE-3 TO SUMMARY-RECORD
             WRITE SUMMARY-RECORD
             MOVE WS-CONDITION-CODE     TO WS-SM-COND-CODE
             MOVE "A" TO WS-SORT-DIR
          END-IF.

      *-----------------------------------------------------------------
       READ-AGE-CONTROL.
          MOVE WS-TODAY-DATE TO WS-AGE-AS-OF-DATE.
          OPEN INPUT AGE-CONTROL-FILE.

          IF WS-AGE-CONTROL-STATUS = "00"
             READ AGE-CONTROL-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF AC-AGE-AS-OF-DATE NUMERIC
                      AND FUNCTION TEST-DATE-YYYYMMDD
                             (AC-AGE-AS-OF-DATE) = 0
                      MOVE AC-AGE-AS-OF-DATE TO WS-AGE-AS-OF-DATE
                   ELSE
                      DISPLAY "READ-AGE-CONTROL: AGECTL.DAT DATE "
                         "NOT VALID, AGES AS OF RUN DATE"
                   END-IF
             END-READ
             CLOSE AGE-CONTROL-FILE
          ELSE
             DISPLAY "READ-AGE-CONTROL: NO AGECTL.DAT, AGES AS OF "
                "RUN DATE"
          END-IF.

          MOVE WS-AGE-AS-OF-DATE (5:2) TO WS-AO-MM.
          MOVE WS-AGE-AS-OF-DATE (7:2) TO WS-AO-DD.
          MOVE WS-AS-OF-YYYY           TO WS-AO-YYYY.

      *-----------------------------------------------------------------
      * Whole years from WS-AGE-BIRTH-DATE to the age as-of date.  A
      * birth date that is zero or not numeric gives an age of zero.
      *-----------------------------------------------------------------
       COMPUTE-STUDENT-AGE.
          IF WS-AGE-BIRTH-DATE NOT NUMERIC OR WS-AGE-BIRTH-DATE = 0
             MOVE 0 TO WS-STUDENT-AGE
          ELSE
             COMPUTE WS-STUDENT-AGE = WS-AS-OF-YYYY - WS-BIRTH-YYYY
             IF WS-AS-OF-MMDD < WS-BIRTH-MMDD
                SUBTRACT 1 FROM WS-STUDENT-AGE
             END-IF
             IF WS-STUDENT-AGE < 0
                MOVE 0 TO WS-STUDENT-AGE
             END-IF
          END-IF.

      *-----------------------------------------------------------------
       LOAD-CLASSROOM-MASTER.
          MOVE 0   TO WS-CLASSROOM-COUNT.
                      TO CLASSROOM-ID (WS-CLASSROOM-COUNT)
                   MOVE CR-TEACHER-NAME
                      TO CLASSROOM-TEACHER (WS-CLASSROOM-COUNT)
                   IF CR-SEAT-CAPACITY NUMERIC
                      MOVE CR-SEAT-CAPACITY
                         TO CLASSROOM-CAPACITY (WS-CLASSROOM-COUNT)
                   ELSE
                      MOVE 0 TO CLASSROOM-CAPACITY (WS-CLASSROOM-COUNT)
                   END-IF
             END-READ
          END-PERFORM.

       FIND-CLASSROOM.
          MOVE "N" TO WS-CLASSROOM-FOUND.
          MOVE "** UNKNOWN **" TO WS-TEACHER-NAME.
          MOVE 0 TO WS-ROOM-CAPACITY.
          PERFORM VARYING WS-CLASSROOM-SUB FROM 1 BY 1
                  UNTIL WS-CLASSROOM-SUB > WS-CLASSROOM-COUNT
                     OR WS-CLASSROOM-FOUND = "Y"
                MOVE "Y" TO WS-CLASSROOM-FOUND
                MOVE CLASSROOM-TEACHER (WS-CLASSROOM-SUB)
                   TO WS-TEACHER-NAME
                MOVE CLASSROOM-CAPACITY (WS-CLASSROOM-SUB)
                   TO WS-ROOM-CAPACITY
             END-IF
          END-PERFORM.

          MOVE 0           TO EXT-STUDENT-ID.
          MOVE "ALL ROOMS" TO EXT-CLASSROOM-ID.
          MOVE SPACES      TO EXT-STUDENT-NAME.
          MOVE 0           TO EXT-BIRTH-DATE.
          WRITE EXTRACT-RECORD.

       CLOSE-CYCLE-FILES.
      * listing, validates each row, and releases the accepted ones;
      * the output procedure drives the classroom report and the
      * extract.  The SORTCTL.DAT choice selects one of four fixed key
      * sets, classroom always major.  Age order is birth date order
      * reversed: youngest first is latest birth date first.  Students
      * whose birth date is not yet collected have no age and follow
      * the dated students in their classroom either way.
      *-----------------------------------------------------------------
       SORT-VALIDATED-ROSTER.
          EVALUATE TRUE
             WHEN SORT-BY-AGE AND SORT-DESCENDING
                SORT SORT-FILE
                   ON ASCENDING KEY SD-CLASSROOM-ID
                   ON ASCENDING KEY SD-NO-BIRTH-DATE
                   ON ASCENDING KEY SD-BIRTH-DATE
                   INPUT PROCEDURE IS ROSTER-INPUT
                   OUTPUT PROCEDURE IS ROSTER-OUTPUT
             WHEN OTHER
                SORT SORT-FILE
                   ON ASCENDING KEY SD-CLASSROOM-ID
                   ON ASCENDING KEY SD-NO-BIRTH-DATE
                   ON DESCENDING KEY SD-BIRTH-DATE
                   INPUT PROCEDURE IS ROSTER-INPUT
                   OUTPUT PROCEDURE IS ROSTER-OUTPUT
          END-EVALUATE.

      *-----------------------------------------------------------------
      * The master is opened for update so a birth date collected on
      * the roster can be carried onto a master row that has none.
      *-----------------------------------------------------------------
       OPEN-STUDENT-MASTER.
          MOVE "N" TO WS-STUDENT-MASTER-AVAIL.
          OPEN I-O STUDENT-MASTER-FILE.
          IF WS-STUDENT-MASTER-STATUS = "00"
             MOVE "Y" TO WS-STUDENT-MASTER-AVAIL
          ELSE
             END-READ
          END-IF.

      *-----------------------------------------------------------------
      * A birth date not yet collected does not stop the row: it is
      * listed on the exception file as a warning and the student is
      * accepted without an age, so no age range check applies.
      *-----------------------------------------------------------------
       VALIDATE-WORK-STUDENT.
          MOVE "Y" TO WS-RECORD-VALID.
          MOVE "N" TO WS-BIRTH-DATE-MISSING.
          IF WRK-STUDENT-ID NOT NUMERIC OR WRK-STUDENT-ID = 0
             MOVE "N" TO WS-RECORD-VALID
             MOVE "STUDENT ID MISSING" TO WS-EXC-REASON
             MOVE "BLANK STUDENT NAME" TO WS-EXC-REASON
             PERFORM WRITE-EXCEPTION-LINE
          END-IF.
          EVALUATE TRUE
             WHEN WRK-BIRTH-DATE NOT NUMERIC
                MOVE "N" TO WS-RECORD-VALID
                MOVE "BIRTH DATE NOT A VALID DATE" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-LINE
             WHEN WRK-BIRTH-DATE = 0
                MOVE "Y" TO WS-BIRTH-DATE-MISSING
                MOVE "BIRTH DATE NOT YET COLLECTED" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-LINE
             WHEN FUNCTION TEST-DATE-YYYYMMDD (WRK-BIRTH-DATE) NOT = 0
                MOVE "N" TO WS-RECORD-VALID
                MOVE "BIRTH DATE NOT A VALID DATE" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-LINE
             WHEN WRK-BIRTH-DATE > WS-TODAY-DATE
                MOVE "N" TO WS-RECORD-VALID
                MOVE "BIRTH DATE IN THE FUTURE" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-LINE
             WHEN WS-STUDENT-AGE < WS-MIN-AGE
                OR WS-STUDENT-AGE > WS-MAX-AGE
                MOVE "N" TO WS-RECORD-VALID
                MOVE "AGE OUT OF PLAUSIBLE RANGE" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-LINE
          END-EVALUATE.
          MOVE WRK-CLASSROOM-ID TO WS-LOOKUP-CLASSROOM.
          PERFORM FIND-CLASSROOM.
          IF NOT CLASSROOM-WAS-FOUND
             PERFORM WRITE-EXCEPTION-LINE
          END-IF.

      *-----------------------------------------------------------------
      * The master row read by FIND-STUDENT-ID for this accepted roster
      * row is still in the record area.
      *-----------------------------------------------------------------
       SET-MASTER-BIRTH-DATE.
          MOVE WRK-BIRTH-DATE TO SM-BIRTH-DATE.
          REWRITE STUDENT-MASTER-RECORD
             INVALID KEY
                DISPLAY "SET-MASTER-BIRTH-DATE: REWRITE FAILED FOR "
                   "STUDENT " WRK-STUDENT-ID ", STATUS = "
                   WS-STUDENT-MASTER-STATUS
             NOT INVALID KEY
                ADD 1 TO WS-DOB-SET-COUNT
          END-REWRITE.

       WRITE-EXCEPTION-LINE.
          MOVE WS-ROSTER-READ-COUNT TO WS-EXC-SEQ.
          MOVE WRK-STUDENT-ID   TO WS-EXC-ID.
          MOVE WRK-NAME         TO WS-EXC-NAME.
          MOVE WRK-BIRTH-DATE   TO WS-EXC-BIRTH-DATE.
          MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD.
          WRITE EXCEPTION-RECORD.

          MOVE SPACES             TO SUSPENSE-RECORD.
          MOVE WRK-STUDENT-ID     TO SUS-STUDENT-ID.
          MOVE WRK-NAME           TO SUS-NAME.
          MOVE WRK-BIRTH-DATE     TO SUS-BIRTH-DATE.
          MOVE WRK-CLASSROOM-ID   TO SUS-CLASSROOM-ID.
          MOVE WRK-RESUBMIT-FLAG  TO SUS-RESUBMIT-FLAG.
          MOVE WS-TODAY-DATE      TO SUS-SUSP-DATE.
       WRITE-ARRIVAL-DETAIL.
          MOVE WS-ROSTER-READ-COUNT TO WS-D-SEQ.
          MOVE WRK-NAME TO WS-D-NAME.
          MOVE WS-STUDENT-AGE TO WS-D-AGE.
          MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
          WRITE REPORT-RECORD.

       WRITE-SORTED-DETAIL.
          MOVE WS-RETURN-SEQ TO WS-D-SEQ.
          MOVE SD-NAME TO WS-D-NAME.
          MOVE WS-STUDENT-AGE TO WS-D-AGE.
          MOVE WS-REPORT-DETAIL TO REPORT-RECORD.
          WRITE REPORT-RECORD.

          MOVE SD-STUDENT-ID   TO EXT-STUDENT-ID.
          MOVE SD-CLASSROOM-ID TO EXT-CLASSROOM-ID.
          MOVE SD-NAME         TO EXT-STUDENT-NAME.
          MOVE SD-BIRTH-DATE   TO EXT-BIRTH-DATE.
          WRITE EXTRACT-RECORD.
          ADD 1 TO WS-EXTRACT-WRITE-COUNT.

          MOVE WS-CLASSROOM-HEADING TO REPORT-RECORD.
          WRITE REPORT-RECORD.

      *-----------------------------------------------------------------
      * A room with no seat capacity on CLASSRM.DAT is not checked.  An
      * over-capacity room is flagged on the subtotal line and listed
      * on the exception file so the office can rebalance it.
      *-----------------------------------------------------------------
       WRITE-CLASSROOM-SUBTOTAL.
          MOVE WS-PREV-CLASSROOM TO WS-LOOKUP-CLASSROOM.
          PERFORM FIND-CLASSROOM.
          MOVE WS-CLASSROOM-STUDENTS TO WS-CS-COUNT.
          MOVE WS-ROOM-CAPACITY      TO WS-CS-CAPACITY.
          MOVE SPACES                TO WS-CS-FLAG.
          IF WS-ROOM-CAPACITY > 0
             AND WS-CLASSROOM-STUDENTS > WS-ROOM-CAPACITY
             MOVE "** OVER CAPACITY **" TO WS-CS-FLAG
             PERFORM WRITE-CAPACITY-EXCEPTION
          END-IF.
          MOVE WS-CLASSROOM-SUBTOTAL TO REPORT-RECORD.
          WRITE REPORT-RECORD.

       WRITE-CAPACITY-EXCEPTION.
          MOVE WS-PREV-CLASSROOM     TO WS-CX-CLASSROOM.
          MOVE WS-CLASSROOM-STUDENTS TO WS-CX-COUNT.
          MOVE WS-ROOM-CAPACITY      TO WS-CX-CAPACITY.
          MOVE "CLASSROOM OVER CAPACITY" TO WS-CX-REASON.
          MOVE WS-CAPACITY-EXCEPTION-LINE TO EXCEPTION-RECORD.
          WRITE EXCEPTION-RECORD.

       WRITE-REPORT-GRAND-TOTAL.
          MOVE WS-ACCEPTED-COUNT TO WS-GT-COUNT.
          MOVE SPACES TO REPORT-RECORD.
          MOVE WS-ACCEPTED-COUNT    TO WS-RT-ACCEPTED.
          MOVE WS-SUSPENDED-COUNT   TO WS-RT-SUSPENDED.
          MOVE WS-RESUBMITTED-COUNT TO WS-RT-RESUBMITTED.
          MOVE WS-NO-BIRTH-DATE-COUNT TO WS-RT-NO-BIRTH-DATE.
          MOVE WS-RUN-TOTALS-LINE TO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE SPACES TO REPORT-RECORD.
      *-----------------------------------------------------------------
       WRITE-REPORT-HEADING.
          MOVE WS-RUN-DATE TO WS-H2-DATE.
          MOVE WS-AS-OF-DISPLAY TO WS-H2-AS-OF.
          MOVE WS-PAGE-NO  TO WS-H2-PAGE.
          MOVE WS-REPORT-HEADING-1 TO REPORT-RECORD.
          WRITE REPORT-RECORD.
       PROCESS-ROSTER-ROW.
          MOVE ROSTER-STUDENT-ID    TO WRK-STUDENT-ID.
          MOVE ROSTER-NAME          TO WRK-NAME.
          MOVE ROSTER-BIRTH-DATE    TO WRK-BIRTH-DATE.
          MOVE ROSTER-CLASSROOM-ID  TO WRK-CLASSROOM-ID.
          MOVE ROSTER-RESUBMIT-FLAG TO WRK-RESUBMIT-FLAG.
          IF WRK-RESUBMIT-FLAG = "R"
             ADD 1 TO WS-RESUBMITTED-COUNT
          END-IF.

          MOVE WRK-BIRTH-DATE TO WS-AGE-BIRTH-DATE.
          PERFORM COMPUTE-STUDENT-AGE.
          PERFORM WRITE-ARRIVAL-DETAIL.
          PERFORM VALIDATE-WORK-STUDENT.

          IF RECORD-IS-VALID
             ADD 1 TO WS-ACCEPTED-COUNT
             IF BIRTH-DATE-IS-MISSING
                ADD 1 TO WS-NO-BIRTH-DATE-COUNT
             ELSE
                IF SM-BIRTH-DATE = 0
                   PERFORM SET-MASTER-BIRTH-DATE
                END-IF
             END-IF
             IF WS-ACCEPTED-COUNT = 1
                MOVE WRK-NAME TO WS-AUDIT-BEFORE-FIRST-NAME
                MOVE WS-STUDENT-AGE TO WS-AUDIT-BEFORE-FIRST-AGE
             END-IF
             MOVE WRK-NAME TO WS-AUDIT-BEFORE-LAST-NAME
             MOVE WS-STUDENT-AGE TO WS-AUDIT-BEFORE-LAST-AGE
             MOVE WRK-CLASSROOM-ID  TO SD-CLASSROOM-ID
             MOVE WRK-STUDENT-ID    TO SD-STUDENT-ID
             MOVE WRK-NAME          TO SD-NAME
             MOVE WRK-BIRTH-DATE    TO SD-BIRTH-DATE
             MOVE WRK-RESUBMIT-FLAG TO SD-RESUBMIT-FLAG
             MOVE WS-BIRTH-DATE-MISSING TO SD-NO-BIRTH-DATE
             RELEASE SORT-RECORD
          ELSE
             ADD 1 TO WS-SUSPENDED-COUNT

       PROCESS-SORTED-ROW.
          ADD 1 TO WS-RETURN-SEQ.
          MOVE SD-BIRTH-DATE TO WS-AGE-BIRTH-DATE.
          PERFORM COMPUTE-STUDENT-AGE.
          IF WS-RETURN-SEQ = 1
             MOVE SD-NAME TO WS-AUDIT-AFTER-FIRST-NAME
             MOVE WS-STUDENT-AGE TO WS-AUDIT-AFTER-FIRST-AGE
          END-IF.
          MOVE SD-NAME TO WS-AUDIT-AFTER-LAST-NAME.
          MOVE WS-STUDENT-AGE TO WS-AUDIT-AFTER-LAST-AGE.

          IF SD-CLASSROOM-ID NOT = WS-PREV-CLASSROOM
             IF WS-CLASSROOM-STUDENTS > 0
