               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMOG-REPORT-STATUS.

           SELECT AGE-CONTROL-FILE ASSIGN TO "AGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
          05 EXT-STUDENT-ID       PIC 9(6).
          05 EXT-CLASSROOM-ID     PIC X(10).
          05 EXT-STUDENT-NAME     PIC A(25).
          05 EXT-BIRTH-DATE       PIC 9(8).
          05 FILLER               PIC X(31).

       FD  DEMOG-REPORT-FILE
           RECORDING MODE IS F.
       01 DEMOG-REPORT-RECORD PIC X(80).

       FD  AGE-CONTROL-FILE
           RECORDING MODE IS F.
       01 AGE-CONTROL-RECORD.
          05 AC-AGE-AS-OF-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-EXTRACT-STATUS      PIC XX VALUE "00".
       01 WS-HEADER-CLASSROOM    PIC X(10) VALUE SPACES.

       01 WS-STUDENT-COUNT       PIC 9(4) VALUE 0.
       01 WS-NO-BIRTH-DATE-COUNT PIC 9(4) VALUE 0.
       01 WS-BIRTH-DATE-KNOWN    PIC X  VALUE "Y".
           88 BIRTH-DATE-IS-KNOWN VALUE "Y".

      *-----------------------------------------------------------------
      * Ages are computed from the extract birth date as of the date on
      * AGECTL.DAT (normally the school-year cutoff), or as of the run
      * date when there is no usable card.
      *-----------------------------------------------------------------
       01 WS-AGE-CONTROL-STATUS  PIC XX VALUE "00".
       01 WS-CURRENT-DATE.
          05 WS-TODAY-DATE       PIC 9(8).
          05 FILLER              PIC X(13).
       01 WS-AGE-AS-OF-DATE      PIC 9(8) VALUE 0.
       01 WS-AGE-AS-OF-PARTS REDEFINES WS-AGE-AS-OF-DATE.
          05 WS-AS-OF-YYYY       PIC 9(4).
          05 WS-AS-OF-MMDD       PIC 9(4).
       01 WS-AGE-BIRTH-DATE      PIC 9(8) VALUE 0.
       01 WS-AGE-BIRTH-PARTS REDEFINES WS-AGE-BIRTH-DATE.
          05 WS-BIRTH-YYYY       PIC 9(4).
          05 WS-BIRTH-MMDD       PIC 9(4).
       01 WS-STUDENT-AGE         PIC S9(3) VALUE 0.

       01 WS-BAND-SUB            PIC 9 VALUE 0.
       01 WS-BAND-COUNTS.
       01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
          05 WS-BAND-LABEL       PIC X(7) OCCURS 5 TIMES.
       01 WS-BAND-PCT            PIC S9(3)V9 COMP-3 VALUE 0.
       01 WS-NO-BIRTH-DATE-LABEL PIC X(7) VALUE "NO DOB ".

       01 WS-ROOM-COUNT          PIC 9(3) VALUE 0.
       01 WS-ROOM-SUB            PIC 9(3) VALUE 0.
       01 WS-DEMOG-HEADING-2.
          05 FILLER        PIC X(26) VALUE "EXTRACT HEADER CLASSROOM: ".
          05 WS-DH-CLASSROOM PIC X(10).
          05 FILLER        PIC X(13) VALUE "  AGES AS OF ".
          05 WS-DH-AS-OF   PIC 9999/99/99.

       01 WS-HEADER-MISSING-LINE.
          05 FILLER        PIC X(50) VALUE
          05 ROOM-STATS OCCURS 100 TIMES.
             10 ROOM-ID        PIC X(10).
             10 ROOM-STUDENTS  PIC 9(4).
             10 ROOM-AGED      PIC 9(4).
             10 ROOM-AGE-SUM   PIC 9(6).
             10 ROOM-MIN-AGE   PIC 99.
             10 ROOM-MAX-AGE   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          PERFORM READ-AGE-CONTROL.

          OPEN INPUT EXTRACT-FILE.
          IF WS-EXTRACT-STATUS NOT = "00"
             DISPLAY "MAIN-PARA: UNABLE TO OPEN STUDENT.EXT, STATUS = "

       GOBACK.

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
       PROCESS-EXTRACT-RECORD.
          EVALUATE EXT-REC-TYPE
                CONTINUE
          END-EVALUATE.

      *-----------------------------------------------------------------
      * A student whose birth date is not yet collected has no age: the
      * student is counted in the totals and the room headcount, and
      * on the NO DOB line of the band table, but not in any age band
      * or room age figure.
      *-----------------------------------------------------------------
       TALLY-STUDENT.
          ADD 1 TO WS-STUDENT-COUNT.
          MOVE EXT-BIRTH-DATE TO WS-AGE-BIRTH-DATE.
          IF WS-AGE-BIRTH-DATE NOT NUMERIC OR WS-AGE-BIRTH-DATE = 0
             MOVE "N" TO WS-BIRTH-DATE-KNOWN
             ADD 1 TO WS-NO-BIRTH-DATE-COUNT
          ELSE
             MOVE "Y" TO WS-BIRTH-DATE-KNOWN
             PERFORM COMPUTE-STUDENT-AGE
             PERFORM TALLY-AGE-BAND
          END-IF.
          PERFORM TALLY-CLASSROOM.

       TALLY-AGE-BAND.
          EVALUATE TRUE
             WHEN WS-STUDENT-AGE < 6
                ADD 1 TO WS-BAND-COUNT (1)
             WHEN WS-STUDENT-AGE < 11
                ADD 1 TO WS-BAND-COUNT (2)
             WHEN WS-STUDENT-AGE < 14
                ADD 1 TO WS-BAND-COUNT (3)
             WHEN WS-STUDENT-AGE < 19
                ADD 1 TO WS-BAND-COUNT (4)
             WHEN OTHER
                ADD 1 TO WS-BAND-COUNT (5)
          IF NOT ROOM-WAS-FOUND
             IF WS-ROOM-COUNT < 100
                ADD 1 TO WS-ROOM-COUNT
                MOVE WS-ROOM-COUNT   TO WS-ROOM-SUB
                MOVE EXT-CLASSROOM-ID TO ROOM-ID (WS-ROOM-SUB)
                MOVE 0               TO ROOM-STUDENTS (WS-ROOM-SUB)
                MOVE 0               TO ROOM-AGED (WS-ROOM-SUB)
                MOVE 0               TO ROOM-AGE-SUM (WS-ROOM-SUB)
                MOVE 99              TO ROOM-MIN-AGE (WS-ROOM-SUB)
                MOVE 0               TO ROOM-MAX-AGE (WS-ROOM-SUB)
                PERFORM TALLY-CLASSROOM-STATS
             ELSE
                IF NOT ROOM-OVERFLOW-WARNED
                   MOVE "Y" TO WS-ROOM-OVERFLOW

       TALLY-CLASSROOM-STATS.
          ADD 1               TO ROOM-STUDENTS (WS-ROOM-SUB).
          IF BIRTH-DATE-IS-KNOWN
             ADD 1              TO ROOM-AGED (WS-ROOM-SUB)
             ADD WS-STUDENT-AGE TO ROOM-AGE-SUM (WS-ROOM-SUB)
             IF WS-STUDENT-AGE < ROOM-MIN-AGE (WS-ROOM-SUB)
                MOVE WS-STUDENT-AGE TO ROOM-MIN-AGE (WS-ROOM-SUB)
             END-IF
             IF WS-STUDENT-AGE > ROOM-MAX-AGE (WS-ROOM-SUB)
                MOVE WS-STUDENT-AGE TO ROOM-MAX-AGE (WS-ROOM-SUB)
             END-IF
          END-IF.

      *-----------------------------------------------------------------
       WRITE-DEMOG-REPORT.
          MOVE WS-HEADER-CLASSROOM TO WS-DH-CLASSROOM.
          MOVE WS-AGE-AS-OF-DATE   TO WS-DH-AS-OF.
          MOVE WS-DEMOG-HEADING-2 TO DEMOG-REPORT-RECORD.
          WRITE DEMOG-REPORT-RECORD.
          MOVE SPACES TO DEMOG-REPORT-RECORD.
                  UNTIL WS-BAND-SUB > 5
             PERFORM WRITE-BAND-DETAIL
          END-PERFORM.
          PERFORM WRITE-NO-BIRTH-DATE-DETAIL.
          MOVE SPACES TO DEMOG-REPORT-RECORD.
          WRITE DEMOG-REPORT-RECORD.

          WRITE DEMOG-REPORT-RECORD.

       WRITE-ROOM-DETAIL.
          MOVE ROOM-ID (WS-ROOM-SUB)       TO WS-RD-CLASSROOM.
          MOVE ROOM-STUDENTS (WS-ROOM-SUB) TO WS-RD-COUNT.
          IF ROOM-AGED (WS-ROOM-SUB) > 0
             COMPUTE WS-ROOM-AVERAGE ROUNDED =
                ROOM-AGE-SUM (WS-ROOM-SUB) / ROOM-AGED (WS-ROOM-SUB)
             MOVE ROOM-MIN-AGE (WS-ROOM-SUB)  TO WS-RD-MIN
             MOVE ROOM-MAX-AGE (WS-ROOM-SUB)  TO WS-RD-MAX
             MOVE WS-ROOM-AVERAGE             TO WS-RD-AVG
          ELSE
             MOVE 0 TO WS-RD-MIN
             MOVE 0 TO WS-RD-MAX
             MOVE 0 TO WS-RD-AVG
          END-IF.
          MOVE WS-ROOM-DETAIL TO DEMOG-REPORT-RECORD.
          WRITE DEMOG-REPORT-RECORD.

          MOVE WS-BAND-PCT                 TO WS-BD-PCT.
          MOVE WS-BAND-DETAIL TO DEMOG-REPORT-RECORD.
          WRITE DEMOG-REPORT-RECORD.

       WRITE-NO-BIRTH-DATE-DETAIL.
          IF WS-STUDENT-COUNT > 0
             COMPUTE WS-BAND-PCT ROUNDED =
                WS-NO-BIRTH-DATE-COUNT * 100 / WS-STUDENT-COUNT
          ELSE
             MOVE 0 TO WS-BAND-PCT
          END-IF.
          MOVE WS-NO-BIRTH-DATE-LABEL TO WS-BD-LABEL.
          MOVE WS-NO-BIRTH-DATE-COUNT TO WS-BD-COUNT.
          MOVE WS-BAND-PCT            TO WS-BD-PCT.
          MOVE WS-BAND-DETAIL TO DEMOG-REPORT-RECORD.
          WRITE DEMOG-REPORT-RECORD.
