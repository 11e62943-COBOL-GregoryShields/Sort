       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOBCONV.

      *-----------------------------------------------------------------
      * One-time conversion step: the student files stop carrying a
      * stored two-digit age and carry a birth date (YYYYMMDD) in its
      * place.  Rename the old files before the run:
      *     ROSTER.DAT   to ROSTAGE.DAT
      *     STUDMAST.DAT to MASTAGE.DAT
      *     STUDENT.SUS  to SUSAGE.DAT
      *     STUDENT.SUN  to SUNAGE.DAT
      *     STUDENT.ESC  to ESCAGE.DAT
      * The program writes each file back under its own name in the
      * new layout.  A stored age cannot be turned into a birth date,
      * so every birth date is written as zero, which the STUDENT run
      * treats as not yet collected: the student is still accepted,
      * with a warning on the exception listing, and left out of the
      * age checks, the age order and the age bands until a date is on
      * the roster row; the first STUDENT run that accepts the dated
      * row sets it on the master.  DOBCONV.RPT lists every student on
      * the master, with the old stored age as a guide, for the office
      * to collect.
      * Any input may be absent and is skipped.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ROSTER-FILE ASSIGN TO "ROSTAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-ROSTER-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT OLD-MASTER-FILE ASSIGN TO "MASTAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-STUDENT-ID
               FILE STATUS IS WS-OLD-MASTER-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT OLD-SUSPENSE-FILE ASSIGN TO "SUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SUSPENSE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "STUDENT.SUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OLD-CARRY-FILE ASSIGN TO "SUNAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-CARRY-STATUS.

           SELECT CARRY-FILE ASSIGN TO "STUDENT.SUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

           SELECT OLD-ESCALATION-FILE ASSIGN TO "ESCAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-ESCALATION-STATUS.

           SELECT ESCALATION-FILE ASSIGN TO "STUDENT.ESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALATION-STATUS.

           SELECT COLLECTION-REPORT-FILE ASSIGN TO "DOBCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ROSTER-FILE
           RECORDING MODE IS F.
       01 OLD-ROSTER-RECORD.
          05 OR-STUDENT-ID        PIC 9(6).
          05 OR-NAME              PIC A(25).
          05 OR-AGE               PIC 99.
          05 OR-CLASSROOM-ID      PIC X(10).
          05 OR-RESUBMIT-FLAG     PIC X.

       FD  ROSTER-FILE
           RECORDING MODE IS F.
       01 ROSTER-RECORD.
          05 ROSTER-STUDENT-ID    PIC 9(6).
          05 ROSTER-NAME          PIC A(25).
          05 ROSTER-BIRTH-DATE    PIC 9(8).
          05 ROSTER-CLASSROOM-ID  PIC X(10).
          05 ROSTER-RESUBMIT-FLAG PIC X.

       FD  OLD-MASTER-FILE.
       01 OLD-MASTER-RECORD.
          05 OM-STUDENT-ID     PIC 9(6).
          05 OM-STUDENT-NAME   PIC A(25).
          05 OM-STUDENT-AGE    PIC 99.
          05 OM-CLASSROOM-ID   PIC X(10).
          05 OM-STATUS-FLAG    PIC X.

       FD  STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
          05 SM-STUDENT-ID     PIC 9(6).
          05 SM-STUDENT-NAME   PIC A(25).
          05 SM-BIRTH-DATE     PIC 9(8).
          05 SM-CLASSROOM-ID   PIC X(10).
          05 SM-STATUS-FLAG    PIC X.

       FD  OLD-SUSPENSE-FILE
           RECORDING MODE IS F.
       01 OLD-SUSPENSE-RECORD.
          05 OS-STUDENT-ID     PIC 9(6).
          05 OS-NAME           PIC A(25).
          05 OS-AGE            PIC 99.
          05 OS-CLASSROOM-ID   PIC X(10).
          05 OS-RESUBMIT-FLAG  PIC X.
          05 OS-SUSP-DATE      PIC 9(8).
          05 OS-CYCLE-COUNT    PIC 9(3).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01 SUSPENSE-RECORD.
          05 SUS-STUDENT-ID    PIC 9(6).
          05 SUS-NAME          PIC A(25).
          05 SUS-BIRTH-DATE    PIC 9(8).
          05 SUS-CLASSROOM-ID  PIC X(10).
          05 SUS-RESUBMIT-FLAG PIC X.
          05 SUS-SUSP-DATE     PIC 9(8).
          05 SUS-CYCLE-COUNT   PIC 9(3).

       FD  OLD-CARRY-FILE
           RECORDING MODE IS F.
       01 OLD-CARRY-RECORD.
          05 OC-STUDENT-ID     PIC 9(6).
          05 OC-NAME           PIC A(25).
          05 OC-AGE            PIC 99.
          05 OC-CLASSROOM-ID   PIC X(10).
          05 OC-RESUBMIT-FLAG  PIC X.
          05 OC-SUSP-DATE      PIC 9(8).
          05 OC-CYCLE-COUNT    PIC 9(3).

       FD  CARRY-FILE
           RECORDING MODE IS F.
       01 CARRY-RECORD.
          05 CAR-STUDENT-ID    PIC 9(6).
          05 CAR-NAME          PIC A(25).
          05 CAR-BIRTH-DATE    PIC 9(8).
          05 CAR-CLASSROOM-ID  PIC X(10).
          05 CAR-RESUBMIT-FLAG PIC X.
          05 CAR-SUSP-DATE     PIC 9(8).
          05 CAR-CYCLE-COUNT   PIC 9(3).

       FD  OLD-ESCALATION-FILE
           RECORDING MODE IS F.
       01 OLD-ESCALATION-RECORD.
          05 OE-STUDENT-ID     PIC 9(6).
          05 OE-NAME           PIC A(25).
          05 OE-AGE            PIC 99.
          05 OE-CLASSROOM-ID   PIC X(10).
          05 OE-RESUBMIT-FLAG  PIC X.
          05 OE-SUSP-DATE      PIC 9(8).
          05 OE-CYCLE-COUNT    PIC 9(3).

       FD  ESCALATION-FILE
           RECORDING MODE IS F.
       01 ESCALATION-RECORD.
          05 ESC-STUDENT-ID    PIC 9(6).
          05 ESC-NAME          PIC A(25).
          05 ESC-BIRTH-DATE    PIC 9(8).
          05 ESC-CLASSROOM-ID  PIC X(10).
          05 ESC-RESUBMIT-FLAG PIC X.
          05 ESC-SUSP-DATE     PIC 9(8).
          05 ESC-CYCLE-COUNT   PIC 9(3).

       FD  COLLECTION-REPORT-FILE
           RECORDING MODE IS F.
       01 COLLECTION-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-OLD-ROSTER-STATUS        PIC XX VALUE "00".
       01 WS-ROSTER-STATUS            PIC XX VALUE "00".
       01 WS-OLD-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-STUDENT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-OLD-SUSPENSE-STATUS      PIC XX VALUE "00".
       01 WS-SUSPENSE-STATUS          PIC XX VALUE "00".
       01 WS-OLD-CARRY-STATUS         PIC XX VALUE "00".
       01 WS-CARRY-STATUS             PIC XX VALUE "00".
       01 WS-OLD-ESCALATION-STATUS    PIC XX VALUE "00".
       01 WS-ESCALATION-STATUS        PIC XX VALUE "00".
       01 WS-COLLECTION-REPORT-STATUS PIC XX VALUE "00".

       01 WS-INPUT-EOF                PIC X  VALUE "N".
           88 INPUT-AT-EOF            VALUE "Y".
       01 WS-MASTER-OPEN              PIC X  VALUE "N".
           88 MASTER-IS-OPEN          VALUE "Y".

       01 WS-ROSTER-COUNT             PIC 9(5) VALUE 0.
       01 WS-MASTER-COUNT             PIC 9(5) VALUE 0.
       01 WS-MASTER-DUP-COUNT         PIC 9(5) VALUE 0.
       01 WS-SUSPENSE-COUNT           PIC 9(5) VALUE 0.
       01 WS-CARRY-COUNT              PIC 9(5) VALUE 0.
       01 WS-ESCALATION-COUNT         PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-TODAY-DATE            PIC 9(8).
          05 FILLER                   PIC X(13).

       01 WS-COLLECTION-HEADING-1.
          05 FILLER        PIC X(22) VALUE SPACES.
          05 FILLER        PIC X(36)
                           VALUE "BIRTH DATES TO BE COLLECTED".

       01 WS-COLLECTION-HEADING-2.
          05 FILLER        PIC X(10) VALUE "RUN DATE: ".
          05 WS-CH-RUN-DATE PIC 9999/99/99.

       01 WS-COLLECTION-HEADING-3.
          05 FILLER        PIC X(8)  VALUE "    ID  ".
          05 FILLER        PIC X(27) VALUE "NAME".
          05 FILLER        PIC X(12) VALUE "CLASSROOM".
          05 FILLER        PIC X(8)  VALUE "STATUS".
          05 FILLER        PIC X(10) VALUE "STORED AGE".

       01 WS-COLLECTION-DETAIL.
          05 WS-CD-ID          PIC ZZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-CD-NAME        PIC X(25).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-CD-CLASSROOM   PIC X(10).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 WS-CD-STATUS      PIC X.
          05 FILLER            PIC X(9)  VALUE SPACES.
          05 WS-CD-AGE         PIC Z9.

       01 WS-COLLECTION-TOTAL.
          05 FILLER            PIC X(32)
                               VALUE "STUDENTS NEEDING A BIRTH DATE: ".
          05 WS-CT-COUNT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          PERFORM CONVERT-STUDENT-MASTER.
          PERFORM CONVERT-ROSTER.
          PERFORM CONVERT-SUSPENSE.
          PERFORM CONVERT-CARRY.
          PERFORM CONVERT-ESCALATION.

       GOBACK.

      *-----------------------------------------------------------------
      * Every converted master row is listed on DOBCONV.RPT; its birth
      * date is zero until the office collects it.  The report is opened
      * first: without it there is no collection list, so STUDMAST.DAT
      * is not opened for output and the old master is not converted.
      *-----------------------------------------------------------------
       CONVERT-STUDENT-MASTER.
          MOVE "N" TO WS-INPUT-EOF.
          OPEN INPUT OLD-MASTER-FILE.
          IF WS-OLD-MASTER-STATUS NOT = "00"
             DISPLAY "CONVERT-STUDENT-MASTER: NO MASTAGE.DAT, "
                "STUDENT MASTER NOT CONVERTED, STATUS = "
                WS-OLD-MASTER-STATUS
             MOVE "Y" TO WS-INPUT-EOF
          ELSE
             OPEN OUTPUT COLLECTION-REPORT-FILE
             IF WS-COLLECTION-REPORT-STATUS NOT = "00"
                DISPLAY "CONVERT-STUDENT-MASTER: UNABLE TO OPEN "
                   "DOBCONV.RPT, STUDENT MASTER NOT CONVERTED, "
                   "STATUS = " WS-COLLECTION-REPORT-STATUS
                MOVE "Y" TO WS-INPUT-EOF
             ELSE
                PERFORM WRITE-COLLECTION-HEADING
                OPEN OUTPUT STUDENT-MASTER-FILE
                IF WS-STUDENT-MASTER-STATUS NOT = "00"
                   DISPLAY "CONVERT-STUDENT-MASTER: UNABLE TO OPEN "
                      "STUDMAST.DAT, STATUS = "
                      WS-STUDENT-MASTER-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                ELSE
                   MOVE "Y" TO WS-MASTER-OPEN
                END-IF
             END-IF
          END-IF.

          PERFORM UNTIL INPUT-AT-EOF
             READ OLD-MASTER-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   PERFORM CONVERT-MASTER-ROW
             END-READ
          END-PERFORM.

          IF WS-OLD-MASTER-STATUS = "00" OR WS-OLD-MASTER-STATUS = "10"
             CLOSE OLD-MASTER-FILE
             IF MASTER-IS-OPEN
                CLOSE STUDENT-MASTER-FILE
             END-IF
             IF WS-COLLECTION-REPORT-STATUS = "00"
                MOVE SPACES TO COLLECTION-REPORT-RECORD
                WRITE COLLECTION-REPORT-RECORD
                MOVE WS-MASTER-COUNT TO WS-CT-COUNT
                MOVE WS-COLLECTION-TOTAL TO COLLECTION-REPORT-RECORD
                WRITE COLLECTION-REPORT-RECORD
                CLOSE COLLECTION-REPORT-FILE
             END-IF
             DISPLAY "CONVERT-STUDENT-MASTER: CONVERTED "
                WS-MASTER-COUNT " MASTER ROWS, SKIPPED "
                WS-MASTER-DUP-COUNT
          END-IF.

       CONVERT-MASTER-ROW.
          MOVE OM-STUDENT-ID     TO SM-STUDENT-ID.
          MOVE OM-STUDENT-NAME   TO SM-STUDENT-NAME.
          MOVE 0                 TO SM-BIRTH-DATE.
          MOVE OM-CLASSROOM-ID   TO SM-CLASSROOM-ID.
          MOVE OM-STATUS-FLAG    TO SM-STATUS-FLAG.
          WRITE STUDENT-MASTER-RECORD
             INVALID KEY
                ADD 1 TO WS-MASTER-DUP-COUNT
                DISPLAY "CONVERT-MASTER-ROW: KEY REJECTED FOR ID "
                   OM-STUDENT-ID
             NOT INVALID KEY
                ADD 1 TO WS-MASTER-COUNT
                PERFORM WRITE-COLLECTION-DETAIL
          END-WRITE.

       WRITE-COLLECTION-HEADING.
          MOVE WS-COLLECTION-HEADING-1 TO COLLECTION-REPORT-RECORD.
          WRITE COLLECTION-REPORT-RECORD.
          MOVE WS-TODAY-DATE TO WS-CH-RUN-DATE.
          MOVE WS-COLLECTION-HEADING-2 TO COLLECTION-REPORT-RECORD.
          WRITE COLLECTION-REPORT-RECORD.
          MOVE SPACES TO COLLECTION-REPORT-RECORD.
          WRITE COLLECTION-REPORT-RECORD.
          MOVE WS-COLLECTION-HEADING-3 TO COLLECTION-REPORT-RECORD.
          WRITE COLLECTION-REPORT-RECORD.

       WRITE-COLLECTION-DETAIL.
          IF WS-COLLECTION-REPORT-STATUS = "00"
             MOVE OM-STUDENT-ID   TO WS-CD-ID
             MOVE OM-STUDENT-NAME TO WS-CD-NAME
             MOVE OM-CLASSROOM-ID TO WS-CD-CLASSROOM
             MOVE OM-STATUS-FLAG  TO WS-CD-STATUS
             IF OM-STUDENT-AGE NUMERIC
                MOVE OM-STUDENT-AGE TO WS-CD-AGE
             ELSE
                MOVE 0 TO WS-CD-AGE
             END-IF
             MOVE WS-COLLECTION-DETAIL TO COLLECTION-REPORT-RECORD
             WRITE COLLECTION-REPORT-RECORD
          END-IF.

      *-----------------------------------------------------------------
       CONVERT-ROSTER.
          MOVE "N" TO WS-INPUT-EOF.
          OPEN INPUT OLD-ROSTER-FILE.
          IF WS-OLD-ROSTER-STATUS NOT = "00"
             DISPLAY "CONVERT-ROSTER: NO ROSTAGE.DAT, "
                "ROSTER NOT CONVERTED, STATUS = "
                WS-OLD-ROSTER-STATUS
             MOVE "Y" TO WS-INPUT-EOF
          ELSE
             OPEN OUTPUT ROSTER-FILE
             IF WS-ROSTER-STATUS NOT = "00"
                DISPLAY "CONVERT-ROSTER: UNABLE TO OPEN ROSTER.DAT, "
                   "STATUS = " WS-ROSTER-STATUS
                MOVE "Y" TO WS-INPUT-EOF
             END-IF
          END-IF.

          PERFORM UNTIL INPUT-AT-EOF
             READ OLD-ROSTER-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   MOVE SPACES            TO ROSTER-RECORD
                   MOVE OR-STUDENT-ID     TO ROSTER-STUDENT-ID
                   MOVE OR-NAME           TO ROSTER-NAME
                   MOVE 0                 TO ROSTER-BIRTH-DATE
                   MOVE OR-CLASSROOM-ID   TO ROSTER-CLASSROOM-ID
                   MOVE OR-RESUBMIT-FLAG  TO ROSTER-RESUBMIT-FLAG
                   WRITE ROSTER-RECORD
                   ADD 1 TO WS-ROSTER-COUNT
             END-READ
          END-PERFORM.

          IF WS-OLD-ROSTER-STATUS = "00" OR WS-OLD-ROSTER-STATUS = "10"
             CLOSE OLD-ROSTER-FILE
             IF WS-ROSTER-STATUS = "00"
                CLOSE ROSTER-FILE
             END-IF
             DISPLAY "CONVERT-ROSTER: CONVERTED " WS-ROSTER-COUNT
                " ROSTER ROWS"
          END-IF.

      *-----------------------------------------------------------------
      * The suspense, carry, and escalation files share one layout;
      * suspense dates and cycle counts carry over unchanged.
      *-----------------------------------------------------------------
       CONVERT-SUSPENSE.
          MOVE "N" TO WS-INPUT-EOF.
          OPEN INPUT OLD-SUSPENSE-FILE.
          IF WS-OLD-SUSPENSE-STATUS NOT = "00"
             DISPLAY "CONVERT-SUSPENSE: NO SUSAGE.DAT, "
                "STUDENT.SUS NOT CONVERTED, STATUS = "
                WS-OLD-SUSPENSE-STATUS
             MOVE "Y" TO WS-INPUT-EOF
          ELSE
             OPEN OUTPUT SUSPENSE-FILE
             IF WS-SUSPENSE-STATUS NOT = "00"
                DISPLAY "CONVERT-SUSPENSE: UNABLE TO OPEN STUDENT.SUS, "
                   "STATUS = " WS-SUSPENSE-STATUS
                MOVE "Y" TO WS-INPUT-EOF
             END-IF
          END-IF.

          PERFORM UNTIL INPUT-AT-EOF
             READ OLD-SUSPENSE-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   MOVE SPACES            TO SUSPENSE-RECORD
                   MOVE OS-STUDENT-ID     TO SUS-STUDENT-ID
                   MOVE OS-NAME           TO SUS-NAME
                   MOVE 0                 TO SUS-BIRTH-DATE
                   MOVE OS-CLASSROOM-ID   TO SUS-CLASSROOM-ID
                   MOVE OS-RESUBMIT-FLAG  TO SUS-RESUBMIT-FLAG
                   MOVE OS-SUSP-DATE      TO SUS-SUSP-DATE
                   MOVE OS-CYCLE-COUNT    TO SUS-CYCLE-COUNT
                   WRITE SUSPENSE-RECORD
                   ADD 1 TO WS-SUSPENSE-COUNT
             END-READ
          END-PERFORM.

          IF WS-OLD-SUSPENSE-STATUS = "00"
             OR WS-OLD-SUSPENSE-STATUS = "10"
             CLOSE OLD-SUSPENSE-FILE
             IF WS-SUSPENSE-STATUS = "00"
                CLOSE SUSPENSE-FILE
             END-IF
             DISPLAY "CONVERT-SUSPENSE: CONVERTED " WS-SUSPENSE-COUNT
                " SUSPENSE ROWS"
          END-IF.

       CONVERT-CARRY.
          MOVE "N" TO WS-INPUT-EOF.
          OPEN INPUT OLD-CARRY-FILE.
          IF WS-OLD-CARRY-STATUS NOT = "00"
             DISPLAY "CONVERT-CARRY: NO SUNAGE.DAT, "
                "STUDENT.SUN NOT CONVERTED, STATUS = "
                WS-OLD-CARRY-STATUS
             MOVE "Y" TO WS-INPUT-EOF
          ELSE
             OPEN OUTPUT CARRY-FILE
             IF WS-CARRY-STATUS NOT = "00"
                DISPLAY "CONVERT-CARRY: UNABLE TO OPEN STUDENT.SUN, "
                   "STATUS = " WS-CARRY-STATUS
                MOVE "Y" TO WS-INPUT-EOF
             END-IF
          END-IF.

          PERFORM UNTIL INPUT-AT-EOF
             READ OLD-CARRY-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   MOVE SPACES            TO CARRY-RECORD
                   MOVE OC-STUDENT-ID     TO CAR-STUDENT-ID
                   MOVE OC-NAME           TO CAR-NAME
                   MOVE 0                 TO CAR-BIRTH-DATE
                   MOVE OC-CLASSROOM-ID   TO CAR-CLASSROOM-ID
                   MOVE OC-RESUBMIT-FLAG  TO CAR-RESUBMIT-FLAG
                   MOVE OC-SUSP-DATE      TO CAR-SUSP-DATE
                   MOVE OC-CYCLE-COUNT    TO CAR-CYCLE-COUNT
                   WRITE CARRY-RECORD
                   ADD 1 TO WS-CARRY-COUNT
             END-READ
          END-PERFORM.

          IF WS-OLD-CARRY-STATUS = "00" OR WS-OLD-CARRY-STATUS = "10"
             CLOSE OLD-CARRY-FILE
             IF WS-CARRY-STATUS = "00"
                CLOSE CARRY-FILE
             END-IF
             DISPLAY "CONVERT-CARRY: CONVERTED " WS-CARRY-COUNT
                " CARRY ROWS"
          END-IF.

       CONVERT-ESCALATION.
          MOVE "N" TO WS-INPUT-EOF.
          OPEN INPUT OLD-ESCALATION-FILE.
          IF WS-OLD-ESCALATION-STATUS NOT = "00"
             DISPLAY "CONVERT-ESCALATION: NO ESCAGE.DAT, "
                "STUDENT.ESC NOT CONVERTED, STATUS = "
                WS-OLD-ESCALATION-STATUS
             MOVE "Y" TO WS-INPUT-EOF
          ELSE
             OPEN OUTPUT ESCALATION-FILE
             IF WS-ESCALATION-STATUS NOT = "00"
                DISPLAY "CONVERT-ESCALATION: UNABLE TO OPEN "
                   "STUDENT.ESC, STATUS = " WS-ESCALATION-STATUS
                MOVE "Y" TO WS-INPUT-EOF
             END-IF
          END-IF.

          PERFORM UNTIL INPUT-AT-EOF
             READ OLD-ESCALATION-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   MOVE SPACES            TO ESCALATION-RECORD
                   MOVE OE-STUDENT-ID     TO ESC-STUDENT-ID
                   MOVE OE-NAME           TO ESC-NAME
                   MOVE 0                 TO ESC-BIRTH-DATE
                   MOVE OE-CLASSROOM-ID   TO ESC-CLASSROOM-ID
                   MOVE OE-RESUBMIT-FLAG  TO ESC-RESUBMIT-FLAG
                   MOVE OE-SUSP-DATE      TO ESC-SUSP-DATE
                   MOVE OE-CYCLE-COUNT    TO ESC-CYCLE-COUNT
                   WRITE ESCALATION-RECORD
                   ADD 1 TO WS-ESCALATION-COUNT
             END-READ
          END-PERFORM.

          IF WS-OLD-ESCALATION-STATUS = "00"
             OR WS-OLD-ESCALATION-STATUS = "10"
             CLOSE OLD-ESCALATION-FILE
             IF WS-ESCALATION-STATUS = "00"
                CLOSE ESCALATION-FILE
             END-IF
             DISPLAY "CONVERT-ESCALATION: CONVERTED "
                WS-ESCALATION-COUNT " ESCALATION ROWS"
          END-IF.
