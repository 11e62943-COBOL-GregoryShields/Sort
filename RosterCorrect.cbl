       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTCORR.

      *-----------------------------------------------------------------
      * Condition code 16: CORRECTS.DAT, STUDENT.SUS, ROSTER.DAT,
      * STUDENT.SUN or STUDENT.ESC could not be opened and nothing was
      * applied.  Condition code 4: records were escalated, or the
      * student master could not be refreshed.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 SUSPENSE-RECORD.
          05 SUS-STUDENT-ID    PIC 9(6).
          05 SUS-NAME          PIC A(25).
          05 SUS-BIRTH-DATE    PIC 9(8).
          05 SUS-CLASSROOM-ID  PIC X(10).
          05 SUS-RESUBMIT-FLAG PIC X.
          05 SUS-SUSP-DATE     PIC 9(8).
       01 CORRECTION-RECORD.
          05 CT-STUDENT-ID     PIC 9(6).
          05 CT-NEW-NAME       PIC A(25).
          05 CT-NEW-BIRTH-DATE PIC 9(8).
          05 CT-NEW-CLASSROOM  PIC X(10).

       FD  ROSTER-FILE
       01 ROSTER-RECORD.
          05 ROSTER-STUDENT-ID    PIC 9(6).
          05 ROSTER-NAME          PIC A(25).
          05 ROSTER-BIRTH-DATE    PIC 9(8).
          05 ROSTER-CLASSROOM-ID  PIC X(10).
          05 ROSTER-RESUBMIT-FLAG PIC X.

       01 CARRY-RECORD.
          05 CAR-STUDENT-ID    PIC 9(6).
          05 CAR-NAME          PIC A(25).
          05 CAR-BIRTH-DATE    PIC 9(8).
          05 CAR-CLASSROOM-ID  PIC X(10).
          05 CAR-RESUBMIT-FLAG PIC X.
          05 CAR-SUSP-DATE     PIC 9(8).
       01 ESCALATION-RECORD.
          05 ESC-STUDENT-ID    PIC 9(6).
          05 ESC-NAME          PIC A(25).
          05 ESC-BIRTH-DATE    PIC 9(8).
          05 ESC-CLASSROOM-ID  PIC X(10).
          05 ESC-RESUBMIT-FLAG PIC X.
          05 ESC-SUSP-DATE     PIC 9(8).
       01 STUDENT-MASTER-RECORD.
          05 SM-STUDENT-ID     PIC 9(6).
          05 SM-STUDENT-NAME   PIC A(25).
          05 SM-BIRTH-DATE     PIC 9(8).
          05 SM-CLASSROOM-ID   PIC X(10).
          05 SM-STATUS-FLAG    PIC X.

       01 WS-CYCLE-LIMIT       PIC 9(3) VALUE 10.
       01 WS-NEW-CYCLE-COUNT   PIC 9(3) VALUE 0.
       01 WS-ESCALATED-COUNT   PIC 9(4) VALUE 0.
       01 WS-CONDITION-CODE    PIC 9(4) VALUE 0.

       01 WS-AGE-BUCKET-1-5    PIC 9(4) VALUE 0.
       01 WS-AGE-BUCKET-6-10   PIC 9(4) VALUE 0.
          05 FILLER        PIC X(1)  VALUE SPACES.
          05 FILLER        PIC X(25) VALUE "NAME".
          05 FILLER        PIC X(1)  VALUE SPACES.
          05 FILLER        PIC X(10) VALUE "BIRTH DATE".
          05 FILLER        PIC X(1)  VALUE SPACES.
          05 FILLER        PIC X(10) VALUE "CLASSROOM".
          05 FILLER        PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-RG-NAME        PIC X(25).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-RG-BIRTH-DATE  PIC 9999/99/99.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-RG-CLASSROOM   PIC X(10).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 WS-RG-DISPOSITION PIC X(12).
          05 CORRECTION OCCURS 1000 TIMES.
             10 COR-STUDENT-ID    PIC 9(6).
             10 COR-NEW-NAME      PIC A(25).
             10 COR-NEW-BIRTH-DATE PIC 9(8).
             10 COR-NEW-CLASSROOM PIC X(10).

       PROCEDURE DIVISION.
          PERFORM READ-CORR-CONTROL.
          PERFORM LOAD-CORRECTIONS.
          PERFORM OPEN-CYCLE-FILES.
          IF WS-CONDITION-CODE < 16
             PERFORM PROCESS-SUSPENSE
          ELSE
             DISPLAY "MAIN-PARA: REQUIRED FILE NOT AVAILABLE, "
                "NO CORRECTIONS APPLIED"
          END-IF.
          PERFORM WRITE-AGING-SECTION.
          PERFORM WRITE-REGISTER-TOTALS.
          PERFORM CLOSE-CYCLE-FILES.
          IF WS-ESCALATED-COUNT > 0 AND WS-CONDITION-CODE < 4
             MOVE 4 TO WS-CONDITION-CODE
          END-IF.
          MOVE WS-CONDITION-CODE TO RETURN-CODE.

       GOBACK.

             DISPLAY "LOAD-CORRECTIONS: UNABLE TO OPEN CORRECTS.DAT, "
                "STATUS = " WS-CORRECTION-STATUS
             MOVE "Y" TO WS-CORRECTION-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          PERFORM UNTIL CORRECTION-AT-EOF
                      TO COR-STUDENT-ID (WS-CORRECTION-COUNT)
                   MOVE CT-NEW-NAME
                      TO COR-NEW-NAME (WS-CORRECTION-COUNT)
                   MOVE CT-NEW-BIRTH-DATE
                      TO COR-NEW-BIRTH-DATE (WS-CORRECTION-COUNT)
                   MOVE CT-NEW-CLASSROOM
                      TO COR-NEW-CLASSROOM (WS-CORRECTION-COUNT)
             END-READ
             DISPLAY "OPEN-CYCLE-FILES: UNABLE TO OPEN STUDENT.SUS, "
                "STATUS = " WS-SUSPENSE-STATUS
             MOVE "Y" TO WS-SUSPENSE-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN EXTEND ROSTER-FILE.
          IF WS-ROSTER-STATUS NOT = "00"
             DISPLAY "OPEN-CYCLE-FILES: UNABLE TO OPEN ROSTER.DAT, "
                "STATUS = " WS-ROSTER-STATUS
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT CARRY-FILE.
          IF WS-CARRY-STATUS NOT = "00"
             DISPLAY "OPEN-CYCLE-FILES: UNABLE TO OPEN STUDENT.SUN, "
                "STATUS = " WS-CARRY-STATUS
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT ESCALATION-FILE.
          IF WS-ESCALATION-STATUS NOT = "00"
             DISPLAY "OPEN-CYCLE-FILES: UNABLE TO OPEN STUDENT.ESC, "
                "STATUS = " WS-ESCALATION-STATUS
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT REGISTER-FILE.
             DISPLAY "OPEN-CYCLE-FILES: UNABLE TO OPEN STUDMAST.DAT, "
                "STATUS = " WS-STUDENT-MASTER-STATUS
                ", MASTER ATTRIBUTES NOT REFRESHED"
             IF WS-CONDITION-CODE < 4
                MOVE 4 TO WS-CONDITION-CODE
             END-IF
          END-IF.

          MOVE WS-REGISTER-HEADING-1 TO REGISTER-RECORD.
             MOVE COR-NEW-NAME (WS-CORRECTION-MATCH-SUB)
                TO ROSTER-NAME
          END-IF.
          IF COR-NEW-BIRTH-DATE (WS-CORRECTION-MATCH-SUB) NOT NUMERIC
             OR COR-NEW-BIRTH-DATE (WS-CORRECTION-MATCH-SUB) = 0
             MOVE SUS-BIRTH-DATE TO ROSTER-BIRTH-DATE
          ELSE
             MOVE COR-NEW-BIRTH-DATE (WS-CORRECTION-MATCH-SUB)
                TO ROSTER-BIRTH-DATE
          END-IF.
          IF COR-NEW-CLASSROOM (WS-CORRECTION-MATCH-SUB) = SPACES
             MOVE SUS-CLASSROOM-ID TO ROSTER-CLASSROOM-ID

          MOVE ROSTER-STUDENT-ID   TO WS-RG-ID.
          MOVE ROSTER-NAME         TO WS-RG-NAME.
          MOVE ROSTER-BIRTH-DATE   TO WS-RG-BIRTH-DATE.
          MOVE ROSTER-CLASSROOM-ID TO WS-RG-CLASSROOM.
          MOVE "REQUEUED"          TO WS-RG-DISPOSITION.
          MOVE WS-REGISTER-DETAIL  TO REGISTER-RECORD.
          WRITE REGISTER-RECORD.

      *-----------------------------------------------------------------
      * Name, birth date, and classroom on the student master are
      * display attributes; a requeued correction refreshes them so the
      * master stays in step with the roster.
      *-----------------------------------------------------------------
       REFRESH-MASTER-ATTRIBUTES.
          MOVE "N" TO WS-MASTER-ROW-FOUND.

          IF MASTER-ROW-WAS-FOUND
             MOVE ROSTER-NAME         TO SM-STUDENT-NAME
             MOVE ROSTER-BIRTH-DATE   TO SM-BIRTH-DATE
             MOVE ROSTER-CLASSROOM-ID TO SM-CLASSROOM-ID
             REWRITE STUDENT-MASTER-RECORD
                INVALID KEY
                   DISPLAY "REFRESH-MASTER-ATTRIBUTES: REWRITE FAILED "
                      "FOR STUDENT " ROSTER-STUDENT-ID
                   IF WS-CONDITION-CODE < 4
                      MOVE 4 TO WS-CONDITION-CODE
                   END-IF
             END-REWRITE
          END-IF.


          MOVE SUS-STUDENT-ID    TO WS-RG-ID.
          MOVE SUS-NAME          TO WS-RG-NAME.
          MOVE SUS-BIRTH-DATE    TO WS-RG-BIRTH-DATE.
          MOVE SUS-CLASSROOM-ID  TO WS-RG-CLASSROOM.

          IF WS-NEW-CYCLE-COUNT > WS-CYCLE-LIMIT
          MOVE SPACES             TO CARRY-RECORD.
          MOVE SUS-STUDENT-ID     TO CAR-STUDENT-ID.
          MOVE SUS-NAME           TO CAR-NAME.
          MOVE SUS-BIRTH-DATE     TO CAR-BIRTH-DATE.
          MOVE SUS-CLASSROOM-ID   TO CAR-CLASSROOM-ID.
          MOVE SUS-RESUBMIT-FLAG  TO CAR-RESUBMIT-FLAG.
          MOVE SUS-SUSP-DATE      TO CAR-SUSP-DATE.
          MOVE SPACES             TO ESCALATION-RECORD.
          MOVE SUS-STUDENT-ID     TO ESC-STUDENT-ID.
          MOVE SUS-NAME           TO ESC-NAME.
          MOVE SUS-BIRTH-DATE     TO ESC-BIRTH-DATE.
          MOVE SUS-CLASSROOM-ID   TO ESC-CLASSROOM-ID.
          MOVE SUS-RESUBMIT-FLAG  TO ESC-RESUBMIT-FLAG.
          MOVE SUS-SUSP-DATE      TO ESC-SUSP-DATE.
