       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUINQ.

      *-----------------------------------------------------------------
      * Single-student inquiry.  Each row of STUINQ.DAT asks for one
      * student, by ID (type I) or by name (type N).  An ID request
      * prints a profile page: the student master attributes and
      * status flag, the current teacher from CLASSRM.DAT, every
      * transfer and withdrawal on ENRLHIST.DAT in effective-date
      * order, and any suspense (STUDENT.SUS), carried suspense
      * (STUDENT.SUN) or escalation (STUDENT.ESC) row for the student
      * with its suspense date and cycle count.  A name request lists
      * every master row whose name contains the requested text,
      * ignoring case; when exactly one student matches, the profile
      * page follows.  IDs not on the master, names with no match and
      * malformed request rows are reported on STUINQ.RPT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-FILE ASSIGN TO "STUINQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT CLASSROOM-FILE ASSIGN TO "CLASSRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSROOM-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ENRLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "STUDENT.SUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT CARRY-FILE ASSIGN TO "STUDENT.SUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

           SELECT ESCALATION-FILE ASSIGN TO "STUDENT.ESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALATION-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO "STUINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-REPORT-STATUS.

           SELECT AGE-CONTROL-FILE ASSIGN TO "AGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE
           RECORDING MODE IS F.
       01 INQUIRY-RECORD.
          05 IQ-LOOKUP-TYPE       PIC X.
          05 IQ-LOOKUP-VALUE      PIC X(25).
          05 IQ-LOOKUP-ID-VIEW REDEFINES IQ-LOOKUP-VALUE.
             10 IQ-LOOKUP-ID      PIC 9(6).
             10 FILLER            PIC X(19).

       FD  STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
          05 SM-STUDENT-ID     PIC 9(6).
          05 SM-STUDENT-NAME   PIC A(25).
          05 SM-BIRTH-DATE     PIC 9(8).
          05 SM-CLASSROOM-ID   PIC X(10).
          05 SM-STATUS-FLAG    PIC X.

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

       FD  INQUIRY-REPORT-FILE
           RECORDING MODE IS F.
       01 INQUIRY-REPORT-RECORD PIC X(80).

       FD  AGE-CONTROL-FILE
           RECORDING MODE IS F.
       01 AGE-CONTROL-RECORD.
          05 AC-AGE-AS-OF-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-INQUIRY-STATUS        PIC XX VALUE "00".
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-CLASSROOM-STATUS      PIC XX VALUE "00".
       01 WS-HISTORY-STATUS        PIC XX VALUE "00".
       01 WS-SUSPENSE-STATUS       PIC XX VALUE "00".
       01 WS-CARRY-STATUS          PIC XX VALUE "00".
       01 WS-ESCALATION-STATUS     PIC XX VALUE "00".
       01 WS-INQUIRY-REPORT-STATUS PIC XX VALUE "00".

       01 WS-INQUIRY-EOF           PIC X  VALUE "N".
           88 INQUIRY-AT-EOF       VALUE "Y".
       01 WS-CLASSROOM-EOF         PIC X  VALUE "N".
           88 CLASSROOM-AT-EOF     VALUE "Y".
       01 WS-HISTORY-EOF           PIC X  VALUE "N".
           88 HISTORY-AT-EOF       VALUE "Y".
       01 WS-SUSPENSE-EOF          PIC X  VALUE "N".
           88 SUSPENSE-AT-EOF      VALUE "Y".
       01 WS-STUDENT-MASTER-EOF    PIC X  VALUE "N".
           88 STUDENT-MASTER-AT-EOF VALUE "Y".
       01 WS-STUDENT-MASTER-AVAIL  PIC X  VALUE "N".
           88 STUDENT-MASTER-IS-AVAIL VALUE "Y".
       01 WS-MASTER-ROW-FOUND      PIC X  VALUE "N".
           88 MASTER-ROW-WAS-FOUND VALUE "Y".
       01 WS-SUSPENSE-FOUND        PIC X  VALUE "N".
           88 SUSPENSE-WAS-FOUND   VALUE "Y".

       01 WS-CURRENT-DATE.
          05 WS-CD-YYYY    PIC 9(4).
          05 WS-CD-MM      PIC 99.
          05 WS-CD-DD      PIC 99.
          05 FILLER        PIC X(13).
       01 WS-TODAY-YYYYMMDD REDEFINES WS-CURRENT-DATE.
          05 WS-TODAY-DATE PIC 9(8).
          05 FILLER        PIC X(13).

      *-----------------------------------------------------------------
      * Ages are computed from the birth date as of the date on
      * AGECTL.DAT (normally the school-year cutoff), or as of the run
      * date when there is no usable card.
      *-----------------------------------------------------------------
       01 WS-AGE-CONTROL-STATUS    PIC XX VALUE "00".
       01 WS-AGE-AS-OF-DATE        PIC 9(8) VALUE 0.
       01 WS-AGE-AS-OF-PARTS REDEFINES WS-AGE-AS-OF-DATE.
          05 WS-AS-OF-YYYY         PIC 9(4).
          05 WS-AS-OF-MMDD         PIC 9(4).
       01 WS-AGE-BIRTH-DATE        PIC 9(8) VALUE 0.
       01 WS-AGE-BIRTH-PARTS REDEFINES WS-AGE-BIRTH-DATE.
          05 WS-BIRTH-YYYY         PIC 9(4).
          05 WS-BIRTH-MMDD         PIC 9(4).
       01 WS-STUDENT-AGE           PIC S9(3) VALUE 0.
       01 WS-BIRTH-DATE-EDIT       PIC 9999/99/99.
       01 WS-PL-AGE-EDIT           PIC Z9.

       01 WS-CLASSROOM-COUNT       PIC 9(3) VALUE 0.
       01 WS-CLASSROOM-SUB         PIC 9(3) VALUE 0.
       01 WS-CLASSROOM-FOUND       PIC X  VALUE "N".
           88 CLASSROOM-WAS-FOUND  VALUE "Y".
       01 WS-LOOKUP-CLASSROOM      PIC X(10) VALUE SPACES.
       01 WS-TEACHER-NAME          PIC X(25) VALUE SPACES.

       01 CLASSROOM-TABLE.
          05 CLASSROOM OCCURS 100 TIMES.
             10 CLASSROOM-ID      PIC X(10).
             10 CLASSROOM-TEACHER PIC X(25).

      *-----------------------------------------------------------------
      * History rows for the student on the page, kept in effective
      * date order as they are loaded.
      *-----------------------------------------------------------------
       01 WS-HIST-COUNT            PIC 9(3) VALUE 0.
       01 WS-HIST-SUB              PIC 9(3) VALUE 0.
       01 WS-HIST-INSERT-SUB       PIC 9(3) VALUE 0.
       01 WS-HIST-SHIFT-SUB        PIC 9(3) VALUE 0.

       01 HISTORY-TABLE.
          05 HISTORY-ENTRY OCCURS 100 TIMES.
             10 HT-ACTION            PIC X.
             10 HT-EFF-DATE          PIC 9(8).
             10 HT-FROM-CLASSROOM    PIC X(10).
             10 HT-TO-CLASSROOM      PIC X(10).
             10 HT-APPLIED-DATE      PIC 9(8).

      *-----------------------------------------------------------------
      * Name lookup matches.
      *-----------------------------------------------------------------
       01 WS-LOOKUP-NAME           PIC X(25) VALUE SPACES.
       01 WS-MASTER-NAME-UPPER     PIC X(25) VALUE SPACES.
       01 WS-NAME-LENGTH           PIC 99 VALUE 0.
       01 WS-NAME-TRAILING         PIC 99 VALUE 0.
       01 WS-NAME-HITS             PIC 99 VALUE 0.
       01 WS-MATCH-COUNT           PIC 9(3) VALUE 0.
       01 WS-MATCH-SUB             PIC 9(3) VALUE 0.
       01 WS-PROFILE-ID            PIC 9(6) VALUE 0.

       01 MATCH-TABLE.
          05 MATCH-ENTRY OCCURS 50 TIMES.
             10 MT-STUDENT-ID        PIC 9(6).
             10 MT-STUDENT-NAME      PIC A(25).
             10 MT-CLASSROOM-ID      PIC X(10).
             10 MT-STATUS-FLAG       PIC X.

       01 WS-REQUEST-COUNT         PIC 9(4) VALUE 0.
       01 WS-PROFILE-COUNT         PIC 9(4) VALUE 0.
       01 WS-NOT-FOUND-COUNT       PIC 9(4) VALUE 0.
       01 WS-PAGE-NO               PIC 9(4) VALUE 0.

       01 WS-INQUIRY-HEADING-1.
          05 FILLER        PIC X(31) VALUE SPACES.
          05 FILLER        PIC X(15) VALUE "STUDENT INQUIRY".

       01 WS-INQUIRY-HEADING-2.
          05 FILLER        PIC X(10) VALUE "RUN DATE: ".
          05 WS-IH-RUN-DATE PIC 9999/99/99.
          05 FILLER        PIC X(50) VALUE SPACES.
          05 FILLER        PIC X(5)  VALUE "PAGE ".
          05 WS-IH-PAGE    PIC ZZZ9.

       01 WS-PROFILE-LINE-1.
          05 FILLER        PIC X(12) VALUE "STUDENT ID: ".
          05 WS-PL-ID      PIC 9(6).
          05 FILLER        PIC X(4)  VALUE SPACES.
          05 FILLER        PIC X(6)  VALUE "NAME: ".
          05 WS-PL-NAME    PIC X(25).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 FILLER        PIC X(5)  VALUE "AGE: ".
          05 WS-PL-AGE     PIC X(2).

       01 WS-PROFILE-LINE-2.
          05 FILLER        PIC X(12) VALUE "CLASSROOM:  ".
          05 WS-PL-ROOM    PIC X(10).
          05 FILLER        PIC X(6)  VALUE SPACES.
          05 FILLER        PIC X(9)  VALUE "TEACHER: ".
          05 WS-PL-TEACHER PIC X(25).

       01 WS-PROFILE-LINE-3.
          05 FILLER        PIC X(12) VALUE "STATUS:     ".
          05 WS-PL-FLAG    PIC X.
          05 FILLER        PIC X(3)  VALUE " - ".
          05 WS-PL-STATUS  PIC X(20).
          05 FILLER        PIC X(4)  VALUE SPACES.
          05 FILLER        PIC X(12) VALUE "BIRTH DATE: ".
          05 WS-PL-BIRTH-DATE PIC X(13).

       01 WS-HISTORY-HEADING.
          05 FILLER        PIC X(10) VALUE "EFF DATE  ".
          05 FILLER        PIC X(12) VALUE "ACTION      ".
          05 FILLER        PIC X(11) VALUE "FROM ROOM  ".
          05 FILLER        PIC X(11) VALUE "TO ROOM    ".
          05 FILLER        PIC X(10) VALUE "APPLIED".

       01 WS-HISTORY-DETAIL.
          05 WS-HD-EFF-DATE    PIC 9(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-HD-ACTION      PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-HD-FROM-ROOM   PIC X(10).
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-HD-TO-ROOM     PIC X(10).
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-HD-APPLIED     PIC 9(8).

       01 WS-SUSPENSE-DETAIL.
          05 WS-SD-STATE       PIC X(18).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-SD-FILE        PIC X(11).
          05 FILLER            PIC X(11) VALUE "SUSPENDED: ".
          05 WS-SD-SUSP-DATE   PIC 9999/99/99.
          05 FILLER            PIC X(10) VALUE "  CYCLES: ".
          05 WS-SD-CYCLES      PIC ZZ9.

       01 WS-MESSAGE-LINE.
          05 WS-ML-TEXT        PIC X(40).
          05 WS-ML-VALUE       PIC X(25).

       01 WS-MATCH-HEADING.
          05 FILLER        PIC X(8)  VALUE "    ID  ".
          05 FILLER        PIC X(27) VALUE "NAME".
          05 FILLER        PIC X(11) VALUE "CLASSROOM  ".
          05 FILLER        PIC X(6)  VALUE "STATUS".

       01 WS-MATCH-DETAIL.
          05 WS-MD-ID          PIC ZZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-MD-NAME        PIC X(25).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-MD-ROOM        PIC X(10).
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 WS-MD-FLAG        PIC X.

       01 WS-INQUIRY-TOTALS.
          05 FILLER            PIC X(10) VALUE "REQUESTS: ".
          05 WS-IT-REQUESTS    PIC ZZZ9.
          05 FILLER            PIC X(12) VALUE "  PROFILES: ".
          05 WS-IT-PROFILES    PIC ZZZ9.
          05 FILLER            PIC X(13) VALUE "  NOT FOUND: ".
          05 WS-IT-NOT-FOUND   PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          PERFORM READ-AGE-CONTROL.
          PERFORM LOAD-CLASSROOM-MASTER.
          PERFORM OPEN-INQUIRY-FILES.

          PERFORM UNTIL INQUIRY-AT-EOF
             READ INQUIRY-FILE
                AT END
                   MOVE "Y" TO WS-INQUIRY-EOF
                NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM PROCESS-ONE-REQUEST
             END-READ
          END-PERFORM.

          PERFORM WRITE-INQUIRY-TOTALS.
          PERFORM CLOSE-INQUIRY-FILES.

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
       LOAD-CLASSROOM-MASTER.
          MOVE 0   TO WS-CLASSROOM-COUNT.
          MOVE "N" TO WS-CLASSROOM-EOF.

          OPEN INPUT CLASSROOM-FILE.
          IF WS-CLASSROOM-STATUS NOT = "00"
             DISPLAY "LOAD-CLASSROOM-MASTER: UNABLE TO OPEN "
                "CLASSRM.DAT, STATUS = " WS-CLASSROOM-STATUS
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
             END-READ
          END-IF.

          IF WS-CLASSROOM-STATUS = "00" OR WS-CLASSROOM-STATUS = "10"
             CLOSE CLASSROOM-FILE
          END-IF.

       FIND-CLASSROOM.
          MOVE "N" TO WS-CLASSROOM-FOUND.
          MOVE "** UNKNOWN **" TO WS-TEACHER-NAME.
          PERFORM VARYING WS-CLASSROOM-SUB FROM 1 BY 1
                  UNTIL WS-CLASSROOM-SUB > WS-CLASSROOM-COUNT
                     OR WS-CLASSROOM-FOUND = "Y"
             IF CLASSROOM-ID (WS-CLASSROOM-SUB) = WS-LOOKUP-CLASSROOM
                MOVE "Y" TO WS-CLASSROOM-FOUND
                MOVE CLASSROOM-TEACHER (WS-CLASSROOM-SUB)
                   TO WS-TEACHER-NAME
             END-IF
          END-PERFORM.

      *-----------------------------------------------------------------
       OPEN-INQUIRY-FILES.
          OPEN INPUT INQUIRY-FILE.
          IF WS-INQUIRY-STATUS NOT = "00"
             DISPLAY "OPEN-INQUIRY-FILES: UNABLE TO OPEN STUINQ.DAT, "
                "STATUS = " WS-INQUIRY-STATUS
             MOVE "Y" TO WS-INQUIRY-EOF
          END-IF.

          OPEN INPUT STUDENT-MASTER-FILE.
          IF WS-STUDENT-MASTER-STATUS = "00"
             MOVE "Y" TO WS-STUDENT-MASTER-AVAIL
          ELSE
             DISPLAY "OPEN-INQUIRY-FILES: UNABLE TO OPEN STUDMAST.DAT, "
                "STATUS = " WS-STUDENT-MASTER-STATUS
          END-IF.

          OPEN OUTPUT INQUIRY-REPORT-FILE.
          IF WS-INQUIRY-REPORT-STATUS NOT = "00"
             DISPLAY "OPEN-INQUIRY-FILES: UNABLE TO OPEN STUINQ.RPT, "
                "STATUS = " WS-INQUIRY-REPORT-STATUS
             MOVE "Y" TO WS-INQUIRY-EOF
          END-IF.

       CLOSE-INQUIRY-FILES.
          IF WS-INQUIRY-STATUS = "00" OR WS-INQUIRY-STATUS = "10"
             CLOSE INQUIRY-FILE
          END-IF.
          IF STUDENT-MASTER-IS-AVAIL
             CLOSE STUDENT-MASTER-FILE
          END-IF.
          IF WS-INQUIRY-REPORT-STATUS = "00"
             CLOSE INQUIRY-REPORT-FILE
          END-IF.

      *-----------------------------------------------------------------
       PROCESS-ONE-REQUEST.
          EVALUATE TRUE
             WHEN IQ-LOOKUP-TYPE = "I" AND IQ-LOOKUP-ID NUMERIC
                MOVE IQ-LOOKUP-ID TO WS-PROFILE-ID
                PERFORM INQUIRE-BY-ID
             WHEN IQ-LOOKUP-TYPE = "N" AND IQ-LOOKUP-VALUE NOT = SPACES
                PERFORM INQUIRE-BY-NAME
             WHEN OTHER
                PERFORM WRITE-PAGE-HEADING
                MOVE "REQUEST NOT RECOGNIZED, TYPE/VALUE: "
                   TO WS-ML-TEXT
                MOVE INQUIRY-RECORD TO WS-ML-VALUE
                PERFORM WRITE-MESSAGE-LINE
          END-EVALUATE.

       INQUIRE-BY-ID.
          PERFORM READ-MASTER-BY-ID.
          IF MASTER-ROW-WAS-FOUND
             PERFORM WRITE-STUDENT-PROFILE
          ELSE
             ADD 1 TO WS-NOT-FOUND-COUNT
             PERFORM WRITE-PAGE-HEADING
             MOVE "STUDENT ID NOT FOUND ON STUDMAST.DAT: "
                TO WS-ML-TEXT
             MOVE IQ-LOOKUP-VALUE TO WS-ML-VALUE
             PERFORM WRITE-MESSAGE-LINE
          END-IF.

       READ-MASTER-BY-ID.
          MOVE "N" TO WS-MASTER-ROW-FOUND.
          IF STUDENT-MASTER-IS-AVAIL
             MOVE WS-PROFILE-ID TO SM-STUDENT-ID
             READ STUDENT-MASTER-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-ROW-FOUND
             END-READ
          END-IF.

      *-----------------------------------------------------------------
      * A name request matches any master name containing the request
      * text, so a surname or part of a name finds every candidate.
      *-----------------------------------------------------------------
       INQUIRE-BY-NAME.
          MOVE FUNCTION UPPER-CASE (IQ-LOOKUP-VALUE) TO WS-LOOKUP-NAME.
          MOVE 0 TO WS-NAME-TRAILING.
          INSPECT WS-LOOKUP-NAME
             TALLYING WS-NAME-TRAILING FOR TRAILING SPACES.
          COMPUTE WS-NAME-LENGTH = 25 - WS-NAME-TRAILING.
          MOVE 0 TO WS-MATCH-COUNT.

          IF STUDENT-MASTER-IS-AVAIL
             MOVE "N" TO WS-STUDENT-MASTER-EOF
             MOVE 0 TO SM-STUDENT-ID
             START STUDENT-MASTER-FILE KEY NOT LESS THAN SM-STUDENT-ID
                INVALID KEY
                   MOVE "Y" TO WS-STUDENT-MASTER-EOF
             END-START
             PERFORM UNTIL STUDENT-MASTER-AT-EOF
                READ STUDENT-MASTER-FILE NEXT
                   AT END
                      MOVE "Y" TO WS-STUDENT-MASTER-EOF
                   NOT AT END
                      PERFORM CHECK-NAME-MATCH
                END-READ
             END-PERFORM
          END-IF.

          PERFORM WRITE-PAGE-HEADING.
          MOVE "NAME LOOKUP: " TO WS-ML-TEXT.
          MOVE IQ-LOOKUP-VALUE TO WS-ML-VALUE.
          PERFORM WRITE-MESSAGE-LINE.

          IF WS-MATCH-COUNT = 0
             ADD 1 TO WS-NOT-FOUND-COUNT
             MOVE "NO STUDENT NAME MATCHES" TO WS-ML-TEXT
             MOVE SPACES TO WS-ML-VALUE
             PERFORM WRITE-MESSAGE-LINE
          ELSE
             PERFORM WRITE-MATCH-LIST
          END-IF.

          IF WS-MATCH-COUNT = 1
             MOVE MT-STUDENT-ID (1) TO WS-PROFILE-ID
             PERFORM READ-MASTER-BY-ID
             IF MASTER-ROW-WAS-FOUND
                PERFORM WRITE-STUDENT-PROFILE
             END-IF
          END-IF.

       CHECK-NAME-MATCH.
          MOVE FUNCTION UPPER-CASE (SM-STUDENT-NAME)
             TO WS-MASTER-NAME-UPPER.
          MOVE 0 TO WS-NAME-HITS.
          INSPECT WS-MASTER-NAME-UPPER TALLYING WS-NAME-HITS
             FOR ALL WS-LOOKUP-NAME (1:WS-NAME-LENGTH).
          IF WS-NAME-HITS > 0
             ADD 1 TO WS-MATCH-COUNT
             IF WS-MATCH-COUNT NOT > 50
                MOVE SM-STUDENT-ID
                   TO MT-STUDENT-ID (WS-MATCH-COUNT)
                MOVE SM-STUDENT-NAME
                   TO MT-STUDENT-NAME (WS-MATCH-COUNT)
                MOVE SM-CLASSROOM-ID
                   TO MT-CLASSROOM-ID (WS-MATCH-COUNT)
                MOVE SM-STATUS-FLAG
                   TO MT-STATUS-FLAG (WS-MATCH-COUNT)
             END-IF
          END-IF.

       WRITE-MATCH-LIST.
          MOVE WS-MATCH-HEADING TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.
          PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                  UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
                     OR WS-MATCH-SUB > 50
             MOVE MT-STUDENT-ID (WS-MATCH-SUB)   TO WS-MD-ID
             MOVE MT-STUDENT-NAME (WS-MATCH-SUB) TO WS-MD-NAME
             MOVE MT-CLASSROOM-ID (WS-MATCH-SUB) TO WS-MD-ROOM
             MOVE MT-STATUS-FLAG (WS-MATCH-SUB)  TO WS-MD-FLAG
             MOVE WS-MATCH-DETAIL TO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD
          END-PERFORM.
          IF WS-MATCH-COUNT > 50
             MOVE "MORE THAN 50 MATCHES, NARROW THE NAME"
                TO WS-ML-TEXT
             MOVE SPACES TO WS-ML-VALUE
             PERFORM WRITE-MESSAGE-LINE
          END-IF.

      *-----------------------------------------------------------------
      * One profile page for the master row in the record area.
      *-----------------------------------------------------------------
       WRITE-STUDENT-PROFILE.
          ADD 1 TO WS-PROFILE-COUNT.
          PERFORM WRITE-PAGE-HEADING.

          MOVE SM-STUDENT-ID   TO WS-PL-ID.
          MOVE SM-STUDENT-NAME TO WS-PL-NAME.
          IF SM-BIRTH-DATE NUMERIC AND SM-BIRTH-DATE NOT = 0
             MOVE SM-BIRTH-DATE TO WS-AGE-BIRTH-DATE
             PERFORM COMPUTE-STUDENT-AGE
             MOVE WS-STUDENT-AGE TO WS-PL-AGE-EDIT
             MOVE WS-PL-AGE-EDIT TO WS-PL-AGE
             MOVE SM-BIRTH-DATE  TO WS-BIRTH-DATE-EDIT
             MOVE WS-BIRTH-DATE-EDIT TO WS-PL-BIRTH-DATE
          ELSE
             MOVE "??"            TO WS-PL-AGE
             MOVE "NOT COLLECTED" TO WS-PL-BIRTH-DATE
          END-IF.
          MOVE WS-PROFILE-LINE-1 TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.

          MOVE SM-CLASSROOM-ID TO WS-LOOKUP-CLASSROOM.
          PERFORM FIND-CLASSROOM.
          MOVE SM-CLASSROOM-ID TO WS-PL-ROOM.
          MOVE WS-TEACHER-NAME TO WS-PL-TEACHER.
          MOVE WS-PROFILE-LINE-2 TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.

          MOVE SM-STATUS-FLAG TO WS-PL-FLAG.
          EVALUATE SM-STATUS-FLAG
             WHEN "A"
                MOVE "ACTIVE" TO WS-PL-STATUS
             WHEN "W"
                MOVE "WITHDRAWN" TO WS-PL-STATUS
             WHEN OTHER
                MOVE "UNKNOWN STATUS" TO WS-PL-STATUS
          END-EVALUATE.
          MOVE WS-PROFILE-LINE-3 TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.

          PERFORM LOAD-STUDENT-HISTORY.
          PERFORM WRITE-STUDENT-HISTORY.
          PERFORM WRITE-SUSPENSE-STATUS.

      *-----------------------------------------------------------------
       LOAD-STUDENT-HISTORY.
          MOVE 0   TO WS-HIST-COUNT.
          MOVE "N" TO WS-HISTORY-EOF.
          OPEN INPUT HISTORY-FILE.
          IF WS-HISTORY-STATUS NOT = "00"
             MOVE "Y" TO WS-HISTORY-EOF
          END-IF.

          PERFORM UNTIL HISTORY-AT-EOF
             READ HISTORY-FILE
                AT END
                   MOVE "Y" TO WS-HISTORY-EOF
                NOT AT END
                   IF EH-STUDENT-ID = SM-STUDENT-ID
                      PERFORM INSERT-HISTORY-ROW
                   END-IF
             END-READ
          END-PERFORM.

          IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
             CLOSE HISTORY-FILE
          END-IF.

       INSERT-HISTORY-ROW.
          IF WS-HIST-COUNT < 100
             MOVE 1 TO WS-HIST-INSERT-SUB
             PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                     UNTIL WS-HIST-SUB > WS-HIST-COUNT
                IF HT-EFF-DATE (WS-HIST-SUB) NOT > EH-EFF-DATE
                   COMPUTE WS-HIST-INSERT-SUB = WS-HIST-SUB + 1
                END-IF
             END-PERFORM
             PERFORM VARYING WS-HIST-SHIFT-SUB FROM WS-HIST-COUNT BY -1
                     UNTIL WS-HIST-SHIFT-SUB < WS-HIST-INSERT-SUB
                MOVE HISTORY-ENTRY (WS-HIST-SHIFT-SUB)
                   TO HISTORY-ENTRY (WS-HIST-SHIFT-SUB + 1)
             END-PERFORM
             ADD 1 TO WS-HIST-COUNT
             MOVE EH-ACTION         TO HT-ACTION (WS-HIST-INSERT-SUB)
             MOVE EH-EFF-DATE       TO HT-EFF-DATE (WS-HIST-INSERT-SUB)
             MOVE EH-FROM-CLASSROOM
                TO HT-FROM-CLASSROOM (WS-HIST-INSERT-SUB)
             MOVE EH-TO-CLASSROOM
                TO HT-TO-CLASSROOM (WS-HIST-INSERT-SUB)
             MOVE EH-APPLIED-DATE
                TO HT-APPLIED-DATE (WS-HIST-INSERT-SUB)
          END-IF.

       WRITE-STUDENT-HISTORY.
          MOVE SPACES TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.
          MOVE "ENROLLMENT HISTORY" TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.
          IF WS-HIST-COUNT = 0
             MOVE "  NO TRANSFERS OR WITHDRAWALS ON FILE"
                TO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD
          ELSE
             MOVE WS-HISTORY-HEADING TO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD
             PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                     UNTIL WS-HIST-SUB > WS-HIST-COUNT
                MOVE HT-EFF-DATE (WS-HIST-SUB) TO WS-HD-EFF-DATE
                EVALUATE HT-ACTION (WS-HIST-SUB)
                   WHEN "T"
                      MOVE "TRANSFER" TO WS-HD-ACTION
                   WHEN "W"
                      MOVE "WITHDRAWAL" TO WS-HD-ACTION
                   WHEN OTHER
                      MOVE HT-ACTION (WS-HIST-SUB) TO WS-HD-ACTION
                END-EVALUATE
                MOVE HT-FROM-CLASSROOM (WS-HIST-SUB) TO WS-HD-FROM-ROOM
                MOVE HT-TO-CLASSROOM (WS-HIST-SUB)   TO WS-HD-TO-ROOM
                MOVE HT-APPLIED-DATE (WS-HIST-SUB)   TO WS-HD-APPLIED
                MOVE WS-HISTORY-DETAIL TO INQUIRY-REPORT-RECORD
                WRITE INQUIRY-REPORT-RECORD
             END-PERFORM
          END-IF.

      *-----------------------------------------------------------------
      * STUDENT.SUS holds this cycle's suspensions, STUDENT.SUN the
      * rows ROSTCORR carried forward uncorrected, STUDENT.ESC the rows
      * it escalated past the cycle limit.
      *-----------------------------------------------------------------
       WRITE-SUSPENSE-STATUS.
          MOVE SPACES TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.
          MOVE "SUSPENSE / ESCALATION" TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.
          MOVE "N" TO WS-SUSPENSE-FOUND.
          PERFORM SCAN-SUSPENSE-FILE.
          PERFORM SCAN-CARRY-FILE.
          PERFORM SCAN-ESCALATION-FILE.
          IF NOT SUSPENSE-WAS-FOUND
             MOVE "  NOT IN SUSPENSE AND NOT ESCALATED"
                TO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD
          END-IF.

       SCAN-SUSPENSE-FILE.
          MOVE "N" TO WS-SUSPENSE-EOF.
          OPEN INPUT SUSPENSE-FILE.
          IF WS-SUSPENSE-STATUS NOT = "00"
             MOVE "Y" TO WS-SUSPENSE-EOF
          END-IF.
          PERFORM UNTIL SUSPENSE-AT-EOF
             READ SUSPENSE-FILE
                AT END
                   MOVE "Y" TO WS-SUSPENSE-EOF
                NOT AT END
                   IF SUS-STUDENT-ID = SM-STUDENT-ID
                      MOVE "IN SUSPENSE"     TO WS-SD-STATE
                      MOVE "STUDENT.SUS"     TO WS-SD-FILE
                      MOVE SUS-SUSP-DATE     TO WS-SD-SUSP-DATE
                      MOVE SUS-CYCLE-COUNT   TO WS-SD-CYCLES
                      PERFORM WRITE-SUSPENSE-DETAIL
                   END-IF
             END-READ
          END-PERFORM.
          IF WS-SUSPENSE-STATUS = "00" OR WS-SUSPENSE-STATUS = "10"
             CLOSE SUSPENSE-FILE
          END-IF.

       SCAN-CARRY-FILE.
          MOVE "N" TO WS-SUSPENSE-EOF.
          OPEN INPUT CARRY-FILE.
          IF WS-CARRY-STATUS NOT = "00"
             MOVE "Y" TO WS-SUSPENSE-EOF
          END-IF.
          PERFORM UNTIL SUSPENSE-AT-EOF
             READ CARRY-FILE
                AT END
                   MOVE "Y" TO WS-SUSPENSE-EOF
                NOT AT END
                   IF CAR-STUDENT-ID = SM-STUDENT-ID
                      MOVE "SUSPENSE CARRIED"  TO WS-SD-STATE
                      MOVE "STUDENT.SUN"       TO WS-SD-FILE
                      MOVE CAR-SUSP-DATE       TO WS-SD-SUSP-DATE
                      MOVE CAR-CYCLE-COUNT     TO WS-SD-CYCLES
                      PERFORM WRITE-SUSPENSE-DETAIL
                   END-IF
             END-READ
          END-PERFORM.
          IF WS-CARRY-STATUS = "00" OR WS-CARRY-STATUS = "10"
             CLOSE CARRY-FILE
          END-IF.

       SCAN-ESCALATION-FILE.
          MOVE "N" TO WS-SUSPENSE-EOF.
          OPEN INPUT ESCALATION-FILE.
          IF WS-ESCALATION-STATUS NOT = "00"
             MOVE "Y" TO WS-SUSPENSE-EOF
          END-IF.
          PERFORM UNTIL SUSPENSE-AT-EOF
             READ ESCALATION-FILE
                AT END
                   MOVE "Y" TO WS-SUSPENSE-EOF
                NOT AT END
                   IF ESC-STUDENT-ID = SM-STUDENT-ID
                      MOVE "ESCALATED"         TO WS-SD-STATE
                      MOVE "STUDENT.ESC"       TO WS-SD-FILE
                      MOVE ESC-SUSP-DATE       TO WS-SD-SUSP-DATE
                      MOVE ESC-CYCLE-COUNT     TO WS-SD-CYCLES
                      PERFORM WRITE-SUSPENSE-DETAIL
                   END-IF
             END-READ
          END-PERFORM.
          IF WS-ESCALATION-STATUS = "00"
             OR WS-ESCALATION-STATUS = "10"
             CLOSE ESCALATION-FILE
          END-IF.

       WRITE-SUSPENSE-DETAIL.
          MOVE "Y" TO WS-SUSPENSE-FOUND.
          MOVE WS-SUSPENSE-DETAIL TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.

      *-----------------------------------------------------------------
       WRITE-PAGE-HEADING.
          ADD 1 TO WS-PAGE-NO.
          MOVE WS-TODAY-DATE TO WS-IH-RUN-DATE.
          MOVE WS-PAGE-NO    TO WS-IH-PAGE.
          IF WS-PAGE-NO > 1
             MOVE SPACES TO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD
          END-IF.
          MOVE WS-INQUIRY-HEADING-1 TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.
          MOVE WS-INQUIRY-HEADING-2 TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.
          MOVE SPACES TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.

       WRITE-MESSAGE-LINE.
          MOVE WS-MESSAGE-LINE TO INQUIRY-REPORT-RECORD.
          WRITE INQUIRY-REPORT-RECORD.

       WRITE-INQUIRY-TOTALS.
          IF WS-INQUIRY-REPORT-STATUS = "00"
             MOVE SPACES TO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD
             MOVE WS-REQUEST-COUNT   TO WS-IT-REQUESTS
             MOVE WS-PROFILE-COUNT   TO WS-IT-PROFILES
             MOVE WS-NOT-FOUND-COUNT TO WS-IT-NOT-FOUND
             MOVE WS-INQUIRY-TOTALS TO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD
          END-IF.
