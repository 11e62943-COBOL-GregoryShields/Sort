       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUROLL.

      *-----------------------------------------------------------------
      * School-year rollover for the student files, the student-side
      * counterpart of YEARROLL.  The promotion map PROMOTE.DAT lists
      * each old classroom with action P (promote to the next-year
      * classroom on the row) or R (top grade, the students retire).
      * Every student on STUDMAST.DAT is given one disposition:
      *     withdrawn (SM-STATUS-FLAG W)  archived, removed
      *     active, room mapped R         retired: archived, removed
      *     active, room mapped P         moved to the next-year room
      *     active, room not mapped       left in the same room
      * Archived students go to the prior-year student file STUDPY.DAT
      * and their ENRLHIST.DAT rows to HISTPY.DAT, both tagged with the
      * school year.  The roster and the enrollment history are
      * rewritten to ROSTER.NEW and ENRLHIST.NEW, which the job stream
      * renames over the live files after a good run; each promotion
      * adds a transfer row to ENRLHIST.NEW effective on the first day
      * of the new year.  The register lists every student and closes
      * with a per-classroom recap whose computed after-count must
      * equal a recount of the updated master.  The control card
      * ROLLCTL.DAT names the school year being closed; a year already
      * on the rollover log STUROLL.HST is refused.  The year is logged
      * only when the recap balances.  STUDMAST.DAT is updated in place,
      * so back it up before the run; an out-of-balance run prints the
      * steps to back it out before the rerun.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-CONTROL-FILE ASSIGN TO "ROLLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-CONTROL-STATUS.

           SELECT ROLL-LOG-FILE ASSIGN TO "STUROLL.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-LOG-STATUS.

           SELECT PROMOTION-MAP-FILE ASSIGN TO "PROMOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOTION-MAP-STATUS.

           SELECT CLASSROOM-FILE ASSIGN TO "CLASSRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSROOM-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT ROSTER-NEW-FILE ASSIGN TO "ROSTER.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-NEW-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ENRLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-NEW-FILE ASSIGN TO "ENRLHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-NEW-STATUS.

           SELECT PRIOR-STUDENT-FILE ASSIGN TO "STUDPY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STUDENT-STATUS.

           SELECT PRIOR-HISTORY-FILE ASSIGN TO "HISTPY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-HISTORY-STATUS.

           SELECT ROLL-REPORT-FILE ASSIGN TO "STUROLL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLL-CONTROL-FILE
           RECORDING MODE IS F.
       01 ROLL-CONTROL-RECORD.
          05 SY-SCHOOL-YEAR        PIC 9(4).
          05 SY-NEW-YEAR-DATE      PIC 9(8).

       FD  ROLL-LOG-FILE
           RECORDING MODE IS F.
       01 ROLL-LOG-RECORD.
          05 RL-SCHOOL-YEAR        PIC 9(4).
          05 FILLER                PIC X.
          05 RL-RUN-DATE           PIC 9(8).
          05 FILLER                PIC X.
          05 RL-BEFORE-COUNT       PIC 9(6).
          05 FILLER                PIC X.
          05 RL-ARCHIVED-COUNT     PIC 9(6).
          05 FILLER                PIC X.
          05 RL-PROMOTED-COUNT     PIC 9(6).
          05 FILLER                PIC X.
          05 RL-AFTER-COUNT        PIC 9(6).

       FD  PROMOTION-MAP-FILE
           RECORDING MODE IS F.
       01 PROMOTION-MAP-RECORD.
          05 PM-OLD-CLASSROOM      PIC X(10).
          05 PM-ACTION             PIC X.
          05 PM-NEW-CLASSROOM      PIC X(10).

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

       FD  ROSTER-FILE
           RECORDING MODE IS F.
       01 ROSTER-RECORD.
          05 ROSTER-STUDENT-ID    PIC 9(6).
          05 ROSTER-NAME          PIC A(25).
          05 ROSTER-BIRTH-DATE    PIC 9(8).
          05 ROSTER-CLASSROOM-ID  PIC X(10).
          05 ROSTER-RESUBMIT-FLAG PIC X.

       FD  ROSTER-NEW-FILE
           RECORDING MODE IS F.
       01 ROSTER-NEW-RECORD.
          05 RN-STUDENT-ID        PIC 9(6).
          05 RN-NAME              PIC A(25).
          05 RN-BIRTH-DATE        PIC 9(8).
          05 RN-CLASSROOM-ID      PIC X(10).
          05 RN-RESUBMIT-FLAG     PIC X.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01 HISTORY-RECORD.
          05 EH-STUDENT-ID        PIC 9(6).
          05 EH-ACTION            PIC X.
          05 EH-EFF-DATE          PIC 9(8).
          05 EH-FROM-CLASSROOM    PIC X(10).
          05 EH-TO-CLASSROOM      PIC X(10).
          05 EH-APPLIED-DATE      PIC 9(8).

       FD  HISTORY-NEW-FILE
           RECORDING MODE IS F.
       01 HISTORY-NEW-RECORD.
          05 HN-STUDENT-ID        PIC 9(6).
          05 HN-ACTION            PIC X.
          05 HN-EFF-DATE          PIC 9(8).
          05 HN-FROM-CLASSROOM    PIC X(10).
          05 HN-TO-CLASSROOM      PIC X(10).
          05 HN-APPLIED-DATE      PIC 9(8).

       FD  PRIOR-STUDENT-FILE
           RECORDING MODE IS F.
       01 PRIOR-STUDENT-RECORD.
          05 PS-SCHOOL-YEAR       PIC 9(4).
          05 PS-DISPOSITION       PIC X.
          05 PS-STUDENT-ID        PIC 9(6).
          05 PS-STUDENT-NAME      PIC A(25).
          05 PS-BIRTH-DATE        PIC 9(8).
          05 PS-CLASSROOM-ID      PIC X(10).
          05 PS-STATUS-FLAG       PIC X.

       FD  PRIOR-HISTORY-FILE
           RECORDING MODE IS F.
       01 PRIOR-HISTORY-RECORD.
          05 PH-SCHOOL-YEAR       PIC 9(4).
          05 PH-STUDENT-ID        PIC 9(6).
          05 PH-ACTION            PIC X.
          05 PH-EFF-DATE          PIC 9(8).
          05 PH-FROM-CLASSROOM    PIC X(10).
          05 PH-TO-CLASSROOM      PIC X(10).
          05 PH-APPLIED-DATE      PIC 9(8).

       FD  ROLL-REPORT-FILE
           RECORDING MODE IS F.
       01 ROLL-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-ROLL-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-ROLL-LOG-STATUS       PIC XX VALUE "00".
       01 WS-PROMOTION-MAP-STATUS  PIC XX VALUE "00".
       01 WS-CLASSROOM-STATUS      PIC XX VALUE "00".
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-ROSTER-STATUS         PIC XX VALUE "00".
       01 WS-ROSTER-NEW-STATUS     PIC XX VALUE "00".
       01 WS-HISTORY-STATUS        PIC XX VALUE "00".
       01 WS-HISTORY-NEW-STATUS    PIC XX VALUE "00".
       01 WS-PRIOR-STUDENT-STATUS  PIC XX VALUE "00".
       01 WS-PRIOR-HISTORY-STATUS  PIC XX VALUE "00".
       01 WS-ROLL-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-ROLL-LOG-EOF          PIC X  VALUE "N".
           88 ROLL-LOG-AT-EOF      VALUE "Y".
       01 WS-PROMOTION-MAP-EOF     PIC X  VALUE "N".
           88 PROMOTION-MAP-AT-EOF VALUE "Y".
       01 WS-CLASSROOM-EOF         PIC X  VALUE "N".
           88 CLASSROOM-AT-EOF     VALUE "Y".
       01 WS-STUDENT-MASTER-EOF    PIC X  VALUE "N".
           88 STUDENT-MASTER-AT-EOF VALUE "Y".
       01 WS-ROSTER-EOF            PIC X  VALUE "N".
           88 ROSTER-AT-EOF        VALUE "Y".
       01 WS-HISTORY-EOF           PIC X  VALUE "N".
           88 HISTORY-AT-EOF       VALUE "Y".

       01 WS-ROLL-REFUSED          PIC X  VALUE "N".
           88 ROLL-WAS-REFUSED     VALUE "Y".
       01 WS-ROLL-BALANCED         PIC X  VALUE "N".
           88 ROLL-IS-BALANCED     VALUE "Y".
       01 WS-MASTER-ROW-FOUND      PIC X  VALUE "N".
           88 MASTER-ROW-WAS-FOUND VALUE "Y".

       01 WS-CURRENT-DATE.
          05 WS-CD-YYYY    PIC 9(4).
          05 WS-CD-MM      PIC 99.
          05 WS-CD-DD      PIC 99.
          05 FILLER        PIC X(13).
       01 WS-TODAY-YYYYMMDD REDEFINES WS-CURRENT-DATE.
          05 WS-TODAY-DATE PIC 9(8).
          05 FILLER        PIC X(13).

       01 WS-SCHOOL-YEAR           PIC 9(4) VALUE 0.
       01 WS-NEW-YEAR-DATE         PIC 9(8) VALUE 0.

      *-----------------------------------------------------------------
      * Promotion map.  A P row whose next-year classroom is not on
      * CLASSRM.DAT is held invalid and its students stay where they
      * are.
      *-----------------------------------------------------------------
       01 WS-MAP-COUNT             PIC 9(3) VALUE 0.
       01 WS-MAP-SUB               PIC 9(3) VALUE 0.
       01 WS-MAP-FOUND             PIC X  VALUE "N".
           88 MAP-WAS-FOUND        VALUE "Y".

       01 PROMOTION-MAP-TABLE.
          05 PROMOTION-MAP OCCURS 100 TIMES.
             10 MAP-OLD-CLASSROOM  PIC X(10).
             10 MAP-ACTION         PIC X.
             10 MAP-NEW-CLASSROOM  PIC X(10).
             10 MAP-VALID          PIC X.

      *-----------------------------------------------------------------
      * Classroom recap.  Rows come from CLASSRM.DAT and from any room
      * met on the master that CLASSRM.DAT does not carry.
      *-----------------------------------------------------------------
       01 WS-ROOM-COUNT            PIC 9(3) VALUE 0.
       01 WS-ROOM-SUB              PIC 9(3) VALUE 0.
       01 WS-ROOM-MATCH-SUB        PIC 9(3) VALUE 0.
       01 WS-LOOKUP-CLASSROOM      PIC X(10) VALUE SPACES.
       01 WS-ROOM-FOUND            PIC X  VALUE "N".
           88 ROOM-WAS-FOUND       VALUE "Y".

       01 ROOM-TABLE.
          05 ROOM-ENTRY OCCURS 100 TIMES.
             10 RM-CLASSROOM-ID    PIC X(10).
             10 RM-ON-CLASSRM      PIC X.
             10 RM-CAPACITY        PIC 9(3).
             10 RM-BEFORE          PIC 9(5).
             10 RM-WITHDRAWN       PIC 9(5).
             10 RM-RETIRED         PIC 9(5).
             10 RM-PROMOTED-OUT    PIC 9(5).
             10 RM-PROMOTED-IN     PIC 9(5).
             10 RM-ON-FILE         PIC 9(5).

       01 WS-COMPUTED-AFTER        PIC S9(6) VALUE 0.

      *-----------------------------------------------------------------
      * Disposition of the master row in the record area.
      *-----------------------------------------------------------------
       01 WS-DISPOSITION           PIC X  VALUE SPACE.
           88 DISP-WITHDRAWN       VALUE "W".
           88 DISP-RETIRED         VALUE "R".
           88 DISP-PROMOTED        VALUE "P".
           88 DISP-NOT-MAPPED      VALUE "U".
           88 DISP-MAP-INVALID     VALUE "X".
           88 DISP-ARCHIVED        VALUE "W" "R".
       01 WS-NEXT-CLASSROOM        PIC X(10) VALUE SPACES.
       01 WS-OLD-CLASSROOM         PIC X(10) VALUE SPACES.

       01 WS-MASTER-BEFORE-COUNT   PIC 9(6) VALUE 0.
       01 WS-WITHDRAWN-COUNT       PIC 9(6) VALUE 0.
       01 WS-RETIRED-COUNT         PIC 9(6) VALUE 0.
       01 WS-PROMOTED-COUNT        PIC 9(6) VALUE 0.
       01 WS-UNCHANGED-COUNT       PIC 9(6) VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(6) VALUE 0.
       01 WS-MASTER-AFTER-COUNT    PIC 9(6) VALUE 0.
       01 WS-ARCHIVED-COUNT        PIC 9(6) VALUE 0.
       01 WS-ROSTER-READ-COUNT     PIC 9(6) VALUE 0.
       01 WS-ROSTER-KEPT-COUNT     PIC 9(6) VALUE 0.
       01 WS-ROSTER-DROPPED-COUNT  PIC 9(6) VALUE 0.
       01 WS-HISTORY-READ-COUNT    PIC 9(6) VALUE 0.
       01 WS-HISTORY-KEPT-COUNT    PIC 9(6) VALUE 0.
       01 WS-HISTORY-ARCHIVED-COUNT PIC 9(6) VALUE 0.
       01 WS-HISTORY-ADDED-COUNT   PIC 9(6) VALUE 0.
       01 WS-OUT-OF-BALANCE-COUNT  PIC 9(3) VALUE 0.

       01 WS-ROLL-HEADING-1.
          05 FILLER    PIC X(40) VALUE SPACES.
          05 FILLER    PIC X(37)
                       VALUE "STUDENT SCHOOL-YEAR ROLLOVER REGISTER".

       01 WS-ROLL-HEADING-2.
          05 FILLER    PIC X(13) VALUE "SCHOOL YEAR: ".
          05 WS-RH-YEAR PIC 9(4).
          05 FILLER    PIC X(18) VALUE "   NEW YEAR FROM: ".
          05 WS-RH-NEW-YEAR-DATE PIC 9999/99/99.
          05 FILLER    PIC X(13) VALUE "   RUN DATE: ".
          05 WS-RH-RUN-DATE PIC 9999/99/99.

       01 WS-ROLL-HEADING-3.
          05 FILLER    PIC X(8)  VALUE "    ID  ".
          05 FILLER    PIC X(27) VALUE "NAME".
          05 FILLER    PIC X(12) VALUE "OLD ROOM".
          05 FILLER    PIC X(12) VALUE "NEW ROOM".
          05 FILLER    PIC X(34) VALUE "DISPOSITION".

       01 WS-ROLL-DETAIL.
          05 WS-RD-ID          PIC ZZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RD-NAME        PIC X(25).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RD-OLD-ROOM    PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RD-NEW-ROOM    PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RD-DISPOSITION PIC X(34).

       01 WS-RECAP-HEADING-1.
          05 FILLER    PIC X(40) VALUE "CLASSROOM RECAP".

       01 WS-RECAP-HEADING-2.
          05 FILLER    PIC X(12) VALUE "CLASSROOM".
          05 FILLER    PIC X(8)  VALUE "  BEFORE".
          05 FILLER    PIC X(11) VALUE "  WITHDRAWN".
          05 FILLER    PIC X(9)  VALUE "  RETIRED".
          05 FILLER    PIC X(11) VALUE "  PROM OUT ".
          05 FILLER    PIC X(9)  VALUE "  PROM IN".
          05 FILLER    PIC X(8)  VALUE "   AFTER".
          05 FILLER    PIC X(9)  VALUE "  ON FILE".
          05 FILLER    PIC X(10) VALUE "  CAPACITY".
          05 FILLER    PIC X(2)  VALUE SPACES.
          05 FILLER    PIC X(30) VALUE "STATUS".

       01 WS-RECAP-DETAIL.
          05 WS-RC-CLASSROOM   PIC X(10).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 WS-RC-BEFORE      PIC ZZZZ9.
          05 FILLER            PIC X(6)  VALUE SPACES.
          05 WS-RC-WITHDRAWN   PIC ZZZZ9.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 WS-RC-RETIRED     PIC ZZZZ9.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 WS-RC-PROM-OUT    PIC ZZZZ9.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 WS-RC-PROM-IN     PIC ZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RC-AFTER       PIC -ZZZZ9.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 WS-RC-ON-FILE     PIC ZZZZ9.
          05 FILLER            PIC X(7)  VALUE SPACES.
          05 WS-RC-CAPACITY    PIC ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RC-STATUS      PIC X(30).

       01 WS-ROLL-TOTALS-1.
          05 FILLER           PIC X(15) VALUE "MASTER BEFORE: ".
          05 WS-RT-BEFORE     PIC ZZZZZ9.
          05 FILLER           PIC X(13) VALUE "  WITHDRAWN: ".
          05 WS-RT-WITHDRAWN  PIC ZZZZZ9.
          05 FILLER           PIC X(11) VALUE "  RETIRED: ".
          05 WS-RT-RETIRED    PIC ZZZZZ9.
          05 FILLER           PIC X(12) VALUE "  PROMOTED: ".
          05 WS-RT-PROMOTED   PIC ZZZZZ9.
          05 FILLER           PIC X(13) VALUE "  UNCHANGED: ".
          05 WS-RT-UNCHANGED  PIC ZZZZZ9.
          05 FILLER           PIC X(10) VALUE "  FAILED: ".
          05 WS-RT-FAILED     PIC ZZZZZ9.
          05 FILLER           PIC X(15) VALUE "  MASTER AFTER:".
          05 WS-RT-AFTER      PIC ZZZZZ9.

       01 WS-ROLL-TOTALS-2.
          05 FILLER           PIC X(15) VALUE "ROSTER READ:   ".
          05 WS-RT-ROSTER-READ PIC ZZZZZ9.
          05 FILLER           PIC X(8)  VALUE "  KEPT: ".
          05 WS-RT-ROSTER-KEPT PIC ZZZZZ9.
          05 FILLER           PIC X(11) VALUE "  DROPPED: ".
          05 WS-RT-ROSTER-DROPPED PIC ZZZZZ9.

       01 WS-ROLL-TOTALS-3.
          05 FILLER           PIC X(15) VALUE "HISTORY READ:  ".
          05 WS-RT-HIST-READ  PIC ZZZZZ9.
          05 FILLER           PIC X(8)  VALUE "  KEPT: ".
          05 WS-RT-HIST-KEPT  PIC ZZZZZ9.
          05 FILLER           PIC X(12) VALUE "  ARCHIVED: ".
          05 WS-RT-HIST-ARCHIVED PIC ZZZZZ9.
          05 FILLER           PIC X(19) VALUE "  PROMOTIONS ADDED:".
          05 WS-RT-HIST-ADDED PIC ZZZZZ9.

       01 WS-ROLL-TOTALS-4.
          05 FILLER           PIC X(40) VALUE SPACES.
          05 WS-RT-BALANCE    PIC X(60).

      *-----------------------------------------------------------------
      * Printed after an out-of-balance run.  The master has already
      * been updated in place and the archives appended, so the run has
      * to be backed out before it is repeated.
      *-----------------------------------------------------------------
       01 WS-RECOVERY-HEADING.
          05 FILLER    PIC X(40)
                       VALUE "RECOVERY BEFORE RERUNNING STUROLL:".

       01 WS-RECOVERY-LINE-1.
          05 FILLER    PIC X(50)
             VALUE "  1. RESTORE STUDMAST.DAT FROM THE BACKUP TAKEN BE".
          05 FILLER    PIC X(19) VALUE "FORE THIS ROLLOVER.".

       01 WS-RECOVERY-LINE-2.
          05 FILLER    PIC X(50)
             VALUE "  2. DELETE ROSTER.NEW AND ENRLHIST.NEW; ROSTER.DA".
          05 FILLER    PIC X(36)
             VALUE "T AND ENRLHIST.DAT STAY AS THEY ARE.".

       01 WS-RECOVERY-LINE-3.
          05 FILLER    PIC X(36)
             VALUE "  3. REMOVE THE ROWS FOR SCHOOL YEAR".
          05 FILLER    PIC X     VALUE SPACE.
          05 WS-RV-YEAR        PIC 9(4).
          05 FILLER    PIC X(33)
             VALUE " FROM STUDPY.DAT AND HISTPY.DAT.".

       01 WS-RECOVERY-LINE-4.
          05 FILLER    PIC X(50)
             VALUE "  4. CORRECT THE CAUSE SHOWN IN THE RECAP AND RERU".
          05 FILLER    PIC X(50)
             VALUE "N; THE SCHOOL YEAR WAS NOT LOGGED ON STUROLL.HST.".

       01 WS-MESSAGE-LINE     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

          OPEN OUTPUT ROLL-REPORT-FILE.
          IF WS-ROLL-REPORT-STATUS NOT = "00"
             DISPLAY "MAIN-PARA: UNABLE TO OPEN STUROLL.RPT, STATUS = "
                WS-ROLL-REPORT-STATUS
          END-IF.

          PERFORM READ-ROLL-CONTROL.
          IF NOT ROLL-WAS-REFUSED
             PERFORM CHECK-ROLL-LOG
          END-IF.
          IF NOT ROLL-WAS-REFUSED
             PERFORM LOAD-CLASSROOM-MASTER
             PERFORM LOAD-PROMOTION-MAP
             PERFORM OPEN-ROLLOVER-FILES
          END-IF.
          PERFORM WRITE-ROLL-HEADING.

          IF ROLL-WAS-REFUSED
             MOVE WS-MESSAGE-LINE TO ROLL-REPORT-RECORD
             WRITE ROLL-REPORT-RECORD
             DISPLAY "MAIN-PARA: " WS-MESSAGE-LINE (1:60)
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM ROLL-HISTORY
             PERFORM ROLL-ROSTER
             PERFORM ROLL-MASTER
             PERFORM RECOUNT-MASTER
             PERFORM WRITE-CLASSROOM-RECAP
             PERFORM WRITE-ROLL-TOTALS
             PERFORM CLOSE-ROLLOVER-FILES
             IF ROLL-IS-BALANCED
                PERFORM WRITE-ROLL-LOG
             ELSE
                PERFORM WRITE-RECOVERY-STEPS
             END-IF
          END-IF.

          IF WS-ROLL-REPORT-STATUS = "00"
             CLOSE ROLL-REPORT-FILE
          END-IF.

       GOBACK.

      *-----------------------------------------------------------------
      * The school year is required; a rollover is not run on a
      * default.  The new-year date stamps the promotion history rows
      * and defaults to the run date.
      *-----------------------------------------------------------------
       READ-ROLL-CONTROL.
          MOVE 0 TO WS-SCHOOL-YEAR.
          MOVE WS-TODAY-DATE TO WS-NEW-YEAR-DATE.
          OPEN INPUT ROLL-CONTROL-FILE.
          IF WS-ROLL-CONTROL-STATUS = "00"
             READ ROLL-CONTROL-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF SY-SCHOOL-YEAR NUMERIC
                      MOVE SY-SCHOOL-YEAR TO WS-SCHOOL-YEAR
                   END-IF
                   IF SY-NEW-YEAR-DATE NUMERIC
                      AND FUNCTION TEST-DATE-YYYYMMDD
                             (SY-NEW-YEAR-DATE) = 0
                      MOVE SY-NEW-YEAR-DATE TO WS-NEW-YEAR-DATE
                   END-IF
             END-READ
             CLOSE ROLL-CONTROL-FILE
          END-IF.

          IF WS-SCHOOL-YEAR = 0
             MOVE "Y" TO WS-ROLL-REFUSED
             MOVE "ROLLOVER NOT RUN - NO SCHOOL YEAR ON ROLLCTL.DAT"
                TO WS-MESSAGE-LINE
          END-IF.

       CHECK-ROLL-LOG.
          MOVE "N" TO WS-ROLL-LOG-EOF.
          OPEN INPUT ROLL-LOG-FILE.
          IF WS-ROLL-LOG-STATUS NOT = "00"
             MOVE "Y" TO WS-ROLL-LOG-EOF
          END-IF.

          PERFORM UNTIL ROLL-LOG-AT-EOF
             READ ROLL-LOG-FILE
                AT END
                   MOVE "Y" TO WS-ROLL-LOG-EOF
                NOT AT END
                   IF RL-SCHOOL-YEAR = WS-SCHOOL-YEAR
                      MOVE "Y" TO WS-ROLL-REFUSED
                      MOVE SPACES TO WS-MESSAGE-LINE
                      STRING "ROLLOVER NOT RUN - SCHOOL YEAR "
                             WS-SCHOOL-YEAR
                             " ALREADY ROLLED ON "
                             RL-RUN-DATE
                             DELIMITED BY SIZE
                             INTO WS-MESSAGE-LINE
                      END-STRING
                   END-IF
             END-READ
          END-PERFORM.

          IF WS-ROLL-LOG-STATUS = "00" OR WS-ROLL-LOG-STATUS = "10"
             CLOSE ROLL-LOG-FILE
          END-IF.

       WRITE-ROLL-LOG.
          OPEN EXTEND ROLL-LOG-FILE.
          IF WS-ROLL-LOG-STATUS NOT = "00"
             OPEN OUTPUT ROLL-LOG-FILE
          END-IF.
          IF WS-ROLL-LOG-STATUS NOT = "00"
             DISPLAY "WRITE-ROLL-LOG: UNABLE TO OPEN STUROLL.HST, "
                "STATUS = " WS-ROLL-LOG-STATUS
          ELSE
             MOVE SPACES                 TO ROLL-LOG-RECORD
             MOVE WS-SCHOOL-YEAR         TO RL-SCHOOL-YEAR
             MOVE WS-TODAY-DATE          TO RL-RUN-DATE
             MOVE WS-MASTER-BEFORE-COUNT TO RL-BEFORE-COUNT
             MOVE WS-ARCHIVED-COUNT      TO RL-ARCHIVED-COUNT
             MOVE WS-PROMOTED-COUNT      TO RL-PROMOTED-COUNT
             MOVE WS-MASTER-AFTER-COUNT  TO RL-AFTER-COUNT
             WRITE ROLL-LOG-RECORD
             CLOSE ROLL-LOG-FILE
          END-IF.

      *-----------------------------------------------------------------
       LOAD-CLASSROOM-MASTER.
          MOVE 0   TO WS-ROOM-COUNT.
          MOVE "N" TO WS-CLASSROOM-EOF.

          OPEN INPUT CLASSROOM-FILE.
          IF WS-CLASSROOM-STATUS NOT = "00"
             DISPLAY "LOAD-CLASSROOM-MASTER: UNABLE TO OPEN "
                "CLASSRM.DAT, STATUS = " WS-CLASSROOM-STATUS
             MOVE "Y" TO WS-CLASSROOM-EOF
          END-IF.

          PERFORM UNTIL CLASSROOM-AT-EOF OR WS-ROOM-COUNT = 100
             READ CLASSROOM-FILE
                AT END
                   MOVE "Y" TO WS-CLASSROOM-EOF
                NOT AT END
                   ADD 1 TO WS-ROOM-COUNT
                   PERFORM CLEAR-ROOM-ENTRY
                   MOVE CR-CLASSROOM-ID
                      TO RM-CLASSROOM-ID (WS-ROOM-COUNT)
                   MOVE "Y" TO RM-ON-CLASSRM (WS-ROOM-COUNT)
                   IF CR-SEAT-CAPACITY NUMERIC
                      MOVE CR-SEAT-CAPACITY
                         TO RM-CAPACITY (WS-ROOM-COUNT)
                   END-IF
             END-READ
          END-PERFORM.

          IF WS-ROOM-COUNT = 100 AND NOT CLASSROOM-AT-EOF
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

       CLEAR-ROOM-ENTRY.
          MOVE SPACES TO RM-CLASSROOM-ID (WS-ROOM-COUNT).
          MOVE "N"    TO RM-ON-CLASSRM (WS-ROOM-COUNT).
          MOVE 0      TO RM-CAPACITY (WS-ROOM-COUNT).
          MOVE 0      TO RM-BEFORE (WS-ROOM-COUNT).
          MOVE 0      TO RM-WITHDRAWN (WS-ROOM-COUNT).
          MOVE 0      TO RM-RETIRED (WS-ROOM-COUNT).
          MOVE 0      TO RM-PROMOTED-OUT (WS-ROOM-COUNT).
          MOVE 0      TO RM-PROMOTED-IN (WS-ROOM-COUNT).
          MOVE 0      TO RM-ON-FILE (WS-ROOM-COUNT).

      *-----------------------------------------------------------------
      * Looks up WS-LOOKUP-CLASSROOM in the recap table, adding it when
      * it is not there; WS-ROOM-MATCH-SUB is left on the row, or zero
      * when the table is full.
      *-----------------------------------------------------------------
       FIND-ROOM-ENTRY.
          MOVE "N" TO WS-ROOM-FOUND.
          MOVE 0   TO WS-ROOM-MATCH-SUB.
          PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                  UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
                     OR WS-ROOM-FOUND = "Y"
             IF RM-CLASSROOM-ID (WS-ROOM-SUB) = WS-LOOKUP-CLASSROOM
                MOVE "Y" TO WS-ROOM-FOUND
                MOVE WS-ROOM-SUB TO WS-ROOM-MATCH-SUB
             END-IF
          END-PERFORM.

          IF NOT ROOM-WAS-FOUND
             IF WS-ROOM-COUNT < 100
                ADD 1 TO WS-ROOM-COUNT
                PERFORM CLEAR-ROOM-ENTRY
                MOVE WS-LOOKUP-CLASSROOM
                   TO RM-CLASSROOM-ID (WS-ROOM-COUNT)
                MOVE WS-ROOM-COUNT TO WS-ROOM-MATCH-SUB
             ELSE
                DISPLAY "FIND-ROOM-ENTRY: MORE THAN 100 CLASSROOMS, "
                   WS-LOOKUP-CLASSROOM " NOT IN RECAP"
             END-IF
          END-IF.

      *-----------------------------------------------------------------
       LOAD-PROMOTION-MAP.
          MOVE 0   TO WS-MAP-COUNT.
          MOVE "N" TO WS-PROMOTION-MAP-EOF.

          OPEN INPUT PROMOTION-MAP-FILE.
          IF WS-PROMOTION-MAP-STATUS NOT = "00"
             DISPLAY "LOAD-PROMOTION-MAP: NO PROMOTE.DAT, "
                "NO STUDENTS PROMOTED OR RETIRED, STATUS = "
                WS-PROMOTION-MAP-STATUS
             MOVE "Y" TO WS-PROMOTION-MAP-EOF
          END-IF.

          PERFORM UNTIL PROMOTION-MAP-AT-EOF OR WS-MAP-COUNT = 100
             READ PROMOTION-MAP-FILE
                AT END
                   MOVE "Y" TO WS-PROMOTION-MAP-EOF
                NOT AT END
                   ADD 1 TO WS-MAP-COUNT
                   MOVE PM-OLD-CLASSROOM
                      TO MAP-OLD-CLASSROOM (WS-MAP-COUNT)
                   MOVE PM-ACTION TO MAP-ACTION (WS-MAP-COUNT)
                   MOVE PM-NEW-CLASSROOM
                      TO MAP-NEW-CLASSROOM (WS-MAP-COUNT)
                   PERFORM VALIDATE-MAP-ENTRY
             END-READ
          END-PERFORM.

          IF WS-MAP-COUNT = 100 AND NOT PROMOTION-MAP-AT-EOF
             READ PROMOTION-MAP-FILE
                AT END
                   MOVE "Y" TO WS-PROMOTION-MAP-EOF
                NOT AT END
                   DISPLAY
                      "LOAD-PROMOTION-MAP: PROMOTE.DAT EXCEEDS 100 "
                      "ROWS, TRUNCATED AT MAP TABLE LIMIT"
             END-READ
          END-IF.

          IF WS-PROMOTION-MAP-STATUS = "00"
             OR WS-PROMOTION-MAP-STATUS = "10"
             CLOSE PROMOTION-MAP-FILE
          END-IF.

       VALIDATE-MAP-ENTRY.
          MOVE "Y" TO MAP-VALID (WS-MAP-COUNT).
          EVALUATE TRUE
             WHEN PM-ACTION = "R"
                CONTINUE
             WHEN PM-ACTION = "P"
                MOVE "N" TO WS-ROOM-FOUND
                PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                        UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
                           OR WS-ROOM-FOUND = "Y"
                   IF RM-CLASSROOM-ID (WS-ROOM-SUB) = PM-NEW-CLASSROOM
                      AND RM-ON-CLASSRM (WS-ROOM-SUB) = "Y"
                      MOVE "Y" TO WS-ROOM-FOUND
                   END-IF
                END-PERFORM
                IF NOT ROOM-WAS-FOUND
                   MOVE "N" TO MAP-VALID (WS-MAP-COUNT)
                   DISPLAY "VALIDATE-MAP-ENTRY: NEXT ROOM "
                      PM-NEW-CLASSROOM " FOR " PM-OLD-CLASSROOM
                      " NOT ON CLASSRM.DAT, ROOM NOT PROMOTED"
                END-IF
             WHEN OTHER
                MOVE "N" TO MAP-VALID (WS-MAP-COUNT)
                DISPLAY "VALIDATE-MAP-ENTRY: ACTION " PM-ACTION
                   " FOR " PM-OLD-CLASSROOM " NOT P OR R, "
                   "ROOM NOT PROMOTED"
          END-EVALUATE.

      *-----------------------------------------------------------------
      * Every pass decides a student's fate from the master row as it
      * stood before the rollover, so the roster, the history, and the
      * master always agree.
      *-----------------------------------------------------------------
       DETERMINE-DISPOSITION.
          MOVE SPACES TO WS-NEXT-CLASSROOM.
          IF SM-STATUS-FLAG = "W"
             MOVE "W" TO WS-DISPOSITION
          ELSE
             MOVE "N" TO WS-MAP-FOUND
             MOVE "U" TO WS-DISPOSITION
             PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                     UNTIL WS-MAP-SUB > WS-MAP-COUNT
                        OR WS-MAP-FOUND = "Y"
                IF MAP-OLD-CLASSROOM (WS-MAP-SUB) = SM-CLASSROOM-ID
                   MOVE "Y" TO WS-MAP-FOUND
                   EVALUATE TRUE
                      WHEN MAP-VALID (WS-MAP-SUB) NOT = "Y"
                         MOVE "X" TO WS-DISPOSITION
                      WHEN MAP-ACTION (WS-MAP-SUB) = "R"
                         MOVE "R" TO WS-DISPOSITION
                      WHEN OTHER
                         MOVE "P" TO WS-DISPOSITION
                         MOVE MAP-NEW-CLASSROOM (WS-MAP-SUB)
                            TO WS-NEXT-CLASSROOM
                   END-EVALUATE
                END-IF
             END-PERFORM
          END-IF.

       READ-MASTER-BY-ID.
          MOVE "N" TO WS-MASTER-ROW-FOUND.
          READ STUDENT-MASTER-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE "Y" TO WS-MASTER-ROW-FOUND
          END-READ.

      *-----------------------------------------------------------------
       OPEN-ROLLOVER-FILES.
          OPEN I-O STUDENT-MASTER-FILE.
          IF WS-STUDENT-MASTER-STATUS NOT = "00"
             MOVE "Y" TO WS-ROLL-REFUSED
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING "ROLLOVER NOT RUN - UNABLE TO OPEN STUDMAST.DAT, "
                    "STATUS = " WS-STUDENT-MASTER-STATUS
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE-LINE
             END-STRING
          END-IF.

          OPEN INPUT ROSTER-FILE.
          IF WS-ROSTER-STATUS NOT = "00"
             DISPLAY "OPEN-ROLLOVER-FILES: UNABLE TO OPEN ROSTER.DAT, "
                "STATUS = " WS-ROSTER-STATUS
          END-IF.

          OPEN OUTPUT ROSTER-NEW-FILE.
          IF WS-ROSTER-NEW-STATUS NOT = "00"
             MOVE "Y" TO WS-ROLL-REFUSED
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING "ROLLOVER NOT RUN - UNABLE TO OPEN ROSTER.NEW, "
                    "STATUS = " WS-ROSTER-NEW-STATUS
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE-LINE
             END-STRING
          END-IF.

          OPEN INPUT HISTORY-FILE.
          IF WS-HISTORY-STATUS NOT = "00"
             DISPLAY "OPEN-ROLLOVER-FILES: NO ENRLHIST.DAT, "
                "STATUS = " WS-HISTORY-STATUS
          END-IF.

          OPEN OUTPUT HISTORY-NEW-FILE.
          IF WS-HISTORY-NEW-STATUS NOT = "00"
             MOVE "Y" TO WS-ROLL-REFUSED
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING "ROLLOVER NOT RUN - UNABLE TO OPEN ENRLHIST.NEW, "
                    "STATUS = " WS-HISTORY-NEW-STATUS
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE-LINE
             END-STRING
          END-IF.

          OPEN EXTEND PRIOR-STUDENT-FILE.
          IF WS-PRIOR-STUDENT-STATUS NOT = "00"
             OPEN OUTPUT PRIOR-STUDENT-FILE
          END-IF.
          IF WS-PRIOR-STUDENT-STATUS NOT = "00"
             MOVE "Y" TO WS-ROLL-REFUSED
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING "ROLLOVER NOT RUN - UNABLE TO OPEN STUDPY.DAT, "
                    "STATUS = " WS-PRIOR-STUDENT-STATUS
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE-LINE
             END-STRING
          END-IF.

          OPEN EXTEND PRIOR-HISTORY-FILE.
          IF WS-PRIOR-HISTORY-STATUS NOT = "00"
             OPEN OUTPUT PRIOR-HISTORY-FILE
          END-IF.
          IF WS-PRIOR-HISTORY-STATUS NOT = "00"
             MOVE "Y" TO WS-ROLL-REFUSED
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING "ROLLOVER NOT RUN - UNABLE TO OPEN HISTPY.DAT, "
                    "STATUS = " WS-PRIOR-HISTORY-STATUS
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE-LINE
             END-STRING
          END-IF.

          IF ROLL-WAS-REFUSED
             PERFORM CLOSE-ROLLOVER-FILES
          END-IF.

       CLOSE-ROLLOVER-FILES.
          IF WS-STUDENT-MASTER-STATUS = "00"
             OR WS-STUDENT-MASTER-STATUS = "10"
             OR WS-STUDENT-MASTER-STATUS = "23"
             CLOSE STUDENT-MASTER-FILE
          END-IF.
          IF WS-ROSTER-STATUS = "00" OR WS-ROSTER-STATUS = "10"
             CLOSE ROSTER-FILE
          END-IF.
          IF WS-ROSTER-NEW-STATUS = "00"
             CLOSE ROSTER-NEW-FILE
          END-IF.
          IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
             CLOSE HISTORY-FILE
          END-IF.
          IF WS-HISTORY-NEW-STATUS = "00"
             CLOSE HISTORY-NEW-FILE
          END-IF.
          IF WS-PRIOR-STUDENT-STATUS = "00"
             CLOSE PRIOR-STUDENT-FILE
          END-IF.
          IF WS-PRIOR-HISTORY-STATUS = "00"
             CLOSE PRIOR-HISTORY-FILE
          END-IF.

      *-----------------------------------------------------------------
      * History rows for archived students move to HISTPY.DAT; all
      * other rows, including rows with no master, carry forward.
      *-----------------------------------------------------------------
       ROLL-HISTORY.
          MOVE "N" TO WS-HISTORY-EOF.
          IF WS-HISTORY-STATUS NOT = "00"
             MOVE "Y" TO WS-HISTORY-EOF
          END-IF.

          PERFORM UNTIL HISTORY-AT-EOF
             READ HISTORY-FILE
                AT END
                   MOVE "Y" TO WS-HISTORY-EOF
                NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   PERFORM ROLL-ONE-HISTORY-ROW
             END-READ
          END-PERFORM.

       ROLL-ONE-HISTORY-ROW.
          MOVE EH-STUDENT-ID TO SM-STUDENT-ID.
          PERFORM READ-MASTER-BY-ID.
          MOVE SPACE TO WS-DISPOSITION.
          IF MASTER-ROW-WAS-FOUND
             PERFORM DETERMINE-DISPOSITION
          END-IF.

          IF DISP-ARCHIVED
             MOVE WS-SCHOOL-YEAR    TO PH-SCHOOL-YEAR
             MOVE EH-STUDENT-ID     TO PH-STUDENT-ID
             MOVE EH-ACTION         TO PH-ACTION
             MOVE EH-EFF-DATE       TO PH-EFF-DATE
             MOVE EH-FROM-CLASSROOM TO PH-FROM-CLASSROOM
             MOVE EH-TO-CLASSROOM   TO PH-TO-CLASSROOM
             MOVE EH-APPLIED-DATE   TO PH-APPLIED-DATE
             WRITE PRIOR-HISTORY-RECORD
             ADD 1 TO WS-HISTORY-ARCHIVED-COUNT
          ELSE
             MOVE HISTORY-RECORD TO HISTORY-NEW-RECORD
             WRITE HISTORY-NEW-RECORD
             ADD 1 TO WS-HISTORY-KEPT-COUNT
          END-IF.

      *-----------------------------------------------------------------
      * Roster rows for archived students are dropped and promoted
      * students take their next-year room.  A roster row with no
      * master carries forward for the STUDENT run to suspend.
      *-----------------------------------------------------------------
       ROLL-ROSTER.
          MOVE "N" TO WS-ROSTER-EOF.
          IF WS-ROSTER-STATUS NOT = "00"
             MOVE "Y" TO WS-ROSTER-EOF
          END-IF.

          PERFORM UNTIL ROSTER-AT-EOF
             READ ROSTER-FILE
                AT END
                   MOVE "Y" TO WS-ROSTER-EOF
                NOT AT END
                   ADD 1 TO WS-ROSTER-READ-COUNT
                   PERFORM ROLL-ONE-ROSTER-ROW
             END-READ
          END-PERFORM.

       ROLL-ONE-ROSTER-ROW.
          MOVE ROSTER-STUDENT-ID TO SM-STUDENT-ID.
          PERFORM READ-MASTER-BY-ID.
          MOVE SPACE TO WS-DISPOSITION.
          IF MASTER-ROW-WAS-FOUND
             PERFORM DETERMINE-DISPOSITION
          END-IF.

          IF DISP-ARCHIVED
             ADD 1 TO WS-ROSTER-DROPPED-COUNT
          ELSE
             MOVE ROSTER-RECORD TO ROSTER-NEW-RECORD
             IF DISP-PROMOTED
                MOVE WS-NEXT-CLASSROOM TO RN-CLASSROOM-ID
             END-IF
             WRITE ROSTER-NEW-RECORD
             ADD 1 TO WS-ROSTER-KEPT-COUNT
          END-IF.

      *-----------------------------------------------------------------
       ROLL-MASTER.
          MOVE "N" TO WS-STUDENT-MASTER-EOF.
          MOVE 0 TO SM-STUDENT-ID.
          START STUDENT-MASTER-FILE KEY NOT LESS THAN SM-STUDENT-ID
             INVALID KEY
                MOVE "Y" TO WS-STUDENT-MASTER-EOF
          END-START.

          PERFORM UNTIL STUDENT-MASTER-AT-EOF
             READ STUDENT-MASTER-FILE NEXT
                AT END
                   MOVE "Y" TO WS-STUDENT-MASTER-EOF
                NOT AT END
                   ADD 1 TO WS-MASTER-BEFORE-COUNT
                   PERFORM ROLL-ONE-STUDENT
             END-READ
          END-PERFORM.

       ROLL-ONE-STUDENT.
          MOVE SM-CLASSROOM-ID TO WS-OLD-CLASSROOM.
          MOVE SM-CLASSROOM-ID TO WS-LOOKUP-CLASSROOM.
          PERFORM FIND-ROOM-ENTRY.
          IF WS-ROOM-MATCH-SUB > 0
             ADD 1 TO RM-BEFORE (WS-ROOM-MATCH-SUB)
          END-IF.

          MOVE SPACES          TO WS-ROLL-DETAIL.
          MOVE SM-STUDENT-ID   TO WS-RD-ID.
          MOVE SM-STUDENT-NAME TO WS-RD-NAME.
          MOVE SM-CLASSROOM-ID TO WS-RD-OLD-ROOM.

          PERFORM DETERMINE-DISPOSITION.
          EVALUATE TRUE
             WHEN DISP-WITHDRAWN
                PERFORM ARCHIVE-STUDENT
             WHEN DISP-RETIRED
                PERFORM ARCHIVE-STUDENT
             WHEN DISP-PROMOTED
                PERFORM PROMOTE-STUDENT
             WHEN DISP-MAP-INVALID
                ADD 1 TO WS-UNCHANGED-COUNT
                MOVE SM-CLASSROOM-ID TO WS-RD-NEW-ROOM
                MOVE "KEPT - MAP ROW INVALID" TO WS-RD-DISPOSITION
             WHEN OTHER
                ADD 1 TO WS-UNCHANGED-COUNT
                MOVE SM-CLASSROOM-ID TO WS-RD-NEW-ROOM
                MOVE "KEPT - ROOM NOT ON MAP" TO WS-RD-DISPOSITION
          END-EVALUATE.

          MOVE WS-ROLL-DETAIL TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.

       ARCHIVE-STUDENT.
          MOVE WS-SCHOOL-YEAR  TO PS-SCHOOL-YEAR.
          MOVE WS-DISPOSITION  TO PS-DISPOSITION.
          MOVE SM-STUDENT-ID   TO PS-STUDENT-ID.
          MOVE SM-STUDENT-NAME TO PS-STUDENT-NAME.
          MOVE SM-BIRTH-DATE   TO PS-BIRTH-DATE.
          MOVE SM-CLASSROOM-ID TO PS-CLASSROOM-ID.
          MOVE SM-STATUS-FLAG  TO PS-STATUS-FLAG.
          WRITE PRIOR-STUDENT-RECORD.

          DELETE STUDENT-MASTER-FILE
             INVALID KEY
                ADD 1 TO WS-FAILED-COUNT
                MOVE "ARCHIVE FAILED - NOT DELETED"
                   TO WS-RD-DISPOSITION
             NOT INVALID KEY
                ADD 1 TO WS-ARCHIVED-COUNT
                IF DISP-WITHDRAWN
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   IF WS-ROOM-MATCH-SUB > 0
                      ADD 1 TO RM-WITHDRAWN (WS-ROOM-MATCH-SUB)
                   END-IF
                   MOVE "ARCHIVED - WITHDRAWN" TO WS-RD-DISPOSITION
                ELSE
                   ADD 1 TO WS-RETIRED-COUNT
                   IF WS-ROOM-MATCH-SUB > 0
                      ADD 1 TO RM-RETIRED (WS-ROOM-MATCH-SUB)
                   END-IF
                   MOVE "ARCHIVED - RETIRED FROM TOP GRADE"
                      TO WS-RD-DISPOSITION
                END-IF
          END-DELETE.

       PROMOTE-STUDENT.
          MOVE WS-NEXT-CLASSROOM TO SM-CLASSROOM-ID.
          MOVE WS-NEXT-CLASSROOM TO WS-RD-NEW-ROOM.
          REWRITE STUDENT-MASTER-RECORD
             INVALID KEY
                ADD 1 TO WS-FAILED-COUNT
                MOVE "PROMOTION FAILED - NOT REWRITTEN"
                   TO WS-RD-DISPOSITION
             NOT INVALID KEY
                ADD 1 TO WS-PROMOTED-COUNT
                MOVE "PROMOTED" TO WS-RD-DISPOSITION
                IF WS-ROOM-MATCH-SUB > 0
                   ADD 1 TO RM-PROMOTED-OUT (WS-ROOM-MATCH-SUB)
                END-IF
                MOVE WS-NEXT-CLASSROOM TO WS-LOOKUP-CLASSROOM
                PERFORM FIND-ROOM-ENTRY
                IF WS-ROOM-MATCH-SUB > 0
                   ADD 1 TO RM-PROMOTED-IN (WS-ROOM-MATCH-SUB)
                END-IF
                PERFORM WRITE-PROMOTION-HISTORY
          END-REWRITE.

       WRITE-PROMOTION-HISTORY.
          MOVE SM-STUDENT-ID     TO HN-STUDENT-ID.
          MOVE "T"               TO HN-ACTION.
          MOVE WS-NEW-YEAR-DATE  TO HN-EFF-DATE.
          MOVE WS-OLD-CLASSROOM  TO HN-FROM-CLASSROOM.
          MOVE WS-NEXT-CLASSROOM TO HN-TO-CLASSROOM.
          MOVE WS-TODAY-DATE     TO HN-APPLIED-DATE.
          WRITE HISTORY-NEW-RECORD.
          ADD 1 TO WS-HISTORY-ADDED-COUNT.

      *-----------------------------------------------------------------
      * The after-counts are taken from the updated master, not from
      * the movement counters, so the recap proves the rollover.
      *-----------------------------------------------------------------
       RECOUNT-MASTER.
          MOVE "N" TO WS-STUDENT-MASTER-EOF.
          MOVE 0 TO SM-STUDENT-ID.
          START STUDENT-MASTER-FILE KEY NOT LESS THAN SM-STUDENT-ID
             INVALID KEY
                MOVE "Y" TO WS-STUDENT-MASTER-EOF
          END-START.

          PERFORM UNTIL STUDENT-MASTER-AT-EOF
             READ STUDENT-MASTER-FILE NEXT
                AT END
                   MOVE "Y" TO WS-STUDENT-MASTER-EOF
                NOT AT END
                   ADD 1 TO WS-MASTER-AFTER-COUNT
                   MOVE SM-CLASSROOM-ID TO WS-LOOKUP-CLASSROOM
                   PERFORM FIND-ROOM-ENTRY
                   IF WS-ROOM-MATCH-SUB > 0
                      ADD 1 TO RM-ON-FILE (WS-ROOM-MATCH-SUB)
                   END-IF
             END-READ
          END-PERFORM.

      *-----------------------------------------------------------------
       WRITE-ROLL-HEADING.
          MOVE WS-ROLL-HEADING-1 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-SCHOOL-YEAR   TO WS-RH-YEAR.
          MOVE WS-NEW-YEAR-DATE TO WS-RH-NEW-YEAR-DATE.
          MOVE WS-TODAY-DATE    TO WS-RH-RUN-DATE.
          MOVE WS-ROLL-HEADING-2 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE SPACES TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          IF NOT ROLL-WAS-REFUSED
             MOVE WS-ROLL-HEADING-3 TO ROLL-REPORT-RECORD
             WRITE ROLL-REPORT-RECORD
          END-IF.

       WRITE-CLASSROOM-RECAP.
          MOVE SPACES TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-RECAP-HEADING-1 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-RECAP-HEADING-2 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                  UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
             PERFORM WRITE-RECAP-DETAIL
          END-PERFORM.

       WRITE-RECAP-DETAIL.
          COMPUTE WS-COMPUTED-AFTER =
             RM-BEFORE (WS-ROOM-SUB)
             - RM-WITHDRAWN (WS-ROOM-SUB)
             - RM-RETIRED (WS-ROOM-SUB)
             - RM-PROMOTED-OUT (WS-ROOM-SUB)
             + RM-PROMOTED-IN (WS-ROOM-SUB).
          MOVE RM-CLASSROOM-ID (WS-ROOM-SUB) TO WS-RC-CLASSROOM.
          MOVE RM-BEFORE (WS-ROOM-SUB)       TO WS-RC-BEFORE.
          MOVE RM-WITHDRAWN (WS-ROOM-SUB)    TO WS-RC-WITHDRAWN.
          MOVE RM-RETIRED (WS-ROOM-SUB)      TO WS-RC-RETIRED.
          MOVE RM-PROMOTED-OUT (WS-ROOM-SUB) TO WS-RC-PROM-OUT.
          MOVE RM-PROMOTED-IN (WS-ROOM-SUB)  TO WS-RC-PROM-IN.
          MOVE WS-COMPUTED-AFTER             TO WS-RC-AFTER.
          MOVE RM-ON-FILE (WS-ROOM-SUB)      TO WS-RC-ON-FILE.
          MOVE RM-CAPACITY (WS-ROOM-SUB)     TO WS-RC-CAPACITY.
          EVALUATE TRUE
             WHEN WS-COMPUTED-AFTER NOT = RM-ON-FILE (WS-ROOM-SUB)
                ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                MOVE "** OUT OF BALANCE **" TO WS-RC-STATUS
             WHEN RM-ON-CLASSRM (WS-ROOM-SUB) NOT = "Y"
                MOVE "BALANCED - NOT ON CLASSRM.DAT" TO WS-RC-STATUS
             WHEN RM-CAPACITY (WS-ROOM-SUB) > 0
                AND RM-ON-FILE (WS-ROOM-SUB) > RM-CAPACITY (WS-ROOM-SUB)
                MOVE "BALANCED - OVER CAPACITY" TO WS-RC-STATUS
             WHEN OTHER
                MOVE "BALANCED" TO WS-RC-STATUS
          END-EVALUATE.
          MOVE WS-RECAP-DETAIL TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.

       WRITE-ROLL-TOTALS.
          MOVE SPACES TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-MASTER-BEFORE-COUNT TO WS-RT-BEFORE.
          MOVE WS-WITHDRAWN-COUNT     TO WS-RT-WITHDRAWN.
          MOVE WS-RETIRED-COUNT       TO WS-RT-RETIRED.
          MOVE WS-PROMOTED-COUNT      TO WS-RT-PROMOTED.
          MOVE WS-UNCHANGED-COUNT     TO WS-RT-UNCHANGED.
          MOVE WS-FAILED-COUNT        TO WS-RT-FAILED.
          MOVE WS-MASTER-AFTER-COUNT  TO WS-RT-AFTER.
          MOVE WS-ROLL-TOTALS-1 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-ROSTER-READ-COUNT    TO WS-RT-ROSTER-READ.
          MOVE WS-ROSTER-KEPT-COUNT    TO WS-RT-ROSTER-KEPT.
          MOVE WS-ROSTER-DROPPED-COUNT TO WS-RT-ROSTER-DROPPED.
          MOVE WS-ROLL-TOTALS-2 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-HISTORY-READ-COUNT     TO WS-RT-HIST-READ.
          MOVE WS-HISTORY-KEPT-COUNT     TO WS-RT-HIST-KEPT.
          MOVE WS-HISTORY-ARCHIVED-COUNT TO WS-RT-HIST-ARCHIVED.
          MOVE WS-HISTORY-ADDED-COUNT    TO WS-RT-HIST-ADDED.
          MOVE WS-ROLL-TOTALS-3 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.

          IF WS-OUT-OF-BALANCE-COUNT = 0
             AND WS-MASTER-BEFORE-COUNT - WS-ARCHIVED-COUNT
                 = WS-MASTER-AFTER-COUNT
             MOVE "Y" TO WS-ROLL-BALANCED
             MOVE "ROLLOVER IN BALANCE" TO WS-RT-BALANCE
          ELSE
             MOVE "N" TO WS-ROLL-BALANCED
             MOVE "** ROLLOVER OUT OF BALANCE - DO NOT RENAME FILES **"
                TO WS-RT-BALANCE
             MOVE 8 TO RETURN-CODE
          END-IF.
          MOVE WS-ROLL-TOTALS-4 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.

       WRITE-RECOVERY-STEPS.
          MOVE SPACES TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-RECOVERY-HEADING TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-RECOVERY-LINE-1 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-RECOVERY-LINE-2 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-SCHOOL-YEAR TO WS-RV-YEAR.
          MOVE WS-RECOVERY-LINE-3 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
          MOVE WS-RECOVERY-LINE-4 TO ROLL-REPORT-RECORD.
          WRITE ROLL-REPORT-RECORD.
