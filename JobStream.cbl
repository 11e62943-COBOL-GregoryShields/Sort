       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.

      *-----------------------------------------------------------------
      * Batch job-stream driver.  The steps of the nightly stream are
      * read from JOBSTRM.DAT and CALLed in order; after each step the
      * condition code left in RETURN-CODE is checked against the
      * highest code that step may return, and the stream stops at the
      * first step that goes over it.
      *
      * JOBSTRM.DAT rows:
      *   S  step number (3, ascending), step name (8), program to CALL
      *      (12), highest condition code allowed (4), description (30)
      *   C  control card for the step above it: file name (12), card
      *      text (80).  The card is written to the named file just
      *      before the step is called (RUNMODE.DAT for sort-names, and
      *      so on).  Cards for one file must be consecutive; the first
      *      creates the file and the rest are added to it.
      *   R  rename for the step above it: from-file (12), to-file
      *      (12).  When the step ends COMPLETE the from-file is copied
      *      over the to-file, so a step that writes ROSTER.NEW has it
      *      put in place as ROSTER.DAT before the next step runs.
      *   *  comment; blank rows are ignored.
      *
      * Every step that runs is appended to JOBSTEP.LOG with its start
      * and end date and time and its condition code.  JOBRST.DAT keeps
      * the last step that finished good; when the previous run did not
      * complete, the stream resumes after that step instead of running
      * the finished steps again.  The optional card JOBCTL.DAT
      * overrides this: F forces a fresh start at the first step, and
      * S nnn starts at step nnn.  The card is emptied when the stream
      * starts, so it applies to that one run only; a run that is
      * refused leaves it in place for the rerun.
      *
      * The run ends with the one-page run sheet JOBRUN.RPT.  The
      * driver returns the highest step condition code when the stream
      * completes, and 16 when it stopped or could not start.  A step
      * whose program cannot be loaded, whose control card cannot be
      * written, or whose return code is negative or over 9999, is
      * given condition code 9999.  So is a step whose rename copy
      * fails; it is marked RENAME ERR and the rerun resumes at it.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO "JOBSTRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-DEF-STATUS.

           SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-CONTROL-STATUS.

           SELECT RESTART-FILE ASSIGN TO "JOBRST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "JOBSTEP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN USING WS-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.

           SELECT RENAME-FROM-FILE ASSIGN USING WS-FROM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENAME-FROM-STATUS.

           SELECT RENAME-TO-FILE ASSIGN USING WS-TO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENAME-TO-STATUS.

           SELECT RUN-SHEET-FILE ASSIGN TO "JOBRUN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-SHEET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEF-FILE
           RECORDING MODE IS F.
       01 STREAM-DEF-RECORD.
          05 JD-REC-TYPE           PIC X.
             88 JD-STEP-ROW        VALUE "S".
             88 JD-CARD-ROW        VALUE "C".
             88 JD-RENAME-ROW      VALUE "R".
             88 JD-COMMENT-ROW     VALUE "*" " ".
          05 JD-STEP-DATA.
             10 JD-STEP-NO-X       PIC X(3).
             10 JD-STEP-NO REDEFINES JD-STEP-NO-X
                                   PIC 9(3).
             10 JD-STEP-NAME       PIC X(8).
             10 JD-PROGRAM         PIC X(12).
             10 JD-MAX-CC-X        PIC X(4).
             10 JD-MAX-CC REDEFINES JD-MAX-CC-X
                                   PIC 9(4).
             10 JD-STEP-DESC       PIC X(30).
             10 FILLER             PIC X(35).
          05 JD-CARD-DATA REDEFINES JD-STEP-DATA.
             10 JD-CARD-FILE       PIC X(12).
             10 JD-CARD-TEXT       PIC X(80).
          05 JD-RENAME-DATA REDEFINES JD-STEP-DATA.
             10 JD-FROM-FILE       PIC X(12).
             10 JD-TO-FILE         PIC X(12).
             10 FILLER             PIC X(68).

       FD  JOB-CONTROL-FILE
           RECORDING MODE IS F.
       01 JOB-CONTROL-RECORD.
          05 JC-START-OPTION       PIC X.
             88 JC-FRESH-START     VALUE "F".
             88 JC-START-AT-STEP   VALUE "S".
          05 JC-START-STEP-X       PIC X(3).
          05 JC-START-STEP REDEFINES JC-START-STEP-X
                                   PIC 9(3).

       FD  RESTART-FILE
           RECORDING MODE IS F.
       01 RESTART-RECORD.
          05 RS-STREAM-STATUS      PIC X.
             88 RS-STREAM-COMPLETE VALUE "C".
             88 RS-STREAM-ACTIVE   VALUE "A".
             88 RS-STREAM-FAILED   VALUE "F".
          05 RS-LAST-GOOD-STEP     PIC 9(3).
          05 RS-STREAM-DATE        PIC 9(8).
          05 RS-STREAM-TIME        PIC 9(6).
          05 RS-FAILED-STEP        PIC 9(3).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01 STEP-LOG-RECORD.
          05 LG-STREAM-DATE        PIC 9(8).
          05 LG-STREAM-TIME        PIC 9(6).
          05 LG-STEP-NO            PIC 9(3).
          05 LG-STEP-NAME          PIC X(8).
          05 LG-PROGRAM            PIC X(12).
          05 LG-START-DATE         PIC 9(8).
          05 LG-START-TIME         PIC 9(6).
          05 LG-END-DATE           PIC 9(8).
          05 LG-END-TIME           PIC 9(6).
          05 LG-COND-CODE          PIC 9(4).
          05 LG-MAX-CC             PIC 9(4).
          05 LG-STEP-STATUS        PIC X(10).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01 CONTROL-CARD-RECORD PIC X(80).

       FD  RENAME-FROM-FILE
           RECORDING MODE IS F.
       01 RENAME-FROM-RECORD PIC X(256).

       FD  RENAME-TO-FILE
           RECORDING MODE IS F.
       01 RENAME-TO-RECORD PIC X(256).

       FD  RUN-SHEET-FILE
           RECORDING MODE IS F.
       01 RUN-SHEET-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-STREAM-DEF-STATUS     PIC XX VALUE "00".
       01 WS-JOB-CONTROL-STATUS    PIC XX VALUE "00".
       01 WS-RESTART-STATUS        PIC XX VALUE "00".
       01 WS-STEP-LOG-STATUS       PIC XX VALUE "00".
       01 WS-CONTROL-CARD-STATUS   PIC XX VALUE "00".
       01 WS-RUN-SHEET-STATUS      PIC XX VALUE "00".
       01 WS-RENAME-FROM-STATUS    PIC XX VALUE "00".
       01 WS-RENAME-TO-STATUS      PIC XX VALUE "00".

       01 WS-CARD-FILE-NAME        PIC X(12) VALUE SPACES.
       01 WS-FROM-FILE-NAME        PIC X(12) VALUE SPACES.
       01 WS-TO-FILE-NAME          PIC X(12) VALUE SPACES.
       01 WS-CALL-PROGRAM          PIC X(12) VALUE SPACES.

       01 WS-STREAM-DEF-EOF        PIC X  VALUE "N".
           88 STREAM-DEF-AT-EOF    VALUE "Y".
       01 WS-STEP-LOG-AVAIL        PIC X  VALUE "N".
           88 STEP-LOG-IS-AVAIL    VALUE "Y".
       01 WS-CARD-FILE-OPEN        PIC X  VALUE "N".
           88 CARD-FILE-IS-OPEN    VALUE "Y".
       01 WS-CARD-ERROR            PIC X  VALUE "N".
           88 CARD-ERROR-FOUND     VALUE "Y".
       01 WS-RENAME-ERROR          PIC X  VALUE "N".
           88 RENAME-ERROR-FOUND   VALUE "Y".
       01 WS-RENAME-FROM-EOF       PIC X  VALUE "N".
           88 RENAME-FROM-AT-EOF   VALUE "Y".
       01 WS-PROGRAM-MISSING       PIC X  VALUE "N".
           88 PROGRAM-IS-MISSING   VALUE "Y".
       01 WS-STREAM-RESTARTED      PIC X  VALUE "N".
           88 STREAM-WAS-RESTARTED VALUE "Y".
       01 WS-OPERATOR-START        PIC X  VALUE "N".
           88 OPERATOR-START-GIVEN VALUE "Y".
       01 WS-JOB-CONTROL-READ      PIC X  VALUE "N".
           88 JOB-CONTROL-WAS-READ VALUE "Y".
       01 WS-STREAM-STATE          PIC X  VALUE "R".
           88 STREAM-RUNNING       VALUE "R".
           88 STREAM-STOPPED       VALUE "S".
           88 STREAM-REFUSED       VALUE "X".

       01 WS-STEP-COUNT            PIC 9(3) VALUE 0.
       01 WS-STEP-SUB              PIC 9(3) VALUE 0.
       01 WS-CARD-COUNT            PIC 9(3) VALUE 0.
       01 WS-CARD-SUB              PIC 9(3) VALUE 0.
       01 WS-LAST-CARD-SUB         PIC 9(3) VALUE 0.
       01 WS-RENAME-COUNT          PIC 9(3) VALUE 0.
       01 WS-RENAME-SUB            PIC 9(3) VALUE 0.
       01 WS-LAST-RENAME-SUB       PIC 9(3) VALUE 0.
       01 WS-COPY-COUNT            PIC 9(7) VALUE 0.
       01 WS-DEF-ROW-COUNT         PIC 9(5) VALUE 0.
       01 WS-DEF-ERROR-COUNT       PIC 9(3) VALUE 0.
       01 WS-PREV-STEP-NO          PIC 9(3) VALUE 0.
       01 WS-LAST-GOOD-STEP        PIC 9(3) VALUE 0.
       01 WS-RESUME-AFTER-STEP     PIC 9(3) VALUE 0.
       01 WS-RESTART-CODE          PIC X  VALUE "A".
       01 WS-FAILED-SUB            PIC 9(3) VALUE 0.
       01 WS-RESUME-SUB            PIC 9(3) VALUE 0.
       01 WS-STEPS-RUN             PIC 9(3) VALUE 0.
       01 WS-STEPS-BYPASSED        PIC 9(3) VALUE 0.
       01 WS-STEPS-NOT-RUN         PIC 9(3) VALUE 0.
       01 WS-STEP-CC               PIC 9(4) VALUE 0.
       01 WS-HIGHEST-CC            PIC 9(4) VALUE 0.
       01 WS-STREAM-CC             PIC 9(4) VALUE 0.
       01 WS-REFUSED-REASON        PIC X(60) VALUE SPACES.

       01 WS-STREAM-START-DATE     PIC 9(8) VALUE 0.
       01 WS-STREAM-START-TIME     PIC 9(6) VALUE 0.
       01 WS-STREAM-END-DATE       PIC 9(8) VALUE 0.
       01 WS-STREAM-END-TIME       PIC 9(6) VALUE 0.
       01 WS-PRIOR-RUN-DATE        PIC 9(8) VALUE 0.
       01 WS-PRIOR-RUN-TIME        PIC 9(6) VALUE 0.

       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 50 TIMES.
             10 ST-STEP-NO         PIC 9(3).
             10 ST-STEP-NAME       PIC X(8).
             10 ST-PROGRAM         PIC X(12).
             10 ST-MAX-CC          PIC 9(4).
             10 ST-STEP-DESC       PIC X(30).
             10 ST-FIRST-CARD      PIC 9(3).
             10 ST-CARD-COUNT      PIC 9(3).
             10 ST-FIRST-RENAME    PIC 9(3).
             10 ST-RENAME-COUNT    PIC 9(3).
             10 ST-START-DATE      PIC 9(8).
             10 ST-START-TIME      PIC 9(6).
             10 ST-END-DATE        PIC 9(8).
             10 ST-END-TIME        PIC 9(6).
             10 ST-COND-CODE       PIC 9(4).
             10 ST-STEP-STATUS     PIC X(10).

       01 CARD-TABLE.
          05 CARD-ENTRY OCCURS 200 TIMES.
             10 CT-CARD-FILE       PIC X(12).
             10 CT-CARD-TEXT       PIC X(80).

       01 RENAME-TABLE.
          05 RENAME-ENTRY OCCURS 100 TIMES.
             10 RT-FROM-FILE       PIC X(12).
             10 RT-TO-FILE         PIC X(12).

       01 WS-CURRENT-DATE.
          05 WS-CD-YYYY    PIC 9(4).
          05 WS-CD-MM      PIC 99.
          05 WS-CD-DD      PIC 99.
          05 WS-CD-TIME    PIC 9(6).
          05 FILLER        PIC X(7).
       01 WS-TODAY-YYYYMMDD REDEFINES WS-CURRENT-DATE.
          05 WS-TODAY-DATE PIC 9(8).
          05 FILLER        PIC X(13).

       01 WS-TIME-IN               PIC 9(6) VALUE 0.
       01 WS-TIME-IN-PARTS REDEFINES WS-TIME-IN.
          05 WS-TI-HH              PIC 99.
          05 WS-TI-MM              PIC 99.
          05 WS-TI-SS              PIC 99.
       01 WS-TIME-OUT.
          05 WS-TO-HH              PIC 99.
          05 FILLER                PIC X  VALUE ":".
          05 WS-TO-MM              PIC 99.
          05 FILLER                PIC X  VALUE ":".
          05 WS-TO-SS              PIC 99.

       01 WS-SHEET-HEADING-1.
          05 FILLER    PIC X(30) VALUE SPACES.
          05 FILLER    PIC X(20) VALUE "JOB STREAM RUN SHEET".
          05 FILLER    PIC X(16) VALUE SPACES.
          05 FILLER    PIC X(10) VALUE "RUN DATE: ".
          05 WS-SH-RUN-DATE PIC 9999/99/99.

       01 WS-SHEET-HEADING-2.
          05 FILLER    PIC X(16) VALUE "STREAM STARTED: ".
          05 WS-SH-START-DATE PIC 9999/99/99.
          05 FILLER    PIC X     VALUE SPACE.
          05 WS-SH-START-TIME PIC X(8).
          05 FILLER    PIC X(10) VALUE "   ENDED: ".
          05 WS-SH-END-DATE   PIC 9999/99/99.
          05 FILLER    PIC X     VALUE SPACE.
          05 WS-SH-END-TIME   PIC X(8).

       01 WS-SHEET-FRESH-LINE.
          05 FILLER    PIC X(40)
                       VALUE "FRESH START - ALL STEPS RUN FROM THE TOP".

       01 WS-SHEET-RESTART-LINE.
          05 FILLER    PIC X(26)
                       VALUE "RESTART - RESUMED AT STEP ".
          05 WS-SR-RESUME-STEP PIC 9(3).
          05 FILLER    PIC X(30)
                       VALUE ", EARLIER STEPS DONE ON RUN OF".
          05 FILLER    PIC X     VALUE SPACE.
          05 WS-SR-PRIOR-DATE PIC 9999/99/99.
          05 FILLER    PIC X     VALUE SPACE.
          05 WS-SR-PRIOR-TIME PIC X(8).

       01 WS-SHEET-OPERATOR-LINE.
          05 FILLER    PIC X(23)
                       VALUE "OPERATOR START AT STEP ".
          05 WS-SO-START-STEP PIC 9(3).
          05 FILLER    PIC X(13) VALUE " (JOBCTL.DAT)".
          05 FILLER    PIC X(24)
                       VALUE ", EARLIER STEPS BYPASSED".

       01 WS-SHEET-HEADING-3.
          05 FILLER    PIC X(5)  VALUE "STEP ".
          05 FILLER    PIC X(10) VALUE "NAME      ".
          05 FILLER    PIC X(14) VALUE "PROGRAM       ".
          05 FILLER    PIC X(32) VALUE "DESCRIPTION".
          05 FILLER    PIC X(21) VALUE "STARTED".
          05 FILLER    PIC X(21) VALUE "ENDED".
          05 FILLER    PIC X(12) VALUE "  CC   MAX  ".
          05 FILLER    PIC X(10) VALUE "STATUS".

       01 WS-SHEET-DETAIL.
          05 WS-RD-STEP-NO     PIC 9(3).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RD-STEP-NAME   PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RD-PROGRAM     PIC X(12).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RD-DESC        PIC X(30).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RD-RUN-DATA.
             10 WS-RD-START-DATE  PIC 9999/99/99.
             10 FILLER            PIC X     VALUE SPACE.
             10 WS-RD-START-TIME  PIC X(8).
             10 FILLER            PIC X(2)  VALUE SPACES.
             10 WS-RD-END-DATE    PIC 9999/99/99.
             10 FILLER            PIC X     VALUE SPACE.
             10 WS-RD-END-TIME    PIC X(8).
             10 FILLER            PIC X(2)  VALUE SPACES.
             10 WS-RD-COND-CODE   PIC ZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RD-MAX-CC      PIC ZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-RD-STATUS      PIC X(10).
          05 WS-RD-FLAG        PIC X(4).

       01 WS-SHEET-COMPLETE-LINE.
          05 FILLER    PIC X(40)
                       VALUE "RESULT: STREAM COMPLETED NORMALLY".

       01 WS-SHEET-STOPPED-LINE.
          05 FILLER    PIC X(26) VALUE "RESULT: STREAM STOPPED AT ".
          05 FILLER    PIC X(5)  VALUE "STEP ".
          05 WS-SS-STEP-NO     PIC 9(3).
          05 FILLER    PIC X     VALUE SPACE.
          05 WS-SS-STEP-NAME   PIC X(8).
          05 FILLER    PIC X(6)  VALUE "  CC  ".
          05 WS-SS-COND-CODE   PIC ZZZ9.
          05 FILLER    PIC X(10) VALUE "  MAX CC  ".
          05 WS-SS-MAX-CC      PIC ZZZ9.
          05 FILLER    PIC X(2)  VALUE SPACES.
          05 WS-SS-STATUS      PIC X(10).

       01 WS-SHEET-RERUN-LINE.
          05 FILLER    PIC X(50)
             VALUE "        CORRECT THE FAILURE AND RERUN JOBSTRM; IT ".
          05 FILLER    PIC X(35)
             VALUE "RESUMES AT THE FAILED STEP.        ".

       01 WS-SHEET-REFUSED-LINE.
          05 FILLER    PIC X(37)
                       VALUE "RESULT: STREAM NOT STARTED - NO STEPS".
          05 FILLER    PIC X(7)  VALUE " RUN - ".
          05 WS-SX-REASON      PIC X(60).

       01 WS-SHEET-TOTALS-LINE.
          05 FILLER    PIC X(11) VALUE "STEPS RUN: ".
          05 WS-ST-RUN         PIC ZZ9.
          05 FILLER    PIC X(13) VALUE "   BYPASSED: ".
          05 WS-ST-BYPASSED    PIC ZZ9.
          05 FILLER    PIC X(12) VALUE "   NOT RUN: ".
          05 WS-ST-NOT-RUN     PIC ZZ9.
          05 FILLER    PIC X(15) VALUE "   HIGHEST CC: ".
          05 WS-ST-HIGHEST-CC  PIC ZZZ9.
          05 FILLER    PIC X(17) VALUE "   STREAM CC:    ".
          05 WS-ST-STREAM-CC   PIC ZZZ9.

       01 WS-SIGN-OFF-LINE-1.
          05 FILLER    PIC X(40)
                       VALUE "CHECKED BY OPERATOR: ___________________".
          05 FILLER    PIC X(10) VALUE SPACES.
          05 FILLER    PIC X(25) VALUE "DATE/TIME: ______________".

       PROCEDURE DIVISION.
       MAIN-PARA.
          PERFORM GET-TIMESTAMP.
          MOVE WS-TODAY-DATE TO WS-STREAM-START-DATE.
          MOVE WS-CD-TIME    TO WS-STREAM-START-TIME.

          PERFORM LOAD-STREAM-DEFINITION.
          PERFORM READ-RESTART-STATE.
          PERFORM READ-JOB-CONTROL.

          IF WS-DEF-ERROR-COUNT > 0
             MOVE "X" TO WS-STREAM-STATE
             MOVE "JOBSTRM.DAT HAS DEFINITION ERRORS, SEE JOB LOG"
                TO WS-REFUSED-REASON
          ELSE
             IF WS-STEP-COUNT = 0
                MOVE "X" TO WS-STREAM-STATE
                MOVE "JOBSTRM.DAT DEFINES NO STEPS"
                   TO WS-REFUSED-REASON
             END-IF
          END-IF.

          IF STREAM-RUNNING
             PERFORM OPEN-STEP-LOG
          END-IF.

          IF STREAM-RUNNING
             MOVE WS-LAST-GOOD-STEP TO WS-RESUME-AFTER-STEP
             MOVE "A" TO WS-RESTART-CODE
             PERFORM EMPTY-JOB-CONTROL
             PERFORM WRITE-RESTART-STATE
             PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                     UNTIL WS-STEP-SUB > WS-STEP-COUNT
                PERFORM DISPATCH-STEP
             END-PERFORM
             IF STREAM-RUNNING
                MOVE "C" TO WS-RESTART-CODE
             ELSE
                MOVE "F" TO WS-RESTART-CODE
             END-IF
             PERFORM WRITE-RESTART-STATE
          END-IF.

          IF STEP-LOG-IS-AVAIL
             CLOSE STEP-LOG-FILE
          END-IF.

          PERFORM GET-TIMESTAMP.
          MOVE WS-TODAY-DATE TO WS-STREAM-END-DATE.
          MOVE WS-CD-TIME    TO WS-STREAM-END-TIME.

          IF STREAM-RUNNING
             MOVE WS-HIGHEST-CC TO WS-STREAM-CC
          ELSE
             MOVE 16 TO WS-STREAM-CC
          END-IF.

          PERFORM WRITE-RUN-SHEET.
          MOVE WS-STREAM-CC TO RETURN-CODE.

       GOBACK.

      *-----------------------------------------------------------------
       GET-TIMESTAMP.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

       FORMAT-TIME.
          MOVE WS-TI-HH TO WS-TO-HH.
          MOVE WS-TI-MM TO WS-TO-MM.
          MOVE WS-TI-SS TO WS-TO-SS.

      *-----------------------------------------------------------------
      * The whole definition is loaded and checked before anything
      * runs, so a bad row can never leave the stream half finished.
      *-----------------------------------------------------------------
       LOAD-STREAM-DEFINITION.
          MOVE 0   TO WS-STEP-COUNT.
          MOVE 0   TO WS-CARD-COUNT.
          MOVE 0   TO WS-RENAME-COUNT.
          MOVE 0   TO WS-PREV-STEP-NO.
          MOVE "N" TO WS-STREAM-DEF-EOF.

          OPEN INPUT STREAM-DEF-FILE.
          IF WS-STREAM-DEF-STATUS NOT = "00"
             DISPLAY "LOAD-STREAM-DEFINITION: UNABLE TO OPEN "
                "JOBSTRM.DAT, STATUS = " WS-STREAM-DEF-STATUS
             ADD 1 TO WS-DEF-ERROR-COUNT
             MOVE "Y" TO WS-STREAM-DEF-EOF
          END-IF.

          PERFORM UNTIL STREAM-DEF-AT-EOF
             READ STREAM-DEF-FILE
                AT END
                   MOVE "Y" TO WS-STREAM-DEF-EOF
                NOT AT END
                   ADD 1 TO WS-DEF-ROW-COUNT
                   EVALUATE TRUE
                      WHEN JD-COMMENT-ROW
                         CONTINUE
                      WHEN JD-STEP-ROW
                         PERFORM ADD-STEP-ENTRY
                      WHEN JD-CARD-ROW
                         PERFORM ADD-CARD-ENTRY
                      WHEN JD-RENAME-ROW
                         PERFORM ADD-RENAME-ENTRY
                      WHEN OTHER
                         DISPLAY "LOAD-STREAM-DEFINITION: ROW "
                            WS-DEF-ROW-COUNT " UNKNOWN ROW TYPE "
                            JD-REC-TYPE
                         ADD 1 TO WS-DEF-ERROR-COUNT
                   END-EVALUATE
             END-READ
          END-PERFORM.

          IF WS-STREAM-DEF-STATUS = "00"
             OR WS-STREAM-DEF-STATUS = "10"
             CLOSE STREAM-DEF-FILE
          END-IF.

       ADD-STEP-ENTRY.
          IF WS-STEP-COUNT = 50
             DISPLAY "LOAD-STREAM-DEFINITION: ROW " WS-DEF-ROW-COUNT
                " EXCEEDS 50 STEPS"
             ADD 1 TO WS-DEF-ERROR-COUNT
          ELSE
             IF JD-STEP-NO-X NOT NUMERIC
                OR JD-STEP-NO NOT > WS-PREV-STEP-NO
                DISPLAY "LOAD-STREAM-DEFINITION: ROW " WS-DEF-ROW-COUNT
                   " STEP NUMBER " JD-STEP-NO-X
                   " NOT NUMERIC OR NOT ASCENDING"
                ADD 1 TO WS-DEF-ERROR-COUNT
             END-IF
             IF JD-PROGRAM = SPACES
                DISPLAY "LOAD-STREAM-DEFINITION: ROW " WS-DEF-ROW-COUNT
                   " NO PROGRAM NAMED"
                ADD 1 TO WS-DEF-ERROR-COUNT
             END-IF
             IF JD-MAX-CC-X NOT NUMERIC
                DISPLAY "LOAD-STREAM-DEFINITION: ROW " WS-DEF-ROW-COUNT
                   " MAX CONDITION CODE " JD-MAX-CC-X " NOT NUMERIC"
                ADD 1 TO WS-DEF-ERROR-COUNT
             END-IF
             ADD 1 TO WS-STEP-COUNT
             MOVE JD-STEP-NO-X   TO ST-STEP-NO (WS-STEP-COUNT)
             MOVE JD-STEP-NAME   TO ST-STEP-NAME (WS-STEP-COUNT)
             MOVE JD-PROGRAM     TO ST-PROGRAM (WS-STEP-COUNT)
             MOVE JD-MAX-CC-X    TO ST-MAX-CC (WS-STEP-COUNT)
             MOVE JD-STEP-DESC   TO ST-STEP-DESC (WS-STEP-COUNT)
             ADD 1 TO WS-CARD-COUNT
                GIVING ST-FIRST-CARD (WS-STEP-COUNT)
             MOVE 0              TO ST-CARD-COUNT (WS-STEP-COUNT)
             ADD 1 TO WS-RENAME-COUNT
                GIVING ST-FIRST-RENAME (WS-STEP-COUNT)
             MOVE 0              TO ST-RENAME-COUNT (WS-STEP-COUNT)
             MOVE 0              TO ST-START-DATE (WS-STEP-COUNT)
             MOVE 0              TO ST-START-TIME (WS-STEP-COUNT)
             MOVE 0              TO ST-END-DATE (WS-STEP-COUNT)
             MOVE 0              TO ST-END-TIME (WS-STEP-COUNT)
             MOVE 0              TO ST-COND-CODE (WS-STEP-COUNT)
             MOVE "NOT RUN"      TO ST-STEP-STATUS (WS-STEP-COUNT)
             IF JD-STEP-NO-X NUMERIC
                MOVE JD-STEP-NO TO WS-PREV-STEP-NO
             END-IF
          END-IF.

       ADD-CARD-ENTRY.
          IF WS-STEP-COUNT = 0
             DISPLAY "LOAD-STREAM-DEFINITION: ROW " WS-DEF-ROW-COUNT
                " CONTROL CARD BEFORE FIRST STEP"
             ADD 1 TO WS-DEF-ERROR-COUNT
          ELSE
             IF WS-CARD-COUNT = 200
                DISPLAY "LOAD-STREAM-DEFINITION: ROW "
                   WS-DEF-ROW-COUNT " EXCEEDS 200 CONTROL CARDS"
                ADD 1 TO WS-DEF-ERROR-COUNT
             ELSE
                IF JD-CARD-FILE = SPACES
                   DISPLAY "LOAD-STREAM-DEFINITION: ROW "
                      WS-DEF-ROW-COUNT " CONTROL CARD HAS NO FILE NAME"
                   ADD 1 TO WS-DEF-ERROR-COUNT
                END-IF
                ADD 1 TO WS-CARD-COUNT
                MOVE JD-CARD-FILE TO CT-CARD-FILE (WS-CARD-COUNT)
                MOVE JD-CARD-TEXT TO CT-CARD-TEXT (WS-CARD-COUNT)
                ADD 1 TO ST-CARD-COUNT (WS-STEP-COUNT)
             END-IF
          END-IF.

       ADD-RENAME-ENTRY.
          IF WS-STEP-COUNT = 0
             DISPLAY "LOAD-STREAM-DEFINITION: ROW " WS-DEF-ROW-COUNT
                " RENAME BEFORE FIRST STEP"
             ADD 1 TO WS-DEF-ERROR-COUNT
          ELSE
             IF WS-RENAME-COUNT = 100
                DISPLAY "LOAD-STREAM-DEFINITION: ROW "
                   WS-DEF-ROW-COUNT " EXCEEDS 100 RENAMES"
                ADD 1 TO WS-DEF-ERROR-COUNT
             ELSE
                IF JD-FROM-FILE = SPACES OR JD-TO-FILE = SPACES
                   DISPLAY "LOAD-STREAM-DEFINITION: ROW "
                      WS-DEF-ROW-COUNT " RENAME NEEDS FROM AND TO FILE"
                   ADD 1 TO WS-DEF-ERROR-COUNT
                ELSE
                   IF JD-FROM-FILE = JD-TO-FILE
                      DISPLAY "LOAD-STREAM-DEFINITION: ROW "
                         WS-DEF-ROW-COUNT " RENAME FROM AND TO FILE "
                         "ARE THE SAME"
                      ADD 1 TO WS-DEF-ERROR-COUNT
                   END-IF
                END-IF
                ADD 1 TO WS-RENAME-COUNT
                MOVE JD-FROM-FILE TO RT-FROM-FILE (WS-RENAME-COUNT)
                MOVE JD-TO-FILE   TO RT-TO-FILE (WS-RENAME-COUNT)
                ADD 1 TO ST-RENAME-COUNT (WS-STEP-COUNT)
             END-IF
          END-IF.

      *-----------------------------------------------------------------
      * Restart point.  A previous run that did not complete leaves the
      * last good step on JOBRST.DAT; steps up to it are bypassed.
      *-----------------------------------------------------------------
       READ-RESTART-STATE.
          MOVE 0   TO WS-LAST-GOOD-STEP.
          MOVE "N" TO WS-STREAM-RESTARTED.

          OPEN INPUT RESTART-FILE.
          IF WS-RESTART-STATUS = "00"
             READ RESTART-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF NOT RS-STREAM-COMPLETE
                      AND RS-LAST-GOOD-STEP NUMERIC
                      MOVE RS-LAST-GOOD-STEP TO WS-LAST-GOOD-STEP
                      MOVE RS-STREAM-DATE    TO WS-PRIOR-RUN-DATE
                      MOVE RS-STREAM-TIME    TO WS-PRIOR-RUN-TIME
                      MOVE "Y" TO WS-STREAM-RESTARTED
                      DISPLAY "READ-RESTART-STATE: PREVIOUS RUN DID "
                         "NOT COMPLETE, RESUMING AFTER STEP "
                         RS-LAST-GOOD-STEP
                   END-IF
             END-READ
             CLOSE RESTART-FILE
          ELSE
             DISPLAY "READ-RESTART-STATE: NO JOBRST.DAT, "
                "STARTING AT FIRST STEP"
          END-IF.

       READ-JOB-CONTROL.
          MOVE "N" TO WS-JOB-CONTROL-READ.
          OPEN INPUT JOB-CONTROL-FILE.
          IF WS-JOB-CONTROL-STATUS = "00"
             READ JOB-CONTROL-FILE
                AT END
                   CONTINUE
                NOT AT END
                   MOVE "Y" TO WS-JOB-CONTROL-READ
                   EVALUATE TRUE
                      WHEN JC-FRESH-START
                         MOVE 0   TO WS-LAST-GOOD-STEP
                         MOVE "N" TO WS-STREAM-RESTARTED
                         DISPLAY "READ-JOB-CONTROL: FRESH START "
                            "REQUESTED ON JOBCTL.DAT"
                      WHEN JC-START-AT-STEP
                         IF JC-START-STEP-X NUMERIC
                            AND JC-START-STEP > 0
                            SUBTRACT 1 FROM JC-START-STEP
                               GIVING WS-LAST-GOOD-STEP
                            MOVE "N" TO WS-STREAM-RESTARTED
                            MOVE "Y" TO WS-OPERATOR-START
                            MOVE JC-START-STEP TO WS-SO-START-STEP
                            DISPLAY "READ-JOB-CONTROL: START AT STEP "
                               JC-START-STEP " REQUESTED ON JOBCTL.DAT"
                         ELSE
                            DISPLAY "READ-JOB-CONTROL: START STEP "
                               JC-START-STEP-X " NOT VALID, IGNORED"
                         END-IF
                      WHEN OTHER
                         CONTINUE
                   END-EVALUATE
             END-READ
             CLOSE JOB-CONTROL-FILE
          END-IF.

          IF NOT STREAM-WAS-RESTARTED OR WS-PRIOR-RUN-DATE = 0
             MOVE WS-STREAM-START-DATE TO WS-PRIOR-RUN-DATE
             MOVE WS-STREAM-START-TIME TO WS-PRIOR-RUN-TIME
          END-IF.

      *-----------------------------------------------------------------
      * The card is used up only by a run that actually starts; a run
      * refused for definition errors or an unusable step log leaves
      * it for the rerun.
      *-----------------------------------------------------------------
       EMPTY-JOB-CONTROL.
          IF JOB-CONTROL-WAS-READ
             OPEN OUTPUT JOB-CONTROL-FILE
             IF WS-JOB-CONTROL-STATUS = "00"
                CLOSE JOB-CONTROL-FILE
             ELSE
                DISPLAY "EMPTY-JOB-CONTROL: UNABLE TO EMPTY "
                   "JOBCTL.DAT, STATUS = " WS-JOB-CONTROL-STATUS
             END-IF
          END-IF.

       WRITE-RESTART-STATE.
          MOVE WS-RESTART-CODE   TO RS-STREAM-STATUS.
          MOVE WS-LAST-GOOD-STEP TO RS-LAST-GOOD-STEP.
          MOVE WS-PRIOR-RUN-DATE TO RS-STREAM-DATE.
          MOVE WS-PRIOR-RUN-TIME TO RS-STREAM-TIME.
          IF WS-FAILED-SUB > 0
             MOVE ST-STEP-NO (WS-FAILED-SUB) TO RS-FAILED-STEP
          ELSE
             MOVE 0 TO RS-FAILED-STEP
          END-IF.

          OPEN OUTPUT RESTART-FILE.
          IF WS-RESTART-STATUS NOT = "00"
             DISPLAY "WRITE-RESTART-STATE: UNABLE TO OPEN JOBRST.DAT, "
                "STATUS = " WS-RESTART-STATUS
          ELSE
             WRITE RESTART-RECORD
             CLOSE RESTART-FILE
          END-IF.

       OPEN-STEP-LOG.
          OPEN EXTEND STEP-LOG-FILE.
          IF WS-STEP-LOG-STATUS NOT = "00"
             OPEN OUTPUT STEP-LOG-FILE
          END-IF.
          IF WS-STEP-LOG-STATUS = "00"
             MOVE "Y" TO WS-STEP-LOG-AVAIL
          ELSE
             DISPLAY "OPEN-STEP-LOG: UNABLE TO OPEN JOBSTEP.LOG, "
                "STATUS = " WS-STEP-LOG-STATUS
             MOVE "X" TO WS-STREAM-STATE
             MOVE "JOBSTEP.LOG COULD NOT BE OPENED"
                TO WS-REFUSED-REASON
          END-IF.

      *-----------------------------------------------------------------
      * One pass per step: bypass what finished on the earlier run, run
      * the rest until a step goes over its condition-code limit.
      *-----------------------------------------------------------------
       DISPATCH-STEP.
          EVALUATE TRUE
             WHEN ST-STEP-NO (WS-STEP-SUB) NOT > WS-RESUME-AFTER-STEP
                MOVE "BYPASSED" TO ST-STEP-STATUS (WS-STEP-SUB)
                ADD 1 TO WS-STEPS-BYPASSED
             WHEN STREAM-STOPPED
                MOVE "NOT RUN" TO ST-STEP-STATUS (WS-STEP-SUB)
                ADD 1 TO WS-STEPS-NOT-RUN
             WHEN OTHER
                PERFORM RUN-ONE-STEP
          END-EVALUATE.

       RUN-ONE-STEP.
          MOVE "N" TO WS-PROGRAM-MISSING.
          PERFORM WRITE-CONTROL-CARDS.

          PERFORM GET-TIMESTAMP.
          MOVE WS-TODAY-DATE TO ST-START-DATE (WS-STEP-SUB).
          MOVE WS-CD-TIME    TO ST-START-TIME (WS-STEP-SUB).
          DISPLAY "JOBSTRM: STEP " ST-STEP-NO (WS-STEP-SUB) " "
             ST-STEP-NAME (WS-STEP-SUB) " PROGRAM "
             ST-PROGRAM (WS-STEP-SUB) " STARTED".

          IF CARD-ERROR-FOUND
             MOVE 9999 TO WS-STEP-CC
          ELSE
             MOVE ST-PROGRAM (WS-STEP-SUB) TO WS-CALL-PROGRAM
             MOVE 0 TO RETURN-CODE
             CALL WS-CALL-PROGRAM
                ON EXCEPTION
                   MOVE "Y" TO WS-PROGRAM-MISSING
             END-CALL
             IF PROGRAM-IS-MISSING
                DISPLAY "RUN-ONE-STEP: PROGRAM " WS-CALL-PROGRAM
                   " COULD NOT BE LOADED"
                MOVE 9999 TO WS-STEP-CC
             ELSE
                IF RETURN-CODE < 0 OR RETURN-CODE > 9999
                   DISPLAY "RUN-ONE-STEP: PROGRAM " WS-CALL-PROGRAM
                      " RETURNED CODE " RETURN-CODE " OUT OF RANGE"
                   MOVE 9999 TO WS-STEP-CC
                ELSE
                   MOVE RETURN-CODE TO WS-STEP-CC
                END-IF
                CANCEL WS-CALL-PROGRAM
             END-IF
             MOVE 0 TO RETURN-CODE
          END-IF.

          EVALUATE TRUE
             WHEN CARD-ERROR-FOUND
                MOVE "CARD ERROR" TO ST-STEP-STATUS (WS-STEP-SUB)
             WHEN PROGRAM-IS-MISSING
                MOVE "NOT FOUND" TO ST-STEP-STATUS (WS-STEP-SUB)
             WHEN WS-STEP-CC > ST-MAX-CC (WS-STEP-SUB)
                MOVE "FAILED" TO ST-STEP-STATUS (WS-STEP-SUB)
             WHEN OTHER
                MOVE "COMPLETE" TO ST-STEP-STATUS (WS-STEP-SUB)
          END-EVALUATE.

          IF ST-STEP-STATUS (WS-STEP-SUB) = "COMPLETE"
             AND ST-RENAME-COUNT (WS-STEP-SUB) > 0
             PERFORM RUN-STEP-RENAMES
             IF RENAME-ERROR-FOUND
                MOVE 9999 TO WS-STEP-CC
                MOVE "RENAME ERR" TO ST-STEP-STATUS (WS-STEP-SUB)
             END-IF
          END-IF.

          PERFORM GET-TIMESTAMP.
          MOVE WS-TODAY-DATE TO ST-END-DATE (WS-STEP-SUB).
          MOVE WS-CD-TIME    TO ST-END-TIME (WS-STEP-SUB).
          MOVE WS-STEP-CC    TO ST-COND-CODE (WS-STEP-SUB).
          ADD 1 TO WS-STEPS-RUN.
          IF WS-STEP-CC > WS-HIGHEST-CC
             MOVE WS-STEP-CC TO WS-HIGHEST-CC
          END-IF.

          IF ST-STEP-STATUS (WS-STEP-SUB) = "COMPLETE"
             MOVE ST-STEP-NO (WS-STEP-SUB) TO WS-LAST-GOOD-STEP
          ELSE
             MOVE "S" TO WS-STREAM-STATE
             MOVE WS-STEP-SUB TO WS-FAILED-SUB
          END-IF.

          DISPLAY "JOBSTRM: STEP " ST-STEP-NO (WS-STEP-SUB) " "
             ST-STEP-NAME (WS-STEP-SUB) " ENDED, CC = " WS-STEP-CC
             " " ST-STEP-STATUS (WS-STEP-SUB).

          PERFORM WRITE-STEP-LOG.
          IF STREAM-RUNNING
             PERFORM WRITE-RESTART-STATE
          END-IF.

       WRITE-CONTROL-CARDS.
          MOVE "N" TO WS-CARD-ERROR.
          MOVE "N" TO WS-CARD-FILE-OPEN.
          COMPUTE WS-LAST-CARD-SUB = ST-FIRST-CARD (WS-STEP-SUB)
             + ST-CARD-COUNT (WS-STEP-SUB) - 1.

          PERFORM VARYING WS-CARD-SUB FROM ST-FIRST-CARD (WS-STEP-SUB)
                  BY 1 UNTIL WS-CARD-SUB > WS-LAST-CARD-SUB
                     OR CARD-ERROR-FOUND
             IF WS-CARD-SUB = ST-FIRST-CARD (WS-STEP-SUB)
                OR CT-CARD-FILE (WS-CARD-SUB)
                   NOT = CT-CARD-FILE (WS-CARD-SUB - 1)
                PERFORM OPEN-CONTROL-CARD-FILE
             END-IF
             IF CARD-FILE-IS-OPEN
                MOVE CT-CARD-TEXT (WS-CARD-SUB) TO CONTROL-CARD-RECORD
                WRITE CONTROL-CARD-RECORD
             END-IF
          END-PERFORM.

          IF CARD-FILE-IS-OPEN
             CLOSE CONTROL-CARD-FILE
             MOVE "N" TO WS-CARD-FILE-OPEN
          END-IF.

       OPEN-CONTROL-CARD-FILE.
          IF CARD-FILE-IS-OPEN
             CLOSE CONTROL-CARD-FILE
             MOVE "N" TO WS-CARD-FILE-OPEN
          END-IF.
          MOVE CT-CARD-FILE (WS-CARD-SUB) TO WS-CARD-FILE-NAME.
          OPEN OUTPUT CONTROL-CARD-FILE.
          IF WS-CONTROL-CARD-STATUS = "00"
             MOVE "Y" TO WS-CARD-FILE-OPEN
          ELSE
             DISPLAY "OPEN-CONTROL-CARD-FILE: UNABLE TO OPEN "
                WS-CARD-FILE-NAME ", STATUS = " WS-CONTROL-CARD-STATUS
             MOVE "Y" TO WS-CARD-ERROR
          END-IF.

      *-----------------------------------------------------------------
      * Renames for a step that ended good.  Each from-file (ROSTER.NEW
      * and the like) is copied record for record over its to-file, so
      * the following steps read the updated file under the live name.
      * The first copy that fails stops the renames for the step.
      *-----------------------------------------------------------------
       RUN-STEP-RENAMES.
          MOVE "N" TO WS-RENAME-ERROR.
          COMPUTE WS-LAST-RENAME-SUB = ST-FIRST-RENAME (WS-STEP-SUB)
             + ST-RENAME-COUNT (WS-STEP-SUB) - 1.

          PERFORM VARYING WS-RENAME-SUB
                  FROM ST-FIRST-RENAME (WS-STEP-SUB)
                  BY 1 UNTIL WS-RENAME-SUB > WS-LAST-RENAME-SUB
                     OR RENAME-ERROR-FOUND
             PERFORM COPY-RENAME-FILE
          END-PERFORM.

       COPY-RENAME-FILE.
          MOVE RT-FROM-FILE (WS-RENAME-SUB) TO WS-FROM-FILE-NAME.
          MOVE RT-TO-FILE (WS-RENAME-SUB)   TO WS-TO-FILE-NAME.
          MOVE 0   TO WS-COPY-COUNT.
          MOVE "N" TO WS-RENAME-FROM-EOF.

          OPEN INPUT RENAME-FROM-FILE.
          IF WS-RENAME-FROM-STATUS NOT = "00"
             DISPLAY "COPY-RENAME-FILE: UNABLE TO OPEN "
                WS-FROM-FILE-NAME ", STATUS = " WS-RENAME-FROM-STATUS
             MOVE "Y" TO WS-RENAME-ERROR
          ELSE
             OPEN OUTPUT RENAME-TO-FILE
             IF WS-RENAME-TO-STATUS NOT = "00"
                DISPLAY "COPY-RENAME-FILE: UNABLE TO OPEN "
                   WS-TO-FILE-NAME ", STATUS = " WS-RENAME-TO-STATUS
                MOVE "Y" TO WS-RENAME-ERROR
             ELSE
                PERFORM UNTIL RENAME-FROM-AT-EOF OR RENAME-ERROR-FOUND
                   READ RENAME-FROM-FILE
                      AT END
                         MOVE "Y" TO WS-RENAME-FROM-EOF
                      NOT AT END
                         MOVE RENAME-FROM-RECORD TO RENAME-TO-RECORD
                         WRITE RENAME-TO-RECORD
                         IF WS-RENAME-TO-STATUS = "00"
                            ADD 1 TO WS-COPY-COUNT
                         ELSE
                            DISPLAY "COPY-RENAME-FILE: WRITE TO "
                               WS-TO-FILE-NAME " FAILED, STATUS = "
                               WS-RENAME-TO-STATUS
                            MOVE "Y" TO WS-RENAME-ERROR
                         END-IF
                   END-READ
                   IF WS-RENAME-FROM-STATUS NOT = "00"
                      AND WS-RENAME-FROM-STATUS NOT = "10"
                      DISPLAY "COPY-RENAME-FILE: READ OF "
                         WS-FROM-FILE-NAME " FAILED, STATUS = "
                         WS-RENAME-FROM-STATUS
                      MOVE "Y" TO WS-RENAME-ERROR
                   END-IF
                END-PERFORM
                CLOSE RENAME-TO-FILE
             END-IF
             CLOSE RENAME-FROM-FILE
          END-IF.

          IF NOT RENAME-ERROR-FOUND
             DISPLAY "JOBSTRM: " WS-FROM-FILE-NAME " RENAMED OVER "
                WS-TO-FILE-NAME ", " WS-COPY-COUNT " RECORDS"
          END-IF.

       WRITE-STEP-LOG.
          MOVE WS-PRIOR-RUN-DATE              TO LG-STREAM-DATE.
          MOVE WS-PRIOR-RUN-TIME              TO LG-STREAM-TIME.
          MOVE ST-STEP-NO (WS-STEP-SUB)       TO LG-STEP-NO.
          MOVE ST-STEP-NAME (WS-STEP-SUB)     TO LG-STEP-NAME.
          MOVE ST-PROGRAM (WS-STEP-SUB)       TO LG-PROGRAM.
          MOVE ST-START-DATE (WS-STEP-SUB)    TO LG-START-DATE.
          MOVE ST-START-TIME (WS-STEP-SUB)    TO LG-START-TIME.
          MOVE ST-END-DATE (WS-STEP-SUB)      TO LG-END-DATE.
          MOVE ST-END-TIME (WS-STEP-SUB)      TO LG-END-TIME.
          MOVE ST-COND-CODE (WS-STEP-SUB)     TO LG-COND-CODE.
          MOVE ST-MAX-CC (WS-STEP-SUB)        TO LG-MAX-CC.
          MOVE ST-STEP-STATUS (WS-STEP-SUB)   TO LG-STEP-STATUS.
          WRITE STEP-LOG-RECORD.

      *-----------------------------------------------------------------
      * One-page run sheet for the morning shift: every step with its
      * times, condition code and status, then the stream result.
      *-----------------------------------------------------------------
       WRITE-RUN-SHEET.
          OPEN OUTPUT RUN-SHEET-FILE.
          IF WS-RUN-SHEET-STATUS NOT = "00"
             DISPLAY "WRITE-RUN-SHEET: UNABLE TO OPEN JOBRUN.RPT, "
                "STATUS = " WS-RUN-SHEET-STATUS
          ELSE
             PERFORM WRITE-RUN-SHEET-HEADING
             PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                     UNTIL WS-STEP-SUB > WS-STEP-COUNT
                PERFORM WRITE-RUN-SHEET-DETAIL
             END-PERFORM
             PERFORM WRITE-RUN-SHEET-RESULT
             CLOSE RUN-SHEET-FILE
          END-IF.

       WRITE-RUN-SHEET-HEADING.
          MOVE WS-STREAM-END-DATE TO WS-SH-RUN-DATE.
          MOVE WS-SHEET-HEADING-1 TO RUN-SHEET-RECORD.
          WRITE RUN-SHEET-RECORD.
          MOVE WS-STREAM-START-DATE TO WS-SH-START-DATE.
          MOVE WS-STREAM-START-TIME TO WS-TIME-IN.
          PERFORM FORMAT-TIME.
          MOVE WS-TIME-OUT          TO WS-SH-START-TIME.
          MOVE WS-STREAM-END-DATE   TO WS-SH-END-DATE.
          MOVE WS-STREAM-END-TIME   TO WS-TIME-IN.
          PERFORM FORMAT-TIME.
          MOVE WS-TIME-OUT          TO WS-SH-END-TIME.
          MOVE WS-SHEET-HEADING-2 TO RUN-SHEET-RECORD.
          WRITE RUN-SHEET-RECORD.
          EVALUATE TRUE
             WHEN OPERATOR-START-GIVEN
                MOVE WS-SHEET-OPERATOR-LINE TO RUN-SHEET-RECORD
             WHEN STREAM-WAS-RESTARTED
                MOVE 0 TO WS-SR-RESUME-STEP
                PERFORM VARYING WS-RESUME-SUB FROM WS-STEP-COUNT BY -1
                        UNTIL WS-RESUME-SUB < 1
                   IF ST-STEP-NO (WS-RESUME-SUB) > WS-RESUME-AFTER-STEP
                      MOVE ST-STEP-NO (WS-RESUME-SUB)
                         TO WS-SR-RESUME-STEP
                   END-IF
                END-PERFORM
                MOVE WS-PRIOR-RUN-DATE TO WS-SR-PRIOR-DATE
                MOVE WS-PRIOR-RUN-TIME TO WS-TIME-IN
                PERFORM FORMAT-TIME
                MOVE WS-TIME-OUT       TO WS-SR-PRIOR-TIME
                MOVE WS-SHEET-RESTART-LINE TO RUN-SHEET-RECORD
             WHEN OTHER
                MOVE WS-SHEET-FRESH-LINE TO RUN-SHEET-RECORD
          END-EVALUATE.
          WRITE RUN-SHEET-RECORD.
          MOVE SPACES TO RUN-SHEET-RECORD.
          WRITE RUN-SHEET-RECORD.
          MOVE WS-SHEET-HEADING-3 TO RUN-SHEET-RECORD.
          WRITE RUN-SHEET-RECORD.

       WRITE-RUN-SHEET-DETAIL.
          MOVE ST-STEP-NO (WS-STEP-SUB)     TO WS-RD-STEP-NO.
          MOVE ST-STEP-NAME (WS-STEP-SUB)   TO WS-RD-STEP-NAME.
          MOVE ST-PROGRAM (WS-STEP-SUB)     TO WS-RD-PROGRAM.
          MOVE ST-STEP-DESC (WS-STEP-SUB)   TO WS-RD-DESC.
          MOVE ST-MAX-CC (WS-STEP-SUB)      TO WS-RD-MAX-CC.
          MOVE ST-STEP-STATUS (WS-STEP-SUB) TO WS-RD-STATUS.
          MOVE SPACES TO WS-RD-FLAG.
          IF ST-START-DATE (WS-STEP-SUB) = 0
             MOVE SPACES TO WS-RD-RUN-DATA
          ELSE
             MOVE ST-START-DATE (WS-STEP-SUB) TO WS-RD-START-DATE
             MOVE ST-START-TIME (WS-STEP-SUB) TO WS-TIME-IN
             PERFORM FORMAT-TIME
             MOVE WS-TIME-OUT                 TO WS-RD-START-TIME
             MOVE ST-END-DATE (WS-STEP-SUB)   TO WS-RD-END-DATE
             MOVE ST-END-TIME (WS-STEP-SUB)   TO WS-TIME-IN
             PERFORM FORMAT-TIME
             MOVE WS-TIME-OUT                 TO WS-RD-END-TIME
             MOVE ST-COND-CODE (WS-STEP-SUB)  TO WS-RD-COND-CODE
             IF WS-STEP-SUB = WS-FAILED-SUB
                MOVE " <<<" TO WS-RD-FLAG
             END-IF
          END-IF.
          MOVE WS-SHEET-DETAIL TO RUN-SHEET-RECORD.
          WRITE RUN-SHEET-RECORD.

       WRITE-RUN-SHEET-RESULT.
          MOVE SPACES TO RUN-SHEET-RECORD.
          WRITE RUN-SHEET-RECORD.
          EVALUATE TRUE
             WHEN STREAM-REFUSED
                MOVE WS-REFUSED-REASON TO WS-SX-REASON
                MOVE WS-SHEET-REFUSED-LINE TO RUN-SHEET-RECORD
                WRITE RUN-SHEET-RECORD
             WHEN STREAM-STOPPED
                MOVE ST-STEP-NO (WS-FAILED-SUB)     TO WS-SS-STEP-NO
                MOVE ST-STEP-NAME (WS-FAILED-SUB)   TO WS-SS-STEP-NAME
                MOVE ST-COND-CODE (WS-FAILED-SUB)   TO WS-SS-COND-CODE
                MOVE ST-MAX-CC (WS-FAILED-SUB)      TO WS-SS-MAX-CC
                MOVE ST-STEP-STATUS (WS-FAILED-SUB) TO WS-SS-STATUS
                MOVE WS-SHEET-STOPPED-LINE TO RUN-SHEET-RECORD
                WRITE RUN-SHEET-RECORD
                MOVE WS-SHEET-RERUN-LINE TO RUN-SHEET-RECORD
                WRITE RUN-SHEET-RECORD
             WHEN OTHER
                MOVE WS-SHEET-COMPLETE-LINE TO RUN-SHEET-RECORD
                WRITE RUN-SHEET-RECORD
          END-EVALUATE.

          MOVE WS-STEPS-RUN      TO WS-ST-RUN.
          MOVE WS-STEPS-BYPASSED TO WS-ST-BYPASSED.
          MOVE WS-STEPS-NOT-RUN  TO WS-ST-NOT-RUN.
          MOVE WS-HIGHEST-CC     TO WS-ST-HIGHEST-CC.
          MOVE WS-STREAM-CC      TO WS-ST-STREAM-CC.
          MOVE WS-SHEET-TOTALS-LINE TO RUN-SHEET-RECORD.
          WRITE RUN-SHEET-RECORD.
          MOVE SPACES TO RUN-SHEET-RECORD.
          WRITE RUN-SHEET-RECORD.
          WRITE RUN-SHEET-RECORD.
          MOVE WS-SIGN-OFF-LINE-1 TO RUN-SHEET-RECORD.
          WRITE RUN-SHEET-RECORD.
