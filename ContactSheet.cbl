       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTSHT.

      *-----------------------------------------------------------------
      * Classroom contact sheets.  Active students on STUDMAST.DAT are
      * sorted by classroom and name, and each classroom starts a new
      * sheet headed with its teacher from CLASSRM.DAT.  Under each
      * student every contact on CONTACT.DAT is listed with its phones
      * and pickup authorization; a custody restriction is called out
      * on the contact line and on the student line so it cannot be
      * missed.  Withdrawn students are left off the sheets, but their
      * contacts stay on file.  Active students with no contact at all
      * are listed on the exception file CONTACT.EXC.  Without
      * CONTACT.DAT every student would be listed as having no contact,
      * so the run stops with condition code 16 and writes neither the
      * sheets nor the exception file.  CLASSRM.DAT, STUDMAST.DAT,
      * CONTSHT.RPT or CONTACT.EXC not opening also ends the run with
      * 16; students listed on CONTACT.EXC end it with 4.
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

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CONTACT-KEY
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT SHEET-SORT-FILE ASSIGN TO "SORTWORK".

           SELECT SHEET-REPORT-FILE ASSIGN TO "CONTSHT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-REPORT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "CONTACT.EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

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

       FD  CONTACT-FILE.
       01 CONTACT-RECORD.
          05 GC-CONTACT-KEY.
             10 GC-STUDENT-ID      PIC 9(6).
             10 GC-CONTACT-SEQ     PIC 9(2).
          05 GC-CONTACT-NAME       PIC X(25).
          05 GC-RELATIONSHIP       PIC X(12).
          05 GC-HOME-PHONE         PIC X(12).
          05 GC-WORK-PHONE         PIC X(12).
          05 GC-CELL-PHONE         PIC X(12).
          05 GC-PICKUP-FLAG        PIC X.
          05 GC-CUSTODY-FLAG       PIC X.

       SD  SHEET-SORT-FILE.
       01 SHEET-SORT-RECORD.
          05 SS-CLASSROOM-ID      PIC X(10).
          05 SS-STUDENT-NAME      PIC A(25).
          05 SS-STUDENT-ID        PIC 9(6).

       FD  SHEET-REPORT-FILE
           RECORDING MODE IS F.
       01 SHEET-REPORT-RECORD PIC X(132).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01 EXCEPTION-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-CLASSROOM-STATUS      PIC XX VALUE "00".
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-CONTACT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-SHEET-REPORT-STATUS   PIC XX VALUE "00".
       01 WS-EXCEPTION-STATUS      PIC XX VALUE "00".

       01 WS-CLASSROOM-EOF         PIC X  VALUE "N".
           88 CLASSROOM-AT-EOF     VALUE "Y".
       01 WS-STUDENT-MASTER-EOF    PIC X  VALUE "N".
           88 STUDENT-MASTER-AT-EOF VALUE "Y".
       01 WS-SORT-OUT-EOF          PIC X  VALUE "N".
           88 SORT-OUT-AT-EOF      VALUE "Y".
       01 WS-CONTACT-EOF           PIC X  VALUE "N".
           88 CONTACT-AT-EOF       VALUE "Y".

       01 WS-CONTACT-AVAIL         PIC X  VALUE "N".
           88 CONTACT-FILE-IS-AVAIL VALUE "Y".

       01 WS-CONDITION-CODE        PIC 9(4) VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-CD-YYYY    PIC 9(4).
          05 WS-CD-MM      PIC 99.
          05 WS-CD-DD      PIC 99.
          05 FILLER        PIC X(13).
       01 WS-TODAY-YYYYMMDD REDEFINES WS-CURRENT-DATE.
          05 WS-TODAY-DATE PIC 9(8).
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

       01 WS-PREV-CLASSROOM        PIC X(10) VALUE LOW-VALUES.
       01 WS-PAGE-NO               PIC 9(4) VALUE 0.

       01 WS-STUDENT-CONTACTS      PIC 9(3) VALUE 0.
       01 WS-STUDENT-RESTRICTED    PIC X  VALUE "N".
           88 STUDENT-IS-RESTRICTED VALUE "Y".

       01 WS-MASTER-READ-COUNT     PIC 9(5) VALUE 0.
       01 WS-WITHDRAWN-COUNT       PIC 9(5) VALUE 0.
       01 WS-LISTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-CONTACT-LIST-COUNT    PIC 9(5) VALUE 0.
       01 WS-NO-CONTACT-COUNT      PIC 9(5) VALUE 0.
       01 WS-RESTRICTED-COUNT      PIC 9(5) VALUE 0.
       01 WS-ROOM-STUDENT-COUNT    PIC 9(4) VALUE 0.
       01 WS-ROOM-NO-CONTACT-COUNT PIC 9(4) VALUE 0.
       01 WS-ROOM-RESTRICTED-COUNT PIC 9(4) VALUE 0.

       01 WS-SHEET-HEADING-1.
          05 FILLER        PIC X(40) VALUE SPACES.
          05 FILLER        PIC X(32)
                           VALUE "CLASSROOM GUARDIAN CONTACT SHEET".
          05 FILLER        PIC X(20) VALUE SPACES.
          05 FILLER        PIC X(10) VALUE "RUN DATE: ".
          05 WS-SH-RUN-DATE PIC 9999/99/99.
          05 FILLER        PIC X(3)  VALUE SPACES.
          05 FILLER        PIC X(5)  VALUE "PAGE ".
          05 WS-SH-PAGE    PIC ZZZ9.

       01 WS-SHEET-HEADING-2.
          05 FILLER        PIC X(11) VALUE "CLASSROOM: ".
          05 WS-SH-CLASSROOM PIC X(10).
          05 FILLER        PIC X(4)  VALUE SPACES.
          05 FILLER        PIC X(9)  VALUE "TEACHER: ".
          05 WS-SH-TEACHER PIC X(25).

       01 WS-SHEET-HEADING-3.
          05 FILLER        PIC X(8)  VALUE "  ID    ".
          05 FILLER        PIC X(29) VALUE "STUDENT / CONTACT NAME".
          05 FILLER        PIC X(14) VALUE "RELATIONSHIP".
          05 FILLER        PIC X(14) VALUE "HOME PHONE".
          05 FILLER        PIC X(14) VALUE "WORK PHONE".
          05 FILLER        PIC X(14) VALUE "CELL PHONE".
          05 FILLER        PIC X(8)  VALUE "PICKUP".
          05 FILLER        PIC X(20) VALUE "CUSTODY".

       01 WS-STUDENT-LINE.
          05 WS-SL-ID          PIC ZZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-SL-NAME        PIC X(25).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 WS-SL-NOTE        PIC X(50).

       01 WS-CONTACT-LINE.
          05 FILLER            PIC X(6)  VALUE SPACES.
          05 WS-CL-SEQ         PIC Z9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-CL-NAME        PIC X(25).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-CL-RELATIONSHIP PIC X(12).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-CL-HOME-PHONE  PIC X(12).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-CL-WORK-PHONE  PIC X(12).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-CL-CELL-PHONE  PIC X(12).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-CL-PICKUP      PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-CL-CUSTODY     PIC X(28).

       01 WS-ROOM-FOOTER.
          05 FILLER            PIC X(10) VALUE "STUDENTS: ".
          05 WS-RF-STUDENTS    PIC ZZZ9.
          05 FILLER            PIC X(16) VALUE "  NO CONTACT:   ".
          05 WS-RF-NO-CONTACT  PIC ZZZ9.
          05 FILLER            PIC X(25)
                               VALUE "  CUSTODY RESTRICTIONS:  ".
          05 WS-RF-RESTRICTED  PIC ZZZ9.

       01 WS-SHEET-TOTALS-1.
          05 FILLER            PIC X(14) VALUE "MASTER READ:  ".
          05 WS-ST-READ        PIC ZZZZ9.
          05 FILLER            PIC X(14) VALUE "  WITHDRAWN:  ".
          05 WS-ST-WITHDRAWN   PIC ZZZZ9.
          05 FILLER            PIC X(11) VALUE "  LISTED:  ".
          05 WS-ST-LISTED      PIC ZZZZ9.

       01 WS-SHEET-TOTALS-2.
          05 FILLER            PIC X(14) VALUE "CONTACTS:     ".
          05 WS-ST-CONTACTS    PIC ZZZZ9.
          05 FILLER            PIC X(14) VALUE "  NO CONTACT: ".
          05 WS-ST-NO-CONTACT  PIC ZZZZ9.
          05 FILLER            PIC X(25)
                               VALUE "  CUSTODY RESTRICTIONS:  ".
          05 WS-ST-RESTRICTED  PIC ZZZZ9.

       01 WS-EXCEPTION-HEADING.
          05 FILLER            PIC X(8)  VALUE "  ID    ".
          05 FILLER            PIC X(27) VALUE "NAME".
          05 FILLER            PIC X(12) VALUE "CLASSROOM".
          05 FILLER            PIC X(33) VALUE "REASON".

       01 WS-EXCEPTION-LINE.
          05 WS-EXC-ID         PIC ZZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-EXC-NAME       PIC X(25).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-EXC-CLASSROOM  PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-EXC-REASON     PIC X(33).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-PARA.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
          PERFORM LOAD-CLASSROOM-MASTER.
          PERFORM OPEN-SHEET-FILES.

          IF NOT CONTACT-FILE-IS-AVAIL
             DISPLAY "MAIN-PARA: CONTACT FILE NOT AVAILABLE, "
                "NO CONTACT SHEETS PRINTED"
             MOVE 16 TO WS-CONDITION-CODE
          ELSE
             SORT SHEET-SORT-FILE
                ON ASCENDING KEY SS-CLASSROOM-ID
                ON ASCENDING KEY SS-STUDENT-NAME
                ON ASCENDING KEY SS-STUDENT-ID
                INPUT PROCEDURE IS SHEET-INPUT
                OUTPUT PROCEDURE IS SHEET-OUTPUT
             PERFORM WRITE-SHEET-TOTALS
             PERFORM CLOSE-SHEET-FILES
             IF WS-NO-CONTACT-COUNT > 0 AND WS-CONDITION-CODE < 4
                MOVE 4 TO WS-CONDITION-CODE
             END-IF
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
       OPEN-SHEET-FILES.
          OPEN INPUT CONTACT-FILE.
          IF WS-CONTACT-FILE-STATUS NOT = "00"
             DISPLAY "OPEN-SHEET-FILES: UNABLE TO OPEN CONTACT.DAT, "
                "STATUS = " WS-CONTACT-FILE-STATUS
          ELSE
             MOVE "Y" TO WS-CONTACT-AVAIL
             OPEN OUTPUT SHEET-REPORT-FILE
             IF WS-SHEET-REPORT-STATUS NOT = "00"
                DISPLAY "OPEN-SHEET-FILES: UNABLE TO OPEN CONTSHT.RPT, "
                   "STATUS = " WS-SHEET-REPORT-STATUS
                MOVE 16 TO WS-CONDITION-CODE
             END-IF
             OPEN OUTPUT EXCEPTION-FILE
             IF WS-EXCEPTION-STATUS NOT = "00"
                DISPLAY "OPEN-SHEET-FILES: UNABLE TO OPEN CONTACT.EXC, "
                   "STATUS = " WS-EXCEPTION-STATUS
                MOVE 16 TO WS-CONDITION-CODE
             ELSE
                MOVE WS-EXCEPTION-HEADING TO EXCEPTION-RECORD
                WRITE EXCEPTION-RECORD
             END-IF
          END-IF.

       CLOSE-SHEET-FILES.
          IF CONTACT-FILE-IS-AVAIL
             CLOSE CONTACT-FILE
          END-IF.
          IF WS-SHEET-REPORT-STATUS = "00"
             CLOSE SHEET-REPORT-FILE
          END-IF.
          IF WS-EXCEPTION-STATUS = "00"
             CLOSE EXCEPTION-FILE
          END-IF.

      *-----------------------------------------------------------------
      * Starts a sheet for a new classroom, closing off the last one.
      *-----------------------------------------------------------------
       START-CLASSROOM-SHEET.
          IF WS-PREV-CLASSROOM NOT = LOW-VALUES
             PERFORM WRITE-ROOM-FOOTER
          END-IF.
          MOVE SS-CLASSROOM-ID TO WS-PREV-CLASSROOM.
          MOVE 0 TO WS-ROOM-STUDENT-COUNT.
          MOVE 0 TO WS-ROOM-NO-CONTACT-COUNT.
          MOVE 0 TO WS-ROOM-RESTRICTED-COUNT.

          MOVE SS-CLASSROOM-ID TO WS-LOOKUP-CLASSROOM.
          PERFORM FIND-CLASSROOM.
          MOVE SS-CLASSROOM-ID TO WS-SH-CLASSROOM.
          IF CLASSROOM-WAS-FOUND
             MOVE CLASSROOM-TEACHER (WS-CLASSROOM-MATCH-SUB)
                TO WS-SH-TEACHER
          ELSE
             MOVE "** NOT ON CLASSRM.DAT **" TO WS-SH-TEACHER
          END-IF.

          ADD 1 TO WS-PAGE-NO.
          MOVE WS-TODAY-DATE TO WS-SH-RUN-DATE.
          MOVE WS-PAGE-NO    TO WS-SH-PAGE.
          IF WS-PAGE-NO > 1
             MOVE SPACES TO SHEET-REPORT-RECORD
             WRITE SHEET-REPORT-RECORD
          END-IF.
          MOVE WS-SHEET-HEADING-1 TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.
          MOVE WS-SHEET-HEADING-2 TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.
          MOVE SPACES TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.
          MOVE WS-SHEET-HEADING-3 TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.

       WRITE-ROOM-FOOTER.
          MOVE SPACES TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.
          MOVE WS-ROOM-STUDENT-COUNT    TO WS-RF-STUDENTS.
          MOVE WS-ROOM-NO-CONTACT-COUNT TO WS-RF-NO-CONTACT.
          MOVE WS-ROOM-RESTRICTED-COUNT TO WS-RF-RESTRICTED.
          MOVE WS-ROOM-FOOTER TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.

      *-----------------------------------------------------------------
      * Lists one student and all of the student's contacts.  The
      * student line is written after the contacts are read so that it
      * can carry the custody warning; the contacts are read twice, once
      * to settle the warning and once to print.
      *-----------------------------------------------------------------
       LIST-ONE-STUDENT.
          ADD 1 TO WS-LISTED-COUNT.
          ADD 1 TO WS-ROOM-STUDENT-COUNT.
          MOVE 0   TO WS-STUDENT-CONTACTS.
          MOVE "N" TO WS-STUDENT-RESTRICTED.
          PERFORM START-STUDENT-CONTACTS.
          PERFORM UNTIL CONTACT-AT-EOF
             PERFORM READ-NEXT-CONTACT
             IF NOT CONTACT-AT-EOF
                ADD 1 TO WS-STUDENT-CONTACTS
                IF GC-CUSTODY-FLAG = "Y"
                   MOVE "Y" TO WS-STUDENT-RESTRICTED
                END-IF
             END-IF
          END-PERFORM.

          MOVE SPACES          TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.
          MOVE SPACES          TO WS-STUDENT-LINE.
          MOVE SS-STUDENT-ID   TO WS-SL-ID.
          MOVE SS-STUDENT-NAME TO WS-SL-NAME.
          EVALUATE TRUE
             WHEN WS-STUDENT-CONTACTS = 0
                MOVE "** NO CONTACT ON FILE **" TO WS-SL-NOTE
             WHEN STUDENT-IS-RESTRICTED
                MOVE "*** CUSTODY RESTRICTION - SEE OFFICE ***"
                   TO WS-SL-NOTE
          END-EVALUATE.
          MOVE WS-STUDENT-LINE TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.

          IF WS-STUDENT-CONTACTS = 0
             ADD 1 TO WS-NO-CONTACT-COUNT
             ADD 1 TO WS-ROOM-NO-CONTACT-COUNT
             PERFORM WRITE-NO-CONTACT-EXCEPTION
          ELSE
             IF STUDENT-IS-RESTRICTED
                ADD 1 TO WS-RESTRICTED-COUNT
                ADD 1 TO WS-ROOM-RESTRICTED-COUNT
             END-IF
             PERFORM START-STUDENT-CONTACTS
             PERFORM UNTIL CONTACT-AT-EOF
                PERFORM READ-NEXT-CONTACT
                IF NOT CONTACT-AT-EOF
                   PERFORM WRITE-CONTACT-LINE
                END-IF
             END-PERFORM
          END-IF.

       START-STUDENT-CONTACTS.
          MOVE "N" TO WS-CONTACT-EOF.
          IF NOT CONTACT-FILE-IS-AVAIL
             MOVE "Y" TO WS-CONTACT-EOF
          ELSE
             MOVE SS-STUDENT-ID TO GC-STUDENT-ID
             MOVE 0             TO GC-CONTACT-SEQ
             START CONTACT-FILE KEY NOT LESS THAN GC-CONTACT-KEY
                INVALID KEY
                   MOVE "Y" TO WS-CONTACT-EOF
             END-START
          END-IF.

       READ-NEXT-CONTACT.
          READ CONTACT-FILE NEXT
             AT END
                MOVE "Y" TO WS-CONTACT-EOF
             NOT AT END
                IF GC-STUDENT-ID NOT = SS-STUDENT-ID
                   MOVE "Y" TO WS-CONTACT-EOF
                END-IF
          END-READ.

       WRITE-CONTACT-LINE.
          ADD 1 TO WS-CONTACT-LIST-COUNT.
          MOVE SPACES          TO WS-CONTACT-LINE.
          MOVE GC-CONTACT-SEQ  TO WS-CL-SEQ.
          MOVE GC-CONTACT-NAME TO WS-CL-NAME.
          MOVE GC-RELATIONSHIP TO WS-CL-RELATIONSHIP.
          MOVE GC-HOME-PHONE   TO WS-CL-HOME-PHONE.
          MOVE GC-WORK-PHONE   TO WS-CL-WORK-PHONE.
          MOVE GC-CELL-PHONE   TO WS-CL-CELL-PHONE.
          IF GC-PICKUP-FLAG = "Y"
             MOVE "YES" TO WS-CL-PICKUP
          ELSE
             MOVE "NO"  TO WS-CL-PICKUP
          END-IF.
          IF GC-CUSTODY-FLAG = "Y"
             MOVE "*** CUSTODY RESTRICTION ***" TO WS-CL-CUSTODY
          END-IF.
          MOVE WS-CONTACT-LINE TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.

       WRITE-NO-CONTACT-EXCEPTION.
          MOVE SPACES          TO WS-EXCEPTION-LINE.
          MOVE SS-STUDENT-ID   TO WS-EXC-ID.
          MOVE SS-STUDENT-NAME TO WS-EXC-NAME.
          MOVE SS-CLASSROOM-ID TO WS-EXC-CLASSROOM.
          MOVE "NO GUARDIAN CONTACT ON FILE" TO WS-EXC-REASON.
          IF WS-EXCEPTION-STATUS = "00"
             MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
             WRITE EXCEPTION-RECORD
          END-IF.

      *-----------------------------------------------------------------
       WRITE-SHEET-TOTALS.
          IF WS-PREV-CLASSROOM NOT = LOW-VALUES
             PERFORM WRITE-ROOM-FOOTER
          END-IF.
          MOVE SPACES TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.
          MOVE WS-MASTER-READ-COUNT  TO WS-ST-READ.
          MOVE WS-WITHDRAWN-COUNT    TO WS-ST-WITHDRAWN.
          MOVE WS-LISTED-COUNT       TO WS-ST-LISTED.
          MOVE WS-SHEET-TOTALS-1 TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.
          MOVE WS-CONTACT-LIST-COUNT TO WS-ST-CONTACTS.
          MOVE WS-NO-CONTACT-COUNT   TO WS-ST-NO-CONTACT.
          MOVE WS-RESTRICTED-COUNT   TO WS-ST-RESTRICTED.
          MOVE WS-SHEET-TOTALS-2 TO SHEET-REPORT-RECORD.
          WRITE SHEET-REPORT-RECORD.

      *-----------------------------------------------------------------
      * Sort input procedure: releases every student not withdrawn.
      *-----------------------------------------------------------------
       SHEET-INPUT SECTION.
       SHEET-INPUT-PARA.
          MOVE "N" TO WS-STUDENT-MASTER-EOF.
          OPEN INPUT STUDENT-MASTER-FILE.
          IF WS-STUDENT-MASTER-STATUS NOT = "00"
             DISPLAY "SHEET-INPUT-PARA: UNABLE TO OPEN STUDMAST.DAT, "
                "STATUS = " WS-STUDENT-MASTER-STATUS
             MOVE 16  TO WS-CONDITION-CODE
             MOVE "Y" TO WS-STUDENT-MASTER-EOF
          END-IF.

          PERFORM UNTIL STUDENT-MASTER-AT-EOF
             READ STUDENT-MASTER-FILE
                AT END
                   MOVE "Y" TO WS-STUDENT-MASTER-EOF
                NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   IF SM-STATUS-FLAG = "W"
                      ADD 1 TO WS-WITHDRAWN-COUNT
                   ELSE
                      MOVE SM-CLASSROOM-ID TO SS-CLASSROOM-ID
                      MOVE SM-STUDENT-NAME TO SS-STUDENT-NAME
                      MOVE SM-STUDENT-ID   TO SS-STUDENT-ID
                      RELEASE SHEET-SORT-RECORD
                   END-IF
             END-READ
          END-PERFORM.

          IF WS-STUDENT-MASTER-STATUS = "00"
             OR WS-STUDENT-MASTER-STATUS = "10"
             CLOSE STUDENT-MASTER-FILE
          END-IF.

      *-----------------------------------------------------------------
      * Sort output procedure: one sheet per classroom.
      *-----------------------------------------------------------------
       SHEET-OUTPUT SECTION.
       SHEET-OUTPUT-PARA.
          MOVE "N" TO WS-SORT-OUT-EOF.
          PERFORM UNTIL SORT-OUT-AT-EOF
             RETURN SHEET-SORT-FILE
                AT END
                   MOVE "Y" TO WS-SORT-OUT-EOF
                NOT AT END
                   IF SS-CLASSROOM-ID NOT = WS-PREV-CLASSROOM
                      PERFORM START-CLASSROOM-SHEET
                   END-IF
                   PERFORM LIST-ONE-STUDENT
             END-RETURN
          END-PERFORM.
