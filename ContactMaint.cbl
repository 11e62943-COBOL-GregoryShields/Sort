       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.

      *-----------------------------------------------------------------
      * Guardian and emergency contact maintenance.  CONTACT.DAT is
      * keyed by student ID and a contact sequence number, so a student
      * may carry several contacts.  Transactions on CONTTRAN.DAT add,
      * change or delete one contact; an add must name a student on
      * STUDMAST.DAT.  On a change a blank field keeps the value already
      * on file.  The pickup-authorized and custody-restriction flags
      * take Y or N (blank on an add is N).  Contacts are not removed
      * when a student withdraws.  The run ends with condition code 16
      * when CONTACT.DAT or CONTTRAN.DAT cannot be opened, 4 when any
      * transaction was rejected, and 0 otherwise.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTACT-FILE ASSIGN TO "CONTACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GC-CONTACT-KEY
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT CONTACT-TRAN-FILE ASSIGN TO "CONTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-TRAN-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "CONTMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CONTACT-TRAN-FILE
           RECORDING MODE IS F.
       01 CONTACT-TRAN-RECORD.
          05 GT-ACTION             PIC X.
          05 GT-STUDENT-ID         PIC 9(6).
          05 GT-CONTACT-SEQ        PIC 9(2).
          05 GT-CONTACT-NAME       PIC X(25).
          05 GT-RELATIONSHIP       PIC X(12).
          05 GT-HOME-PHONE         PIC X(12).
          05 GT-WORK-PHONE         PIC X(12).
          05 GT-CELL-PHONE         PIC X(12).
          05 GT-PICKUP-FLAG        PIC X.
          05 GT-CUSTODY-FLAG       PIC X.

       FD  STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
          05 SM-STUDENT-ID     PIC 9(6).
          05 SM-STUDENT-NAME   PIC A(25).
          05 SM-BIRTH-DATE     PIC 9(8).
          05 SM-CLASSROOM-ID   PIC X(10).
          05 SM-STATUS-FLAG    PIC X.

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01 MAINT-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-CONTACT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CONTACT-TRAN-STATUS   PIC XX VALUE "00".
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-MAINT-REPORT-STATUS   PIC XX VALUE "00".

       01 WS-STUDENT-MASTER-AVAIL  PIC X  VALUE "N".
           88 STUDENT-MASTER-IS-AVAIL VALUE "Y".

       01 WS-TRAN-EOF              PIC X  VALUE "N".
           88 TRAN-AT-EOF          VALUE "Y".
       01 WS-MASTER-OPEN-FLAG      PIC X  VALUE "N".
           88 MASTER-OPEN-FAILED   VALUE "Y".

       01 WS-CONTACT-FOUND         PIC X  VALUE "N".
           88 CONTACT-WAS-FOUND    VALUE "Y".
       01 WS-STUDENT-FOUND         PIC X  VALUE "N".
           88 STUDENT-WAS-FOUND    VALUE "Y".

       01 WS-TRAN-READ-COUNT       PIC 9(4) VALUE 0.
       01 WS-APPLIED-COUNT         PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(4) VALUE 0.
       01 WS-CONDITION-CODE        PIC 9(4) VALUE 0.

       01 WS-MAINT-HEADING-1.
          05 FILLER    PIC X(40) VALUE SPACES.
          05 FILLER    PIC X(16) VALUE "GUARDIAN CONTACT".
          05 FILLER    PIC X(21) VALUE " MAINTENANCE REGISTER".

       01 WS-MAINT-HEADING-2.
          05 FILLER    PIC X(4)  VALUE "ACT ".
          05 FILLER    PIC X(7)  VALUE "STUDENT".
          05 FILLER    PIC X(5)  VALUE " SEQ ".
          05 FILLER    PIC X(45)
                       VALUE "BEFORE NAME/RELATIONSHIP/PICKUP/CUSTODY".
          05 FILLER    PIC X(45)
                       VALUE "AFTER NAME/RELATIONSHIP/PICKUP/CUSTODY".
          05 FILLER    PIC X(24) VALUE "STATUS".

       01 WS-MAINT-DETAIL.
          05 WS-MD-ACTION      PIC X.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 WS-MD-STUDENT-ID  PIC ZZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-MD-SEQ         PIC Z9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 WS-MD-BEF-NAME    PIC X(25).
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-MD-BEF-REL     PIC X(12).
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-MD-BEF-PICKUP  PIC X.
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-MD-BEF-CUSTODY PIC X.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 WS-MD-AFT-NAME    PIC X(25).
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-MD-AFT-REL     PIC X(12).
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-MD-AFT-PICKUP  PIC X.
          05 FILLER            PIC X     VALUE SPACES.
          05 WS-MD-AFT-CUSTODY PIC X.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 WS-MD-STATUS      PIC X(24).

       01 WS-MAINT-TOTALS.
          05 FILLER           PIC X(14) VALUE "TRANS READ: ".
          05 WS-MT-READ       PIC ZZZ9.
          05 FILLER           PIC X(11) VALUE "  APPLIED: ".
          05 WS-MT-APPLIED    PIC ZZZ9.
          05 FILLER           PIC X(12) VALUE "  REJECTED: ".
          05 WS-MT-REJECTED   PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
          PERFORM OPEN-MAINT-FILES.

          IF MASTER-OPEN-FAILED
             DISPLAY "MAIN-PARA: CONTACT FILE NOT AVAILABLE, "
                "NO MAINTENANCE APPLIED"
             MOVE 16 TO WS-CONDITION-CODE
          ELSE
             PERFORM APPLY-TRANSACTIONS
             PERFORM WRITE-MAINT-TOTALS
             IF WS-REJECTED-COUNT > 0 AND WS-CONDITION-CODE < 4
                MOVE 4 TO WS-CONDITION-CODE
             END-IF
          END-IF.

          PERFORM CLOSE-MAINT-FILES.
          MOVE WS-CONDITION-CODE TO RETURN-CODE.

       GOBACK.

      *-----------------------------------------------------------------
       OPEN-MAINT-FILES.
          OPEN I-O CONTACT-FILE.
          IF WS-CONTACT-FILE-STATUS NOT = "00"
             AND WS-CONTACT-FILE-STATUS NOT = "05"
             DISPLAY "OPEN-MAINT-FILES: UNABLE TO OPEN CONTACT.DAT, "
                "STATUS = " WS-CONTACT-FILE-STATUS
             MOVE "Y" TO WS-MASTER-OPEN-FLAG
          END-IF.

          OPEN INPUT STUDENT-MASTER-FILE.
          IF WS-STUDENT-MASTER-STATUS = "00"
             MOVE "Y" TO WS-STUDENT-MASTER-AVAIL
          ELSE
             DISPLAY "OPEN-MAINT-FILES: UNABLE TO OPEN STUDMAST.DAT, "
                "STATUS = " WS-STUDENT-MASTER-STATUS
                ", ADDS WILL BE REJECTED"
          END-IF.

          OPEN INPUT CONTACT-TRAN-FILE.
          IF WS-CONTACT-TRAN-STATUS NOT = "00"
             DISPLAY "OPEN-MAINT-FILES: UNABLE TO OPEN CONTTRAN.DAT, "
                "STATUS = " WS-CONTACT-TRAN-STATUS
             MOVE "Y" TO WS-TRAN-EOF
             MOVE 16 TO WS-CONDITION-CODE
          END-IF.

          OPEN OUTPUT MAINT-REPORT-FILE.
          IF WS-MAINT-REPORT-STATUS NOT = "00"
             DISPLAY "OPEN-MAINT-FILES: UNABLE TO OPEN CONTMNT.RPT, "
                "STATUS = " WS-MAINT-REPORT-STATUS
          END-IF.

          MOVE WS-MAINT-HEADING-1 TO MAINT-REPORT-RECORD.
          WRITE MAINT-REPORT-RECORD.
          MOVE WS-MAINT-HEADING-2 TO MAINT-REPORT-RECORD.
          WRITE MAINT-REPORT-RECORD.

      *-----------------------------------------------------------------
       APPLY-TRANSACTIONS.
          PERFORM UNTIL TRAN-AT-EOF
             READ CONTACT-TRAN-FILE
                AT END
                   MOVE "Y" TO WS-TRAN-EOF
                NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
             END-READ
          END-PERFORM.

       APPLY-ONE-TRANSACTION.
          MOVE SPACES TO WS-MAINT-DETAIL.
          MOVE GT-ACTION TO WS-MD-ACTION.
          IF GT-STUDENT-ID NUMERIC
             MOVE GT-STUDENT-ID TO WS-MD-STUDENT-ID
          END-IF.
          IF GT-CONTACT-SEQ NUMERIC
             MOVE GT-CONTACT-SEQ TO WS-MD-SEQ
          END-IF.

          IF GT-STUDENT-ID NOT NUMERIC
             OR GT-CONTACT-SEQ NOT NUMERIC
             OR GT-CONTACT-SEQ = 0
             MOVE "INVALID STUDENT/SEQUENCE" TO WS-MD-STATUS
             PERFORM WRITE-REJECT-LINE
          ELSE
             PERFORM FIND-CONTACT
             EVALUATE GT-ACTION
                WHEN "A"
                   PERFORM APPLY-ADD
                WHEN "C"
                   PERFORM APPLY-CHANGE
                WHEN "D"
                   PERFORM APPLY-DELETE
                WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-MD-STATUS
                   PERFORM WRITE-REJECT-LINE
             END-EVALUATE
          END-IF.

       FIND-CONTACT.
          MOVE "N" TO WS-CONTACT-FOUND.
          MOVE GT-STUDENT-ID  TO GC-STUDENT-ID.
          MOVE GT-CONTACT-SEQ TO GC-CONTACT-SEQ.
          READ CONTACT-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE "Y" TO WS-CONTACT-FOUND
          END-READ.

       FIND-STUDENT.
          MOVE "N" TO WS-STUDENT-FOUND.
          IF STUDENT-MASTER-IS-AVAIL
             MOVE GT-STUDENT-ID TO SM-STUDENT-ID
             READ STUDENT-MASTER-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "Y" TO WS-STUDENT-FOUND
             END-READ
          END-IF.

      *-----------------------------------------------------------------
       APPLY-ADD.
          PERFORM FIND-STUDENT.
          EVALUATE TRUE
             WHEN CONTACT-WAS-FOUND
                MOVE "DUPLICATE CONTACT" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN NOT STUDENT-WAS-FOUND
                MOVE "STUDENT NOT ON MASTER" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN GT-CONTACT-NAME = SPACES
                MOVE "CONTACT NAME MISSING" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN GT-PICKUP-FLAG NOT = "Y" AND NOT = "N"
                                 AND NOT = SPACE
                MOVE "PICKUP FLAG NOT Y/N" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN GT-CUSTODY-FLAG NOT = "Y" AND NOT = "N"
                                  AND NOT = SPACE
                MOVE "CUSTODY FLAG NOT Y/N" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN OTHER
                MOVE GT-STUDENT-ID    TO GC-STUDENT-ID
                MOVE GT-CONTACT-SEQ   TO GC-CONTACT-SEQ
                MOVE GT-CONTACT-NAME  TO GC-CONTACT-NAME
                MOVE GT-RELATIONSHIP  TO GC-RELATIONSHIP
                MOVE GT-HOME-PHONE    TO GC-HOME-PHONE
                MOVE GT-WORK-PHONE    TO GC-WORK-PHONE
                MOVE GT-CELL-PHONE    TO GC-CELL-PHONE
                MOVE "N"              TO GC-PICKUP-FLAG
                IF GT-PICKUP-FLAG = "Y"
                   MOVE "Y" TO GC-PICKUP-FLAG
                END-IF
                MOVE "N"              TO GC-CUSTODY-FLAG
                IF GT-CUSTODY-FLAG = "Y"
                   MOVE "Y" TO GC-CUSTODY-FLAG
                END-IF
                WRITE CONTACT-RECORD
                   INVALID KEY
                      MOVE "DUPLICATE CONTACT" TO WS-MD-STATUS
                      PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                      PERFORM MOVE-AFTER-IMAGE
                      MOVE "ADDED" TO WS-MD-STATUS
                      PERFORM WRITE-APPLIED-LINE
                END-WRITE
          END-EVALUATE.

      *-----------------------------------------------------------------
      * On a change a blank field keeps the value already on the
      * contact; a keyed flag must be Y or N.
      *-----------------------------------------------------------------
       APPLY-CHANGE.
          EVALUATE TRUE
             WHEN NOT CONTACT-WAS-FOUND
                MOVE "CONTACT NOT ON FILE" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN GT-PICKUP-FLAG NOT = "Y" AND NOT = "N"
                                 AND NOT = SPACE
                MOVE "PICKUP FLAG NOT Y/N" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN GT-CUSTODY-FLAG NOT = "Y" AND NOT = "N"
                                  AND NOT = SPACE
                MOVE "CUSTODY FLAG NOT Y/N" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             WHEN OTHER
                PERFORM CHANGE-CONTACT-ROW
          END-EVALUATE.

       CHANGE-CONTACT-ROW.
          PERFORM MOVE-BEFORE-IMAGE.
          IF GT-CONTACT-NAME NOT = SPACES
             MOVE GT-CONTACT-NAME TO GC-CONTACT-NAME
          END-IF.
          IF GT-RELATIONSHIP NOT = SPACES
             MOVE GT-RELATIONSHIP TO GC-RELATIONSHIP
          END-IF.
          IF GT-HOME-PHONE NOT = SPACES
             MOVE GT-HOME-PHONE TO GC-HOME-PHONE
          END-IF.
          IF GT-WORK-PHONE NOT = SPACES
             MOVE GT-WORK-PHONE TO GC-WORK-PHONE
          END-IF.
          IF GT-CELL-PHONE NOT = SPACES
             MOVE GT-CELL-PHONE TO GC-CELL-PHONE
          END-IF.
          IF GT-PICKUP-FLAG NOT = SPACE
             MOVE GT-PICKUP-FLAG TO GC-PICKUP-FLAG
          END-IF.
          IF GT-CUSTODY-FLAG NOT = SPACE
             MOVE GT-CUSTODY-FLAG TO GC-CUSTODY-FLAG
          END-IF.
          PERFORM MOVE-AFTER-IMAGE.
          REWRITE CONTACT-RECORD
             INVALID KEY
                MOVE "REWRITE FAILED" TO WS-MD-STATUS
                PERFORM WRITE-REJECT-LINE
             NOT INVALID KEY
                MOVE "CHANGED" TO WS-MD-STATUS
                PERFORM WRITE-APPLIED-LINE
          END-REWRITE.

      *-----------------------------------------------------------------
       APPLY-DELETE.
          IF NOT CONTACT-WAS-FOUND
             MOVE "CONTACT NOT ON FILE" TO WS-MD-STATUS
             PERFORM WRITE-REJECT-LINE
          ELSE
             PERFORM MOVE-BEFORE-IMAGE
             DELETE CONTACT-FILE
                INVALID KEY
                   MOVE "DELETE FAILED" TO WS-MD-STATUS
                   PERFORM WRITE-REJECT-LINE
                NOT INVALID KEY
                   MOVE "DELETED" TO WS-MD-STATUS
                   PERFORM WRITE-APPLIED-LINE
             END-DELETE
          END-IF.

      *-----------------------------------------------------------------
       MOVE-BEFORE-IMAGE.
          MOVE GC-CONTACT-NAME TO WS-MD-BEF-NAME.
          MOVE GC-RELATIONSHIP TO WS-MD-BEF-REL.
          MOVE GC-PICKUP-FLAG  TO WS-MD-BEF-PICKUP.
          MOVE GC-CUSTODY-FLAG TO WS-MD-BEF-CUSTODY.

       MOVE-AFTER-IMAGE.
          MOVE GC-CONTACT-NAME TO WS-MD-AFT-NAME.
          MOVE GC-RELATIONSHIP TO WS-MD-AFT-REL.
          MOVE GC-PICKUP-FLAG  TO WS-MD-AFT-PICKUP.
          MOVE GC-CUSTODY-FLAG TO WS-MD-AFT-CUSTODY.

       WRITE-APPLIED-LINE.
          ADD 1 TO WS-APPLIED-COUNT.
          MOVE WS-MAINT-DETAIL TO MAINT-REPORT-RECORD.
          WRITE MAINT-REPORT-RECORD.

       WRITE-REJECT-LINE.
          ADD 1 TO WS-REJECTED-COUNT.
          MOVE WS-MAINT-DETAIL TO MAINT-REPORT-RECORD.
          WRITE MAINT-REPORT-RECORD.

       WRITE-MAINT-TOTALS.
          MOVE WS-TRAN-READ-COUNT TO WS-MT-READ.
          MOVE WS-APPLIED-COUNT   TO WS-MT-APPLIED.
          MOVE WS-REJECTED-COUNT  TO WS-MT-REJECTED.
          MOVE WS-MAINT-TOTALS TO MAINT-REPORT-RECORD.
          WRITE MAINT-REPORT-RECORD.

       CLOSE-MAINT-FILES.
          IF NOT MASTER-OPEN-FAILED
             CLOSE CONTACT-FILE
          END-IF.
          IF STUDENT-MASTER-IS-AVAIL
             CLOSE STUDENT-MASTER-FILE
          END-IF.
          IF WS-CONTACT-TRAN-STATUS = "00"
             OR WS-CONTACT-TRAN-STATUS = "10"
             CLOSE CONTACT-TRAN-FILE
          END-IF.
          IF WS-MAINT-REPORT-STATUS = "00"
             CLOSE MAINT-REPORT-FILE
          END-IF.
