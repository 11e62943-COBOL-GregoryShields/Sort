      * student master STUDMAST.DAT.  Rename the old ROSTER.DAT to
      * ROSTSEQ.DAT before the run; the program writes the new roster
      * format, carrying the assigned ID, back to ROSTER.DAT.  IDs are
      * assigned sequentially from 100001 in roster order.  The old
      * roster has no birth date; it is written as zero, to be
      * collected.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ROSTER-RECORD.
          05 ROSTER-STUDENT-ID    PIC 9(6).
          05 ROSTER-NAME          PIC A(25).
          05 ROSTER-BIRTH-DATE    PIC 9(8).
          05 ROSTER-CLASSROOM-ID  PIC X(10).
          05 ROSTER-RESUBMIT-FLAG PIC X.

       01 STUDENT-MASTER-RECORD.
          05 SM-STUDENT-ID     PIC 9(6).
          05 SM-STUDENT-NAME   PIC A(25).
          05 SM-BIRTH-DATE     PIC 9(8).
          05 SM-CLASSROOM-ID   PIC X(10).
          05 SM-STATUS-FLAG    PIC X.

       ASSIGN-STUDENT-ID.
          MOVE WS-NEXT-STUDENT-ID TO SM-STUDENT-ID.
          MOVE RS-NAME            TO SM-STUDENT-NAME.
          MOVE 0                  TO SM-BIRTH-DATE.
          MOVE RS-CLASSROOM-ID    TO SM-CLASSROOM-ID.
          MOVE "A"                TO SM-STATUS-FLAG.
          WRITE STUDENT-MASTER-RECORD
          MOVE SPACES             TO ROSTER-RECORD.
          MOVE SM-STUDENT-ID      TO ROSTER-STUDENT-ID.
          MOVE RS-NAME            TO ROSTER-NAME.
          MOVE 0                  TO ROSTER-BIRTH-DATE.
          MOVE RS-CLASSROOM-ID    TO ROSTER-CLASSROOM-ID.
          MOVE RS-RESUBMIT-FLAG   TO ROSTER-RESUBMIT-FLAG.
          WRITE ROSTER-RECORD.
