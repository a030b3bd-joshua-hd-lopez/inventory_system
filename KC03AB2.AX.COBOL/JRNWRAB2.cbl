       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  JRNWRAB2.
      *
      *****************************************************************
      * WRITE ONE MASTER FILE CHANGE TO THE JRNAB2 JOURNAL.  LINKED
      * TO WITH JRNPARM BY EVERY ONLINE MAINTENANCE PROGRAM AFTER IT
      * ADDS, CHANGES OR DELETES A MASTER RECORD.  THE DATE, TIME,
      * TERMINAL, TRANSACTION AND TASK NUMBER ARE TAKEN HERE SO EVERY
      * CALLER STAMPS THEM THE SAME WAY.  A SECOND CHANGE TO THE SAME
      * RECORD IN THE SAME TASK AND SECOND TAKES THE NEXT SEQUENCE
      * NUMBER, THE WAY CMMNTAB2 STEPS ITS AUDIT TIME.  THE CALLER'S
      * OWN UNIT OF WORK CARRIES THE JOURNAL RECORD, SO A CHANGE
      * BACKED OUT IS NEVER JOURNALED.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-INFO.
           02  JRN-OPEN                PIC X VALUE 'N'.
           02  JRN-OPEN-STATUS         PIC S9(8) COMP.
           02  JRN-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  JOURNAL-DONE-SW             PIC X(01)  VALUE 'N'.
               88  JOURNAL-DONE                       VALUE 'Y'.
      *
       01  WORK-FIELDS.
      *
           05  ABSOLUTE-TIME           PIC S9(15)  COMP-3.
           05  TODAY-YMD               PIC X(08).
           05  TIME-HHMMSS             PIC 9(06).
      *
       01  RESPONSE-CODE               PIC S9(08) COMP.
      *
       COPY JRNPARM.
      *
       COPY JRNIMG.
      *
       COPY ERRPARM.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                 PIC X(654).
      *
       PROCEDURE DIVISION.
      *
       0000-WRITE-CHANGE-JOURNAL.
      *
           MOVE DFHCOMMAREA TO JOURNAL-PARMS.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(TODAY-YMD)
           END-EXEC.
           MOVE EIBTIME TO TIME-HHMMSS.
      *
           PERFORM 6000-OPEN-JRN-FILE.
      *
           MOVE SPACE             TO MASTER-JOURNAL-RECORD.
           MOVE JPM-FILE-NAME     TO JRN-FILE-NAME.
           MOVE JPM-RECORD-KEY    TO JRN-RECORD-KEY.
           MOVE TODAY-YMD         TO JRN-CHANGE-DATE.
           MOVE TIME-HHMMSS       TO JRN-CHANGE-TIME.
           MOVE EIBTASKN          TO JRN-TASK-NUMBER.
           MOVE ZERO              TO JRN-SEQUENCE.
           MOVE JPM-ACTION        TO JRN-ACTION.
           MOVE JPM-OPERATOR      TO JRN-OPERATOR.
           MOVE EIBTRMID          TO JRN-TERMINAL.
           MOVE EIBTRNID          TO JRN-TRANSACTION.
           MOVE JPM-PROGRAM       TO JRN-PROGRAM.
           MOVE JPM-RECORD-LENGTH TO JRN-RECORD-LENGTH.
           IF JPM-ACTION-ADD
               MOVE SPACE            TO JRN-BEFORE-IMAGE
           ELSE
               MOVE JPM-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           END-IF.
           IF JPM-ACTION-DELETE
               MOVE SPACE            TO JRN-AFTER-IMAGE
           ELSE
               MOVE JPM-AFTER-IMAGE  TO JRN-AFTER-IMAGE
           END-IF.
      *
           MOVE 'N' TO JOURNAL-DONE-SW.
           PERFORM 1000-WRITE-JOURNAL-ONCE
               UNTIL JOURNAL-DONE.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       1000-WRITE-JOURNAL-ONCE.
      *
           EXEC CICS
               WRITE FILE('JRNAB2')
                     FROM(MASTER-JOURNAL-RECORD)
                     RIDFLD(JRN-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO JOURNAL-DONE-SW
               WHEN DFHRESP(DUPREC)
                   IF JRN-SEQUENCE < 99
                       ADD 1 TO JRN-SEQUENCE
                   ELSE
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       6000-OPEN-JRN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('JRNAB2')
                   OPENSTATUS(JRN-OPEN-STATUS)
                   ENABLESTATUS(JRN-ENABLE-STATUS)
           END-EXEC.
      *
           IF JRN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('JRNAB2') OPEN
               END-EXEC
               MOVE 'Y' TO JRN-OPEN
           ELSE IF JRN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('164')
               END-EXEC
           END-IF.
      *
       9999-TERMINATE-PROGRAM.
      *
           MOVE EIBRESP  TO ERR-RESP.
           MOVE EIBRESP2 TO ERR-RESP2.
           MOVE EIBTRNID TO ERR-TRNID.
           MOVE EIBRSRCE TO ERR-RSRCE.
      *
           EXEC CICS
               XCTL PROGRAM('SYSERR')
                    COMMAREA(ERROR-PARAMETERS)
           END-EXEC.
