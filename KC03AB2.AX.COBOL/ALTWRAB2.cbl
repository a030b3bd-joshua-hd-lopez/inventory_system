       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  ALTWRAB2.
      *
      *****************************************************************
      * RAISE AN OPERATOR ALERT FROM AN ONLINE PROGRAM.  LINKED TO
      * WITH ALTPARM BY ANY TRANSACTION THAT DETECTS A CONDITION
      * NEEDING A PERSON (A CREDIT HOLD CAPTURED IN ORDER ENTRY, A
      * VOUCHER HELD FOR VARIANCE).
      * A NEW ALERT IS ROUTED FROM ITS TYPE'S ALRAB2 RECORD TO AN
      * OPERATOR OR A ROLE - NO ROUTING RECORD MEANS THE SUPERVISORS
      * - AND WRITTEN TO ALTAB2 AS NEW.  AN ALERT ALREADY ON FILE FOR
      * THE SAME TYPE AND REFERENCE IS BROUGHT UP TO DATE INSTEAD,
      * KEEPING ITS STATUS AND ASSIGNMENT, THE SAME AS THE BATCH
      * DETECTORS DO THROUGH ALTPARAS.  THE CALLER'S OWN UNIT OF
      * WORK CARRIES THE ALERT, SO IT IS BACKED OUT WITH THE CHANGE
      * THAT RAISED IT.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-INFO.
           02  ALT-OPEN                PIC X VALUE 'N'.
           02  ALT-OPEN-STATUS         PIC S9(8) COMP.
           02  ALT-ENABLE-STATUS       PIC S9(8) COMP.
           02  ALR-OPEN                PIC X VALUE 'N'.
           02  ALR-OPEN-STATUS         PIC S9(8) COMP.
           02  ALR-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  WORK-FIELDS.
      *
           05  ABSOLUTE-TIME           PIC S9(15)  COMP-3.
           05  TODAY-YMD               PIC X(08).
           05  TIME-HHMMSS             PIC 9(06).
      *
       01  RESPONSE-CODE               PIC S9(08) COMP.
      *
       COPY ALTPARM.
      *
       COPY ALERT.
      *
       COPY ALTROUT.
      *
       COPY ERRPARM.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                 PIC X(91).
      *
       PROCEDURE DIVISION.
      *
       0000-RAISE-OPERATOR-ALERT.
      *
           MOVE DFHCOMMAREA TO ALERT-PARMS.
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
           PERFORM 6000-OPEN-ALT-FILE.
      *
           MOVE APM-ALERT-TYPE TO ALT-TYPE.
           MOVE APM-REFERENCE  TO ALT-REFERENCE.
      *
           EXEC CICS
               READ FILE('ALTAB2')
                    INTO(ALERT-RECORD)
                    RIDFLD(ALT-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM 2000-UPDATE-OPEN-ALERT
               WHEN DFHRESP(NOTFND)
                   PERFORM 1000-WRITE-NEW-ALERT
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           MOVE ALERT-PARMS TO DFHCOMMAREA.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       1000-WRITE-NEW-ALERT.
      *
           MOVE SPACE          TO ALERT-RECORD.
           MOVE APM-ALERT-TYPE TO ALT-TYPE.
           MOVE APM-REFERENCE  TO ALT-REFERENCE.
           SET ALT-STATUS-NEW  TO TRUE.
           MOVE TODAY-YMD      TO ALT-RAISED-DATE
                                  ALT-LAST-SEEN-DATE.
           MOVE TIME-HHMMSS    TO ALT-RAISED-TIME.
           MOVE APM-RAISED-BY  TO ALT-RAISED-BY.
           MOVE 1              TO ALT-SEEN-COUNT.
           MOVE APM-TEXT       TO ALT-TEXT.
      *
           PERFORM 1100-ROUTE-NEW-ALERT.
      *
           EXEC CICS
               WRITE FILE('ALTAB2')
                     FROM(ALERT-RECORD)
                     RIDFLD(ALT-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
      *    ANOTHER TASK RAISING THE SAME CONDITION IN THE SAME
      *    MOMENT GOT THERE FIRST - COUNT THIS ONE AGAINST ITS ALERT.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   SET APM-NEW-ALERT TO TRUE
               WHEN DFHRESP(DUPREC)
                   EXEC CICS
                       READ FILE('ALTAB2')
                            INTO(ALERT-RECORD)
                            RIDFLD(ALT-KEY)
                            UPDATE
                            RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   PERFORM 2000-UPDATE-OPEN-ALERT
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       1100-ROUTE-NEW-ALERT.
      *
           PERFORM 6100-OPEN-ALR-FILE.
      *
           MOVE APM-ALERT-TYPE TO ALR-ALERT-TYPE.
      *
           EXEC CICS
               READ FILE('ALRAB2')
                    INTO(ALERT-ROUTE-RECORD)
                    RIDFLD(ALR-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE ALR-ASSIGN-TYPE TO ALT-ASSIGN-TYPE
                   MOVE ALR-ASSIGNED-TO TO ALT-ASSIGNED-TO
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2000-UPDATE-OPEN-ALERT.
      *
           MOVE TODAY-YMD TO ALT-LAST-SEEN-DATE.
           MOVE APM-TEXT  TO ALT-TEXT.
           IF ALT-SEEN-COUNT < 9999
               ADD 1 TO ALT-SEEN-COUNT
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('ALTAB2')
                       FROM(ALERT-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           SET APM-REPEAT-ALERT TO TRUE.
      *
       6000-OPEN-ALT-FILE.
      *
           EXEC CICS
               INQUIRE FILE('ALTAB2')
                   OPENSTATUS(ALT-OPEN-STATUS)
                   ENABLESTATUS(ALT-ENABLE-STATUS)
           END-EXEC.
      *
           IF ALT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('ALTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO ALT-OPEN
           ELSE IF ALT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('162')
               END-EXEC
           END-IF.
      *
       6100-OPEN-ALR-FILE.
      *
           EXEC CICS
               INQUIRE FILE('ALRAB2')
                   OPENSTATUS(ALR-OPEN-STATUS)
                   ENABLESTATUS(ALR-ENABLE-STATUS)
           END-EXEC.
      *
           IF ALR-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('ALRAB2') OPEN
               END-EXEC
               MOVE 'Y' TO ALR-OPEN
           ELSE IF ALR-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('163')
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
