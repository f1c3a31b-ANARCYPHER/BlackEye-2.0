* IN AU-REASON, SO THE TRAIL LINKS THE NEW ROW TO THE HISTORY
* IT CAME FROM (CBRECON COUNTS A REHIRED RECORD AS AN ADD).
*
* THE RECEIVING DEPARTMENT IS ALSO CHECKED AGAINST ITS DEPTBUDG
* BUDGET FOR THE CURRENT FISCYR, AS A CBDEM1 HIRE IS; PAST THE
* APPROVED HEADCOUNT OR SALARY COST THE OPERATOR SEES THE PLAN
* AND MUST CONFIRM, AND THE ANSWER IS AUDITED (WARNING OR
* REJECTED, WITH WHICH LIMIT WAS PASSED IN AU-REASON).
*
* THE REHIRE ALSO WRITES A SALHIST SALARY-HISTORY ROW UNDER THE
* NEW EMPNO, COMMITTED WITH THE EMP ROW: THE NEW SAL, COMM AND
* JOB AGAINST THE JOB AND SALARY THE PERSON LEFT AT.
*
* THE CONNECTED USER-ID IS CHECKED AT STARTUP AGAINST THE
* CBPERM.DAT OPERATOR-PERMISSION FILE; AN OPERATOR WHOSE RECORD
* DOES NOT CARRY Y IN THE HIRE COLUMN IS REFUSED WITH A DENIED
     02   AU-DEPTNO             PIC X(10).
     02   AU-STATUS             PIC X(8).
     02   AU-REASON             PIC X(40).
     02   AU-SEQ                PIC 9(9).
     02   AU-CHECK              PIC 9(18).

* One record per operator, keyed by the connected USER-ID, one
* Y/N column per function - the layout CBDEM1 established. A
     02   OP-XFER               PIC X(1).
     02   OP-MAINT              PIC X(1).
     02   OP-RAISE              PIC X(1).
     02   OP-PERM               PIC X(1).
     02   OP-APPR               PIC X(1).

 WORKING-STORAGE SECTION.

         "SELECT ENAME FROM EMP WHERE EMPNO=:1".
 77   SQL-SELMGR-L       PIC S9(9) VALUE 36 COMP.

* Looks up the receiving department's approved headcount and
* SAL+COMM cost for the fiscal year, and what it carries today -
* see CHECK-DEPT-BUDGET.
 77   SQL-SELBUDG        PIC X(66) VALUE
         "SELECT HEADCNT,SALBUDG FROM DEPTBUDG WHERE DEPTNO=:1 AND
-        " FISCYR=:2".
 77   SQL-SELBUDG-L      PIC S9(9) VALUE 66 COMP.
 77   SQL-SELACTUAL      PIC X(68) VALUE
         "SELECT COUNT(*),NVL(SUM(SAL+NVL(COMM,0)),0) FROM EMP WHERE
-        " DEPTNO=:1".
 77   SQL-SELACTUAL-L    PIC S9(9) VALUE 68 COMP.

* The same insert and sequence statements CBDEM1's hire path
* parses - a rehire is an add, drawn from the same EMP_EMPNO_SEQ,
* carrying the same COMM and MGR columns a hire now does.
         "SELECT EMP_EMPNO_SEQ.NEXTVAL FROM DUAL".
 77   SQL-NEXTEMPNO-L    PIC S9(9) VALUE 38 COMP.

* Writes the rehire's pay to the SALHIST salary-history table -
* see INSERT-SALARY-HISTORY.
 77   SQL-INSSALH        PIC X(145) VALUE
         "INSERT INTO SALHIST (EMPNO,EFFDATE,OLDSAL,NEWSAL,OLDCOMM,
-        "NEWCOMM,OLDJOB,NEWJOB,SRCPGM,OPERID,ENTERED) VALUES (:1,:2,
-        ":3,:4,:5,:6,:7,:8,:9,:10,:11)".
 77   SQL-INSSALH-L      PIC S9(9) VALUE 145 COMP.

* One SALHIST row, the layout CBDEM1 writes for a hire. A blank
* SH-EFFDATE means "effective today".
 77   SH-EMPNO           PIC 9(9)  VALUE 0.
 77   SH-EFFDATE         PIC X(8)  VALUE SPACES.
 77   SH-OLDSAL          PIC X(10).
 77   SH-NEWSAL          PIC X(10).
 77   SH-OLDCOMM         PIC X(10).
 77   SH-NEWCOMM         PIC X(10).
 77   SH-OLDJOB          PIC X(12).
 77   SH-NEWJOB          PIC X(12).
 77   SH-SRCPGM          PIC X(8)  VALUE "CBREHIR".
 77   SH-ENTERED         PIC X(14).
 77   SH-EMPNO-L         PIC S9(9) VALUE 9 COMP.
 77   SH-EFFDATE-L       PIC S9(9) VALUE 8 COMP.
 77   SH-SAL-L           PIC S9(9) VALUE 10 COMP.
 77   SH-JOB-L           PIC S9(9) VALUE 12 COMP.
 77   SH-SRCPGM-L        PIC S9(9) VALUE 8 COMP.
 77   SH-ENTERED-L       PIC S9(9) VALUE 14 COMP.

 77   EMPNO              PIC S9(9) COMP.
 77   EMPNO-D            PIC ZZZZ9.
 77   OLD-EMPNO          PIC X(10).
 77   SIX                PIC S9(9) COMP VALUE 6.
 77   SEVEN              PIC S9(9) COMP VALUE 7.
 77   EIGHT              PIC S9(9) COMP VALUE 8.
 77   NINE               PIC S9(9) COMP VALUE 9.
 77   TEN                PIC S9(9) COMP VALUE 10.
 77   ELEVEN             PIC S9(9) COMP VALUE 11.
 77   DUP-KEY-ERROR      PIC S9(4) COMP VALUE 1.
 77   ERR-RC             PIC S9(4) COMP.
 77   ERR-RC-D           PIC ZZZ9.
 77   WS-AUDIT-REASON    PIC X(40).
 77   WS-REHIRE-COUNT    PIC S9(9) COMP VALUE 0.
 77   WS-REHIRE-COUNT-D  PIC ZZZZ9.
 77   RUN-STAMP          PIC X(14).

* The department-budget check - the caller stages BUDGET-DEPTNO,
* BUDGET-FISCYR and the heads and SAL+COMM it is about to add,
* then PERFORMs CHECK-DEPT-BUDGET. A department with no DEPTBUDG
* row for the year is not checked.
 77   BUDGET-DEPTNO      PIC X(10).
 77   BUDGET-FISCYR      PIC X(4).
 77   BUDGET-HEADCNT     PIC X(10).
 77   BUDGET-SALBUDG     PIC X(12).
 77   ACTUAL-HEADCNT     PIC X(10).
 77   ACTUAL-COST        PIC X(12).
 77   BUDGET-DEPTNO-L    PIC S9(9) VALUE 10 COMP.
 77   BUDGET-FISCYR-L    PIC S9(9) VALUE 4 COMP.
 77   BUDGET-HEADCNT-L   PIC S9(9) VALUE 10 COMP.
 77   BUDGET-SALBUDG-L   PIC S9(9) VALUE 12 COMP.
 77   BUDGET-HEADCNT-N   PIC S9(9) COMP VALUE 0.
 77   BUDGET-SALBUDG-N   PIC S9(9)V99 COMP-3 VALUE 0.
 77   ACTUAL-HEADCNT-N   PIC S9(9) COMP VALUE 0.
 77   ACTUAL-COST-N      PIC S9(9)V99 COMP-3 VALUE 0.
 77   BUDGET-ADD-COUNT   PIC S9(9) COMP VALUE 0.
 77   BUDGET-ADD-COST    PIC S9(9)V99 COMP-3 VALUE 0.
 77   BUDGET-FOUND-SW    PIC X     VALUE "N".
 77   BUDGET-OVER-SW     PIC X     VALUE "N".
 77   BUDGET-CONTINUE-ANS PIC X    VALUE "N".
 77   BUDGET-REASON      PIC X(40).
 77   BUDGET-HEADCNT-D   PIC ZZZZ9.
 77   ACTUAL-HEADCNT-D   PIC ZZZZ9.
 77   BUDGET-COST-D      PIC $$$,$$$,$$9.99.
 77   ACTUAL-COST-D      PIC $$$,$$$,$$9.99.

 77   AUDIT-STATUS       PIC XX    VALUE "00".
 77   AUDIT-TAIL-EOF-SW  PIC X     VALUE "N".
 77   AUDIT-LAST-SEQ     PIC 9(9)  VALUE 0.
 77   AUDIT-LAST-CHECK   PIC 9(18) VALUE 0.
 77   AUDIT-HOLD         PIC X(137).
 77   AUDIT-TAIL-OK-SW   PIC X     VALUE "Y".
* The trail's high-water mark, passed to CBAUDHW.
 01  AUDIT-HWM.
     02   HW-FUNCTION    PIC X.
     02   HW-SEQ         PIC 9(9).
     02   HW-CHECK       PIC 9(18).
     02   HW-STATUS      PIC XX.
 77   PERMIT-STATUS      PIC XX    VALUE "00".
 77   PERMIT-EOF-SW      PIC X     VALUE "N".
 77   PERMIT-OK-SW       PIC X     VALUE "N".
 CONFIRM-AND-REHIRE.
     DISPLAY ASK-CONFIRM WITH NO ADVANCING.
     ACCEPT CONFIRM-ANS.
     MOVE SAL TO SH-OLDSAL.
     MOVE JOB TO SH-OLDJOB.
     IF CONFIRM-ANS = "Y" OR CONFIRM-ANS = "y"
         DISPLAY ASK-SAMETERMS WITH NO ADVANCING
         ACCEPT SAMETERMS-ANS
* ----------------------------------------------------------
* VALIDATE-AND-INSERT runs the rehire terms through
* CHECK-MANAGER, LOOKUP-DEPT (the prior department may have been
* closed by CBDEPTM since), CHECK-JOB-GRADE and
* CHECK-HIRE-BUDGET, then inserts - the same gate order CBDEM1's
* add path keeps.
* ----------------------------------------------------------
 VALIDATE-AND-INSERT.
     MOVE "N" TO INSERT-SKIPPED-SW.
             IF JOB-REJECT-SW = "Y"
                 PERFORM DISPLAY-JOB-GRADE-REJECTION
             ELSE
                 PERFORM CHECK-HIRE-BUDGET
                 IF INSERT-SKIPPED-SW NOT = "Y"
                     PERFORM INSERT-EMPLOYEE
                 END-IF
             END-IF
         END-IF
     END-IF.

* ----------------------------------------------------------
* CHECK-HIRE-BUDGET measures the receiving department against its
* DEPTBUDG row for the current fiscal year with the returning
* employee's head and SAL+COMM added on, exactly as CBDEM1's
* paragraph of the same name does.
* ----------------------------------------------------------
 CHECK-HIRE-BUDGET.
     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE DEPTNO TO BUDGET-DEPTNO.
     MOVE RUN-STAMP(1:4) TO BUDGET-FISCYR.
     MOVE 1 TO BUDGET-ADD-COUNT.
     COMPUTE BUDGET-ADD-COST = FUNCTION NUMVAL(SAL)
         + FUNCTION NUMVAL(COMM).
     PERFORM CHECK-DEPT-BUDGET.
     IF BUDGET-OVER-SW = "Y"
         PERFORM HANDLE-BUDGET-WARNING
     END-IF.

* ----------------------------------------------------------
* CHECK-DEPT-BUDGET reads BUDGET-DEPTNO's DEPTBUDG row for
* BUDGET-FISCYR and, if there is one, adds BUDGET-ADD-COUNT and
* BUDGET-ADD-COST to what the department carries today and sets
* BUDGET-OVER-SW when either total passes the approved figure.
* BUDGET-REASON names which, for the audit record.
* ----------------------------------------------------------
 CHECK-DEPT-BUDGET.
     MOVE "N" TO BUDGET-FOUND-SW.
     MOVE "N" TO BUDGET-OVER-SW.
     MOVE SPACES TO BUDGET-REASON.
     CALL "OSQL3" USING CURSOR-4 SQL-SELBUDG SQL-SELBUDG-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-4 ONE BUDGET-DEPTNO BUDGET-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-4 TWO BUDGET-FISCYR BUDGET-FISCYR-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-4 ONE BUDGET-HEADCNT
         BUDGET-HEADCNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-4 TWO BUDGET-SALBUDG
         BUDGET-SALBUDG-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-4 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-4 ONE.
     IF C-RC OF CURSOR-4 = ZERO-B
         MOVE "Y" TO BUDGET-FOUND-SW
         MOVE FUNCTION NUMVAL(BUDGET-HEADCNT) TO BUDGET-HEADCNT-N
         MOVE FUNCTION NUMVAL(BUDGET-SALBUDG) TO BUDGET-SALBUDG-N
         PERFORM FETCH-DEPT-ACTUALS
         ADD BUDGET-ADD-COUNT TO ACTUAL-HEADCNT-N
         ADD BUDGET-ADD-COST TO ACTUAL-COST-N
         IF ACTUAL-HEADCNT-N > BUDGET-HEADCNT-N
             MOVE "Y" TO BUDGET-OVER-SW
             MOVE "OVER BUDGET HEADCOUNT" TO BUDGET-REASON
         END-IF
         IF ACTUAL-COST-N > BUDGET-SALBUDG-N
             IF BUDGET-OVER-SW = "Y"
                 MOVE "OVER BUDGET HEADCOUNT+SALARY" TO BUDGET-REASON
             ELSE
                 MOVE "OVER BUDGET SALARY" TO BUDGET-REASON
             END-IF
             MOVE "Y" TO BUDGET-OVER-SW
         END-IF
         MOVE BUDGET-HEADCNT-N TO BUDGET-HEADCNT-D
         MOVE BUDGET-SALBUDG-N TO BUDGET-COST-D
         MOVE ACTUAL-HEADCNT-N TO ACTUAL-HEADCNT-D
         MOVE ACTUAL-COST-N TO ACTUAL-COST-D
     END-IF.

* FETCH-DEPT-ACTUALS reads BUDGET-DEPTNO's current headcount and
* SAL+COMM cost into ACTUAL-HEADCNT-N and ACTUAL-COST-N.
 FETCH-DEPT-ACTUALS.
     MOVE 0 TO ACTUAL-HEADCNT-N.
     MOVE 0 TO ACTUAL-COST-N.
     CALL "OSQL3" USING CURSOR-4 SQL-SELACTUAL SQL-SELACTUAL-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-4 ONE BUDGET-DEPTNO BUDGET-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-4 ONE ACTUAL-HEADCNT
         BUDGET-HEADCNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-4 TWO ACTUAL-COST BUDGET-SALBUDG-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-4 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-4 ONE.
     IF C-RC OF CURSOR-4 = ZERO-B
         MOVE FUNCTION NUMVAL(ACTUAL-HEADCNT) TO ACTUAL-HEADCNT-N
         MOVE FUNCTION NUMVAL(ACTUAL-COST) TO ACTUAL-COST-N
     END-IF.

* ----------------------------------------------------------
* HANDLE-BUDGET-WARNING shows the department's plan against what
* it would carry with this rehire and lets the operator confirm
* past it (a WARNING record) or decline (REJECTED), the keyboard
* half of CBDEM1's paragraph of the same name.
* ----------------------------------------------------------
 HANDLE-BUDGET-WARNING.
     DISPLAY DNAME " " BUDGET-FISCYR " budget: headcount "
         BUDGET-HEADCNT-D ", salary cost " BUDGET-COST-D.
     DISPLAY "  with this rehire: headcount " ACTUAL-HEADCNT-D
         ", salary cost " ACTUAL-COST-D.
     DISPLAY ENAME " would put " DNAME
         " over budget - continue? Y/N: " WITH NO ADVANCING.
     ACCEPT BUDGET-CONTINUE-ANS.
     MOVE SPACES TO WS-AUDIT-REASON.
     IF BUDGET-CONTINUE-ANS NOT = "Y"
             AND BUDGET-CONTINUE-ANS NOT = "y"
         MOVE "Y" TO INSERT-SKIPPED-SW
         DISPLAY ENAME " rehire cancelled by operator."
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         STRING BUDGET-REASON DELIMITED BY "  "
             " - DECLINED" DELIMITED BY SIZE
             INTO WS-AUDIT-REASON
         END-STRING
     ELSE
         MOVE "WARNING" TO WS-AUDIT-STATUS
         STRING BUDGET-REASON DELIMITED BY "  "
             " - CONFIRMED" DELIMITED BY SIZE
             INTO WS-AUDIT-REASON
         END-STRING
     END-IF.
     PERFORM AUDIT-REJECTED-NO-EMPNO.

* ----------------------------------------------------------
* CHECK-MANAGER validates a non-blank manager EMPNO against EMP
* exactly as CBDEM1's paragraph of the same name does; blank
         PERFORM EXECUTE-INSERT
         IF C-RC OF CURSOR-1 = ZERO-B
             MOVE "Y" TO INSERT-DONE-SW
             PERFORM RECORD-REHIRE-SALARY
             IF C-RC OF CURSOR-3 NOT = ZERO-B
                 PERFORM DISPLAY-SALHIST-ERROR
                 CALL "OROL" USING LDA
                 MOVE "Y" TO INSERT-SKIPPED-SW
                 MOVE "REJECTED" TO WS-AUDIT-STATUS
                 MOVE "SALARY HISTORY FAILED" TO WS-AUDIT-REASON
                 PERFORM WRITE-AUDIT-RECORD
             ELSE
                 CALL "OCOM" USING LDA
                 ADD 1 TO WS-REHIRE-COUNT
                 MOVE EMPNO TO EMPNO-D
                 DISPLAY ENAME " rehired into " DNAME
                     " as employee # " EMPNO-D
                     " (was # " OLD-EMPNO-D ")."
                 MOVE "REHIRED" TO WS-AUDIT-STATUS
                 MOVE SPACES TO WS-AUDIT-REASON
                 MOVE OLD-EMPNO-N TO OLD-EMPNO-9
                 STRING "REHIRE OF EMPNO " OLD-EMPNO-9
                     DELIMITED BY SIZE INTO WS-AUDIT-REASON
                 END-STRING
                 PERFORM WRITE-AUDIT-RECORD
             END-IF
         ELSE
             IF C-RC OF CURSOR-1 NOT = DUP-KEY-ERROR
                 PERFORM DISPLAY-INSERT-ERROR
         MGR-L BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.

* ----------------------------------------------------------
* RECORD-REHIRE-SALARY stages the rehire's SALHIST row under the
* new EMPNO. The old side is the pay the person left at, taken
* from the EMPHIST row before any new terms were keyed (EMPHIST
* never stored a commission, so the old COMM is zero), which puts
* the step from the old pay to the new on the history report.
* ----------------------------------------------------------
 RECORD-REHIRE-SALARY.
     MOVE EMPNO TO SH-EMPNO.
     MOVE SAL   TO SH-NEWSAL.
     MOVE "0"   TO SH-OLDCOMM.
     MOVE COMM  TO SH-NEWCOMM.
     MOVE JOB   TO SH-NEWJOB.
     PERFORM INSERT-SALARY-HISTORY.

* INSERT-SALARY-HISTORY writes the staged row on CURSOR-3 (free
* once the history and manager lookups are done) exactly as
* CBDEM1's paragraph of the same name does; INSERT-EMPLOYEE
* commits or rolls it back with the EMP row.
 INSERT-SALARY-HISTORY.
     MOVE FUNCTION CURRENT-DATE TO SH-ENTERED.
     IF SH-EFFDATE = SPACES
         MOVE SH-ENTERED(1:8) TO SH-EFFDATE
     END-IF.
     CALL "OSQL3" USING CURSOR-3 SQL-INSSALH SQL-INSSALH-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-3 ONE SH-EMPNO SH-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 TWO SH-EFFDATE SH-EFFDATE-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 THREE SH-OLDSAL SH-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 FOUR SH-NEWSAL SH-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 FIVE SH-OLDCOMM SH-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 SIX SH-NEWCOMM SH-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 SEVEN SH-OLDJOB SH-JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 EIGHT SH-NEWJOB SH-JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 NINE SH-SRCPGM SH-SRCPGM-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 TEN USER-ID USER-ID-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 ELEVEN SH-ENTERED SH-ENTERED-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-3 ONE ZERO-A.
     MOVE SPACES TO SH-EFFDATE.

* ----------------------------------------------------------
* GET-NEXT-EMPNO fetches EMP_EMPNO_SEQ.NEXTVAL fresh on every
* attempt, exactly as CBDEM1's paragraph of the same name does.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR - RETURN CODE: " ERR-RC-D.

 DISPLAY-SALHIST-ERROR.
     MOVE C-RC OF CURSOR-3 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON SALARY HISTORY - RETURN CODE: "
         ERR-RC-D.

* ----------------------------------------------------------
* Audit trail - identical record layout and open/extend handling
* to CBDEM1's, appended to the same CBDEM1.AUD file. A completed
         MOVE DEPTNO                TO AU-DEPTNO
         MOVE WS-AUDIT-STATUS       TO AU-STATUS
         MOVE WS-AUDIT-REASON       TO AU-REASON
         PERFORM WRITE-CHAINED-AUDIT
     END-IF.

* ----------------------------------------------------------
* WRITE-CHAINED-AUDIT appends the record just built with the next
* sequence number and its CBAUDCK check value, chained from the
* last record on the trail. The file is closed and its tail
* re-read first, so a record another program appended since this
* run opened the trail is chained from rather than forked. Each
* record written moves the CBAUDHW high-water mark on; when the
* trail cannot be read the record is not written at all, and the
* trail is left disabled for the rest of the run.
* ----------------------------------------------------------
 WRITE-CHAINED-AUDIT.
     MOVE AUDIT-RECORD TO AUDIT-HOLD.
     CLOSE AUDIT-FILE.
     PERFORM READ-AUDIT-TAIL.
     IF AUDIT-TAIL-OK-SW NOT = "Y"
         DISPLAY "Audit trail or its high-water mark unreadable - "
             "audit record not written."
         MOVE "9N" TO AUDIT-STATUS
     ELSE
         OPEN EXTEND AUDIT-FILE
         IF AUDIT-STATUS = "35"
             OPEN OUTPUT AUDIT-FILE
         END-IF
         IF AUDIT-STATUS = "00"
             MOVE AUDIT-HOLD TO AUDIT-RECORD
             COMPUTE AU-SEQ = AUDIT-LAST-SEQ + 1
             CALL "CBAUDCK" USING AUDIT-RECORD AUDIT-LAST-CHECK
             WRITE AUDIT-RECORD
             IF AUDIT-STATUS = "00"
                 MOVE "W" TO HW-FUNCTION
                 MOVE AU-SEQ TO HW-SEQ
                 MOVE AU-CHECK TO HW-CHECK
                 CALL "CBAUDHW" USING AUDIT-HWM
                 IF HW-STATUS NOT = "00"
                     DISPLAY "Unable to update the audit high-water "
                         "mark " "CBDEM1.AHW" "."
                 END-IF
             END-IF
         END-IF
     END-IF.

* ----------------------------------------------------------
* READ-AUDIT-TAIL picks up the sequence number and check value of
* the last stamped record; a new trail, or one written before
* records were stamped, starts the chain from zero. The CBAUDHW
* high-water mark wins when it is further on, so records cut
* from the end of the trail leave a gap rather than having their
* numbers reused. A trail or mark that cannot be read clears
* AUDIT-TAIL-OK-SW: chaining from zero would break the chain.
* ----------------------------------------------------------
 READ-AUDIT-TAIL.
     MOVE 0 TO AUDIT-LAST-SEQ AUDIT-LAST-CHECK.
     MOVE "N" TO AUDIT-TAIL-EOF-SW.
     MOVE "Y" TO AUDIT-TAIL-OK-SW.
     OPEN INPUT AUDIT-FILE.
     IF AUDIT-STATUS = "00"
         PERFORM UNTIL AUDIT-TAIL-EOF-SW = "Y"
             READ AUDIT-FILE
                 AT END
                     MOVE "Y" TO AUDIT-TAIL-EOF-SW
                 NOT AT END
                     IF AU-SEQ IS NUMERIC AND AU-CHECK IS NUMERIC
                         MOVE AU-SEQ TO AUDIT-LAST-SEQ
                         MOVE AU-CHECK TO AUDIT-LAST-CHECK
                     END-IF
             END-READ
         END-PERFORM
         CLOSE AUDIT-FILE
     ELSE
         IF AUDIT-STATUS NOT = "35"
             MOVE "N" TO AUDIT-TAIL-OK-SW
         END-IF
     END-IF.
     MOVE "R" TO HW-FUNCTION.
     CALL "CBAUDHW" USING AUDIT-HWM.
     IF HW-STATUS = "00"
         IF HW-SEQ > AUDIT-LAST-SEQ
             MOVE HW-SEQ TO AUDIT-LAST-SEQ
             MOVE HW-CHECK TO AUDIT-LAST-CHECK
         END-IF
     ELSE
         IF HW-STATUS NOT = "35"
             MOVE "N" TO AUDIT-TAIL-OK-SW
         END-IF
     END-IF.

 AUDIT-REJECTED-NO-EMPNO.
