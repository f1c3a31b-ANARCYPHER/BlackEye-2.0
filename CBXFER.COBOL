* B READS A SEQUENTIAL FILE (CBXFER.IN) OF EMPNO/NEW-DEPTNO
* PAIRS AND APPLIES THEM ALL, SKIPPING ANY PAIR IT CANNOT
* APPLY WITH A MESSAGE IDENTIFYING WHICH RECORD AND WHY, THE
* WAY CBDEM1'S BATCH-LOAD SKIPS A BAD ROW. COLUMNS 1-10 ARE
* THE EMPNO, 11-20 THE NEW DEPTNO AND 21-28 AN OPTIONAL
* EFFECTIVE DATE (YYYYMMDD).
*
* EVERY MODE TAKES AN EFFECTIVE DATE - BLANK MEANS TODAY. A
* MOVE DATED LATER THAN TODAY (THE REORG THAT TAKES EFFECT ON
* THE 1ST) PASSES THE SAME DEPARTMENT CHECK NOW BUT IS NOT
* APPLIED: IT IS WRITTEN TO THE CBPEND.DAT PENDING-TRANSACTIONS
* FILE AND AUDITED AS "PENDING", ONE ITEM PER EMPLOYEE, AND THE
* NIGHTLY CBPENDB RUN APPLIES IT ON THAT DATE. CBPENDM LISTS,
* AMENDS OR CANCELS IT BEFORE THEN. A BACK-DATED OR MALFORMED
* DATE IS REJECTED.
*
* BUDGET: BEFORE A MOVE IS CONFIRMED THE RECEIVING DEPARTMENT IS
* CHECKED AGAINST ITS DEPTBUDG BUDGET (KEPT BY CBBUDGM) FOR THE
* FISCAL YEAR OF THE EFFECTIVE DATE, WITH THE MOVER'S HEAD AND
* SAL+COMM - OR, FOR A REORG, THE WHOLE FROM DEPARTMENT'S - ADDED
* ON. PAST THE APPROVED HEADCOUNT OR SALARY COST THE OPERATOR
* SEES THE PLAN AND MUST CONFIRM (AUDITED AS A WARNING); A BATCH
* PAIR IS REJECTED WITH THE REASON IN AU-REASON. A SCHEDULED
* MOVE IS CHECKED WHEN IT IS KEYED AND AGAIN BY CBPENDB ON THE
* NIGHT IT FIRES, AGAINST THE DEPARTMENT AS IT STANDS THEN; AN
* OVER-BUDGET MOVE STAYS PENDING, AUDITED "REJECTED", UNTIL THE
* BUDGET IS RAISED OR THE ITEM IS AMENDED OR CANCELLED.
*
* EVERY TRANSFER IS COMMITTED PER ROW AND APPENDED TO
* CBDEM1.AUD WITH AU-STATUS "XFERRED" AND BOTH THE OLD AND
     SELECT PERMIT-FILE ASSIGN TO "CBPERM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PERMIT-STATUS.
     SELECT PENDING-FILE ASSIGN TO "CBPEND.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PENDING-STATUS.

 DATA DIVISION.
 FILE SECTION.
 01  BATCH-IN-RECORD.
     02   XI-EMPNO       PIC X(10).
     02   XI-DEPTNO      PIC X(10).
     02   XI-EFFDATE     PIC X(8).

 FD  AUDIT-FILE
     LABEL RECORDS ARE STANDARD.
     02   AU-DEPTNO             PIC X(10).
     02   AU-STATUS             PIC X(8).
     02   AU-REASON             PIC X(40).
     02   AU-SEQ                PIC 9(9).
     02   AU-CHECK              PIC 9(18).

* One record per operator, keyed by the connected USER-ID, one
* Y/N column per function - the layout CBDEM1 established.
     02   OP-XFER               PIC X(1).
     02   OP-MAINT              PIC X(1).
     02   OP-RAISE              PIC X(1).
     02   OP-PERM               PIC X(1).
     02   OP-APPR               PIC X(1).

* One future-dated action per record, written by CBXFER, CBTERM1
* and CBEMPQ and applied on its effective date by the nightly
* CBPENDB run. PD-FIELD/PD-NEWVAL say what changes: the CBEMPQ
* field and its new value for CORR, DEPT and the receiving
* DEPTNO for XFER, RSN and the reason code for TERM.
 FD  PENDING-FILE
     LABEL RECORDS ARE STANDARD.
 01  PENDING-RECORD.
     02   PD-SEQNO              PIC 9(6).
     02   PD-TYPE               PIC X(4).
     02   PD-EFFDATE            PIC X(8).
     02   PD-EMPNO              PIC 9(9).
     02   PD-ENAME              PIC X(12).
     02   PD-DEPTNO             PIC X(10).
     02   PD-FIELD              PIC X(4).
     02   PD-NEWVAL             PIC X(12).
     02   PD-REQ-USERID         PIC X(10).
     02   PD-REQ-STAMP          PIC X(14).
     02   PD-LAST-TRY           PIC X(8).
     02   PD-LAST-ERR           PIC X(30).

 WORKING-STORAGE SECTION.

 77   CONN-MODE          PIC S9(9) VALUE 0 COMP.

* Fetches the row about to be transferred so the operator can
* confirm it, CBTERM1's statement plus the COMM the receiving
* department's budget check counts - see LOOKUP-EMPLOYEE.
 77   SQL-SELEMP3        PIC X(56) VALUE
         "SELECT ENAME,JOB,SAL,DEPTNO,COMM FROM EMP WHERE EMPNO=:1".
 77   SQL-SELEMP3-L      PIC S9(9) VALUE 56 COMP.

* Validates the receiving DEPTNO against DEPT, same as CBDEM1's
* SQL-SEL - see LOOKUP-DEPT.
         "SELECT ENAME FROM EMP WHERE DEPTNO=:1 ORDER BY ENAME".
 77   SQL-SELROSTER-L    PIC S9(9) VALUE 52 COMP.

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

 77   XFER-EMPNO         PIC X(10).
 77   XFER-EMPNO-N       PIC S9(9) COMP VALUE 0.
 77   XFER-EMPNO-D       PIC ZZZZ9.
 77   ENAME              PIC X(12).
 77   JOB                PIC X(12).
 77   SAL                PIC X(10).
 77   COMM               PIC X(10).
 77   OLD-DEPTNO         PIC X(10).
 77   NEW-DEPTNO         PIC X(10).
 77   FROM-DEPTNO        PIC X(10).
 77   ENAME-L            PIC S9(9) VALUE 12 COMP.
 77   JOB-L              PIC S9(9) VALUE 12 COMP.
 77   SAL-L              PIC S9(9) VALUE 10 COMP.
 77   COMM-L             PIC S9(9) VALUE 10 COMP.
 77   DEPTNO-L           PIC S9(9) VALUE 10 COMP.
 77   DNAME-L            PIC S9(9) VALUE 15 COMP.

 77   TWO                PIC S9(9) COMP VALUE 2.
 77   THREE              PIC S9(9) COMP VALUE 3.
 77   FOUR               PIC S9(9) COMP VALUE 4.
 77   FIVE               PIC S9(9) COMP VALUE 5.
 77   ERR-RC             PIC S9(4) COMP.
 77   ERR-RC-D           PIC ZZZ9.

                           "Enter new dept: ".
 77   ASK-FROMDEPT       PIC X(25) VALUE
                           "Enter from dept: ".
 77   ASK-EFFDATE        PIC X(50) VALUE
                           "Enter effective date (YYYYMMDD, blank for
-                          " today): ".
 77   ASK-CONFIRM        PIC X(32) VALUE
                           "Transfer this employee? Y/N: ".
 77   ASK-REORG-CONFIRM  PIC X(32) VALUE
 77   WS-XFER-COUNT      PIC S9(9) COMP VALUE 0.
 77   WS-XFER-COUNT-D    PIC ZZZZ9.
 77   WS-BATCH-SEQNO     PIC 9(9)  VALUE 0.
 77   WS-PEND-COUNT      PIC S9(9) COMP VALUE 0.
 77   WS-PEND-COUNT-D    PIC ZZZZ9.

* Future-dated transfers - see CHECK-XFER-DATE and
* WRITE-PENDING-ITEM. The caller stages PEND-TYPE, PEND-EFFDATE,
* PEND-FIELD and PEND-NEWVAL; the rest comes from the row being
* moved and the connected USER-ID.
 77   XFER-EFFDATE       PIC X(8)  VALUE SPACES.
 01  EFF-DATE.
     02   EFF-YYYY       PIC 9(4).
     02   EFF-MM         PIC 9(2).
     02   EFF-DD         PIC 9(2).
 01  EFF-DATE-N REDEFINES EFF-DATE PIC 9(8).
 77   RUN-STAMP          PIC X(14).
 77   TODAY-DATE         PIC X(8).
 77   DATE-OK-SW         PIC X     VALUE "N".
 77   FUTURE-SW          PIC X     VALUE "N".
 77   PEND-TYPE          PIC X(4).
 77   PEND-EFFDATE       PIC X(8).
 77   PEND-FIELD         PIC X(4).
 77   PEND-NEWVAL        PIC X(12).
 77   PEND-LAST-SEQNO    PIC 9(6)  VALUE 0.
* The next item/request number, drawn from CBSEQNO.
 01  SEQNO-PARM.
     02   SQ-COUNTER     PIC X.
     02   SQ-FILE-HIGH   PIC 9(6).
     02   SQ-SEQNO       PIC 9(6).
     02   SQ-STATUS      PIC XX.
 77   PEND-DUP-SEQNO     PIC 9(6)  VALUE 0.
 77   PENDING-EOF-SW     PIC X     VALUE "N".

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
 77   BUDGET-REJECT-SW   PIC X     VALUE "N".

 77   BATCH-IN-STATUS    PIC XX    VALUE "00".
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
 77   PENDING-STATUS     PIC XX    VALUE "00".
 77   PERMIT-EOF-SW      PIC X     VALUE "N".
 77   PERMIT-OK-SW       PIC X     VALUE "N".

                 " sal " SAL " dept " OLD-DEPTNO
             DISPLAY ASK-NEWDEPT WITH NO ADVANCING
             ACCEPT NEW-DEPTNO
             DISPLAY ASK-EFFDATE WITH NO ADVANCING
             ACCEPT XFER-EFFDATE
             PERFORM CHECK-XFER-DATE
             IF DATE-OK-SW NOT = "Y"
                 DISPLAY "Effective date " XFER-EFFDATE
                     " is not a valid YYYYMMDD, today or later -"
                     " transfer rejected."
                 PERFORM REJECT-XFER-DATE
             ELSE
                 PERFORM VALIDATE-AND-TRANSFER
             END-IF
         END-IF
     END-IF.

* ----------------------------------------------------------
* VALIDATE-AND-TRANSFER is the single point all three modes call
* once an employee row has been fetched and a NEW-DEPTNO and
* effective date staged - it runs the LOOKUP-DEPT check every
* hire passes, shows the receiving roster and asks for the Y
* (interactive modes only), checks the receiving department's
* budget, and applies or schedules the move.
* ----------------------------------------------------------
 VALIDATE-AND-TRANSFER.
     IF NEW-DEPTNO = OLD-DEPTNO
             MOVE "DEPT NOT FOUND" TO WS-AUDIT-REASON
             PERFORM WRITE-AUDIT-RECORD
         ELSE
             PERFORM CHECK-XFER-BUDGET
             IF BUDGET-REJECT-SW = "Y"
                 CONTINUE
             ELSE
                 IF BATCH-SW = "Y"
                     PERFORM APPLY-OR-SCHEDULE-TRANSFER
                 ELSE
                     PERFORM SHOW-DEPT-ROSTER
                     DISPLAY ASK-CONFIRM WITH NO ADVANCING
                     ACCEPT CONFIRM-ANS
                     IF CONFIRM-ANS = "Y" OR CONFIRM-ANS = "y"
                         PERFORM APPLY-OR-SCHEDULE-TRANSFER
                     ELSE
                         DISPLAY ENAME
                             " transfer cancelled by operator."
                         MOVE "REJECTED" TO WS-AUDIT-STATUS
                         MOVE "TRANSFER CANCELLED BY OPERATOR" TO
                             WS-AUDIT-REASON
                         PERFORM WRITE-AUDIT-RECORD
                     END-IF
                 END-IF
             END-IF
         END-IF
* ----------------------------------------------------------
* REORG-DEPARTMENT moves every employee of the from-department
* into the receiving one in a single confirmed run. The receiving
* department is validated, checked against its budget for the
* whole block of people arriving, and its roster shown once up
* front;
* each individual move then goes through EXECUTE-TRANSFER and is
* committed and audited per row like the other modes.
* ----------------------------------------------------------
     ACCEPT FROM-DEPTNO.
     DISPLAY ASK-NEWDEPT WITH NO ADVANCING.
     ACCEPT NEW-DEPTNO.
     DISPLAY ASK-EFFDATE WITH NO ADVANCING.
     ACCEPT XFER-EFFDATE.
     PERFORM CHECK-XFER-DATE.
     IF FROM-DEPTNO = SPACES OR NEW-DEPTNO = SPACES
         DISPLAY "Both departments are required - reorg cancelled."
     ELSE
             DISPLAY "From and to departments are the same -"
                 " reorg cancelled."
         ELSE
             IF DATE-OK-SW NOT = "Y"
                 DISPLAY "Effective date " XFER-EFFDATE
                     " is not a valid YYYYMMDD, today or later -"
                     " reorg cancelled."
             ELSE
                 PERFORM LOOKUP-DEPT
                 IF DEPT-FOUND-SW NOT = "Y"
                     DISPLAY "Department " NEW-DEPTNO " not found -"
                         " reorg cancelled."
                 ELSE
                     PERFORM COUNT-DEPT-EMPLOYEES
                     IF EMP-COUNT-N = 0
                         DISPLAY "Department " FROM-DEPTNO
                             " has no employees - nothing to move."
                     ELSE
                         PERFORM CHECK-REORG-BUDGET
                         IF BUDGET-REJECT-SW NOT = "Y"
                             PERFORM CONFIRM-AND-RUN-REORG
                         END-IF
                     END-IF
                 END-IF
             END-IF
         END-IF
     MOVE EMP-COUNT-N TO EMP-COUNT-D.
     DISPLAY "Moving " EMP-COUNT-D " employee(s) from dept "
         FROM-DEPTNO " to " DNAME " (dept " NEW-DEPTNO ").".
     IF FUTURE-SW = "Y"
         DISPLAY "Effective " XFER-EFFDATE
             " - each move is scheduled, not applied now."
     END-IF.
     PERFORM SHOW-DEPT-ROSTER.
     DISPLAY ASK-REORG-CONFIRM WITH NO ADVANCING.
     ACCEPT CONFIRM-ANS.
         PERFORM UNTIL MORE-ROWS-SW NOT = "Y"
             MOVE FUNCTION NUMVAL(XFER-EMPNO) TO XFER-EMPNO-N
             MOVE FROM-DEPTNO TO OLD-DEPTNO
             PERFORM APPLY-OR-SCHEDULE-TRANSFER
             PERFORM FETCH-FROM-ROW
         END-PERFORM
         DISPLAY "Reorg of dept " FROM-DEPTNO " complete."
 PROCESS-BATCH-RECORD.
     MOVE XI-EMPNO  TO XFER-EMPNO.
     MOVE XI-DEPTNO TO NEW-DEPTNO.
     MOVE XI-EFFDATE TO XFER-EFFDATE.
     IF XFER-EMPNO = SPACES
         DISPLAY "Record " WS-BATCH-SEQNO
             ": blank employee number - pair skipped."
             MOVE "EMPNO NOT FOUND" TO WS-AUDIT-REASON
             PERFORM AUDIT-REJECTED-NO-EMPNO
         ELSE
             PERFORM CHECK-XFER-DATE
             IF DATE-OK-SW NOT = "Y"
                 DISPLAY "Record " WS-BATCH-SEQNO
                     ": effective date " XFER-EFFDATE
                     " invalid or past - pair skipped."
                 PERFORM REJECT-XFER-DATE
             ELSE
                 PERFORM VALIDATE-AND-TRANSFER
             END-IF
         END-IF
     END-IF.

* ----------------------------------------------------------
 LOOKUP-EMPLOYEE.
     MOVE "N" TO EMP-FOUND-SW.
     MOVE SPACES TO ENAME JOB SAL COMM OLD-DEPTNO.
     CALL "OSQL3" USING CURSOR-3 SQL-SELEMP3 SQL-SELEMP3-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-3 ONE XFER-EMPNO XFER-EMPNO-L
     CALL "ODSRBN" USING CURSOR-3 FOUR OLD-DEPTNO DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-3 FIVE COMM COMM-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-3 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-3 ONE.
     IF C-RC OF CURSOR-3 = ZERO-B
         MOVE "N" TO MORE-ROWS-SW
     END-IF.

* ----------------------------------------------------------
* CHECK-XFER-BUDGET measures the receiving department against its
* DEPTBUDG row for the fiscal year the move takes effect in, with
* this employee's head and SAL+COMM added on - the check CBDEM1's
* CHECK-HIRE-BUDGET makes for a hire.
* ----------------------------------------------------------
 CHECK-XFER-BUDGET.
     MOVE "N" TO BUDGET-REJECT-SW.
     MOVE NEW-DEPTNO TO BUDGET-DEPTNO.
     MOVE XFER-EFFDATE(1:4) TO BUDGET-FISCYR.
     MOVE 1 TO BUDGET-ADD-COUNT.
     COMPUTE BUDGET-ADD-COST = FUNCTION NUMVAL(SAL)
         + FUNCTION NUMVAL(COMM).
     PERFORM CHECK-DEPT-BUDGET.
     IF BUDGET-OVER-SW = "Y"
         PERFORM HANDLE-BUDGET-WARNING
     END-IF.

* CHECK-REORG-BUDGET makes the same check once for a reorg, with
* the from-department's whole headcount and SAL+COMM added on,
* before anyone is moved. The one warning record carries no
* EMPNO; the XFERRED records that follow name each person.
 CHECK-REORG-BUDGET.
     MOVE "N" TO BUDGET-REJECT-SW.
     MOVE FROM-DEPTNO TO BUDGET-DEPTNO.
     PERFORM FETCH-DEPT-ACTUALS.
     MOVE ACTUAL-HEADCNT-N TO BUDGET-ADD-COUNT.
     MOVE ACTUAL-COST-N TO BUDGET-ADD-COST.
     MOVE NEW-DEPTNO TO BUDGET-DEPTNO.
     MOVE XFER-EFFDATE(1:4) TO BUDGET-FISCYR.
     PERFORM CHECK-DEPT-BUDGET.
     IF BUDGET-OVER-SW = "Y"
         MOVE 0 TO XFER-EMPNO-N
         MOVE SPACES TO ENAME
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
* HANDLE-BUDGET-WARNING shows the receiving department's plan
* against what it would carry after the move. At the keyboard
* the operator may confirm past it, recorded as a WARNING; a
* batch pair has no one to answer and is rejected, the way
* CBDEM1 rejects an over-budget batch hire.
* ----------------------------------------------------------
 HANDLE-BUDGET-WARNING.
     DISPLAY DNAME " " BUDGET-FISCYR " budget: headcount "
         BUDGET-HEADCNT-D ", salary cost " BUDGET-COST-D.
     DISPLAY "  after the move: headcount " ACTUAL-HEADCNT-D
         ", salary cost " ACTUAL-COST-D.
     MOVE SPACES TO WS-AUDIT-REASON.
     IF BATCH-SW = "Y"
         DISPLAY "Record " WS-BATCH-SEQNO ": " ENAME
             " would put " DNAME " over budget - pair skipped."
         MOVE "Y" TO BUDGET-REJECT-SW
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         MOVE BUDGET-REASON TO WS-AUDIT-REASON
     ELSE
         DISPLAY "This move puts " DNAME
             " over budget - continue? Y/N: " WITH NO ADVANCING
         ACCEPT BUDGET-CONTINUE-ANS
         IF BUDGET-CONTINUE-ANS NOT = "Y"
                 AND BUDGET-CONTINUE-ANS NOT = "y"
             MOVE "Y" TO BUDGET-REJECT-SW
             DISPLAY "Transfer cancelled by operator."
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
         END-IF
     END-IF.
     PERFORM WRITE-AUDIT-RECORD.

* ----------------------------------------------------------
* EXECUTE-TRANSFER applies one employee's move and commits it
* immediately, the commit-per-row discipline CBDEM1's
         PERFORM WRITE-AUDIT-RECORD
     END-IF.

* ----------------------------------------------------------
* CHECK-XFER-DATE vets the effective date staged in XFER-EFFDATE.
* Blank means today; otherwise it must be a real calendar date
* in YYYYMMDD form (INTEGER-OF-DATE gives 0 for one that is not)
* no earlier than today - a transfer is never back-dated. A date
* after today sets FUTURE-SW so the move is scheduled. Dates are
* compared as characters, the way CBAUD1 compares timestamps.
* ----------------------------------------------------------
 CHECK-XFER-DATE.
     MOVE "N" TO DATE-OK-SW.
     MOVE "N" TO FUTURE-SW.
     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE RUN-STAMP(1:8) TO TODAY-DATE.
     IF XFER-EFFDATE = SPACES
         MOVE TODAY-DATE TO XFER-EFFDATE
     END-IF.
     MOVE XFER-EFFDATE TO EFF-DATE.
     IF EFF-DATE IS NUMERIC
         IF FUNCTION INTEGER-OF-DATE(EFF-DATE-N) NOT = 0
                 AND EFF-DATE NOT < TODAY-DATE
             MOVE "Y" TO DATE-OK-SW
             IF EFF-DATE > TODAY-DATE
                 MOVE "Y" TO FUTURE-SW
             END-IF
         END-IF
     END-IF.

 REJECT-XFER-DATE.
     MOVE "REJECTED" TO WS-AUDIT-STATUS.
     MOVE "INVALID EFFECTIVE DATE" TO WS-AUDIT-REASON.
     PERFORM WRITE-AUDIT-RECORD.

* APPLY-OR-SCHEDULE-TRANSFER applies a move dated today through
* EXECUTE-TRANSFER and sends a later-dated one to CBPEND.DAT.
 APPLY-OR-SCHEDULE-TRANSFER.
     IF FUTURE-SW = "Y"
         MOVE "XFER" TO PEND-TYPE
         MOVE XFER-EFFDATE TO PEND-EFFDATE
         MOVE "DEPT" TO PEND-FIELD
         MOVE NEW-DEPTNO TO PEND-NEWVAL
         PERFORM WRITE-PENDING-ITEM
     ELSE
         PERFORM EXECUTE-TRANSFER
     END-IF.

* ----------------------------------------------------------
* WRITE-PENDING-ITEM appends the staged action to CBPEND.DAT for
* the nightly CBPENDB run instead of applying it now. The item
* takes its number from the CBPEND.SEQ counter through CBSEQNO,
* so CBPENDM can name it and no number is ever issued twice;
* status 35 just means nothing is pending yet and the first
* item creates the file. A PENDING audit record carries the
* item number, type, date and new value.
* ----------------------------------------------------------
 WRITE-PENDING-ITEM.
     PERFORM FIND-LAST-PENDING-SEQNO.
     PERFORM TAKE-PENDING-SEQNO.
     IF SQ-STATUS = "00"
         OPEN EXTEND PENDING-FILE
         IF PENDING-STATUS = "35"
             OPEN OUTPUT PENDING-FILE
         END-IF
     END-IF.
     IF SQ-STATUS NOT = "00" OR PENDING-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBPEND.DAT"
             " - transfer of " ENAME " not scheduled."
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         MOVE "PENDING FILE UNAVAILABLE" TO WS-AUDIT-REASON
         PERFORM WRITE-AUDIT-RECORD
     ELSE
         MOVE SPACES TO PENDING-RECORD
         MOVE PEND-LAST-SEQNO TO PD-SEQNO
         MOVE PEND-TYPE       TO PD-TYPE
         MOVE PEND-EFFDATE    TO PD-EFFDATE
         MOVE XFER-EMPNO-N    TO PD-EMPNO
         MOVE ENAME           TO PD-ENAME
         MOVE OLD-DEPTNO      TO PD-DEPTNO
         MOVE PEND-FIELD      TO PD-FIELD
         MOVE PEND-NEWVAL     TO PD-NEWVAL
         MOVE USER-ID         TO PD-REQ-USERID
         MOVE RUN-STAMP       TO PD-REQ-STAMP
         WRITE PENDING-RECORD
         IF PENDING-STATUS NOT = "00"
             DISPLAY "Unable to write " "CBPEND.DAT" " - status "
                 PENDING-STATUS " - transfer of " ENAME
                 " not scheduled."
             CLOSE PENDING-FILE
         ELSE
             CLOSE PENDING-FILE
             ADD 1 TO WS-PEND-COUNT
             DISPLAY ENAME " transfer to dept " NEW-DEPTNO
                 " scheduled for " PEND-EFFDATE " as pending item #"
                 PD-SEQNO "."
             MOVE "PENDING" TO WS-AUDIT-STATUS
             MOVE SPACES TO WS-AUDIT-REASON
             STRING "#" PD-SEQNO " " PD-TYPE " " PD-EFFDATE " "
                 PD-FIELD " " PD-NEWVAL
                 DELIMITED BY SIZE INTO WS-AUDIT-REASON
             END-STRING
             PERFORM WRITE-AUDIT-RECORD
         END-IF
     END-IF.

* FIND-LAST-PENDING-SEQNO reads CBPEND.DAT through for the
* highest item number, and warns when the same employee already
* has an item of the same type waiting.
 FIND-LAST-PENDING-SEQNO.
     MOVE 0 TO PEND-LAST-SEQNO.
     MOVE 0 TO PEND-DUP-SEQNO.
     MOVE "N" TO PENDING-EOF-SW.
     OPEN INPUT PENDING-FILE.
     IF PENDING-STATUS = "00"
         PERFORM UNTIL PENDING-EOF-SW = "Y"
             READ PENDING-FILE
                 AT END
                     MOVE "Y" TO PENDING-EOF-SW
                 NOT AT END
                     IF PD-SEQNO > PEND-LAST-SEQNO
                         MOVE PD-SEQNO TO PEND-LAST-SEQNO
                     END-IF
                     IF PD-EMPNO = XFER-EMPNO-N
                             AND PD-TYPE = PEND-TYPE
                         MOVE PD-SEQNO TO PEND-DUP-SEQNO
                     END-IF
             END-READ
         END-PERFORM
         CLOSE PENDING-FILE
     END-IF.
     IF PEND-DUP-SEQNO > 0
         DISPLAY "Note: pending item #" PEND-DUP-SEQNO
             " is already waiting for " ENAME
             " - cancel it in CBPENDM if this replaces it."
     END-IF.

* TAKE-PENDING-SEQNO draws the new item's number from CBSEQNO:
* one past the higher of CBPEND.SEQ and the highest on file, so a
* number is never reused once its item has left the file.
 TAKE-PENDING-SEQNO.
     MOVE "P" TO SQ-COUNTER.
     MOVE PEND-LAST-SEQNO TO SQ-FILE-HIGH.
     CALL "CBSEQNO" USING SEQNO-PARM.
     IF SQ-STATUS = "00"
         MOVE SQ-SEQNO TO PEND-LAST-SEQNO
     ELSE
         DISPLAY "Unable to update " "CBPEND.SEQ" " - status "
             SQ-STATUS "."
     END-IF.

 PRINT-RUN-SUMMARY.
     MOVE WS-XFER-COUNT TO WS-XFER-COUNT-D.
     DISPLAY SPACES.
     DISPLAY "===== Transfer Summary =====".
     DISPLAY "Total transfers this run: " WS-XFER-COUNT-D.
     MOVE WS-PEND-COUNT TO WS-PEND-COUNT-D.
     DISPLAY "Transfers scheduled:      " WS-PEND-COUNT-D.

* ----------------------------------------------------------
* APPLY-LOGON-PARM overrides the CBLOGON copybook's compiled-in
         MOVE NEW-DEPTNO            TO AU-DEPTNO
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

 CLOSE-AUDIT-LOG.
