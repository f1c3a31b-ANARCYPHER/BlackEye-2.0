* ----------------------------------------------------------
* CBBUDGM MAINTAINS THE DEPTBUDG DEPARTMENT BUDGET TABLE -
* FINANCE'S APPROVED HEADCOUNT AND APPROVED SALARY COST (SAL
* PLUS COMM, THE MEASURE CBCOMP1 AND CBSALH USE) FOR EACH
* DEPTNO IN EACH FISCAL YEAR. CBDEM1, CBREHIR AND CBXFER CHECK
* A HIRE, REHIRE OR TRANSFER INTO A DEPARTMENT AGAINST ITS ROW
* FOR THE YEAR, AND CBBUDR REPORTS BUDGET AGAINST ACTUAL. THE
* OPERATOR PICKS FROM A MENU:
*
*        (L)ist budgets, (A)dd budget, (C)hange budget
*
* EVERY CHOICE FIRST ASKS FOR THE FISCAL YEAR (YYYY); BLANK
* MEANS THE CURRENT ONE. THE FISCAL YEAR IS THE CALENDAR YEAR,
* THE SAME YEAR THE CHECKING PROGRAMS TAKE FROM THE RUN DATE.
* LIST SHOWS EVERY BUDGETED DEPARTMENT FOR THE YEAR. ADD TAKES A
* DEPTNO THAT MUST BE ON THE DEPT TABLE AND NOT YET BUDGETED FOR
* THE YEAR; CHANGE SHOWS THE CURRENT FIGURES BEFORE TAKING NEW
* ONES. NEITHER ACCEPTS A NEGATIVE HEADCOUNT OR COST, AND BOTH
* SHOW THE DEPARTMENT'S CURRENT HEADCOUNT AND COST SO A FIGURE
* ALREADY BELOW ACTUAL IS SEEN BEFORE IT IS SAVED.
*
* EVERY ADD OR CHANGE IS COMMITTED AND APPENDED TO CBDEM1.AUD
* WITH AU-STATUS "BUDGET", THE YEAR AND THE OLD AND NEW FIGURES
* IN AU-REASON, SO CBAUD1 SHOWS WHO SET EACH DEPARTMENT'S PLAN.
* A DEPARTMENT WITH NO ROW FOR THE YEAR IS NOT BUDGET-CHECKED.
*
* THE CONNECTED USER-ID IS CHECKED AT STARTUP AGAINST THE
* CBPERM.DAT OPERATOR-PERMISSION FILE; AN OPERATOR WHOSE RECORD
* DOES NOT CARRY Y IN THE MAINTENANCE COLUMN IS REFUSED WITH A
* DENIED AUDIT RECORD, THE SAME GATE CBDEM1 PUTS ON HIRES.
*
* TO EXIT THE PROGRAM, ENTER A CARRIAGE RETURN AT THE MENU
* PROMPT.
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBBUDGM.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT AUDIT-FILE ASSIGN TO "CBDEM1.AUD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.
     SELECT PERMIT-FILE ASSIGN TO "CBPERM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PERMIT-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  AUDIT-FILE
     LABEL RECORDS ARE STANDARD.
 01  AUDIT-RECORD.
     02   AU-TIMESTAMP          PIC X(21).
     02   AU-USERID             PIC X(10).
     02   AU-EMPNO              PIC 9(9).
     02   AU-ENAME              PIC X(12).
     02   AU-DEPTNO             PIC X(10).
     02   AU-STATUS             PIC X(8).
     02   AU-REASON             PIC X(40).
     02   AU-SEQ                PIC 9(9).
     02   AU-CHECK              PIC 9(18).

* One record per operator, keyed by the connected USER-ID, one
* Y/N column per function - the layout CBDEM1 established.
 FD  PERMIT-FILE
     LABEL RECORDS ARE STANDARD.
 01  PERMIT-RECORD.
     02   OP-USERID             PIC X(10).
     02   OP-HIRE               PIC X(1).
     02   OP-TERM               PIC X(1).
     02   OP-CORR               PIC X(1).
     02   OP-XFER               PIC X(1).
     02   OP-MAINT              PIC X(1).
     02   OP-RAISE              PIC X(1).
     02   OP-PERM               PIC X(1).
     02   OP-APPR               PIC X(1).

 WORKING-STORAGE SECTION.

 01  LDA.
     02   LDA-V2RC       PIC S9(4) COMP.
     02   FILLER         PIC X(10).
     02   LDA-RC         PIC S9(4) COMP.
     02   FILLER         PIC X(50).
 01  HDA                 PIC X(512).

 01  CURSOR-1.
     02   C-V2RC         PIC S9(4) COMP.
     02   C-TYPE         PIC S9(4) COMP.
     02   C-ROWS         PIC S9(9) COMP.
     02   C-OFFS         PIC S9(4) COMP.
     02   C-FNC          PIC S9(4) COMP.
     02   C-RC           PIC S9(4) COMP.
     02   FILLER         PIC X(50).
 01  CURSOR-2.
     02   C-V2RC         PIC S9(4) COMP.
     02   C-TYPE         PIC S9(4) COMP.
     02   C-ROWS         PIC S9(9) COMP.
     02   C-OFFS         PIC S9(4) COMP.
     02   C-FNC          PIC S9(4) COMP.
     02   C-RC           PIC S9(4) COMP.
     02   FILLER         PIC X(50).

 COPY CBLOGON.
 77   LOGON-PARM-SW      PIC X     VALUE "N".
 77   WS-LEN-IDX         PIC S9(9) COMP VALUE 0.
 77   WS-LEN-FOUND-SW    PIC X     VALUE "N".
 77   CONN               PIC S9(9) VALUE 0 COMP.
 77   CONN-L             PIC S9(9) VALUE 0 COMP.
 77   CONN-MODE          PIC S9(9) VALUE 0 COMP.

* Every budget row for one fiscal year, in DEPTNO order, with the
* department name (or "?" for a department since closed).
 77   SQL-SELBUDGS       PIC X(136) VALUE
         "SELECT B.DEPTNO,NVL(D.DNAME,'?'),B.HEADCNT,B.SALBUDG FROM
-        " DEPTBUDG B,DEPT D WHERE D.DEPTNO(+)=B.DEPTNO AND B.FISCYR=:1
-        " ORDER BY B.DEPTNO".
 77   SQL-SELBUDGS-L     PIC S9(9) VALUE 136 COMP.

* Looks up one department's budget for the year - the same
* statement CBDEM1's CHECK-DEPT-BUDGET parses.
 77   SQL-SELBUDG        PIC X(66) VALUE
         "SELECT HEADCNT,SALBUDG FROM DEPTBUDG WHERE DEPTNO=:1 AND
-        " FISCYR=:2".
 77   SQL-SELBUDG-L      PIC S9(9) VALUE 66 COMP.

* The department's current headcount and SAL+COMM cost - see
* SHOW-DEPT-ACTUALS.
 77   SQL-SELACTUAL      PIC X(68) VALUE
         "SELECT COUNT(*),NVL(SUM(SAL+NVL(COMM,0)),0) FROM EMP WHERE
-        " DEPTNO=:1".
 77   SQL-SELACTUAL-L    PIC S9(9) VALUE 68 COMP.

* Validates the DEPTNO against DEPT, same as CBDEM1's SQL-SEL.
 77   SQL-SEL            PIC X(38) VALUE
         "SELECT DNAME FROM DEPT WHERE DEPTNO=:1".
 77   SQL-SEL-L          PIC S9(9) VALUE 38 COMP.

 77   SQL-INSBUDG        PIC X(73) VALUE
         "INSERT INTO DEPTBUDG (DEPTNO,FISCYR,HEADCNT,SALBUDG) VALUES
-        " (:1,:2,:3,:4)".
 77   SQL-INSBUDG-L      PIC S9(9) VALUE 73 COMP.

 77   SQL-UPDBUDG        PIC X(71) VALUE
         "UPDATE DEPTBUDG SET HEADCNT=:1,SALBUDG=:2 WHERE DEPTNO=:3 AND
-        " FISCYR=:4".
 77   SQL-UPDBUDG-L      PIC S9(9) VALUE 71 COMP.

 77   B-DEPTNO           PIC X(10).
 77   B-DNAME            PIC X(15).
 77   B-FISCYR           PIC X(4).
 77   B-HEADCNT          PIC X(10).
 77   B-SALBUDG          PIC X(12).
 77   B-DEPTNO-L         PIC S9(9) VALUE 10 COMP.
 77   B-DNAME-L          PIC S9(9) VALUE 15 COMP.
 77   B-FISCYR-L         PIC S9(9) VALUE 4 COMP.
 77   B-HEADCNT-L        PIC S9(9) VALUE 10 COMP.
 77   B-SALBUDG-L        PIC S9(9) VALUE 12 COMP.
 77   B-HEADCNT-N        PIC S9(9) COMP VALUE 0.
 77   B-SALBUDG-N        PIC S9(9)V99 COMP-3 VALUE 0.

 77   OLD-HEADCNT        PIC X(10).
 77   OLD-SALBUDG        PIC X(12).
 77   ACTUAL-HEADCNT     PIC X(10).
 77   ACTUAL-COST        PIC X(12).
 77   ACTUAL-HEADCNT-N   PIC S9(9) COMP VALUE 0.
 77   ACTUAL-COST-N      PIC S9(9)V99 COMP-3 VALUE 0.
 77   ACTUAL-HEADCNT-D   PIC ZZZZ9.
 77   ACTUAL-COST-D      PIC $$$,$$$,$$9.99.

 77   INTEGER            PIC S9(9) COMP VALUE 3.
 77   ASC                PIC S9(9) COMP VALUE 1.
 77   ZERO-A             PIC S9(9) COMP VALUE 0.
 77   ZERO-B             PIC S9(4) COMP VALUE 0.
 77   ONE                PIC S9(9) COMP VALUE 1.
 77   TWO                PIC S9(9) COMP VALUE 2.
 77   THREE              PIC S9(9) COMP VALUE 3.
 77   FOUR               PIC S9(9) COMP VALUE 4.
 77   ERR-RC             PIC S9(4) COMP.
 77   ERR-RC-D           PIC ZZZ9.

 77   ASK-MENU           PIC X(64) VALUE
                           "(L)ist budgets, (A)dd budget, (C)hange
-                          " budget, blank to exit: ".
 77   ASK-FISCYR         PIC X(46) VALUE
                           "Enter fiscal year (YYYY, blank for current):
-                          " ".
 77   ASK-DEPTNO         PIC X(25) VALUE
                           "Enter dept: ".
 77   ASK-HEADCNT        PIC X(30) VALUE
                           "Enter approved headcount: ".
 77   ASK-SALBUDG        PIC X(40) VALUE
                           "Enter approved salary cost (SAL+COMM): ".

 77   MENU-ANS           PIC X     VALUE SPACE.
 77   RUN-STAMP          PIC X(14).
 77   CURRENT-FISCYR     PIC X(4).
 77   DEPT-FOUND-SW      PIC X     VALUE "N".
 77   BUDGET-FOUND-SW    PIC X     VALUE "N".
 77   MORE-ROWS-SW       PIC X     VALUE "N".
 77   FIGURES-OK-SW      PIC X     VALUE "N".
 77   FIGURES-READ-SW    PIC X     VALUE "N".
 77   YEAR-OK-SW         PIC X     VALUE "N".
 77   WS-AUDIT-STATUS    PIC X(8).
 77   WS-AUDIT-REASON    PIC X(40).

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

 01  BUDGET-LIST-LINE.
     02   BL-DEPTNO      PIC X(10).
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   BL-DNAME       PIC X(15).
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   BL-HEADCNT     PIC ZZZZ9.
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   BL-SALBUDG     PIC $$$,$$$,$$9.99.

 01  BUDGET-HEADING-1     PIC X(50) VALUE
         "Dept        Department      Heads  Salary budget".
 01  BUDGET-HEADING-2     PIC X(50) VALUE
         "----------  --------------- -----  --------------".

* Standard IBM JCL PARM linkage, shared convention with CBDEM1: the
* first halfword is the binary length of the text that follows.
 LINKAGE SECTION.
 01  LS-LOGON-PARM.
     02   LS-PARM-LEN     PIC S9(4) COMP.
     02   LS-PARM-TEXT    PIC X(78).

 PROCEDURE DIVISION USING LS-LOGON-PARM.
 BEGIN.
     PERFORM APPLY-LOGON-PARM.
     PERFORM CONNECT-TO-ORACLE.
     IF LDA-RC NOT = ZERO-B
         PERFORM DISPLAY-ORA-ERROR
         STOP RUN
     END-IF.

     PERFORM OPEN-SQL-CURSORS.
     PERFORM OPEN-AUDIT-LOG.

     PERFORM CHECK-OPERATOR-PERMIT.
     IF PERMIT-OK-SW NOT = "Y"
         PERFORM REFUSE-UNAUTHORIZED-RUN
     END-IF.

     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE RUN-STAMP(1:4) TO CURRENT-FISCYR.

     PERFORM PROMPT-FOR-MENU.
     PERFORM UNTIL MENU-ANS = SPACE
         PERFORM PROMPT-FOR-FISCYR
         IF YEAR-OK-SW = "Y"
             EVALUATE MENU-ANS
                 WHEN "L"
                     PERFORM LIST-BUDGETS
                 WHEN "A"
                     PERFORM ADD-BUDGET
                 WHEN "C"
                     PERFORM CHANGE-BUDGET
             END-EVALUATE
         END-IF
         PERFORM PROMPT-FOR-MENU
     END-PERFORM.

     PERFORM CLOSE-AUDIT-LOG.
     PERFORM CLOSE-SQL-CURSORS.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

* ----------------------------------------------------------
* CHECK-OPERATOR-PERMIT looks the connected USER-ID up in the
* CBPERM.DAT operator-permission file and passes only an
* operator whose record carries Y in the maintenance column,
* the same gate and missing-file handling as CBDEM1's paragraph
* of the same name.
* ----------------------------------------------------------
 CHECK-OPERATOR-PERMIT.
     MOVE "N" TO PERMIT-OK-SW.
     MOVE "N" TO PERMIT-EOF-SW.
     OPEN INPUT PERMIT-FILE.
     IF PERMIT-STATUS NOT = "00"
         DISPLAY "Operator permission file " "CBPERM.DAT"
             " not on file - access not restricted."
         MOVE "Y" TO PERMIT-OK-SW
     ELSE
         PERFORM UNTIL PERMIT-EOF-SW = "Y"
             READ PERMIT-FILE
                 AT END
                     MOVE "Y" TO PERMIT-EOF-SW
                 NOT AT END
                     IF OP-USERID = USER-ID
                         MOVE "Y" TO PERMIT-EOF-SW
                         IF OP-MAINT = "Y"
                             MOVE "Y" TO PERMIT-OK-SW
                         END-IF
                     END-IF
             END-READ
         END-PERFORM
         CLOSE PERMIT-FILE
     END-IF.

* REFUSE-UNAUTHORIZED-RUN writes the DENIED audit record the
* monthly controls review looks for, then ends the run with
* nothing touched.
 REFUSE-UNAUTHORIZED-RUN.
     DISPLAY "Operator " USER-ID " is not authorized for"
         " budget maintenance - run refused.".
     MOVE SPACES TO B-DEPTNO.
     MOVE SPACES TO B-DNAME.
     MOVE "DENIED" TO WS-AUDIT-STATUS.
     MOVE "BUDGET MAINT NOT AUTHORIZED" TO WS-AUDIT-REASON.
     PERFORM WRITE-AUDIT-RECORD.
     PERFORM CLOSE-AUDIT-LOG.
     PERFORM CLOSE-SQL-CURSORS.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

 PROMPT-FOR-MENU.
     DISPLAY ASK-MENU WITH NO ADVANCING.
     ACCEPT MENU-ANS.
     IF MENU-ANS = "l"
         MOVE "L" TO MENU-ANS
     END-IF.
     IF MENU-ANS = "a"
         MOVE "A" TO MENU-ANS
     END-IF.
     IF MENU-ANS = "c"
         MOVE "C" TO MENU-ANS
     END-IF.
     IF MENU-ANS NOT = "L" AND MENU-ANS NOT = "A"
             AND MENU-ANS NOT = "C" AND MENU-ANS NOT = SPACE
         DISPLAY "Please answer L, A, C, or blank."
         MOVE SPACE TO MENU-ANS
     END-IF.

* PROMPT-FOR-FISCYR takes the fiscal year every choice works on;
* blank is the current year.
 PROMPT-FOR-FISCYR.
     MOVE "N" TO YEAR-OK-SW.
     DISPLAY ASK-FISCYR WITH NO ADVANCING.
     ACCEPT B-FISCYR.
     IF B-FISCYR = SPACES
         MOVE CURRENT-FISCYR TO B-FISCYR
     END-IF.
     IF B-FISCYR IS NUMERIC
         MOVE "Y" TO YEAR-OK-SW
     ELSE
         DISPLAY "Fiscal year " B-FISCYR " is not a YYYY year."
     END-IF.

* ----------------------------------------------------------
* LIST-BUDGETS fetches every budget row for the year in DEPTNO
* order, the same open/fetch loop CBGRADE's LIST-GRADES runs.
* ----------------------------------------------------------
 LIST-BUDGETS.
     DISPLAY "Department budgets for fiscal year " B-FISCYR ":".
     DISPLAY BUDGET-HEADING-1.
     DISPLAY BUDGET-HEADING-2.
     CALL "OSQL3" USING CURSOR-1 SQL-SELBUDGS SQL-SELBUDGS-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-1 ONE B-FISCYR B-FISCYR-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 ONE B-DEPTNO B-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 TWO B-DNAME B-DNAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 THREE B-HEADCNT B-HEADCNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FOUR B-SALBUDG B-SALBUDG-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     MOVE "Y" TO MORE-ROWS-SW.
     PERFORM UNTIL MORE-ROWS-SW NOT = "Y"
         CALL "OFEN" USING CURSOR-1 ONE
         IF C-RC OF CURSOR-1 = ZERO-B
             MOVE B-DEPTNO TO BL-DEPTNO
             MOVE B-DNAME  TO BL-DNAME
             MOVE FUNCTION NUMVAL(B-HEADCNT) TO BL-HEADCNT
             MOVE FUNCTION NUMVAL(B-SALBUDG) TO BL-SALBUDG
             DISPLAY BUDGET-LIST-LINE
         ELSE
             MOVE "N" TO MORE-ROWS-SW
         END-IF
     END-PERFORM.

* ----------------------------------------------------------
* ADD-BUDGET refuses a DEPTNO not on the DEPT table and one
* already budgeted for the year (a second row would make the
* hire check's answer depend on fetch order), then inserts and
* commits.
* ----------------------------------------------------------
 ADD-BUDGET.
     DISPLAY ASK-DEPTNO WITH NO ADVANCING.
     ACCEPT B-DEPTNO.
     IF B-DEPTNO = SPACES
         DISPLAY "Blank department - add cancelled."
     ELSE
         PERFORM LOOKUP-DEPT
         IF DEPT-FOUND-SW NOT = "Y"
             DISPLAY "Department " B-DEPTNO " not found."
         ELSE
             PERFORM LOOKUP-BUDGET
             IF BUDGET-FOUND-SW = "Y"
                 DISPLAY B-DNAME " already has a " B-FISCYR
                     " budget - use Change instead."
             ELSE
                 PERFORM SHOW-DEPT-ACTUALS
                 PERFORM PROMPT-FOR-FIGURES
                 IF FIGURES-OK-SW = "Y"
                     PERFORM INSERT-BUDGET-ROW
                 END-IF
             END-IF
         END-IF
     END-IF.

* ----------------------------------------------------------
* CHANGE-BUDGET shows the department's current budget and
* actuals, takes the new figures through the same check, and
* updates and commits.
* ----------------------------------------------------------
 CHANGE-BUDGET.
     DISPLAY ASK-DEPTNO WITH NO ADVANCING.
     ACCEPT B-DEPTNO.
     IF B-DEPTNO = SPACES
         DISPLAY "Blank department - change cancelled."
     ELSE
         PERFORM LOOKUP-DEPT
         PERFORM LOOKUP-BUDGET
         IF BUDGET-FOUND-SW NOT = "Y"
             DISPLAY "Department " B-DEPTNO " has no " B-FISCYR
                 " budget - use Add instead."
         ELSE
             DISPLAY "Current " B-FISCYR " budget for " B-DNAME
                 ": headcount " OLD-HEADCNT " salary cost "
                 OLD-SALBUDG "."
             PERFORM SHOW-DEPT-ACTUALS
             PERFORM PROMPT-FOR-FIGURES
             IF FIGURES-OK-SW = "Y"
                 PERFORM UPDATE-BUDGET-ROW
             END-IF
         END-IF
     END-IF.

* PROMPT-FOR-FIGURES collects the headcount and salary cost and
* refuses a blank or negative figure, and warns when the new
* figure is already below what the department has today. A
* figure that is not a number is asked for again - NUMVAL would
* read it as zero and the text would go to Oracle as keyed.
 PROMPT-FOR-FIGURES.
     MOVE "N" TO FIGURES-OK-SW.
     MOVE "N" TO FIGURES-READ-SW.
     PERFORM ACCEPT-BUDGET-FIGURES
         UNTIL FIGURES-READ-SW = "Y".
     IF B-HEADCNT = SPACES OR B-SALBUDG = SPACES
         DISPLAY "Both figures are required - budget rejected."
     ELSE
         MOVE FUNCTION NUMVAL(B-HEADCNT) TO B-HEADCNT-N
         MOVE FUNCTION NUMVAL(B-SALBUDG) TO B-SALBUDG-N
         IF B-HEADCNT-N < 0 OR B-SALBUDG-N < 0
             DISPLAY "A budget cannot be negative - budget"
                 " rejected."
         ELSE
             MOVE "Y" TO FIGURES-OK-SW
             IF B-HEADCNT-N < ACTUAL-HEADCNT-N
                     OR B-SALBUDG-N < ACTUAL-COST-N
                 DISPLAY "Note: " B-DNAME " is already over this"
                     " budget and will show over plan."
             END-IF
         END-IF
     END-IF.

* ACCEPT-BUDGET-FIGURES takes one pair of figures and sets
* FIGURES-READ-SW unless either is keyed but is not a number, or
* the headcount is not a whole number.
 ACCEPT-BUDGET-FIGURES.
     DISPLAY ASK-HEADCNT WITH NO ADVANCING.
     ACCEPT B-HEADCNT.
     DISPLAY ASK-SALBUDG WITH NO ADVANCING.
     ACCEPT B-SALBUDG.
     MOVE "Y" TO FIGURES-READ-SW.
     IF B-HEADCNT NOT = SPACES
         IF FUNCTION TEST-NUMVAL(B-HEADCNT) NOT = 0
             MOVE "N" TO FIGURES-READ-SW
         ELSE
             MOVE FUNCTION NUMVAL(B-HEADCNT) TO B-HEADCNT-N
             IF FUNCTION NUMVAL(B-HEADCNT) NOT = B-HEADCNT-N
                 MOVE "N" TO FIGURES-READ-SW
             END-IF
         END-IF
         IF FIGURES-READ-SW NOT = "Y"
             DISPLAY "Headcount " B-HEADCNT " is not a whole"
                 " number - enter the figures again."
         END-IF
     END-IF.
     IF FIGURES-READ-SW = "Y" AND B-SALBUDG NOT = SPACES
         IF FUNCTION TEST-NUMVAL(B-SALBUDG) NOT = 0
             MOVE "N" TO FIGURES-READ-SW
             DISPLAY "Salary cost " B-SALBUDG " is not a number"
                 " - enter the figures again."
         END-IF
     END-IF.

* ----------------------------------------------------------
* LOOKUP-DEPT validates B-DEPTNO against the DEPT table exactly
* as CBDEM1's paragraph of the same name does.
* ----------------------------------------------------------
 LOOKUP-DEPT.
     MOVE "N" TO DEPT-FOUND-SW.
     MOVE SPACES TO B-DNAME.
     CALL "OSQL3" USING CURSOR-2 SQL-SEL SQL-SEL-L INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-2 ONE B-DEPTNO B-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-2 ONE B-DNAME B-DNAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-2 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-2 ONE.
     IF C-RC OF CURSOR-2 = ZERO-B
         MOVE "Y" TO DEPT-FOUND-SW
     END-IF.

* LOOKUP-BUDGET fetches B-DEPTNO's budget for B-FISCYR into
* OLD-HEADCNT/OLD-SALBUDG, setting BUDGET-FOUND-SW.
 LOOKUP-BUDGET.
     MOVE "N" TO BUDGET-FOUND-SW.
     MOVE SPACES TO OLD-HEADCNT OLD-SALBUDG.
     CALL "OSQL3" USING CURSOR-2 SQL-SELBUDG SQL-SELBUDG-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-2 ONE B-DEPTNO B-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 TWO B-FISCYR B-FISCYR-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-2 ONE OLD-HEADCNT B-HEADCNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-2 TWO OLD-SALBUDG B-SALBUDG-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-2 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-2 ONE.
     IF C-RC OF CURSOR-2 = ZERO-B
         MOVE "Y" TO BUDGET-FOUND-SW
     END-IF.

* SHOW-DEPT-ACTUALS prints the department's current headcount
* and SAL+COMM cost, the figures the budget is measured against.
 SHOW-DEPT-ACTUALS.
     MOVE 0 TO ACTUAL-HEADCNT-N.
     MOVE 0 TO ACTUAL-COST-N.
     CALL "OSQL3" USING CURSOR-2 SQL-SELACTUAL SQL-SELACTUAL-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-2 ONE B-DEPTNO B-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-2 ONE ACTUAL-HEADCNT B-HEADCNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-2 TWO ACTUAL-COST B-SALBUDG-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-2 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-2 ONE.
     IF C-RC OF CURSOR-2 = ZERO-B
         MOVE FUNCTION NUMVAL(ACTUAL-HEADCNT) TO ACTUAL-HEADCNT-N
         MOVE FUNCTION NUMVAL(ACTUAL-COST) TO ACTUAL-COST-N
     END-IF.
     MOVE ACTUAL-HEADCNT-N TO ACTUAL-HEADCNT-D.
     MOVE ACTUAL-COST-N TO ACTUAL-COST-D.
     DISPLAY B-DNAME " today: " ACTUAL-HEADCNT-D " employee(s),"
         " salary cost " ACTUAL-COST-D ".".

 INSERT-BUDGET-ROW.
     CALL "OSQL3" USING CURSOR-1 SQL-INSBUDG SQL-INSBUDG-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-1 ONE B-DEPTNO B-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 TWO B-FISCYR B-FISCYR-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 THREE B-HEADCNT B-HEADCNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 FOUR B-SALBUDG B-SALBUDG-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     IF C-RC OF CURSOR-1 = ZERO-B
         CALL "OCOM" USING LDA
         DISPLAY B-DNAME " " B-FISCYR " budget added: headcount "
             B-HEADCNT " salary cost " B-SALBUDG "."
         MOVE "BUDGET" TO WS-AUDIT-STATUS
         MOVE SPACES TO WS-AUDIT-REASON
         STRING "ADD FY" B-FISCYR " HC " DELIMITED BY SIZE
             B-HEADCNT DELIMITED BY SPACE
             " SAL " DELIMITED BY SIZE
             B-SALBUDG DELIMITED BY SPACE
             INTO WS-AUDIT-REASON
         END-STRING
         PERFORM WRITE-AUDIT-RECORD
     ELSE
         PERFORM DISPLAY-MAINT-ERROR
     END-IF.

 UPDATE-BUDGET-ROW.
     CALL "OSQL3" USING CURSOR-1 SQL-UPDBUDG SQL-UPDBUDG-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-1 ONE B-HEADCNT B-HEADCNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 TWO B-SALBUDG B-SALBUDG-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 THREE B-DEPTNO B-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 FOUR B-FISCYR B-FISCYR-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     IF C-RC OF CURSOR-1 = ZERO-B
         CALL "OCOM" USING LDA
         DISPLAY B-DNAME " " B-FISCYR " budget changed to headcount "
             B-HEADCNT " salary cost " B-SALBUDG "."
         MOVE "BUDGET" TO WS-AUDIT-STATUS
         MOVE SPACES TO WS-AUDIT-REASON
         STRING "CHG FY" B-FISCYR " HC " DELIMITED BY SIZE
             OLD-HEADCNT DELIMITED BY SPACE
             "->" DELIMITED BY SIZE
             B-HEADCNT DELIMITED BY SPACE
             " SAL " DELIMITED BY SIZE
             OLD-SALBUDG DELIMITED BY SPACE
             "->" DELIMITED BY SIZE
             B-SALBUDG DELIMITED BY SPACE
             INTO WS-AUDIT-REASON
         END-STRING
         PERFORM WRITE-AUDIT-RECORD
     ELSE
         PERFORM DISPLAY-MAINT-ERROR
     END-IF.

* ----------------------------------------------------------
* APPLY-LOGON-PARM overrides the CBLOGON copybook's compiled-in
* USER-ID/PSW with a "USERID/PASSWORD" JCL PARM when the caller
* supplied one, the same way CBDEM1 does.
* ----------------------------------------------------------
 APPLY-LOGON-PARM.
     IF LS-PARM-LEN > 0
         MOVE "Y" TO LOGON-PARM-SW
         MOVE SPACES TO USER-ID
         MOVE SPACES TO PSW
         UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY "/"
             INTO USER-ID PSW
         END-UNSTRING
     END-IF.
     PERFORM CALC-USERID-LEN.
     PERFORM CALC-PSW-LEN.
     IF LOGON-PARM-SW = "Y"
         DISPLAY "Logon overridden by PARM - connecting as "
             USER-ID(1:USER-ID-L) "."
     END-IF.

 CALC-USERID-LEN.
     MOVE 0 TO USER-ID-L.
     MOVE "N" TO WS-LEN-FOUND-SW.
     PERFORM VARYING WS-LEN-IDX FROM 10 BY -1
             UNTIL WS-LEN-IDX < 1 OR WS-LEN-FOUND-SW = "Y"
         IF USER-ID(WS-LEN-IDX:1) NOT = SPACE
             MOVE WS-LEN-IDX TO USER-ID-L
             MOVE "Y" TO WS-LEN-FOUND-SW
         END-IF
     END-PERFORM.

 CALC-PSW-LEN.
     MOVE 0 TO PSW-L.
     MOVE "N" TO WS-LEN-FOUND-SW.
     PERFORM VARYING WS-LEN-IDX FROM 10 BY -1
             UNTIL WS-LEN-IDX < 1 OR WS-LEN-FOUND-SW = "Y"
         IF PSW(WS-LEN-IDX:1) NOT = SPACE
             MOVE WS-LEN-IDX TO PSW-L
             MOVE "Y" TO WS-LEN-FOUND-SW
         END-IF
     END-PERFORM.

 CONNECT-TO-ORACLE.
     MOVE SPACES TO HDA.
     CALL "OLON" USING LDA HDA USER-ID USER-ID-L PSW PSW-L
         CONN CONN-L CONN-MODE.

 OPEN-SQL-CURSORS.
     CALL "OOPEN" USING CURSOR-1 LDA.
     CALL "OOPEN" USING CURSOR-2 LDA.

 CLOSE-SQL-CURSORS.
     CALL "OCLOSE" USING CURSOR-1.
     CALL "OCLOSE" USING CURSOR-2.

 DISCONNECT-FROM-ORACLE.
     CALL "OLOGOF" USING LDA.

 DISPLAY-ORA-ERROR.
     MOVE LDA-RC TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR - RETURN CODE: " ERR-RC-D.

* DISPLAY-MAINT-ERROR reports the maintenance cursor's own C-RC,
* the same distinction CBDEM1's DISPLAY-INSERT-ERROR draws.
 DISPLAY-MAINT-ERROR.
     MOVE C-RC OF CURSOR-1 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR - RETURN CODE: " ERR-RC-D.

* ----------------------------------------------------------
* Audit trail - identical record layout and open/extend handling
* to CBDEM1's, appended to the same CBDEM1.AUD file. A budget
* record carries no EMPNO; the department is in AU-DEPTNO and
* its name in AU-ENAME.
* ----------------------------------------------------------
 OPEN-AUDIT-LOG.
     OPEN EXTEND AUDIT-FILE.
     IF AUDIT-STATUS = "35"
         OPEN OUTPUT AUDIT-FILE
     END-IF.
     IF AUDIT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBDEM1.AUD"
             " - audit trail disabled for this run."
     END-IF.

 WRITE-AUDIT-RECORD.
     IF AUDIT-STATUS = "00"
         MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
         MOVE USER-ID               TO AU-USERID
         MOVE 0                     TO AU-EMPNO
         MOVE B-DNAME               TO AU-ENAME
         MOVE B-DEPTNO              TO AU-DEPTNO
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
     IF AUDIT-STATUS = "00"
         CLOSE AUDIT-FILE
     END-IF.
