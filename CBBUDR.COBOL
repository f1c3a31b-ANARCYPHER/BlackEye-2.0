* ----------------------------------------------------------
* CBBUDR IS THE DEPARTMENT BUDGET-VERSUS-ACTUAL REPORT. FINANCE
* APPROVES EACH DEPARTMENT A HEADCOUNT AND A SALARY COST FOR THE
* FISCAL YEAR, KEPT IN THE DEPTBUDG TABLE BY CBBUDGM; THIS
* PROGRAM SETS EVERY DEPARTMENT'S APPROVED FIGURES AGAINST WHAT
* IT CARRIES TODAY, SO AN OVERRUN IS SEEN WHEN IT HAPPENS AND
* NOT WHEN CBDEPT1'S SUBTOTALS REACH THE BUDGET MEETING. THE
* PROGRAM QUERIES THE USER FOR:
*
*        Fiscal year (YYYY, blank for current):
*
* ONE LINE PER DEPARTMENT ON THE DEPT TABLE, IN DEPTNO ORDER:
* APPROVED AND ACTUAL HEADCOUNT, APPROVED AND ACTUAL SALARY COST
* (SAL PLUS COMM, THE MEASURE CBCOMP1 AND CBSALH USE), AND THE
* VARIANCE OF EACH (APPROVED LESS ACTUAL, SO A NEGATIVE FIGURE IS
* AN OVERRUN). A DEPARTMENT PAST EITHER APPROVED FIGURE IS
* FLAGGED "OVER PLAN"; ONE WITH NO BUDGET ROW FOR THE YEAR IS
* FLAGGED "NO BUDGET" AND LEFT OUT OF THE TOTALS, WHICH COVER
* THE BUDGETED DEPARTMENTS ONLY SO THE TOTAL VARIANCE TIES.
*
* ACTUALS ARE TODAY'S EMP ROWS; A TRANSFER STILL PENDING IN
* CBPEND.DAT IS COUNTED WHERE THE EMPLOYEE IS NOW.
*
* THE REPORT IS WRITTEN TO CBBUDR.LST AND ECHOED TO THE
* TERMINAL, LIKE THE OTHER REPORTS.
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBBUDR.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT REPORT-FILE ASSIGN TO "CBBUDR.LST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  REPORT-FILE
     LABEL RECORDS ARE STANDARD.
 01  REPORT-LINE             PIC X(120).

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

 COPY CBLOGON.
 77   LOGON-PARM-SW      PIC X     VALUE "N".
 77   WS-LEN-IDX         PIC S9(9) COMP VALUE 0.
 77   WS-LEN-FOUND-SW    PIC X     VALUE "N".
 77   CONN               PIC S9(9) VALUE 0 COMP.
 77   CONN-L             PIC S9(9) VALUE 0 COMP.
 77   CONN-MODE          PIC S9(9) VALUE 0 COMP.

* Every department with its budget for the year (HEADCNT -1 when
* there is none) and its current headcount and SAL+COMM cost.
* The outer joins keep a department with no budget row or no
* employees on the report.
 77   SQL-BUDVACT        PIC X(269) VALUE
         "SELECT D.DEPTNO,D.DNAME,NVL(B.HEADCNT,-1),NVL(B.SALBUDG,0),
-        "COUNT(E.EMPNO),NVL(SUM(E.SAL+NVL(E.COMM,0)),0) FROM DEPT D,
-        "DEPTBUDG B,EMP E WHERE B.DEPTNO(+)=D.DEPTNO AND B.FISCYR(+)=:1
-        " AND E.DEPTNO(+)=D.DEPTNO GROUP BY D.DEPTNO,D.DNAME,B.HEADCNT,
-        "B.SALBUDG ORDER BY D.DEPTNO".
 77   SQL-BUDVACT-L      PIC S9(9) VALUE 269 COMP.

 77   R-DEPTNO           PIC X(10).
 77   R-DNAME            PIC X(15).
 77   R-HEADCNT          PIC X(10).
 77   R-SALBUDG          PIC X(12).
 77   R-ACTHC            PIC X(10).
 77   R-ACTCOST          PIC X(12).
 77   R-DEPTNO-L         PIC S9(9) VALUE 10 COMP.
 77   R-DNAME-L          PIC S9(9) VALUE 15 COMP.
 77   R-COUNT-L          PIC S9(9) VALUE 10 COMP.
 77   R-COST-L           PIC S9(9) VALUE 12 COMP.

 77   ASK-FISCYR         PIC X(40) VALUE
                           "Fiscal year (YYYY, blank for current): ".
 77   SEL-FISCYR         PIC X(4)  VALUE SPACES.
 77   SEL-FISCYR-L       PIC S9(9) VALUE 4 COMP.
 77   RUN-STAMP          PIC X(14).

 77   INTEGER            PIC S9(9) COMP VALUE 3.
 77   ASC                PIC S9(9) COMP VALUE 1.
 77   ZERO-A             PIC S9(9) COMP VALUE 0.
 77   ZERO-B             PIC S9(4) COMP VALUE 0.
 77   ONE                PIC S9(9) COMP VALUE 1.
 77   TWO                PIC S9(9) COMP VALUE 2.
 77   THREE              PIC S9(9) COMP VALUE 3.
 77   FOUR               PIC S9(9) COMP VALUE 4.
 77   FIVE               PIC S9(9) COMP VALUE 5.
 77   SIX                PIC S9(9) COMP VALUE 6.
 77   ERR-RC             PIC S9(4) COMP.
 77   ERR-RC-D           PIC ZZZ9.

 77   REPORT-STATUS      PIC XX    VALUE "00".
 77   MORE-ROWS-SW       PIC X     VALUE "Y".

 77   PLAN-HC-N          PIC S9(9) COMP VALUE 0.
 77   ACT-HC-N           PIC S9(9) COMP VALUE 0.
 77   PLAN-COST-N        PIC S9(9)V99 COMP-3 VALUE 0.
 77   ACT-COST-N         PIC S9(9)V99 COMP-3 VALUE 0.
 77   TOT-PLAN-HC        PIC S9(9) COMP VALUE 0.
 77   TOT-ACT-HC         PIC S9(9) COMP VALUE 0.
 77   TOT-PLAN-COST      PIC S9(9)V99 COMP-3 VALUE 0.
 77   TOT-ACT-COST       PIC S9(9)V99 COMP-3 VALUE 0.
 77   DEPT-COUNT         PIC S9(9) COMP VALUE 0.
 77   OVER-COUNT         PIC S9(9) COMP VALUE 0.
 77   NOBUD-COUNT        PIC S9(9) COMP VALUE 0.
 77   DEPT-COUNT-D       PIC ZZZZ9.
 77   OVER-COUNT-D       PIC ZZZZ9.
 77   NOBUD-COUNT-D      PIC ZZZZ9.

 01  DETAIL-LINE.
     02   DL-DEPTNO      PIC X(6).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-DNAME       PIC X(15).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-PLAN-HC     PIC ZZZZZZ9.
     02   DL-PLAN-HC-X   REDEFINES DL-PLAN-HC PIC X(7).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-ACT-HC      PIC ZZZZZZ9.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-HC-VAR      PIC ------9.
     02   DL-HC-VAR-X    REDEFINES DL-HC-VAR PIC X(7).
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   DL-PLAN-COST   PIC $$$,$$$,$$9.99.
     02   DL-PLAN-COST-X REDEFINES DL-PLAN-COST PIC X(14).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-ACT-COST    PIC $$$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-COST-VAR    PIC ---,---,--9.99.
     02   DL-COST-VAR-X  REDEFINES DL-COST-VAR PIC X(14).
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   DL-FLAG        PIC X(9).
     02   FILLER         PIC X(17) VALUE SPACES.

 01  TITLE-LINE.
     02   FILLER         PIC X(42) VALUE
                           "Department Budget vs Actual - fiscal year ".
     02   TL-FISCYR      PIC X(4).
     02   FILLER         PIC X(16) VALUE "   actuals as of".
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   TL-ASOF        PIC X(8).
     02   FILLER         PIC X(47) VALUE SPACES.

 01  HEADING-LINE-1       PIC X(120) VALUE
         "Dept   Department      Appr HC  Act HC  HC var   Approved cost
-        "    Actual cost  Cost variance  Flag".
 01  HEADING-LINE-2       PIC X(120) VALUE
         "------ --------------- ------- ------- -------  --------------
-        " -------------- --------------  ---------".

* Standard IBM JCL PARM linkage, shared convention with CBDEM1: the
* first halfword is the binary length of the text that follows.
 LINKAGE SECTION.
 01  LS-LOGON-PARM.
     02   LS-PARM-LEN     PIC S9(4) COMP.
     02   LS-PARM-TEXT    PIC X(78).

 PROCEDURE DIVISION USING LS-LOGON-PARM.
 BEGIN.
     PERFORM PROMPT-FOR-SELECTION.

     PERFORM APPLY-LOGON-PARM.
     PERFORM CONNECT-TO-ORACLE.
     IF LDA-RC NOT = ZERO-B
         PERFORM DISPLAY-ORA-ERROR
         STOP RUN
     END-IF.

     OPEN OUTPUT REPORT-FILE.
     IF REPORT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBBUDR.LST"
             " - report aborted."
         PERFORM DISCONNECT-FROM-ORACLE
         STOP RUN
     END-IF.

     PERFORM PRINT-REPORT-HEADING.
     PERFORM OPEN-BUDGET-CURSOR.
     PERFORM FETCH-NEXT-ROW.
     PERFORM UNTIL MORE-ROWS-SW NOT = "Y"
         PERFORM PROCESS-BUDGET-ROW
         PERFORM FETCH-NEXT-ROW
     END-PERFORM.
     PERFORM PRINT-REPORT-TOTALS.

     CLOSE REPORT-FILE.
     CALL "OCLOSE" USING CURSOR-1.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

* ----------------------------------------------------------
* PROMPT-FOR-SELECTION takes the fiscal year; blank is the
* current one, the calendar year CBDEM1, CBREHIR and CBXFER
* check hires and transfers against.
* ----------------------------------------------------------
 PROMPT-FOR-SELECTION.
     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     DISPLAY ASK-FISCYR WITH NO ADVANCING.
     ACCEPT SEL-FISCYR.
     IF SEL-FISCYR = SPACES
         MOVE RUN-STAMP(1:4) TO SEL-FISCYR
     END-IF.
     IF SEL-FISCYR IS NOT NUMERIC
         DISPLAY "Fiscal year " SEL-FISCYR
             " is not a YYYY year - report aborted."
         STOP RUN
     END-IF.

* ----------------------------------------------------------
* PROCESS-BUDGET-ROW prints one department. Variances are
* approved less actual; the approved columns and variances are
* left blank for a department with no budget for the year.
* ----------------------------------------------------------
 PROCESS-BUDGET-ROW.
     ADD 1 TO DEPT-COUNT.
     MOVE FUNCTION NUMVAL(R-HEADCNT) TO PLAN-HC-N.
     MOVE FUNCTION NUMVAL(R-SALBUDG) TO PLAN-COST-N.
     MOVE FUNCTION NUMVAL(R-ACTHC) TO ACT-HC-N.
     MOVE FUNCTION NUMVAL(R-ACTCOST) TO ACT-COST-N.
     MOVE R-DEPTNO TO DL-DEPTNO.
     MOVE R-DNAME TO DL-DNAME.
     MOVE ACT-HC-N TO DL-ACT-HC.
     MOVE ACT-COST-N TO DL-ACT-COST.
     IF PLAN-HC-N < 0
         MOVE SPACES TO DL-PLAN-HC-X DL-HC-VAR-X
         MOVE SPACES TO DL-PLAN-COST-X DL-COST-VAR-X
         MOVE "NO BUDGET" TO DL-FLAG
         ADD 1 TO NOBUD-COUNT
     ELSE
         MOVE PLAN-HC-N TO DL-PLAN-HC
         MOVE PLAN-COST-N TO DL-PLAN-COST
         COMPUTE DL-HC-VAR = PLAN-HC-N - ACT-HC-N
         COMPUTE DL-COST-VAR = PLAN-COST-N - ACT-COST-N
         IF ACT-HC-N > PLAN-HC-N OR ACT-COST-N > PLAN-COST-N
             MOVE "OVER PLAN" TO DL-FLAG
             ADD 1 TO OVER-COUNT
         ELSE
             MOVE SPACES TO DL-FLAG
         END-IF
         ADD PLAN-HC-N TO TOT-PLAN-HC
         ADD ACT-HC-N TO TOT-ACT-HC
         ADD PLAN-COST-N TO TOT-PLAN-COST
         ADD ACT-COST-N TO TOT-ACT-COST
     END-IF.
     MOVE DETAIL-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY DETAIL-LINE.

* PRINT-REPORT-TOTALS prints the budgeted departments' totals in
* the detail columns, then the department counts.
 PRINT-REPORT-TOTALS.
     PERFORM WRITE-BLANK-LINE.
     MOVE SPACES TO DL-DEPTNO.
     MOVE "Budgeted total" TO DL-DNAME.
     MOVE TOT-PLAN-HC TO DL-PLAN-HC.
     MOVE TOT-ACT-HC TO DL-ACT-HC.
     COMPUTE DL-HC-VAR = TOT-PLAN-HC - TOT-ACT-HC.
     MOVE TOT-PLAN-COST TO DL-PLAN-COST.
     MOVE TOT-ACT-COST TO DL-ACT-COST.
     COMPUTE DL-COST-VAR = TOT-PLAN-COST - TOT-ACT-COST.
     MOVE SPACES TO DL-FLAG.
     MOVE DETAIL-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY DETAIL-LINE.
     MOVE DEPT-COUNT TO DEPT-COUNT-D.
     MOVE OVER-COUNT TO OVER-COUNT-D.
     MOVE NOBUD-COUNT TO NOBUD-COUNT-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "Departments: " DEPT-COUNT-D
         "  over plan: " OVER-COUNT-D
         "  no budget: " NOBUD-COUNT-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:60).

 PRINT-REPORT-HEADING.
     MOVE SEL-FISCYR TO TL-FISCYR.
     MOVE RUN-STAMP(1:8) TO TL-ASOF.
     MOVE TITLE-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY TITLE-LINE.
     PERFORM WRITE-BLANK-LINE.
     MOVE HEADING-LINE-1 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY HEADING-LINE-1.
     MOVE HEADING-LINE-2 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY HEADING-LINE-2.

 WRITE-BLANK-LINE.
     MOVE SPACES TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY SPACES.

* ----------------------------------------------------------
* OPEN-BUDGET-CURSOR parses and executes SQL-BUDVACT once;
* FETCH-NEXT-ROW pulls one department at a time off CURSOR-1,
* the same fetch loop CBDEPT1 runs.
* ----------------------------------------------------------
 OPEN-BUDGET-CURSOR.
     CALL "OOPEN" USING CURSOR-1 LDA.
     CALL "OSQL3" USING CURSOR-1 SQL-BUDVACT SQL-BUDVACT-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-1 ONE SEL-FISCYR SEL-FISCYR-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 ONE R-DEPTNO R-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 TWO R-DNAME R-DNAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 THREE R-HEADCNT R-COUNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FOUR R-SALBUDG R-COST-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FIVE R-ACTHC R-COUNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 SIX R-ACTCOST R-COST-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.

 FETCH-NEXT-ROW.
     CALL "OFEN" USING CURSOR-1 ONE.
     IF C-RC OF CURSOR-1 = ZERO-B
         MOVE "Y" TO MORE-ROWS-SW
     ELSE
         MOVE "N" TO MORE-ROWS-SW
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

 DISCONNECT-FROM-ORACLE.
     CALL "OLOGOF" USING LDA.

 DISPLAY-ORA-ERROR.
     MOVE LDA-RC TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR - RETURN CODE: " ERR-RC-D.
