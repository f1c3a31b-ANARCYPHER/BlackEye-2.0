* ----------------------------------------------------------
* CBGLJ WRITES THE GENERAL LEDGER LABOR-COST JOURNAL THAT
* REPLACES ACCOUNTING RE-KEYING EACH DEPARTMENT'S PAYROLL COST
* FROM A PRINTOUT OF CBDEPT1.LST EVERY MONTH-END. IT SUMS SAL
* AND COMM PER DEPTNO OVER THE SAME EMP-TO-DEPT JOIN CBPAYX
* EXTRACTS, MAPS EACH DEPARTMENT TO ITS GL COST CENTER AND
* ACCOUNT THROUGH THE GLMAP TABLE (DEPTNO, COSTCTR, GLACCT), AND
* WRITES ONE DEBIT LINE PER COST CENTER AND ACCOUNT AGAINST ONE
* OFFSETTING ACCRUAL CREDIT TO CBGLJ.DAT, BRACKETED BY HEADER AND
* TRAILER CONTROL RECORDS IN THE STYLE OF CBPAYX.DAT. ALL
* RECORDS ARE 80 BYTES:
*
*   HEADER  COL  1      "H"
*           COLS 2-9    RUN DATE YYYYMMDD
*           COLS 10-15  RUN TIME HHMMSS
*           COLS 16-21  PERIOD YYYYMM (THE RUN MONTH)
*   DETAIL  COL  1      "D"
*           COLS 2-11   COST CENTER   X(10)
*           COLS 12-21  GL ACCOUNT    X(10)
*           COL  22     "D" DEBIT OR "C" CREDIT
*           COLS 23-35  AMOUNT        9(11)V99 (NO DECIMAL POINT)
*           COLS 36-65  DESCRIPTION   X(30)
*   TRAILER COL  1      "T"
*           COLS 2-10   LINE COUNT    9(9) (DETAILS ONLY)
*           COLS 11-25  DEBIT TOTAL   9(13)V99 (NO DECIMAL POINT)
*           COLS 26-40  CREDIT TOTAL  9(13)V99 (NO DECIMAL POINT)
*
* THE ACCRUAL CREDIT IS POSTED TO THE COST CENTER AND ACCOUNT
* ON THE ONE-RECORD CONTROL FILE CBGLJ.CTL:
*
*           COLS 1-10   ACCRUAL COST CENTER
*           COLS 11-20  ACCRUAL GL ACCOUNT
*
* A DEPARTMENT WITH EMPLOYEES BUT NO GLMAP ROW, OR A DEPARTMENT
* WITH MORE THAN ONE GLMAP ROW (WHICH WOULD POST ITS COST
* TWICE), STOPS THE RUN BEFORE ANY LINE IS WRITTEN: THE
* DEPARTMENTS ARE LISTED, CBGLJ.DAT IS LEFT EMPTY SO A STALE
* JOURNAL CANNOT BE POSTED, AND THE JOB ENDS WITH RETURN CODE 8.
* SO DOES ANY ORACLE ERROR ON THE MAPPING CHECKS OR THE COST
* QUERY - A QUERY THAT FAILED MUST NOT READ AS ONE THAT FOUND
* NOTHING.
*
* THE CONTROL REPORT GOES TO CBGLJ.LST AND IS ECHOED TO THE
* TERMINAL. IT LISTS EVERY DEPARTMENT WITH ITS MAPPING AND COST,
* EACH JOURNAL LINE AS IT IS WRITTEN, THE JOURNAL CONTROLS, AND
* TIES THE JOURNAL BACK TO THE CBPAYX.DAT TRAILER - EMPLOYEE
* COUNT, SAL HASH, COMM HASH AND THEIR SUM - FOR THE SAME
* PERIOD, SO ACCOUNTING CAN PROVE THE GL AND PAYROLL AGREE.
* THE JOB ENDS WITH RETURN CODE 0 WHEN THE JOURNAL BALANCES AND
* TIES, 4 WHEN IT DOES NOT (OR CBPAYX.DAT IS MISSING OR FOR
* ANOTHER MONTH), AND 8 WHEN IT COULD NOT RUN, THE WAY CBRECON
* AND CBPAYIN DO.
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBGLJ.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT GL-CONTROL-FILE ASSIGN TO "CBGLJ.CTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS GL-CONTROL-STATUS.
     SELECT JOURNAL-FILE ASSIGN TO "CBGLJ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS JOURNAL-STATUS.
     SELECT EXTRACT-FILE ASSIGN TO "CBPAYX.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS EXTRACT-STATUS.
     SELECT REPORT-FILE ASSIGN TO "CBGLJ.LST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  GL-CONTROL-FILE
     LABEL RECORDS ARE STANDARD.
 01  GL-CONTROL-RECORD.
     02   GC-COSTCTR        PIC X(10).
     02   GC-GLACCT         PIC X(10).

 FD  JOURNAL-FILE
     LABEL RECORDS ARE STANDARD.
 01  JOURNAL-RECORD          PIC X(80).

 FD  EXTRACT-FILE
     LABEL RECORDS ARE STANDARD.
 01  EXTRACT-RECORD.
     02   XR-TYPE        PIC X(1).
     02   XR-DATA        PIC X(79).
 01  EXTRACT-HEADER-RECORD REDEFINES EXTRACT-RECORD.
     02   FILLER         PIC X(1).
     02   XR-DATE        PIC X(8).
     02   XR-TIME        PIC X(6).
     02   FILLER         PIC X(65).
 01  EXTRACT-TRAILER-RECORD REDEFINES EXTRACT-RECORD.
     02   FILLER         PIC X(1).
     02   XR-COUNT       PIC 9(9).
     02   XR-HASH        PIC 9(13)V99.
     02   XR-COMM-HASH   PIC 9(13)V99.
     02   FILLER         PIC X(40).

 FD  REPORT-FILE
     LABEL RECORDS ARE STANDARD.
 01  REPORT-LINE             PIC X(100).

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

* Departments carrying employees that have no GLMAP row - any
* one of them stops the run.
 77   SQL-UNMAPPED       PIC X(181) VALUE
         "SELECT E.DEPTNO,D.DNAME,COUNT(*) FROM EMP E,DEPT D WHERE
-        " D.DEPTNO=E.DEPTNO AND NOT EXISTS (SELECT 1 FROM GLMAP M WHERE
-        " M.DEPTNO=E.DEPTNO) GROUP BY E.DEPTNO,D.DNAME ORDER BY
-        " E.DEPTNO".
 77   SQL-UNMAPPED-L     PIC S9(9) VALUE 181 COMP.

* Departments mapped more than once - each would be journalled
* once per GLMAP row.
 77   SQL-DUPMAP         PIC X(83) VALUE
         "SELECT DEPTNO,COUNT(*) FROM GLMAP GROUP BY DEPTNO HAVING
-        " COUNT(*)>1 ORDER BY DEPTNO".
 77   SQL-DUPMAP-L       PIC S9(9) VALUE 83 COMP.

* The CBPAYX extract join summed per department, sorted so each
* cost center and account's departments arrive together.
 77   SQL-GLDEPT         PIC X(242) VALUE
         "SELECT M.COSTCTR,M.GLACCT,E.DEPTNO,D.DNAME,COUNT(*),
-        "SUM(NVL(E.SAL,0)),SUM(NVL(E.COMM,0)) FROM EMP E,DEPT D,GLMAP M
-        " WHERE D.DEPTNO=E.DEPTNO AND M.DEPTNO=E.DEPTNO GROUP BY
-        " M.COSTCTR,M.GLACCT,E.DEPTNO,D.DNAME ORDER BY M.COSTCTR,
-        "M.GLACCT,E.DEPTNO".
 77   SQL-GLDEPT-L       PIC S9(9) VALUE 242 COMP.

 77   R-COSTCTR          PIC X(10).
 77   R-GLACCT           PIC X(10).
 77   R-DEPTNO           PIC X(10).
 77   R-DNAME            PIC X(15).
 77   R-EMPS             PIC X(10).
 77   R-SAL              PIC X(15).
 77   R-COMM             PIC X(15).
 77   R-COSTCTR-L        PIC S9(9) VALUE 10 COMP.
 77   R-GLACCT-L         PIC S9(9) VALUE 10 COMP.
 77   R-DEPTNO-L         PIC S9(9) VALUE 10 COMP.
 77   R-DNAME-L          PIC S9(9) VALUE 15 COMP.
 77   R-EMPS-L           PIC S9(9) VALUE 10 COMP.
 77   R-AMOUNT-L         PIC S9(9) VALUE 15 COMP.

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
 77   SEVEN              PIC S9(9) COMP VALUE 7.
 77   ERR-RC             PIC S9(4) COMP.
 77   ERR-RC-D           PIC ZZZ9.

 77   GL-CONTROL-STATUS  PIC XX    VALUE "00".
 77   JOURNAL-STATUS     PIC XX    VALUE "00".
 77   EXTRACT-STATUS     PIC XX    VALUE "00".
 77   REPORT-STATUS      PIC XX    VALUE "00".
 77   MORE-ROWS-SW       PIC X     VALUE "Y".
 77   EXTRACT-EOF-SW     PIC X     VALUE "N".
 77   GROUP-OPEN-SW      PIC X     VALUE "N".
 77   PAY-HEADER-SW      PIC X     VALUE "N".
 77   PAY-TRAILER-SW     PIC X     VALUE "N".

 77   ACCRUAL-COSTCTR    PIC X(10) VALUE SPACES.
 77   ACCRUAL-GLACCT     PIC X(10) VALUE SPACES.
 77   GL-PERIOD          PIC X(6)  VALUE SPACES.
 77   PREV-COSTCTR       PIC X(10) VALUE SPACES.
 77   PREV-GLACCT        PIC X(10) VALUE SPACES.

 77   UNMAPPED-COUNT     PIC S9(9) COMP VALUE 0.
 77   UNMAPPED-COUNT-D   PIC ZZZZ9.
 77   DUPMAP-COUNT       PIC S9(9) COMP VALUE 0.
 77   DUPMAP-COUNT-D     PIC ZZZZ9.
 77   JOURNAL-OPEN-SW    PIC X     VALUE "N".
 77   EXCEPTION-COUNT    PIC S9(9) COMP VALUE 0.

 77   DEPT-EMPS-N        PIC S9(9) COMP VALUE 0.
 77   DEPT-SAL-N         PIC S9(11)V99 COMP-3 VALUE 0.
 77   DEPT-COMM-N        PIC S9(11)V99 COMP-3 VALUE 0.
 77   GRP-EMPS           PIC S9(9) COMP VALUE 0.
 77   GRP-SAL            PIC S9(11)V99 COMP-3 VALUE 0.
 77   GRP-COMM           PIC S9(11)V99 COMP-3 VALUE 0.
 77   TOT-EMPS           PIC S9(9) COMP VALUE 0.
 77   TOT-SAL            PIC S9(13)V99 COMP-3 VALUE 0.
 77   TOT-COMM           PIC S9(13)V99 COMP-3 VALUE 0.
 77   LINE-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
 77   TIE-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.

 77   LINE-COUNT         PIC S9(9) COMP VALUE 0.
 77   DEBIT-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
 77   CREDIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
 77   PAY-COUNT          PIC 9(9)  VALUE 0.
 77   PAY-HASH           PIC 9(13)V99 VALUE 0.
 77   PAY-COMM-HASH      PIC 9(13)V99 VALUE 0.
 77   PAY-DATE           PIC X(8)  VALUE SPACES.

 01  RUN-STAMP.
     02   RS-DATE        PIC X(8).
     02   RS-TIME        PIC X(6).
     02   FILLER         PIC X(7).

 01  HEADER-RECORD.
     02   FILLER         PIC X(1)  VALUE "H".
     02   HR-DATE        PIC X(8).
     02   HR-TIME        PIC X(6).
     02   HR-PERIOD      PIC X(6).
     02   FILLER         PIC X(59) VALUE SPACES.

 01  DETAIL-RECORD.
     02   FILLER         PIC X(1)  VALUE "D".
     02   DR-COSTCTR     PIC X(10).
     02   DR-GLACCT      PIC X(10).
     02   DR-DC          PIC X(1).
     02   DR-AMOUNT      PIC 9(11)V99.
     02   DR-DESC        PIC X(30).
     02   FILLER         PIC X(15) VALUE SPACES.

 01  TRAILER-RECORD.
     02   FILLER         PIC X(1)  VALUE "T".
     02   TR-COUNT       PIC 9(9).
     02   TR-DEBITS      PIC 9(13)V99.
     02   TR-CREDITS     PIC 9(13)V99.
     02   FILLER         PIC X(40) VALUE SPACES.

 01  DETAIL-LINE.
     02   DL-DEPTNO      PIC X(6).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-DNAME       PIC X(15).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-COSTCTR     PIC X(10).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-GLACCT      PIC X(10).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-EMPS        PIC ZZZZ9.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-SAL         PIC $$$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-COMM        PIC $$$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-TOTAL       PIC $$,$$$,$$$,$$9.99.
     02   FILLER         PIC X(2)  VALUE SPACES.

 01  UNMAPPED-LINE.
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   UL-DEPTNO      PIC X(6).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   UL-DNAME       PIC X(15).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   UL-EMPS        PIC ZZZZ9.
     02   FILLER         PIC X(10) VALUE " employees".
     02   FILLER         PIC X(60) VALUE SPACES.

 01  DUPMAP-LINE.
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   ML-DEPTNO      PIC X(6).
     02   FILLER         PIC X(17) VALUE SPACES.
     02   ML-ROWS        PIC ZZZZ9.
     02   FILLER         PIC X(11) VALUE " GLMAP rows".
     02   FILLER         PIC X(59) VALUE SPACES.

 01  TIE-COUNT-LINE.
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   TC-LABEL       PIC X(20).
     02   TC-JOURNAL     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   TC-PAYROLL     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
     02   TC-PAYROLL-X   REDEFINES TC-PAYROLL PIC X(19).
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   TC-FLAG        PIC X(14).
     02   FILLER         PIC X(20) VALUE SPACES.

 01  TIE-AMOUNT-LINE.
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   TA-LABEL       PIC X(20).
     02   TA-JOURNAL     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   TA-PAYROLL     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
     02   TA-PAYROLL-X   REDEFINES TA-PAYROLL PIC X(20).
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   TA-FLAG        PIC X(14).
     02   FILLER         PIC X(20) VALUE SPACES.

 01  TITLE-LINE.
     02   FILLER         PIC X(32) VALUE
                           "GL Labor-Cost Journal - period ".
     02   TL-PERIOD      PIC X(6).
     02   FILLER         PIC X(8)  VALUE "   run ".
     02   TL-DATE        PIC X(8).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   TL-TIME        PIC X(6).
     02   FILLER         PIC X(39) VALUE SPACES.

 01  HEADING-LINE-1       PIC X(100) VALUE
         "Dept   Department      Cost ctr   Account     Emps
-        "         Salary     Commission        Total cost".
 01  HEADING-LINE-2       PIC X(100) VALUE
         "------ --------------- ---------- ---------- -----
-        " -------------- -------------- -----------------".
 01  TIE-HEADING.
     02   FILLER         PIC X(35) VALUE SPACES.
     02   FILLER         PIC X(7)  VALUE "Journal".
     02   FILLER         PIC X(15) VALUE SPACES.
     02   FILLER         PIC X(7)  VALUE "Payroll".
     02   FILLER         PIC X(36) VALUE SPACES.

* Standard IBM JCL PARM linkage, shared convention with CBDEM1: the
* first halfword is the binary length of the text that follows.
 LINKAGE SECTION.
 01  LS-LOGON-PARM.
     02   LS-PARM-LEN     PIC S9(4) COMP.
     02   LS-PARM-TEXT    PIC X(78).

 PROCEDURE DIVISION USING LS-LOGON-PARM.
 BEGIN.
     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE RS-DATE(1:6) TO GL-PERIOD.
     PERFORM LOAD-GL-CONTROL.
     IF ACCRUAL-COSTCTR = SPACES OR ACCRUAL-GLACCT = SPACES
         DISPLAY "No accrual cost center and account on "
             "CBGLJ.CTL - journal aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM APPLY-LOGON-PARM.
     PERFORM CONNECT-TO-ORACLE.
     IF LDA-RC NOT = ZERO-B
         PERFORM DISPLAY-ORA-ERROR
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     CALL "OOPEN" USING CURSOR-1 LDA.

     OPEN OUTPUT REPORT-FILE.
     IF REPORT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBGLJ.LST"
             " - journal aborted."
         PERFORM DISCONNECT-FROM-ORACLE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM PRINT-REPORT-HEADING.

     PERFORM CHECK-UNMAPPED-DEPTS.
     PERFORM CHECK-DUPLICATE-MAPPINGS.
     IF UNMAPPED-COUNT > 0 OR DUPMAP-COUNT > 0
         PERFORM PRINT-UNMAPPED-VERDICT
         PERFORM STOP-WITHOUT-JOURNAL
     END-IF.

     OPEN OUTPUT JOURNAL-FILE.
     MOVE "Y" TO JOURNAL-OPEN-SW.
     IF JOURNAL-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBGLJ.DAT"
             " - journal aborted."
         CLOSE REPORT-FILE
         CALL "OCLOSE" USING CURSOR-1
         PERFORM DISCONNECT-FROM-ORACLE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM WRITE-HEADER-RECORD.
     PERFORM PRINT-DEPT-HEADING.
     PERFORM OPEN-GLDEPT-CURSOR.
     PERFORM FETCH-NEXT-ROW.
     PERFORM UNTIL MORE-ROWS-SW NOT = "Y"
         PERFORM PROCESS-DEPT-ROW
         PERFORM FETCH-NEXT-ROW
     END-PERFORM.
     IF GROUP-OPEN-SW = "Y"
         PERFORM WRITE-COST-CENTER-DEBIT
     END-IF.
     PERFORM WRITE-ACCRUAL-CREDIT.
     PERFORM WRITE-TRAILER-RECORD.
     CLOSE JOURNAL-FILE.

     PERFORM PRINT-JOURNAL-CONTROLS.
     PERFORM TIE-TO-PAYROLL-EXTRACT.
     PERFORM PRINT-VERDICT.

     CLOSE REPORT-FILE.
     CALL "OCLOSE" USING CURSOR-1.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

* LOAD-GL-CONTROL reads the accrual cost center and account from
* CBGLJ.CTL; a missing file leaves both blank and stops the run.
 LOAD-GL-CONTROL.
     OPEN INPUT GL-CONTROL-FILE.
     IF GL-CONTROL-STATUS = "00"
         READ GL-CONTROL-FILE
             NOT AT END
                 MOVE GC-COSTCTR TO ACCRUAL-COSTCTR
                 MOVE GC-GLACCT TO ACCRUAL-GLACCT
         END-READ
         CLOSE GL-CONTROL-FILE
     END-IF.

* ----------------------------------------------------------
* CHECK-UNMAPPED-DEPTS lists every department with employees
* and no GLMAP row. Its cost would otherwise fall out of the
* journal without a trace, so one is enough to stop the run.
* ----------------------------------------------------------
 CHECK-UNMAPPED-DEPTS.
     CALL "OSQL3" USING CURSOR-1 SQL-UNMAPPED SQL-UNMAPPED-L
         INTEGER ASC.
     CALL "ODSRBN" USING CURSOR-1 ONE R-DEPTNO R-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 TWO R-DNAME R-DNAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 THREE R-EMPS R-EMPS-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     IF C-RC OF CURSOR-1 NOT = ZERO-B
         PERFORM STOP-ON-SQL-ERROR
     END-IF.
     PERFORM FETCH-NEXT-ROW.
     PERFORM UNTIL MORE-ROWS-SW NOT = "Y"
         IF UNMAPPED-COUNT = 0
             MOVE "Departments with no GL cost center mapping:"
                 TO REPORT-LINE
             WRITE REPORT-LINE
             DISPLAY REPORT-LINE(1:60)
         END-IF
         ADD 1 TO UNMAPPED-COUNT
         MOVE R-DEPTNO TO UL-DEPTNO
         MOVE R-DNAME TO UL-DNAME
         MOVE FUNCTION NUMVAL(R-EMPS) TO UL-EMPS
         MOVE UNMAPPED-LINE TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY UNMAPPED-LINE
         PERFORM FETCH-NEXT-ROW
     END-PERFORM.

* CHECK-DUPLICATE-MAPPINGS lists every department with more than
* one GLMAP row; its cost would be journalled once per row, so
* one is enough to stop the run.
 CHECK-DUPLICATE-MAPPINGS.
     CALL "OSQL3" USING CURSOR-1 SQL-DUPMAP SQL-DUPMAP-L
         INTEGER ASC.
     CALL "ODSRBN" USING CURSOR-1 ONE R-DEPTNO R-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 TWO R-EMPS R-EMPS-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     IF C-RC OF CURSOR-1 NOT = ZERO-B
         PERFORM STOP-ON-SQL-ERROR
     END-IF.
     PERFORM FETCH-NEXT-ROW.
     PERFORM UNTIL MORE-ROWS-SW NOT = "Y"
         IF DUPMAP-COUNT = 0
             MOVE "Departments mapped more than once in GLMAP:"
                 TO REPORT-LINE
             WRITE REPORT-LINE
             DISPLAY REPORT-LINE(1:60)
         END-IF
         ADD 1 TO DUPMAP-COUNT
         MOVE R-DEPTNO TO ML-DEPTNO
         MOVE FUNCTION NUMVAL(R-EMPS) TO ML-ROWS
         MOVE DUPMAP-LINE TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY DUPMAP-LINE
         PERFORM FETCH-NEXT-ROW
     END-PERFORM.

 PRINT-UNMAPPED-VERDICT.
     PERFORM WRITE-BLANK-LINE.
     IF UNMAPPED-COUNT > 0
         MOVE UNMAPPED-COUNT TO UNMAPPED-COUNT-D
         MOVE SPACES TO REPORT-LINE
         STRING "JOURNAL NOT WRITTEN - " UNMAPPED-COUNT-D
             " DEPARTMENT(S) NOT MAPPED IN GLMAP"
             DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         DISPLAY REPORT-LINE(1:62)
     END-IF.
     IF DUPMAP-COUNT > 0
         MOVE DUPMAP-COUNT TO DUPMAP-COUNT-D
         MOVE SPACES TO REPORT-LINE
         STRING "JOURNAL NOT WRITTEN - " DUPMAP-COUNT-D
             " DEPARTMENT(S) MAPPED MORE THAN ONCE"
             DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         DISPLAY REPORT-LINE(1:64)
     END-IF.

* ----------------------------------------------------------
* STOP-ON-SQL-ERROR ends the run when a mapping check or the cost
* query fails: the cursor's return code is reported and the
* journal is refused exactly as for an unmapped department.
* ----------------------------------------------------------
 STOP-ON-SQL-ERROR.
     MOVE C-RC OF CURSOR-1 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     PERFORM WRITE-BLANK-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "JOURNAL NOT WRITTEN - ORACLE ERROR, RETURN CODE "
         ERR-RC-D DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:60).
     PERFORM STOP-WITHOUT-JOURNAL.

* STOP-WITHOUT-JOURNAL empties CBGLJ.DAT, so no partial or stale
* journal can be posted, and ends the job with return code 8.
 STOP-WITHOUT-JOURNAL.
     IF JOURNAL-OPEN-SW = "Y"
         CLOSE JOURNAL-FILE
     END-IF.
     OPEN OUTPUT JOURNAL-FILE.
     CLOSE JOURNAL-FILE.
     CLOSE REPORT-FILE.
     CALL "OCLOSE" USING CURSOR-1.
     PERFORM DISCONNECT-FROM-ORACLE.
     MOVE 8 TO RETURN-CODE.
     STOP RUN.

 WRITE-HEADER-RECORD.
     MOVE RS-DATE TO HR-DATE.
     MOVE RS-TIME TO HR-TIME.
     MOVE GL-PERIOD TO HR-PERIOD.
     MOVE HEADER-RECORD TO JOURNAL-RECORD.
     WRITE JOURNAL-RECORD.

* ----------------------------------------------------------
* PROCESS-DEPT-ROW prints one department and adds it to its
* cost center and account. A change of cost center or account
* first closes off the previous one with its debit line.
* ----------------------------------------------------------
 PROCESS-DEPT-ROW.
     IF GROUP-OPEN-SW = "Y"
         IF R-COSTCTR NOT = PREV-COSTCTR
                 OR R-GLACCT NOT = PREV-GLACCT
             PERFORM WRITE-COST-CENTER-DEBIT
         END-IF
     END-IF.
     IF GROUP-OPEN-SW NOT = "Y"
         MOVE R-COSTCTR TO PREV-COSTCTR
         MOVE R-GLACCT TO PREV-GLACCT
         MOVE 0 TO GRP-EMPS GRP-SAL GRP-COMM
         MOVE "Y" TO GROUP-OPEN-SW
     END-IF.
     MOVE FUNCTION NUMVAL(R-EMPS) TO DEPT-EMPS-N.
     MOVE FUNCTION NUMVAL(R-SAL) TO DEPT-SAL-N.
     MOVE FUNCTION NUMVAL(R-COMM) TO DEPT-COMM-N.
     ADD DEPT-EMPS-N TO GRP-EMPS TOT-EMPS.
     ADD DEPT-SAL-N TO GRP-SAL TOT-SAL.
     ADD DEPT-COMM-N TO GRP-COMM TOT-COMM.
     MOVE R-DEPTNO TO DL-DEPTNO.
     MOVE R-DNAME TO DL-DNAME.
     MOVE R-COSTCTR TO DL-COSTCTR.
     MOVE R-GLACCT TO DL-GLACCT.
     MOVE DEPT-EMPS-N TO DL-EMPS.
     MOVE DEPT-SAL-N TO DL-SAL.
     MOVE DEPT-COMM-N TO DL-COMM.
     COMPUTE DL-TOTAL = DEPT-SAL-N + DEPT-COMM-N.
     MOVE DETAIL-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY DETAIL-LINE.

* ----------------------------------------------------------
* WRITE-COST-CENTER-DEBIT writes the debit for the cost center
* and account just finished and prints it under its departments.
* The trailer controls are built from the lines actually
* written, never recomputed separately.
* ----------------------------------------------------------
 WRITE-COST-CENTER-DEBIT.
     COMPUTE LINE-AMOUNT = GRP-SAL + GRP-COMM.
     MOVE PREV-COSTCTR TO DR-COSTCTR.
     MOVE PREV-GLACCT TO DR-GLACCT.
     MOVE "D" TO DR-DC.
     MOVE LINE-AMOUNT TO DR-AMOUNT.
     MOVE SPACES TO DR-DESC.
     STRING "PAYROLL LABOR COST " GL-PERIOD
         DELIMITED BY SIZE INTO DR-DESC
     END-STRING.
     MOVE DETAIL-RECORD TO JOURNAL-RECORD.
     WRITE JOURNAL-RECORD.
     ADD 1 TO LINE-COUNT.
     ADD LINE-AMOUNT TO DEBIT-TOTAL.
     MOVE "DR" TO DL-DEPTNO.
     MOVE "Journal debit" TO DL-DNAME.
     MOVE PREV-COSTCTR TO DL-COSTCTR.
     MOVE PREV-GLACCT TO DL-GLACCT.
     MOVE GRP-EMPS TO DL-EMPS.
     MOVE GRP-SAL TO DL-SAL.
     MOVE GRP-COMM TO DL-COMM.
     MOVE LINE-AMOUNT TO DL-TOTAL.
     MOVE DETAIL-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY DETAIL-LINE.
     PERFORM WRITE-BLANK-LINE.
     MOVE "N" TO GROUP-OPEN-SW.

* WRITE-ACCRUAL-CREDIT offsets every debit with the one accrual
* credit, so the journal balances by construction.
 WRITE-ACCRUAL-CREDIT.
     MOVE DEBIT-TOTAL TO LINE-AMOUNT.
     MOVE ACCRUAL-COSTCTR TO DR-COSTCTR.
     MOVE ACCRUAL-GLACCT TO DR-GLACCT.
     MOVE "C" TO DR-DC.
     MOVE LINE-AMOUNT TO DR-AMOUNT.
     MOVE SPACES TO DR-DESC.
     STRING "PAYROLL ACCRUAL " GL-PERIOD
         DELIMITED BY SIZE INTO DR-DESC
     END-STRING.
     MOVE DETAIL-RECORD TO JOURNAL-RECORD.
     WRITE JOURNAL-RECORD.
     ADD 1 TO LINE-COUNT.
     ADD LINE-AMOUNT TO CREDIT-TOTAL.
     MOVE "CR" TO DL-DEPTNO.
     MOVE "Accrual credit" TO DL-DNAME.
     MOVE ACCRUAL-COSTCTR TO DL-COSTCTR.
     MOVE ACCRUAL-GLACCT TO DL-GLACCT.
     MOVE TOT-EMPS TO DL-EMPS.
     MOVE TOT-SAL TO DL-SAL.
     MOVE TOT-COMM TO DL-COMM.
     MOVE LINE-AMOUNT TO DL-TOTAL.
     MOVE DETAIL-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY DETAIL-LINE.

 WRITE-TRAILER-RECORD.
     MOVE LINE-COUNT TO TR-COUNT.
     MOVE DEBIT-TOTAL TO TR-DEBITS.
     MOVE CREDIT-TOTAL TO TR-CREDITS.
     MOVE TRAILER-RECORD TO JOURNAL-RECORD.
     WRITE JOURNAL-RECORD.

* PRINT-JOURNAL-CONTROLS prints the trailer figures and whether
* debits and credits balance.
 PRINT-JOURNAL-CONTROLS.
     PERFORM WRITE-BLANK-LINE.
     MOVE "Journal controls (CBGLJ.DAT trailer):" TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:60).
     MOVE "Journal lines" TO TC-LABEL.
     MOVE LINE-COUNT TO TC-JOURNAL.
     MOVE SPACES TO TC-PAYROLL-X.
     MOVE SPACES TO TC-FLAG.
     MOVE TIE-COUNT-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:60).
     MOVE "Debit total" TO TA-LABEL.
     MOVE DEBIT-TOTAL TO TA-JOURNAL.
     MOVE SPACES TO TA-PAYROLL-X.
     MOVE SPACES TO TA-FLAG.
     MOVE TIE-AMOUNT-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:60).
     MOVE "Credit total" TO TA-LABEL.
     MOVE CREDIT-TOTAL TO TA-JOURNAL.
     IF CREDIT-TOTAL = DEBIT-TOTAL
         MOVE "BALANCED" TO TA-FLAG
     ELSE
         MOVE "OUT OF BALANCE" TO TA-FLAG
         ADD 1 TO EXCEPTION-COUNT
     END-IF.
     MOVE TIE-AMOUNT-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:80).

* ----------------------------------------------------------
* TIE-TO-PAYROLL-EXTRACT re-reads CBPAYX.DAT's header for its run
* month and its trailer for the count and SAL/COMM hashes payroll
* was sent, and holds the journal's own figures against them.
* The journal covers the same EMP-to-DEPT join, so for the same
* month every figure must agree to the cent.
* ----------------------------------------------------------
 TIE-TO-PAYROLL-EXTRACT.
     PERFORM WRITE-BLANK-LINE.
     OPEN INPUT EXTRACT-FILE.
     IF EXTRACT-STATUS NOT = "00"
         ADD 1 TO EXCEPTION-COUNT
         MOVE "CBPAYX.DAT NOT ON FILE - JOURNAL NOT TIED TO PAYROLL"
             TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY REPORT-LINE(1:60)
     ELSE
         PERFORM READ-PAYROLL-CONTROLS
         CLOSE EXTRACT-FILE
         PERFORM PRINT-PAYROLL-TIE
     END-IF.

 READ-PAYROLL-CONTROLS.
     PERFORM UNTIL EXTRACT-EOF-SW = "Y"
         READ EXTRACT-FILE
             AT END
                 MOVE "Y" TO EXTRACT-EOF-SW
             NOT AT END
                 EVALUATE XR-TYPE
                     WHEN "H"
                         MOVE XR-DATE TO PAY-DATE
                         MOVE "Y" TO PAY-HEADER-SW
                     WHEN "T"
                         MOVE XR-COUNT TO PAY-COUNT
                         MOVE XR-HASH  TO PAY-HASH
                         MOVE XR-COMM-HASH TO PAY-COMM-HASH
                         MOVE "Y" TO PAY-TRAILER-SW
                 END-EVALUATE
         END-READ
     END-PERFORM.

 PRINT-PAYROLL-TIE.
     MOVE SPACES TO REPORT-LINE.
     STRING "Tie to payroll extract CBPAYX.DAT run " PAY-DATE
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:60).
     IF PAY-HEADER-SW NOT = "Y" OR PAY-TRAILER-SW NOT = "Y"
         ADD 1 TO EXCEPTION-COUNT
         MOVE "NO HEADER OR TRAILER ON CBPAYX.DAT" TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY "NO HEADER OR TRAILER ON CBPAYX.DAT"
     ELSE
         IF PAY-DATE(1:6) NOT = GL-PERIOD
             ADD 1 TO EXCEPTION-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING "CBPAYX.DAT IS FOR PERIOD " PAY-DATE(1:6)
                 ", NOT " GL-PERIOD
                 DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             DISPLAY REPORT-LINE(1:60)
         END-IF
         MOVE TIE-HEADING TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY REPORT-LINE(1:60)
         MOVE "Employees" TO TC-LABEL
         MOVE TOT-EMPS TO TC-JOURNAL
         MOVE PAY-COUNT TO TC-PAYROLL
         MOVE SPACES TO TC-FLAG
         IF TOT-EMPS NOT = PAY-COUNT
             MOVE "MISMATCH" TO TC-FLAG
             ADD 1 TO EXCEPTION-COUNT
         END-IF
         MOVE TIE-COUNT-LINE TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY REPORT-LINE(1:80)
         MOVE "Salary" TO TA-LABEL
         MOVE TOT-SAL TO LINE-AMOUNT
         MOVE PAY-HASH TO TIE-AMOUNT
         PERFORM PRINT-AMOUNT-TIE
         MOVE "Commission" TO TA-LABEL
         MOVE TOT-COMM TO LINE-AMOUNT
         MOVE PAY-COMM-HASH TO TIE-AMOUNT
         PERFORM PRINT-AMOUNT-TIE
         MOVE "Journal total" TO TA-LABEL
         MOVE DEBIT-TOTAL TO LINE-AMOUNT
         COMPUTE TIE-AMOUNT = PAY-HASH + PAY-COMM-HASH
         PERFORM PRINT-AMOUNT-TIE
     END-IF.

* PRINT-AMOUNT-TIE prints one journal figure (LINE-AMOUNT)
* beside its payroll figure (TIE-AMOUNT).
 PRINT-AMOUNT-TIE.
     MOVE LINE-AMOUNT TO TA-JOURNAL.
     MOVE TIE-AMOUNT TO TA-PAYROLL.
     MOVE SPACES TO TA-FLAG.
     IF LINE-AMOUNT NOT = TIE-AMOUNT
         MOVE "MISMATCH" TO TA-FLAG
         ADD 1 TO EXCEPTION-COUNT
     END-IF.
     MOVE TIE-AMOUNT-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:80).

* ----------------------------------------------------------
* PRINT-VERDICT writes the one line accounting reads and sets the
* step return code to match - the convention CBRECON and CBPAYIN
* established.
* ----------------------------------------------------------
 PRINT-VERDICT.
     PERFORM WRITE-BLANK-LINE.
     IF EXCEPTION-COUNT = 0
         MOVE "JOURNAL BALANCED AND TIED TO PAYROLL" TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY "JOURNAL BALANCED AND TIED TO PAYROLL"
         MOVE 0 TO RETURN-CODE
     ELSE
         MOVE "JOURNAL NOT TIED - RESOLVE BEFORE POSTING TO THE GL"
             TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY REPORT-LINE(1:60)
         MOVE 4 TO RETURN-CODE
     END-IF.

 PRINT-REPORT-HEADING.
     MOVE GL-PERIOD TO TL-PERIOD.
     MOVE RS-DATE TO TL-DATE.
     MOVE RS-TIME TO TL-TIME.
     MOVE TITLE-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY TITLE-LINE.
     PERFORM WRITE-BLANK-LINE.

 PRINT-DEPT-HEADING.
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
* OPEN-GLDEPT-CURSOR parses and executes SQL-GLDEPT once;
* FETCH-NEXT-ROW pulls one row at a time off CURSOR-1, the same
* fetch loop CBPAYX runs over its extract join.
* ----------------------------------------------------------
 OPEN-GLDEPT-CURSOR.
     CALL "OSQL3" USING CURSOR-1 SQL-GLDEPT SQL-GLDEPT-L
         INTEGER ASC.
     CALL "ODSRBN" USING CURSOR-1 ONE R-COSTCTR R-COSTCTR-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 TWO R-GLACCT R-GLACCT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 THREE R-DEPTNO R-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FOUR R-DNAME R-DNAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FIVE R-EMPS R-EMPS-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 SIX R-SAL R-AMOUNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 SEVEN R-COMM R-AMOUNT-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     IF C-RC OF CURSOR-1 NOT = ZERO-B
         PERFORM STOP-ON-SQL-ERROR
     END-IF.

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
