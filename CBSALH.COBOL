* ----------------------------------------------------------
* CBSALH IS THE COMPENSATION HISTORY REPORT. EVERY PROGRAM
* THAT SETS OR CHANGES PAY - A CBDEM1 HIRE, A CBEMPQ JOB,
* SALARY OR COMMISSION CORRECTION, A CBRAISE MERIT INCREASE,
* A CBREHIR REHIRE - WRITES A ROW TO THE SALHIST TABLE WITH
* THE EFFECTIVE DATE, OLD AND NEW SAL, OLD AND NEW COMM, OLD
* AND NEW JOB, THE PROGRAM THAT MADE THE CHANGE AND THE
* OPERATOR WHO RAN IT. THIS PROGRAM READS THAT TABLE BACK SO
* "WHAT HAS THIS PERSON BEEN PAID, AND WHO CHANGED IT" NO
* LONGER MEANS PIECING TOGETHER AUDIT RECORDS BY HAND. THE
* PROGRAM QUERIES THE USER FOR:
*
*        Employee number (blank for all):
*        From date (YYYYMMDD, blank for all):
*        To date   (YYYYMMDD, blank for all):
*
* AN EMPLOYEE NUMBER WITH BOTH DATES BLANK IS ONE PERSON'S FULL
* PAY HISTORY; A BLANK EMPLOYEE NUMBER WITH A DATE RANGE IS
* EVERY CHANGE MADE TO ANYONE IN THAT PERIOD. EITHER WAY THE
* LINES ARE GROUPED BY EMPLOYEE, IN EFFECTIVE-DATE ORDER, WITH
* THE CBDEPT1/CBTURN1 CONTROL BREAK ON EMPNO. THE NAME COMES
* FROM EMP, OR FROM EMPHIST FOR SOMEONE SINCE TERMINATED. AN
* EMPLOYEE NUMBER THAT IS NOT A WHOLE NUMBER, A DATE THAT IS
* NOT A REAL YYYYMMDD DATE, OR A FROM DATE AFTER THE TO DATE IS
* REFUSED AND ALL THREE ARE ASKED FOR AGAIN.
*
* EACH LINE CARRIES THE PERCENTAGE CHANGE IN TOTAL COMPENSATION
* (SAL PLUS COMM), THE SAME MEASURE CBCOMP1 USES FOR
* COMMISSIONED STAFF, SO A COMMISSION CHANGE SHOWS UP AS A PAY
* CHANGE TOO. A LINE WITH NO PRIOR PAY (A NEW HIRE) SHOWS "NEW"
* IN PLACE OF A PERCENTAGE.
*
* THE REPORT IS WRITTEN TO CBSALH.LST AND ECHOED TO THE
* TERMINAL, LIKE THE OTHER REPORTS.
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBSALH.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT REPORT-FILE ASSIGN TO "CBSALH.LST"
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

* Every SALHIST row in the employee and date range, sorted for
* the EMPNO control break and, within an employee, by effective
* date and then by when the row was entered. EFFDATE is the
* YYYYMMDD the writers stamp, so the range test is a plain
* character compare. The outer joins pick the name up from EMP,
* or from EMPHIST once the employee has been terminated.
 77   SQL-SALHIST        PIC X(312) VALUE
         "SELECT S.EMPNO,NVL(NVL(E.ENAME,H.ENAME),'?'),S.EFFDATE,
-        "S.OLDSAL,S.NEWSAL,S.OLDCOMM,S.NEWCOMM,S.OLDJOB,S.NEWJOB,
-        "S.SRCPGM,S.OPERID FROM SALHIST S,EMP E,EMPHIST H WHERE
-        " E.EMPNO(+)=S.EMPNO AND H.EMPNO(+)=S.EMPNO AND S.EMPNO>=:1
-        " AND S.EMPNO<=:2 AND S.EFFDATE>=:3 AND S.EFFDATE<=:4
-        " ORDER BY S.EMPNO,S.EFFDATE,S.ENTERED".
 77   SQL-SALHIST-L      PIC S9(9) VALUE 312 COMP.

 77   R-EMPNO            PIC X(10).
 77   R-ENAME            PIC X(12).
 77   R-EFFDATE          PIC X(8).
 77   R-OLDSAL           PIC X(10).
 77   R-NEWSAL           PIC X(10).
 77   R-OLDCOMM          PIC X(10).
 77   R-NEWCOMM          PIC X(10).
 77   R-OLDJOB           PIC X(12).
 77   R-NEWJOB           PIC X(12).
 77   R-SRCPGM           PIC X(8).
 77   R-OPERID           PIC X(10).
 77   R-EMPNO-L          PIC S9(9) VALUE 10 COMP.
 77   R-ENAME-L          PIC S9(9) VALUE 12 COMP.
 77   R-EFFDATE-L        PIC S9(9) VALUE 8 COMP.
 77   R-SAL-L            PIC S9(9) VALUE 10 COMP.
 77   R-JOB-L            PIC S9(9) VALUE 12 COMP.
 77   R-SRCPGM-L         PIC S9(9) VALUE 8 COMP.
 77   R-OPERID-L         PIC S9(9) VALUE 10 COMP.

 77   ASK-EMPNO          PIC X(34) VALUE
                           "Employee number (blank for all): ".
 77   ASK-FROM-DATE      PIC X(38) VALUE
                           "From date (YYYYMMDD, blank for all): ".
 77   ASK-TO-DATE        PIC X(38) VALUE
                           "To date   (YYYYMMDD, blank for all): ".

 77   SEL-EMPNO          PIC X(10) VALUE SPACES.
 77   SEL-FROM-DATE      PIC X(8)  VALUE SPACES.
 77   SEL-FROM-DATE-N REDEFINES SEL-FROM-DATE PIC 9(8).
 77   SEL-TO-DATE        PIC X(8)  VALUE SPACES.
 77   SEL-TO-DATE-N REDEFINES SEL-TO-DATE PIC 9(8).
 77   SELECTION-READ-SW  PIC X     VALUE "N".
* The bind ranges default to the widest possible range when a
* prompt is left blank, so the SQL needs no special case - the
* same device CBTURN1 uses for its dates.
 77   BIND-FROM-EMPNO    PIC 9(9)  VALUE 0.
 77   BIND-TO-EMPNO      PIC 9(9)  VALUE 999999999.
 77   BIND-EMPNO-L       PIC S9(9) VALUE 9 COMP.
 77   BIND-FROM-DATE     PIC X(8)  VALUE "00000000".
 77   BIND-TO-DATE       PIC X(8)  VALUE "99999999".
 77   BIND-DATE-L        PIC S9(9) VALUE 8 COMP.

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
 77   EIGHT              PIC S9(9) COMP VALUE 8.
 77   NINE               PIC S9(9) COMP VALUE 9.
 77   TEN                PIC S9(9) COMP VALUE 10.
 77   ELEVEN             PIC S9(9) COMP VALUE 11.
 77   ERR-RC             PIC S9(4) COMP.
 77   ERR-RC-D           PIC ZZZ9.

 77   REPORT-STATUS      PIC XX    VALUE "00".
 77   MORE-ROWS-SW       PIC X     VALUE "Y".
 77   FIRST-ROW-SW       PIC X     VALUE "Y".
 77   BREAK-EMPNO        PIC X(10) VALUE SPACES.
 77   EMPNO-N            PIC 9(9)  VALUE 0.
 77   EMPNO-D            PIC ZZZZZZZZ9.

 77   OLD-TOTAL-N        PIC S9(9)V99 COMP-3 VALUE 0.
 77   NEW-TOTAL-N        PIC S9(9)V99 COMP-3 VALUE 0.
 77   CHANGE-PCT-N       PIC S9(5)V99 COMP-3 VALUE 0.
 77   CHANGE-PCT-ED      PIC ----9.99.
 77   WORK-AMOUNT-N      PIC S9(7)V99 COMP-3 VALUE 0.

 77   EMP-CHANGES        PIC S9(9) COMP VALUE 0.
 77   EMP-CHANGES-D      PIC ZZZZ9.
 77   TOTAL-CHANGES      PIC S9(9) COMP VALUE 0.
 77   TOTAL-CHANGES-D    PIC ZZZZ9.
 77   TOTAL-EMPLOYEES    PIC S9(9) COMP VALUE 0.
 77   TOTAL-EMPLOYEES-D  PIC ZZZZ9.

 01  DETAIL-LINE.
     02   DL-EFFDATE     PIC X(8).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-OLDJOB      PIC X(12).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-NEWJOB      PIC X(12).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-OLD-SAL     PIC $$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-NEW-SAL     PIC $$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-OLD-COMM    PIC $$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-NEW-COMM    PIC $$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-PCT         PIC X(8).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-SRCPGM      PIC X(8).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   DL-OPERID      PIC X(10).

 01  EMPLOYEE-LINE.
     02   FILLER         PIC X(11) VALUE "Employee # ".
     02   EL-EMPNO       PIC ZZZZZZZZ9.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   EL-ENAME       PIC X(12).
     02   FILLER         PIC X(87) VALUE SPACES.

 01  RANGE-LINE.
     02   FILLER         PIC X(41) VALUE
                           "Compensation History Report - effective ".
     02   RL-FROM        PIC X(8).
     02   FILLER         PIC X(4)  VALUE " to ".
     02   RL-TO          PIC X(8).
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   RL-SCOPE       PIC X(30).
     02   FILLER         PIC X(27) VALUE SPACES.

 01  HEADING-LINE-1       PIC X(120) VALUE
         "Eff date Old job      New job         Old salary    New sal
-        "ary      Old comm      New comm      Pct Source   Operator".
 01  HEADING-LINE-2       PIC X(120) VALUE
         "-------- ------------ ------------ ------------- ----------
-        "--- ------------- ------------- -------- -------- ----------".

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
         DISPLAY "Unable to open " "CBSALH.LST"
             " - report aborted."
         PERFORM DISCONNECT-FROM-ORACLE
         STOP RUN
     END-IF.

     PERFORM PRINT-REPORT-HEADING.
     PERFORM OPEN-HISTORY-CURSOR.
     PERFORM FETCH-NEXT-ROW.
     PERFORM UNTIL MORE-ROWS-SW NOT = "Y"
         PERFORM PROCESS-HISTORY-ROW
         PERFORM FETCH-NEXT-ROW
     END-PERFORM.
     IF FIRST-ROW-SW NOT = "Y"
         PERFORM PRINT-EMPLOYEE-FOOTER
     ELSE
         MOVE "  (no pay changes on file for this selection)"
             TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY REPORT-LINE(1:50)
     END-IF.
     PERFORM PRINT-REPORT-TOTALS.

     CLOSE REPORT-FILE.
     CALL "OCLOSE" USING CURSOR-1.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

* ----------------------------------------------------------
* PROMPT-FOR-SELECTION narrows the bind ranges to whatever the
* operator keyed; a single employee number becomes a range of
* one, so the one SQL statement serves both uses of the report.
* ----------------------------------------------------------
 PROMPT-FOR-SELECTION.
     MOVE "N" TO SELECTION-READ-SW.
     PERFORM ACCEPT-SELECTION UNTIL SELECTION-READ-SW = "Y".
     IF SEL-EMPNO NOT = SPACES
         MOVE FUNCTION NUMVAL(SEL-EMPNO) TO BIND-FROM-EMPNO
         MOVE BIND-FROM-EMPNO TO BIND-TO-EMPNO
     END-IF.
     IF SEL-FROM-DATE NOT = SPACES
         MOVE SEL-FROM-DATE TO BIND-FROM-DATE
     END-IF.
     IF SEL-TO-DATE NOT = SPACES
         MOVE SEL-TO-DATE TO BIND-TO-DATE
     END-IF.

* ----------------------------------------------------------
* ACCEPT-SELECTION takes the three prompts and sets
* SELECTION-READ-SW unless a keyed employee number is not a
* whole number above zero, or a keyed date is not a real
* calendar date in YYYYMMDD form (INTEGER-OF-DATE gives 0 for one
* that is not) - they are bound to Oracle as keyed, so a typo
* would otherwise give an empty report. A from date after the
* to date is refused too.
* ----------------------------------------------------------
 ACCEPT-SELECTION.
     DISPLAY ASK-EMPNO WITH NO ADVANCING.
     MOVE SPACES TO SEL-EMPNO.
     ACCEPT SEL-EMPNO.
     DISPLAY ASK-FROM-DATE WITH NO ADVANCING.
     MOVE SPACES TO SEL-FROM-DATE.
     ACCEPT SEL-FROM-DATE.
     DISPLAY ASK-TO-DATE WITH NO ADVANCING.
     MOVE SPACES TO SEL-TO-DATE.
     ACCEPT SEL-TO-DATE.
     MOVE "Y" TO SELECTION-READ-SW.
     IF SEL-EMPNO NOT = SPACES
         IF FUNCTION TEST-NUMVAL(SEL-EMPNO) NOT = 0
             MOVE "N" TO SELECTION-READ-SW
         ELSE
             MOVE FUNCTION NUMVAL(SEL-EMPNO) TO BIND-FROM-EMPNO
             IF FUNCTION NUMVAL(SEL-EMPNO) NOT = BIND-FROM-EMPNO
                     OR BIND-FROM-EMPNO = 0
                 MOVE "N" TO SELECTION-READ-SW
             END-IF
         END-IF
         IF SELECTION-READ-SW NOT = "Y"
             DISPLAY "Employee number " SEL-EMPNO " is not valid"
                 " - enter the selection again."
         END-IF
     END-IF.
     IF SELECTION-READ-SW = "Y" AND SEL-FROM-DATE NOT = SPACES
         MOVE "N" TO SELECTION-READ-SW
         IF SEL-FROM-DATE IS NUMERIC
             IF FUNCTION INTEGER-OF-DATE(SEL-FROM-DATE-N) NOT = 0
                 MOVE "Y" TO SELECTION-READ-SW
             END-IF
         END-IF
         IF SELECTION-READ-SW NOT = "Y"
             DISPLAY "From date " SEL-FROM-DATE " is not a date in"
                 " YYYYMMDD form - enter the selection again."
         END-IF
     END-IF.
     IF SELECTION-READ-SW = "Y" AND SEL-TO-DATE NOT = SPACES
         MOVE "N" TO SELECTION-READ-SW
         IF SEL-TO-DATE IS NUMERIC
             IF FUNCTION INTEGER-OF-DATE(SEL-TO-DATE-N) NOT = 0
                 MOVE "Y" TO SELECTION-READ-SW
             END-IF
         END-IF
         IF SELECTION-READ-SW NOT = "Y"
             DISPLAY "To date " SEL-TO-DATE " is not a date in"
                 " YYYYMMDD form - enter the selection again."
         END-IF
     END-IF.
     IF SELECTION-READ-SW = "Y" AND SEL-FROM-DATE NOT = SPACES
             AND SEL-TO-DATE NOT = SPACES
             AND SEL-FROM-DATE > SEL-TO-DATE
         MOVE "N" TO SELECTION-READ-SW
         DISPLAY "From date is after the to date - enter the"
             " selection again."
     END-IF.

* ----------------------------------------------------------
* PROCESS-HISTORY-ROW does the EMPNO control break - a name line
* ahead of each employee's changes and a count after them - and
* prints the change itself with its percentage.
* ----------------------------------------------------------
 PROCESS-HISTORY-ROW.
     IF FIRST-ROW-SW = "Y"
         MOVE "N" TO FIRST-ROW-SW
         MOVE R-EMPNO TO BREAK-EMPNO
         PERFORM PRINT-EMPLOYEE-HEADER
     ELSE
         IF R-EMPNO NOT = BREAK-EMPNO
             PERFORM PRINT-EMPLOYEE-FOOTER
             MOVE R-EMPNO TO BREAK-EMPNO
             PERFORM PRINT-EMPLOYEE-HEADER
         END-IF
     END-IF.
     PERFORM PRINT-DETAIL-LINE.
     ADD 1 TO EMP-CHANGES.
     ADD 1 TO TOTAL-CHANGES.

 PRINT-EMPLOYEE-HEADER.
     MOVE FUNCTION NUMVAL(R-EMPNO) TO EMPNO-N.
     MOVE EMPNO-N TO EL-EMPNO.
     MOVE R-ENAME TO EL-ENAME.
     MOVE EMPLOYEE-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY EMPLOYEE-LINE(1:40).
     MOVE 0 TO EMP-CHANGES.
     ADD 1 TO TOTAL-EMPLOYEES.

 PRINT-EMPLOYEE-FOOTER.
     MOVE EMP-CHANGES TO EMP-CHANGES-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "  " EMP-CHANGES-D " change(s)" DELIMITED BY SIZE
         INTO REPORT-LINE
     END-STRING.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:20).
     PERFORM WRITE-BLANK-LINE.

* ----------------------------------------------------------
* PRINT-DETAIL-LINE edits the old and new pay and works out the
* percentage change in total compensation (SAL + COMM). A row
* with no prior pay is a hire and prints NEW; a percentage too
* large for the column prints as stars rather than wrapping.
* ----------------------------------------------------------
 PRINT-DETAIL-LINE.
     MOVE R-EFFDATE TO DL-EFFDATE.
     MOVE R-OLDJOB  TO DL-OLDJOB.
     MOVE R-NEWJOB  TO DL-NEWJOB.
     MOVE R-SRCPGM  TO DL-SRCPGM.
     MOVE R-OPERID  TO DL-OPERID.
     MOVE FUNCTION NUMVAL(R-OLDSAL) TO WORK-AMOUNT-N.
     MOVE WORK-AMOUNT-N TO DL-OLD-SAL.
     MOVE WORK-AMOUNT-N TO OLD-TOTAL-N.
     MOVE FUNCTION NUMVAL(R-OLDCOMM) TO WORK-AMOUNT-N.
     MOVE WORK-AMOUNT-N TO DL-OLD-COMM.
     ADD WORK-AMOUNT-N TO OLD-TOTAL-N.
     MOVE FUNCTION NUMVAL(R-NEWSAL) TO WORK-AMOUNT-N.
     MOVE WORK-AMOUNT-N TO DL-NEW-SAL.
     MOVE WORK-AMOUNT-N TO NEW-TOTAL-N.
     MOVE FUNCTION NUMVAL(R-NEWCOMM) TO WORK-AMOUNT-N.
     MOVE WORK-AMOUNT-N TO DL-NEW-COMM.
     ADD WORK-AMOUNT-N TO NEW-TOTAL-N.
     IF OLD-TOTAL-N = 0
         MOVE "     NEW" TO DL-PCT
     ELSE
         COMPUTE CHANGE-PCT-N ROUNDED =
             (NEW-TOTAL-N - OLD-TOTAL-N) * 100 / OLD-TOTAL-N
             ON SIZE ERROR
                 MOVE "********" TO DL-PCT
             NOT ON SIZE ERROR
                 MOVE CHANGE-PCT-N TO CHANGE-PCT-ED
                 MOVE CHANGE-PCT-ED TO DL-PCT
         END-COMPUTE
     END-IF.
     MOVE DETAIL-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY DETAIL-LINE.

 PRINT-REPORT-TOTALS.
     MOVE TOTAL-CHANGES TO TOTAL-CHANGES-D.
     MOVE TOTAL-EMPLOYEES TO TOTAL-EMPLOYEES-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "Totals - changes listed: " TOTAL-CHANGES-D
         "  employees: " TOTAL-EMPLOYEES-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:60).

 PRINT-REPORT-HEADING.
     MOVE BIND-FROM-DATE TO RL-FROM.
     MOVE BIND-TO-DATE TO RL-TO.
     IF SEL-EMPNO = SPACES
         MOVE "all employees" TO RL-SCOPE
     ELSE
         MOVE BIND-FROM-EMPNO TO EMPNO-D
         MOVE SPACES TO RL-SCOPE
         STRING "employee # " EMPNO-D DELIMITED BY SIZE
             INTO RL-SCOPE
         END-STRING
     END-IF.
     MOVE RANGE-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY RANGE-LINE.
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
* OPEN-HISTORY-CURSOR parses and executes SQL-SALHIST once;
* FETCH-NEXT-ROW pulls one row at a time off CURSOR-1, the same
* fetch loop CBTURN1 runs over EMPHIST.
* ----------------------------------------------------------
 OPEN-HISTORY-CURSOR.
     CALL "OOPEN" USING CURSOR-1 LDA.
     CALL "OSQL3" USING CURSOR-1 SQL-SALHIST SQL-SALHIST-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-1 ONE BIND-FROM-EMPNO BIND-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 TWO BIND-TO-EMPNO BIND-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 THREE BIND-FROM-DATE BIND-DATE-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 FOUR BIND-TO-DATE BIND-DATE-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 ONE R-EMPNO R-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 TWO R-ENAME R-ENAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 THREE R-EFFDATE R-EFFDATE-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FOUR R-OLDSAL R-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FIVE R-NEWSAL R-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 SIX R-OLDCOMM R-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 SEVEN R-NEWCOMM R-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 EIGHT R-OLDJOB R-JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 NINE R-NEWJOB R-JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 TEN R-SRCPGM R-SRCPGM-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 ELEVEN R-OPERID R-OPERID-L
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
