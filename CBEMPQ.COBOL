* ADD IT CORRECTS. AN APPLIED CHANGE CARRIES AU-STATUS
* "CHANGED".
*
* A CHANGE TO JOB, SAL OR COMM ALSO WRITES A ROW TO THE SALHIST
* SALARY-HISTORY TABLE - OLD AND NEW SAL, COMM AND JOB, THIS
* PROGRAM AND THE OPERATOR - COMMITTED WITH THE UPDATE ITSELF.
* CBSALH REPORTS FROM IT.
*
* EACH NEW VALUE ALSO TAKES AN EFFECTIVE DATE - BLANK MEANS
* TODAY. A CHANGE DATED LATER THAN TODAY PASSES THE SAME BAND
* AND DEPARTMENT CHECKS NOW BUT IS NOT APPLIED: IT IS WRITTEN TO
* THE CBPEND.DAT PENDING-TRANSACTIONS FILE AND AUDITED AS
* "PENDING", AND THE NIGHTLY CBPENDB RUN APPLIES IT (CHECKS,
* SALHIST ROW AND CHANGED RECORD INCLUDED) ON THAT DATE. CBPENDM
* LISTS, AMENDS OR CANCELS IT BEFORE THEN. A BACK-DATED OR
* MALFORMED DATE IS REJECTED.
*
* A SALARY CHANGE OF MORE THAN THE PERCENTAGE SET IN THE
* CBAPPR.CTL APPROVAL CONTROL FILE (10 PER CENT WHEN THE FILE IS
* NOT ON FILE), UP OR DOWN, IS NOT APPLIED OR SCHEDULED HERE
* EVEN WHEN IT IS INSIDE THE BAND. IT GOES TO THE CBAPPR.DAT
* APPROVAL QUEUE, AUDITED "REQUESTD", AND TAKES EFFECT ONLY WHEN
* A DIFFERENT OPERATOR APPROVES IT IN CBAPPRV - ON APPROVAL IF IT
* IS DATED TODAY, THROUGH CBPEND.DAT IF IT IS DATED LATER. ONE
* SALARY REQUEST PER EMPLOYEE MAY WAIT AT A TIME. THE CHANGE IS
* MEASURED FROM THE SALARY THE EMPLOYEE HELD AT THE START OF THE
* CBAPPR.CTL WINDOW (30 DAYS WHEN NOT SET) - THE OLD SALARY ON
* THE EARLIEST SALHIST ROW ENTERED SINCE THEN - NOT FROM TODAY'S,
* SO A RAISE KEYED AS SEVERAL SMALLER STEPS, NOW OR FUTURE-DATED,
* NEEDS APPROVAL AS SOON AS THE STEPS TOGETHER PASS THE LIMIT.
*
* THE CONNECTED USER-ID IS CHECKED AT STARTUP AGAINST THE
* CBPERM.DAT OPERATOR-PERMISSION FILE; AN OPERATOR WHOSE RECORD
* DOES NOT CARRY Y IN THE CORRECT COLUMN IS REFUSED WITH A
*
* TO EXIT THE PROGRAM, ENTER A CARRIAGE RETURN AT THE LOOKUP
* PROMPT.
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
     SELECT PERMIT-FILE ASSIGN TO "CBPERM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PERMIT-STATUS.
     SELECT PENDING-FILE ASSIGN TO "CBPEND.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PENDING-STATUS.
     SELECT APPROVAL-FILE ASSIGN TO "CBAPPR.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS APPROVAL-STATUS.
     SELECT APPR-CONTROL-FILE ASSIGN TO "CBAPPR.CTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS APPR-CONTROL-STATUS.

 DATA DIVISION.
 FILE SECTION.
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

* One change awaiting a second operator's approval, written by
* CBEMPQ, CBGRADE and CBDEPTM and approved, rejected or expired
* in CBAPPRV. AP-TYPE says what it is: SAL (a CBEMPQ salary
* change over the CBAPPR.CTL threshold), GADD/GCHG (a CBGRADE
* grade add or band change), DADD/DREN/DCLS (a CBDEPTM add,
* rename or close).
 FD  APPROVAL-FILE
     LABEL RECORDS ARE STANDARD.
 01  APPROVAL-RECORD.
     02   AP-SEQNO              PIC 9(6).
     02   AP-TYPE               PIC X(4).
     02   AP-EMPNO              PIC 9(9).
     02   AP-ENAME              PIC X(12).
     02   AP-DEPTNO             PIC X(10).
     02   AP-JOB                PIC X(12).
     02   AP-OLDVAL1            PIC X(15).
     02   AP-OLDVAL2            PIC X(13).
     02   AP-NEWVAL1            PIC X(15).
     02   AP-NEWVAL2            PIC X(13).
     02   AP-EFFDATE            PIC X(8).
     02   AP-REQ-USERID         PIC X(10).
     02   AP-REQ-STAMP          PIC X(14).
     02   AP-LAST-ERR           PIC X(30).

* The approval thresholds: the salary-change percentage above
* which CBEMPQ asks for approval, and the days CBAPPRV leaves a
* request waiting before it expires.
 FD  APPR-CONTROL-FILE
     LABEL RECORDS ARE STANDARD.
 01  APPR-CONTROL-RECORD.
     02   AC-SAL-PCT            PIC X(6).
     02   AC-EXPIRE-DAYS        PIC X(4).
     02   AC-SAL-DAYS           PIC X(4).

 WORKING-STORAGE SECTION.

     02   FILLER         PIC X(50).

 COPY CBLOGON.
 77   LOGON-PARM-SW      PIC X     VALUE "N".
 77   WS-LEN-IDX         PIC S9(9) COMP VALUE 0.
 77   WS-LEN-FOUND-SW    PIC X     VALUE "N".
 77   CONN               PIC S9(9) VALUE 0 COMP.
 77   CONN-L             PIC S9(9) VALUE 0 COMP.
 77   CONN-MODE          PIC S9(9) VALUE 0 COMP.
-        " ENAME=:1".
 77   SQL-SELBYNAME-L    PIC S9(9) VALUE 62 COMP.

* The employee's salary at the start of the approval window -
* the earliest SALHIST row entered since SAL-WINDOW-START. See
* FIND-SAL-BASE.
 77   SQL-SELBASE        PIC X(95) VALUE
         "SELECT NVL(OLDSAL,0),NVL(NEWSAL,0) FROM SALHIST WHERE EMPNO=:1
-        " AND ENTERED>=:2 ORDER BY ENTERED".
 77   SQL-SELBASE-L      PIC S9(9) VALUE 95 COMP.

* Validates a new DEPTNO against DEPT, same as CBDEM1's SQL-SEL.
 77   SQL-SEL            PIC X(38) VALUE
         "SELECT DNAME FROM DEPT WHERE DEPTNO=:1".
         "UPDATE EMP SET COMM=:1 WHERE EMPNO=:2".
 77   SQL-UPDCOMM-L      PIC S9(9) VALUE 37 COMP.

* Writes each JOB, SAL or COMM correction to the SALHIST
* salary-history table - see RECORD-PAY-CHANGE.
 77   SQL-INSSALH        PIC X(145) VALUE
         "INSERT INTO SALHIST (EMPNO,EFFDATE,OLDSAL,NEWSAL,OLDCOMM,
-        "NEWCOMM,OLDJOB,NEWJOB,SRCPGM,OPERID,ENTERED) VALUES (:1,:2,
-        ":3,:4,:5,:6,:7,:8,:9,:10,:11)".
 77   SQL-INSSALH-L      PIC S9(9) VALUE 145 COMP.

* One SALHIST row, staged before PERFORM INSERT-SALARY-HISTORY -
* the same layout CBDEM1 writes for a hire. A blank SH-EFFDATE
* means "effective today".
 77   SH-EMPNO           PIC 9(9)  VALUE 0.
 77   SH-EFFDATE         PIC X(8)  VALUE SPACES.
 77   SH-OLDSAL          PIC X(10).
 77   SH-NEWSAL          PIC X(10).
 77   SH-OLDCOMM         PIC X(10).
 77   SH-NEWCOMM         PIC X(10).
 77   SH-OLDJOB          PIC X(12).
 77   SH-NEWJOB          PIC X(12).
 77   SH-SRCPGM          PIC X(8)  VALUE "CBEMPQ".
 77   SH-ENTERED         PIC X(14).
 77   SH-EMPNO-L         PIC S9(9) VALUE 9 COMP.
 77   SH-EFFDATE-L       PIC S9(9) VALUE 8 COMP.
 77   SH-SAL-L           PIC S9(9) VALUE 10 COMP.
 77   SH-JOB-L           PIC S9(9) VALUE 12 COMP.
 77   SH-SRCPGM-L        PIC S9(9) VALUE 8 COMP.
 77   SH-ENTERED-L       PIC S9(9) VALUE 14 COMP.

 77   Q-EMPNO            PIC X(10).
 77   Q-EMPNO-N          PIC S9(9) COMP VALUE 0.
 77   Q-EMPNO-D          PIC ZZZZ9.
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

-                          " when done: ".
 77   ASK-NEWVAL         PIC X(25) VALUE
                           "Enter new value: ".
 77   ASK-EFFDATE        PIC X(50) VALUE
                           "Enter effective date (YYYYMMDD, blank for
-                          " today): ".

 77   LOOKUP-ANS         PIC X     VALUE SPACE.
 77   FIELD-ANS          PIC X(4)  VALUE SPACES.
 77   GRADE-FOUND-SW     PIC X     VALUE "N".
 77   JOB-REJECT-SW      PIC X     VALUE "N".
 77   CHANGE-OK-SW       PIC X     VALUE "N".
 77   SALHIST-OK-SW      PIC X     VALUE "Y".
 77   GRADE-MINSAL       PIC X(10).
 77   GRADE-MAXSAL       PIC X(10).
 77   GRADE-MINSAL-N     PIC S9(7)V99 COMP-3.
 77   WS-AUDIT-REASON    PIC X(40).
 77   WS-CHANGE-COUNT    PIC S9(9) COMP VALUE 0.
 77   WS-CHANGE-COUNT-D  PIC ZZZZ9.
 77   WS-PEND-COUNT      PIC S9(9) COMP VALUE 0.
 77   WS-PEND-COUNT-D    PIC ZZZZ9.

* Future-dated changes - see CHECK-CHANGE-DATE and
* WRITE-PENDING-ITEM. The caller stages PEND-TYPE, PEND-EFFDATE,
* PEND-FIELD and PEND-NEWVAL; the rest comes from the row on
* screen and the connected USER-ID.
 77   CHANGE-EFFDATE     PIC X(8)  VALUE SPACES.
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

* Salary changes over the approval threshold - see
* CHECK-SAL-THRESHOLD and REQUEST-SAL-APPROVAL.
 77   APPR-SAL-PCT       PIC S9(3)V99 COMP-3 VALUE 10.
 77   SAL-OLD-NUM        PIC S9(7)V99 COMP-3 VALUE 0.
 77   SAL-CHANGE-PCT     PIC S9(5)V99 COMP-3 VALUE 0.
 77   APPR-PCT-D         PIC ZZ9.99.
 77   SAL-WINDOW-DAYS    PIC 9(4)  VALUE 30.
 77   SAL-WINDOW-DAYS-D  PIC ZZZ9.
 77   SAL-WINDOW-START   PIC X(14).
 77   SAL-WINDOW-START-L PIC S9(9) VALUE 14 COMP.
 77   WINDOW-DATE-N      PIC 9(8)  VALUE 0.
 77   BASE-OLDSAL        PIC X(10).
 77   BASE-NEWSAL        PIC X(10).
 77   SAL-BASE-NUM       PIC S9(7)V99 COMP-3 VALUE 0.
 77   SAL-BASE-D         PIC Z(6)9.99.
 77   APPROVAL-SW        PIC X     VALUE "N".
 77   APPR-LAST-SEQNO    PIC 9(6)  VALUE 0.
 77   APPR-DUP-SEQNO     PIC 9(6)  VALUE 0.
 77   APPROVAL-EOF-SW    PIC X     VALUE "N".
 77   WS-APPR-COUNT      PIC S9(9) COMP VALUE 0.
 77   WS-APPR-COUNT-D    PIC ZZZZ9.

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
 77   APPROVAL-STATUS    PIC XX    VALUE "00".
 77   APPR-CONTROL-STATUS PIC XX   VALUE "00".
 77   PERMIT-EOF-SW      PIC X     VALUE "N".
 77   PERMIT-OK-SW       PIC X     VALUE "N".

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
         PERFORM REFUSE-UNAUTHORIZED-RUN
     END-IF.

     PERFORM LOAD-APPROVAL-CONTROL.
     PERFORM PROMPT-FOR-LOOKUP.
     PERFORM UNTIL LOOKUP-ANS = SPACE
         PERFORM LOOK-UP-EMPLOYEE
     IF NEW-VALUE = SPACES
         DISPLAY "Blank value - change skipped."
     ELSE
         DISPLAY ASK-EFFDATE WITH NO ADVANCING
         ACCEPT CHANGE-EFFDATE
         PERFORM CHECK-CHANGE-DATE
         IF DATE-OK-SW NOT = "Y"
             DISPLAY "Effective date " CHANGE-EFFDATE
                 " is not a valid YYYYMMDD, today or later -"
                 " change rejected."
             MOVE "REJECTED" TO WS-AUDIT-STATUS
             MOVE "INVALID EFFECTIVE DATE" TO WS-AUDIT-REASON
             PERFORM WRITE-AUDIT-RECORD
         ELSE
             PERFORM CHECK-SAL-THRESHOLD
             IF APPROVAL-SW = "Y"
                 PERFORM REQUEST-SAL-APPROVAL
             ELSE
                 IF FUTURE-SW = "Y"
                     PERFORM SCHEDULE-ONE-CHANGE
                 ELSE
                     EVALUATE FIELD-ANS
                         WHEN "NAME"
                             PERFORM CHANGE-ENAME
                         WHEN "JOB"
                             PERFORM CHANGE-JOB
                         WHEN "SAL"
                             PERFORM CHANGE-SAL
                         WHEN "DEPT"
                             PERFORM CHANGE-DEPTNO
                         WHEN "COMM"
                             PERFORM CHANGE-COMM
                     END-EVALUATE
                 END-IF
             END-IF
         END-IF
     END-IF.

* ----------------------------------------------------------
* LOAD-APPROVAL-CONTROL reads the salary-change threshold and the
* window it is measured over from CBAPPR.CTL once at startup. A
* missing file or a blank figure leaves the 10 per cent and
* 30-day defaults in force. SAL-WINDOW-START is the first
* SALHIST ENTERED stamp inside the window.
* ----------------------------------------------------------
 LOAD-APPROVAL-CONTROL.
     OPEN INPUT APPR-CONTROL-FILE.
     IF APPR-CONTROL-STATUS = "00"
         READ APPR-CONTROL-FILE
             NOT AT END
                 IF AC-SAL-PCT NOT = SPACES
                     MOVE FUNCTION NUMVAL(AC-SAL-PCT)
                         TO APPR-SAL-PCT
                 END-IF
                 IF AC-SAL-DAYS NOT = SPACES
                     MOVE FUNCTION NUMVAL(AC-SAL-DAYS)
                         TO SAL-WINDOW-DAYS
                 END-IF
         END-READ
         CLOSE APPR-CONTROL-FILE
     END-IF.
     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE RUN-STAMP(1:8) TO WINDOW-DATE-N.
     COMPUTE WINDOW-DATE-N = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE(WINDOW-DATE-N) - SAL-WINDOW-DAYS)
     END-COMPUTE.
     MOVE WINDOW-DATE-N TO SAL-WINDOW-START.
     MOVE "000000" TO SAL-WINDOW-START(9:6).
     MOVE APPR-SAL-PCT TO APPR-PCT-D.
     MOVE SAL-WINDOW-DAYS TO SAL-WINDOW-DAYS-D.
     DISPLAY "Salary changes over " APPR-PCT-D
         " per cent in " SAL-WINDOW-DAYS-D
         " days need a second operator's approval.".

* CHECK-SAL-THRESHOLD sets APPROVAL-SW for a salary change that
* moves SAL by more than APPR-SAL-PCT either way from the salary
* FIND-SAL-BASE finds at the start of the window. A row with no
* salary to measure from needs approval for any new salary.
 CHECK-SAL-THRESHOLD.
     MOVE "N" TO APPROVAL-SW.
     IF FIELD-ANS = "SAL"
         PERFORM FIND-SAL-BASE
         MOVE SAL-BASE-NUM TO SAL-OLD-NUM
         MOVE FUNCTION NUMVAL(NEW-VALUE(1:10)) TO SAL-NUM
         IF SAL-OLD-NUM = 0
             MOVE "Y" TO APPROVAL-SW
         ELSE
             COMPUTE SAL-CHANGE-PCT ROUNDED =
                 (SAL-NUM - SAL-OLD-NUM) * 100 / SAL-OLD-NUM
             IF SAL-CHANGE-PCT < 0
                 COMPUTE SAL-CHANGE-PCT = 0 - SAL-CHANGE-PCT
             END-IF
             IF SAL-CHANGE-PCT > APPR-SAL-PCT
                 MOVE "Y" TO APPROVAL-SW
             END-IF
         END-IF
         IF APPROVAL-SW = "Y"
                 AND SAL-BASE-NUM NOT = FUNCTION NUMVAL(SAL)
             MOVE SAL-BASE-NUM TO SAL-BASE-D
             DISPLAY "Measured from " SAL-BASE-D
                 ", the salary at the start of the "
                 SAL-WINDOW-DAYS-D "-day window."
         END-IF
     END-IF.

* ----------------------------------------------------------
* FIND-SAL-BASE leaves in SAL-BASE-NUM the salary the employee
* held when the approval window opened: the OLDSAL of the
* earliest SALHIST row entered since SAL-WINDOW-START, or its
* NEWSAL when that row is the hire (OLDSAL 0). With no row in
* the window the salary on file has not moved and is the base.
* ----------------------------------------------------------
 FIND-SAL-BASE.
     MOVE FUNCTION NUMVAL(SAL) TO SAL-BASE-NUM.
     MOVE SPACES TO BASE-OLDSAL BASE-NEWSAL.
     CALL "OSQL3" USING CURSOR-4 SQL-SELBASE SQL-SELBASE-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-4 ONE Q-EMPNO Q-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-4 TWO SAL-WINDOW-START
         SAL-WINDOW-START-L BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-4 ONE BASE-OLDSAL SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-4 TWO BASE-NEWSAL SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-4 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-4 ONE.
     IF C-RC OF CURSOR-4 = ZERO-B
         IF FUNCTION NUMVAL(BASE-OLDSAL) = 0
             MOVE FUNCTION NUMVAL(BASE-NEWSAL) TO SAL-BASE-NUM
         ELSE
             MOVE FUNCTION NUMVAL(BASE-OLDSAL) TO SAL-BASE-NUM
         END-IF
     END-IF.

* ----------------------------------------------------------
* REQUEST-SAL-APPROVAL holds the new salary to the current job's
* band first, as CHANGE-SAL would, so the approver is never
* asked to pass a salary the band would refuse. A second request
* for an employee who already has one waiting is refused - the
* first must be approved or rejected in CBAPPRV before another
* is raised.
* ----------------------------------------------------------
 REQUEST-SAL-APPROVAL.
     MOVE JOB TO CHECK-JOB.
     MOVE NEW-VALUE(1:10) TO CHECK-SAL.
     PERFORM CHECK-JOB-GRADE.
     IF JOB-REJECT-SW = "Y"
         PERFORM REJECT-GRADE-CHANGE
     ELSE
         PERFORM FIND-LAST-APPROVAL-SEQNO
         IF APPR-DUP-SEQNO > 0
             DISPLAY "Salary change #" APPR-DUP-SEQNO
                 " for this employee is already awaiting approval"
                 " - change rejected."
             MOVE "REJECTED" TO WS-AUDIT-STATUS
             MOVE "APPROVAL ALREADY PENDING" TO WS-AUDIT-REASON
             PERFORM WRITE-AUDIT-RECORD
         ELSE
             PERFORM WRITE-APPROVAL-ITEM
         END-IF
     END-IF.

* WRITE-APPROVAL-ITEM appends the request to CBAPPR.DAT, numbered
* from the CBAPPR.SEQ counter through CBSEQNO; status 35 just
* means the queue is empty and the first request creates it.
 WRITE-APPROVAL-ITEM.
     PERFORM TAKE-APPROVAL-SEQNO.
     IF SQ-STATUS = "00"
         OPEN EXTEND APPROVAL-FILE
         IF APPROVAL-STATUS = "35"
             OPEN OUTPUT APPROVAL-FILE
         END-IF
     END-IF.
     IF SQ-STATUS NOT = "00" OR APPROVAL-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBAPPR.DAT"
             " - change not sent for approval."
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         MOVE "APPROVAL FILE UNAVAILABLE" TO WS-AUDIT-REASON
         PERFORM WRITE-AUDIT-RECORD
     ELSE
         MOVE SPACES TO APPROVAL-RECORD
         MOVE APPR-LAST-SEQNO TO AP-SEQNO
         MOVE "SAL"           TO AP-TYPE
         MOVE Q-EMPNO-N       TO AP-EMPNO
         MOVE ENAME           TO AP-ENAME
         MOVE DEPTNO          TO AP-DEPTNO
         MOVE JOB             TO AP-JOB
         MOVE SAL             TO AP-OLDVAL1
         MOVE NEW-VALUE(1:10) TO AP-NEWVAL1
         MOVE CHANGE-EFFDATE  TO AP-EFFDATE
         MOVE USER-ID         TO AP-REQ-USERID
         MOVE RUN-STAMP       TO AP-REQ-STAMP
         MOVE "REQUESTD" TO WS-AUDIT-STATUS
         MOVE SPACES TO WS-AUDIT-REASON
         STRING "#" AP-SEQNO " SAL " DELIMITED BY SIZE
             AP-OLDVAL1 DELIMITED BY SPACE
             " -> " DELIMITED BY SIZE
             AP-NEWVAL1 DELIMITED BY SPACE
             " " AP-EFFDATE DELIMITED BY SIZE
             INTO WS-AUDIT-REASON
         END-STRING
         WRITE APPROVAL-RECORD
         IF APPROVAL-STATUS NOT = "00"
             DISPLAY "Unable to write " "CBAPPR.DAT" " - status "
                 APPROVAL-STATUS " - change not sent for approval."
             CLOSE APPROVAL-FILE
         ELSE
             CLOSE APPROVAL-FILE
             ADD 1 TO WS-APPR-COUNT
             DISPLAY "Salary change over " APPR-PCT-D
                 " per cent sent for approval as request #"
                 APPR-LAST-SEQNO "."
             PERFORM WRITE-AUDIT-RECORD
         END-IF
     END-IF.

* FIND-LAST-APPROVAL-SEQNO reads CBAPPR.DAT through for the
* highest request number and for a salary request already
* waiting for this employee.
 FIND-LAST-APPROVAL-SEQNO.
     MOVE 0 TO APPR-LAST-SEQNO.
     MOVE 0 TO APPR-DUP-SEQNO.
     MOVE "N" TO APPROVAL-EOF-SW.
     OPEN INPUT APPROVAL-FILE.
     IF APPROVAL-STATUS = "00"
         PERFORM UNTIL APPROVAL-EOF-SW = "Y"
             READ APPROVAL-FILE
                 AT END
                     MOVE "Y" TO APPROVAL-EOF-SW
                 NOT AT END
                     IF AP-SEQNO > APPR-LAST-SEQNO
                         MOVE AP-SEQNO TO APPR-LAST-SEQNO
                     END-IF
                     IF AP-TYPE = "SAL" AND AP-EMPNO = Q-EMPNO-N
                         MOVE AP-SEQNO TO APPR-DUP-SEQNO
                     END-IF
             END-READ
         END-PERFORM
         CLOSE APPROVAL-FILE
     END-IF.

* TAKE-APPROVAL-SEQNO draws the new request's number from CBSEQNO:
* one past the higher of CBAPPR.SEQ and the highest on file, so a
* number is never reused once its request has left the file.
 TAKE-APPROVAL-SEQNO.
     MOVE "A" TO SQ-COUNTER.
     MOVE APPR-LAST-SEQNO TO SQ-FILE-HIGH.
     CALL "CBSEQNO" USING SEQNO-PARM.
     IF SQ-STATUS = "00"
         MOVE SQ-SEQNO TO APPR-LAST-SEQNO
     ELSE
         DISPLAY "Unable to update " "CBAPPR.SEQ" " - status "
             SQ-STATUS "."
     END-IF.

* ----------------------------------------------------------
* CHECK-CHANGE-DATE vets the effective date staged in
* CHANGE-EFFDATE. Blank means today; otherwise it must be a real
* calendar date in YYYYMMDD form (INTEGER-OF-DATE gives 0 for
* one that is not) no earlier than today - a correction is never
* back-dated. A date after today sets FUTURE-SW so the change is
* scheduled. Dates are compared as characters, the way CBAUD1
* compares its timestamps.
* ----------------------------------------------------------
 CHECK-CHANGE-DATE.
     MOVE "N" TO DATE-OK-SW.
     MOVE "N" TO FUTURE-SW.
     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE RUN-STAMP(1:8) TO TODAY-DATE.
     IF CHANGE-EFFDATE = SPACES
         MOVE TODAY-DATE TO CHANGE-EFFDATE
     END-IF.
     MOVE CHANGE-EFFDATE TO EFF-DATE.
     IF EFF-DATE IS NUMERIC
         IF FUNCTION INTEGER-OF-DATE(EFF-DATE-N) NOT = 0
                 AND EFF-DATE NOT < TODAY-DATE
             MOVE "Y" TO DATE-OK-SW
             IF EFF-DATE > TODAY-DATE
                 MOVE "Y" TO FUTURE-SW
             END-IF
         END-IF
     END-IF.

* ----------------------------------------------------------
* SCHEDULE-ONE-CHANGE holds a later-dated change to the same band
* and department checks CHANGE-JOB, CHANGE-SAL and CHANGE-DEPTNO
* apply now, so the operator hears about a bad value today rather
* than from the nightly report; CBPENDB checks it again on the
* day. A change that passes goes to CBPEND.DAT.
* ----------------------------------------------------------
 SCHEDULE-ONE-CHANGE.
     MOVE "N" TO JOB-REJECT-SW.
     MOVE "Y" TO DEPT-FOUND-SW.
     EVALUATE FIELD-ANS
         WHEN "JOB"
             MOVE NEW-VALUE TO CHECK-JOB
             MOVE SAL TO CHECK-SAL
             PERFORM CHECK-JOB-GRADE
         WHEN "SAL"
             MOVE JOB TO CHECK-JOB
             MOVE NEW-VALUE(1:10) TO CHECK-SAL
             PERFORM CHECK-JOB-GRADE
         WHEN "DEPT"
             MOVE DEPTNO TO OLD-VALUE
             MOVE NEW-VALUE(1:10) TO DEPTNO
             PERFORM LOOKUP-DEPT
             MOVE OLD-VALUE(1:10) TO DEPTNO
     END-EVALUATE.
     IF JOB-REJECT-SW = "Y"
         PERFORM REJECT-GRADE-CHANGE
     ELSE
         IF DEPT-FOUND-SW NOT = "Y"
             DISPLAY "Department " NEW-VALUE(1:10) " not found -"
                 " change rejected."
             MOVE "REJECTED" TO WS-AUDIT-STATUS
             MOVE "DEPT NOT FOUND" TO WS-AUDIT-REASON
             PERFORM WRITE-AUDIT-RECORD
         ELSE
             MOVE "CORR" TO PEND-TYPE
             MOVE CHANGE-EFFDATE TO PEND-EFFDATE
             MOVE FIELD-ANS TO PEND-FIELD
             MOVE NEW-VALUE TO PEND-NEWVAL
             PERFORM WRITE-PENDING-ITEM
         END-IF
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
             " - change not scheduled."
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         MOVE "PENDING FILE UNAVAILABLE" TO WS-AUDIT-REASON
         PERFORM WRITE-AUDIT-RECORD
     ELSE
         MOVE SPACES TO PENDING-RECORD
         MOVE PEND-LAST-SEQNO TO PD-SEQNO
         MOVE PEND-TYPE       TO PD-TYPE
         MOVE PEND-EFFDATE    TO PD-EFFDATE
         MOVE Q-EMPNO-N       TO PD-EMPNO
         MOVE ENAME           TO PD-ENAME
         MOVE DEPTNO          TO PD-DEPTNO
         MOVE PEND-FIELD      TO PD-FIELD
         MOVE PEND-NEWVAL     TO PD-NEWVAL
         MOVE USER-ID         TO PD-REQ-USERID
         MOVE RUN-STAMP       TO PD-REQ-STAMP
         WRITE PENDING-RECORD
         IF PENDING-STATUS NOT = "00"
             DISPLAY "Unable to write " "CBPEND.DAT" " - status "
                 PENDING-STATUS " - change not scheduled."
             CLOSE PENDING-FILE
         ELSE
             CLOSE PENDING-FILE
             ADD 1 TO WS-PEND-COUNT
             DISPLAY FIELD-ANS " change scheduled for " PEND-EFFDATE
                 " as pending item #" PD-SEQNO "."
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
* highest item number, and warns when the same field of the same
* employee already has a change waiting.
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
                     IF PD-EMPNO = Q-EMPNO-N
                             AND PD-TYPE = PEND-TYPE
                             AND PD-FIELD = PEND-FIELD
                         MOVE PD-SEQNO TO PEND-DUP-SEQNO
                     END-IF
             END-READ
         END-PERFORM
         CLOSE PENDING-FILE
     END-IF.
     IF PEND-DUP-SEQNO > 0
         DISPLAY "Note: pending item #" PEND-DUP-SEQNO
             " already changes " PEND-FIELD " for this employee -"
             " cancel it in CBPENDM if this replaces it."
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

 CHANGE-ENAME.
* success (the same commit-per-row discipline INSERT-EMPLOYEE
* follows in CBDEM1), and reports the cursor's own return code on
* failure.
*
* A JOB, SAL or COMM change also writes its SALHIST row before
* the commit; if that row cannot be written the update is rolled
* back and rejected, so EMP never holds pay the history lacks.
* ----------------------------------------------------------
 EXECUTE-UPDATE.
     CALL "OBNDRN" USING CURSOR-1 ONE NEW-VALUE NEW-VALUE-L
     CALL "OBNDRN" USING CURSOR-1 TWO Q-EMPNO Q-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     MOVE "Y" TO SALHIST-OK-SW.
     IF C-RC OF CURSOR-1 = ZERO-B
         IF FIELD-ANS = "JOB" OR FIELD-ANS = "SAL"
                 OR FIELD-ANS = "COMM"
             PERFORM RECORD-PAY-CHANGE
         END-IF
     END-IF.
     IF C-RC OF CURSOR-1 NOT = ZERO-B
         PERFORM DISPLAY-UPDATE-ERROR
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         MOVE "UPDATE FAILED" TO WS-AUDIT-REASON
         PERFORM WRITE-AUDIT-RECORD
     ELSE
         IF SALHIST-OK-SW NOT = "Y"
             PERFORM DISPLAY-SALHIST-ERROR
             CALL "OROL" USING LDA
             MOVE "REJECTED" TO WS-AUDIT-STATUS
             MOVE "SALARY HISTORY FAILED" TO WS-AUDIT-REASON
             PERFORM WRITE-AUDIT-RECORD
         ELSE
             MOVE "Y" TO CHANGE-OK-SW
             CALL "OCOM" USING LDA
             ADD 1 TO WS-CHANGE-COUNT
         END-IF
     END-IF.

* RECORD-PAY-CHANGE stages the SALHIST row from the row as it
* stood before the change, then puts NEW-VALUE in whichever of
* JOB, SAL or COMM the operator picked - the other two carry
* through unchanged on both sides.
 RECORD-PAY-CHANGE.
     MOVE Q-EMPNO-N TO SH-EMPNO.
     MOVE SAL  TO SH-OLDSAL.
     MOVE SAL  TO SH-NEWSAL.
     MOVE COMM TO SH-OLDCOMM.
     MOVE COMM TO SH-NEWCOMM.
     MOVE JOB  TO SH-OLDJOB.
     MOVE JOB  TO SH-NEWJOB.
     EVALUATE FIELD-ANS
         WHEN "JOB"
             MOVE NEW-VALUE TO SH-NEWJOB
         WHEN "SAL"
             MOVE NEW-VALUE(1:10) TO SH-NEWSAL
         WHEN "COMM"
             MOVE NEW-VALUE(1:10) TO SH-NEWCOMM
     END-EVALUATE.
     PERFORM INSERT-SALARY-HISTORY.
     IF C-RC OF CURSOR-2 NOT = ZERO-B
         MOVE "N" TO SALHIST-OK-SW
     END-IF.

* ----------------------------------------------------------
* INSERT-SALARY-HISTORY writes the staged SALHIST row on CURSOR-2
* (LOOKUP-DEPT's cursor, idle during a pay change) exactly as
* CBDEM1's paragraph of the same name does. It does not commit;
* EXECUTE-UPDATE commits or rolls back the row with the update.
* ----------------------------------------------------------
 INSERT-SALARY-HISTORY.
     MOVE FUNCTION CURRENT-DATE TO SH-ENTERED.
     IF SH-EFFDATE = SPACES
         MOVE SH-ENTERED(1:8) TO SH-EFFDATE
     END-IF.
     CALL "OSQL3" USING CURSOR-2 SQL-INSSALH SQL-INSSALH-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-2 ONE SH-EMPNO SH-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 TWO SH-EFFDATE SH-EFFDATE-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 THREE SH-OLDSAL SH-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 FOUR SH-NEWSAL SH-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 FIVE SH-OLDCOMM SH-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 SIX SH-NEWCOMM SH-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 SEVEN SH-OLDJOB SH-JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 EIGHT SH-NEWJOB SH-JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 NINE SH-SRCPGM SH-SRCPGM-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 TEN USER-ID USER-ID-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 ELEVEN SH-ENTERED SH-ENTERED-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-2 ONE ZERO-A.
     MOVE SPACES TO SH-EFFDATE.

 AUDIT-APPLIED-CHANGE.
     MOVE "CHANGED" TO WS-AUDIT-STATUS.
     MOVE SPACES TO WS-AUDIT-REASON.
     DISPLAY SPACES.
     DISPLAY "===== Correction Summary =====".
     DISPLAY "Total changes applied this run: " WS-CHANGE-COUNT-D.
     MOVE WS-PEND-COUNT TO WS-PEND-COUNT-D.
     DISPLAY "Changes scheduled:              " WS-PEND-COUNT-D.
     MOVE WS-APPR-COUNT TO WS-APPR-COUNT-D.
     DISPLAY "Changes sent for approval:      " WS-APPR-COUNT-D.

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
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON UPDATE - RETURN CODE: " ERR-RC-D.

 DISPLAY-SALHIST-ERROR.
     MOVE C-RC OF CURSOR-2 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON SALARY HISTORY - RETURN CODE: "
         ERR-RC-D.

* ----------------------------------------------------------
* Audit trail - identical record layout and open/extend handling
* to CBDEM1's, appended to the same CBDEM1.AUD file. Callers set
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

 CLOSE-AUDIT-LOG.
