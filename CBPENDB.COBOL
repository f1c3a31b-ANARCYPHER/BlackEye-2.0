* ----------------------------------------------------------
* CBPENDB IS THE NIGHTLY RUN THAT APPLIES THE FUTURE-DATED
* TRANSFERS, TERMINATIONS AND CORRECTIONS THAT CBXFER, CBTERM1
* AND CBEMPQ SCHEDULE ON THE CBPEND.DAT PENDING-TRANSACTIONS
* FILE, REPLACING THE PAPER DIARY HR USED TO KEY FROM ON THE
* DAY. EVERY ITEM WHOSE EFFECTIVE DATE IS TODAY OR EARLIER IS
* APPLIED THROUGH THE SAME CHECKS THE ONLINE PROGRAM WOULD HAVE
* RUN THAT DAY:
*
*   XFER  THE RECEIVING DEPTNO MUST STILL EXIST (LOOKUP-DEPT)
*         AND THE MOVE MUST NOT PUT IT PAST ITS DEPTBUDG BUDGET
*         FOR THE FISCAL YEAR OF THE EFFECTIVE DATE, MEASURED ON
*         THE NIGHT IT FIRES (CHECK-XFER-BUDGET) - THE CHECK
*         CBXFER MADE WHEN THE MOVE WAS KEYED COULD NOT SEE WHAT
*         ELSE WOULD LAND FIRST. NOBODY IS THERE TO CONFIRM PAST
*         IT, SO AN OVER-BUDGET MOVE FAILS AS A BATCH PAIR DOES
*         IN CBXFER; THE MOVE IS AUDITED "XFERRED" AS CBXFER
*         AUDITS IT.
*   TERM  THE ROW IS COPIED TO EMPHIST WITH THE EFFECTIVE DATE
*         AS TERMDATE AND THE SCHEDULED REASON CODE, THEN
*         DELETED FROM EMP, BOTH IN ONE COMMIT, AND AUDITED
*         "REMOVED" AS CBTERM1 AUDITS IT.
*   CORR  A NEW JOB OR SAL IS HELD AGAINST THE JOBGRADE BAND
*         (CHECK-JOB-GRADE), A NEW DEPTNO AGAINST DEPT; A JOB,
*         SAL OR COMM CHANGE WRITES ITS SALHIST ROW, DATED THE
*         EFFECTIVE DATE, IN THE SAME COMMIT; THE CHANGE IS
*         AUDITED "CHANGED" AS CBEMPQ AUDITS IT.
*
* THE OPERATOR WHO SCHEDULED AN ITEM MUST STILL CARRY THE
* MATCHING COLUMN (TRANSFER, TERMINATE OR CORRECT) IN CBPERM.DAT
* ON THE DAY IT FIRES - A RIGHT REVOKED IN THE MEANTIME STOPS
* THE ITEM. AUDIT RECORDS CARRY THAT OPERATOR'S USER-ID, SO THE
* TRAIL SHOWS WHO ASKED FOR THE CHANGE, NOT WHO RAN THE JOB.
*
* AN ITEM THAT APPLIES IS DROPPED FROM CBPEND.DAT. AN ITEM THAT
* FAILS STAYS PENDING WITH THE DATE AND REASON OF THE FAILURE,
* IS AUDITED "REJECTED", AND IS TRIED AGAIN EVERY NIGHT UNTIL
* IT APPLIES OR IS AMENDED OR CANCELLED IN CBPENDM. ITEMS NOT
* YET DUE ARE LEFT AS THEY ARE. CBPEND.DAT IS REWRITTEN AFTER
* EVERY ITEM, SO A RERUN AFTER AN ABEND PICKS UP ONLY THE ITEMS
* NOT YET SETTLED. THE ONE EXCEPTION IS AN ABEND BETWEEN AN
* ITEM'S COMMIT AND THE REWRITE THAT DROPS IT: THE RERUN FINDS
* THE ITEM STILL PENDING AND TRIES IT AGAIN. AN XFER OR CORR
* THEN SETS THE SAME VALUE A SECOND TIME AND IS AUDITED AGAIN -
* A CORR TO JOB, SAL OR COMM ALSO WRITES A SECOND SALHIST ROW
* WITH OLD AND NEW THE SAME, AND AN XFER MAY FAIL THE BUDGET
* CHECK, WHICH NOW COUNTS THE EMPLOYEE TWICE, AND STAY PENDING.
* A TERM FAILS "EMPNO NOT FOUND", THE ROW BEING GONE, AND STAYS
* PENDING. AFTER AN ABEND, CHECK CBPENDB.LST AND CBDEM1.AUD FOR
* THE LAST ITEM APPLIED AND CANCEL IT IN CBPENDM IF IT IS STILL
* ON FILE. THE RUN BELONGS IN THE NIGHT WINDOW, WHEN NOBODY IS
* SCHEDULING NEW ITEMS ONLINE.
*
* EVERY DUE ITEM IS LISTED ON CBPENDB.LST AS APPLIED OR FAILED,
* WITH COUNTS AT THE FOOT. RETURN CODE, THE CBRECON CONVENTION:
*
*        0  EVERY DUE ITEM APPLIED (OR NOTHING WAS DUE)
*        4  ONE OR MORE ITEMS FAILED AND WERE KEPT PENDING
*        8  THE RUN COULD NOT BE MADE
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBPENDB.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PENDING-FILE ASSIGN TO "CBPEND.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PENDING-STATUS.
     SELECT REPORT-FILE ASSIGN TO "CBPENDB.LST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS REPORT-STATUS.
     SELECT AUDIT-FILE ASSIGN TO "CBDEM1.AUD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.
     SELECT PERMIT-FILE ASSIGN TO "CBPERM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PERMIT-STATUS.

 DATA DIVISION.
 FILE SECTION.

* One future-dated action per record, written by CBXFER, CBTERM1
* and CBEMPQ and applied on its effective date by this run.
* PD-FIELD/PD-NEWVAL say what changes: the CBEMPQ field and its
* new value for CORR, DEPT and the receiving DEPTNO for XFER,
* RSN and the reason code for TERM.
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

 FD  REPORT-FILE
     LABEL RECORDS ARE STANDARD.
 01  REPORT-LINE             PIC X(100).

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
 01  CURSOR-3.
     02   C-V2RC         PIC S9(4) COMP.
     02   C-TYPE         PIC S9(4) COMP.
     02   C-ROWS         PIC S9(9) COMP.
     02   C-OFFS         PIC S9(4) COMP.
     02   C-FNC          PIC S9(4) COMP.
     02   C-RC           PIC S9(4) COMP.
     02   FILLER         PIC X(50).
 01  CURSOR-4.
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

* Fetches the row an item applies to, the CBTERM1 select widened
* by COMM for the SALHIST row - see LOOKUP-EMPLOYEE.
 77   SQL-SELEMP         PIC X(56) VALUE
         "SELECT ENAME,JOB,SAL,DEPTNO,COMM FROM EMP WHERE EMPNO=:1".
 77   SQL-SELEMP-L       PIC S9(9) VALUE 56 COMP.

* Validates a receiving DEPTNO against DEPT, same as CBDEM1's
* SQL-SEL - see LOOKUP-DEPT.
 77   SQL-SEL            PIC X(38) VALUE
         "SELECT DNAME FROM DEPT WHERE DEPTNO=:1".
 77   SQL-SEL-L          PIC S9(9) VALUE 38 COMP.

* Looks up the salary band for JOB, same as CBDEM1's SQL-SELGRADE.
 77   SQL-SELGRADE       PIC X(47) VALUE
         "SELECT MINSAL,MAXSAL FROM JOBGRADE WHERE JOB=:1".
 77   SQL-SELGRADE-L     PIC S9(9) VALUE 47 COMP.

* The receiving department's approved headcount and SAL+COMM
* cost for the fiscal year and what it carries tonight, CBXFER's
* SQL-SELBUDG and SQL-SELACTUAL - see CHECK-DEPT-BUDGET.
 77   SQL-SELBUDG        PIC X(66) VALUE
         "SELECT HEADCNT,SALBUDG FROM DEPTBUDG WHERE DEPTNO=:1 AND
-        " FISCYR=:2".
 77   SQL-SELBUDG-L      PIC S9(9) VALUE 66 COMP.
 77   SQL-SELACTUAL      PIC X(68) VALUE
         "SELECT COUNT(*),NVL(SUM(SAL+NVL(COMM,0)),0) FROM EMP WHERE
-        " DEPTNO=:1".
 77   SQL-SELACTUAL-L    PIC S9(9) VALUE 68 COMP.

* The single-column UPDATEs CBEMPQ and CBXFER use - the item's
* field decides which one EXECUTE-UPDATE parses.
 77   SQL-UPDNAME        PIC X(38) VALUE
         "UPDATE EMP SET ENAME=:1 WHERE EMPNO=:2".
 77   SQL-UPDNAME-L      PIC S9(9) VALUE 38 COMP.
 77   SQL-UPDJOB         PIC X(36) VALUE
         "UPDATE EMP SET JOB=:1 WHERE EMPNO=:2".
 77   SQL-UPDJOB-L       PIC S9(9) VALUE 36 COMP.
 77   SQL-UPDSAL         PIC X(36) VALUE
         "UPDATE EMP SET SAL=:1 WHERE EMPNO=:2".
 77   SQL-UPDSAL-L       PIC S9(9) VALUE 36 COMP.
 77   SQL-UPDDEPT        PIC X(39) VALUE
         "UPDATE EMP SET DEPTNO=:1 WHERE EMPNO=:2".
 77   SQL-UPDDEPT-L      PIC S9(9) VALUE 39 COMP.
 77   SQL-UPDCOMM        PIC X(37) VALUE
         "UPDATE EMP SET COMM=:1 WHERE EMPNO=:2".
 77   SQL-UPDCOMM-L      PIC S9(9) VALUE 37 COMP.

* Copies a leaver to EMPHIST and removes the EMP row, the same
* statements CBTERM1 uses - see APPLY-TERMINATION.
 77   SQL-INSHIST        PIC X(150) VALUE
         "INSERT INTO EMPHIST (EMPNO,ENAME,JOB,SAL,DEPTNO,TERMDATE,
-        "TERMREASON) VALUES (:EMPNO,:ENAME,:JOB,:SAL,:DEPTNO,:TDATE,
-        ":TREASON)".
 77   SQL-INSHIST-L      PIC S9(9) VALUE 150 COMP.
 77   SQL-DELEMP         PIC X(30) VALUE
         "DELETE FROM EMP WHERE EMPNO=:1".
 77   SQL-DELEMP-L       PIC S9(9) VALUE 30 COMP.

* Writes each JOB, SAL or COMM change to the SALHIST
* salary-history table - see RECORD-PAY-CHANGE.
 77   SQL-INSSALH        PIC X(145) VALUE
         "INSERT INTO SALHIST (EMPNO,EFFDATE,OLDSAL,NEWSAL,OLDCOMM,
-        "NEWCOMM,OLDJOB,NEWJOB,SRCPGM,OPERID,ENTERED) VALUES (:1,:2,
-        ":3,:4,:5,:6,:7,:8,:9,:10,:11)".
 77   SQL-INSSALH-L      PIC S9(9) VALUE 145 COMP.

* One SALHIST row, the layout CBDEM1 writes for a hire. Here
* SH-EFFDATE is always the item's effective date and SH-OPERID
* the operator who scheduled it.
 77   SH-EMPNO           PIC 9(9)  VALUE 0.
 77   SH-EFFDATE         PIC X(8)  VALUE SPACES.
 77   SH-OLDSAL          PIC X(10).
 77   SH-NEWSAL          PIC X(10).
 77   SH-OLDCOMM         PIC X(10).
 77   SH-NEWCOMM         PIC X(10).
 77   SH-OLDJOB          PIC X(12).
 77   SH-NEWJOB          PIC X(12).
 77   SH-SRCPGM          PIC X(8)  VALUE "CBPENDB".
 77   SH-OPERID          PIC X(10).
 77   SH-ENTERED         PIC X(14).
 77   SH-EMPNO-L         PIC S9(9) VALUE 9 COMP.
 77   SH-EFFDATE-L       PIC S9(9) VALUE 8 COMP.
 77   SH-SAL-L           PIC S9(9) VALUE 10 COMP.
 77   SH-JOB-L           PIC S9(9) VALUE 12 COMP.
 77   SH-SRCPGM-L        PIC S9(9) VALUE 8 COMP.
 77   SH-OPERID-L        PIC S9(9) VALUE 10 COMP.
 77   SH-ENTERED-L       PIC S9(9) VALUE 14 COMP.

* The employee row as it stands tonight, and the item's key and
* new value in bindable form.
 77   P-EMPNO            PIC 9(9)  VALUE 0.
 77   ENAME              PIC X(12).
 77   JOB                PIC X(12).
 77   SAL                PIC X(10).
 77   DEPTNO             PIC X(10).
 77   COMM               PIC X(10).
 77   DNAME              PIC X(15).
 77   NEW-VALUE          PIC X(12).
 77   NEW-DEPTNO         PIC X(10).
 77   OLD-VALUE          PIC X(12).
 77   TERM-DATE          PIC X(8).
 77   TERM-REASON        PIC X(10).

 77   P-EMPNO-L          PIC S9(9) VALUE 9 COMP.
 77   ENAME-L            PIC S9(9) VALUE 12 COMP.
 77   JOB-L              PIC S9(9) VALUE 12 COMP.
 77   SAL-L              PIC S9(9) VALUE 10 COMP.
 77   DEPTNO-L           PIC S9(9) VALUE 10 COMP.
 77   COMM-L             PIC S9(9) VALUE 10 COMP.
 77   DNAME-L            PIC S9(9) VALUE 15 COMP.
 77   NEW-VALUE-L        PIC S9(9) VALUE 12 COMP.
 77   TERM-DATE-L        PIC S9(9) VALUE 8 COMP.
 77   TERM-REASON-L      PIC S9(9) VALUE 10 COMP.
 77   EMPNO-N            PIC X(6) VALUE ":EMPNO".
 77   ENAME-N            PIC X(6) VALUE ":ENAME".
 77   JOB-N              PIC X(4) VALUE ":JOB".
 77   SAL-N              PIC X(4) VALUE ":SAL".
 77   DEPTNO-N           PIC X(7) VALUE ":DEPTNO".
 77   TDATE-N            PIC X(6) VALUE ":TDATE".
 77   TREASON-N          PIC X(8) VALUE ":TREASON".
 77   EMPNO-N-L          PIC S9(9) VALUE 6 COMP.
 77   ENAME-N-L          PIC S9(9) VALUE 6 COMP.
 77   JOB-N-L            PIC S9(9) VALUE 4 COMP.
 77   SAL-N-L            PIC S9(9) VALUE 4 COMP.
 77   DEPTNO-N-L         PIC S9(9) VALUE 7 COMP.
 77   TDATE-N-L          PIC S9(9) VALUE 6 COMP.
 77   TREASON-N-L        PIC S9(9) VALUE 8 COMP.

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

 77   EMP-FOUND-SW       PIC X     VALUE "N".
 77   DEPT-FOUND-SW      PIC X     VALUE "N".
 77   GRADE-FOUND-SW     PIC X     VALUE "N".
 77   JOB-REJECT-SW      PIC X     VALUE "N".
 77   SALHIST-OK-SW      PIC X     VALUE "Y".
 77   GRADE-MINSAL       PIC X(10).
 77   GRADE-MAXSAL       PIC X(10).
 77   GRADE-MINSAL-N     PIC S9(7)V99 COMP-3.
 77   GRADE-MAXSAL-N     PIC S9(7)V99 COMP-3.
 77   GRADE-SAL-L        PIC S9(9) VALUE 10 COMP.
 77   SAL-NUM            PIC S9(7)V99 COMP-3 VALUE 0.
 77   CHECK-JOB          PIC X(12).
 77   CHECK-SAL          PIC X(10).

* The department-budget check, CBXFER's fields of the same names.
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
 77   BUDGET-REASON      PIC X(40).

* The whole pending file, loaded once and rewritten whole after
* every item, the way CBPERMM keeps CBPERM.DAT. PT-DONE-SW marks
* an item that has applied and is to be dropped.
 01  PEND-TABLE.
     02   PT-ENTRY OCCURS 2000 TIMES INDEXED BY PT-IDX WR-IDX.
         03   PT-SEQNO       PIC 9(6).
         03   PT-TYPE        PIC X(4).
         03   PT-EFFDATE     PIC X(8).
         03   PT-EMPNO       PIC 9(9).
         03   PT-ENAME       PIC X(12).
         03   PT-DEPTNO      PIC X(10).
         03   PT-FIELD       PIC X(4).
         03   PT-NEWVAL      PIC X(12).
         03   PT-REQ-USERID  PIC X(10).
         03   PT-REQ-STAMP   PIC X(14).
         03   PT-LAST-TRY    PIC X(8).
         03   PT-LAST-ERR    PIC X(30).
         03   PT-DONE-SW     PIC X.
 77   PEND-COUNT         PIC S9(9) COMP VALUE 0.
 77   PEND-FULL-SW       PIC X     VALUE "N".
 77   PENDING-EOF-SW     PIC X     VALUE "N".
 77   REWRITE-OK-SW      PIC X     VALUE "Y".
* The status of a failed WRITE or CLOSE of CBPEND.DAT, and the
* first table entry the rewrite did not get onto the file.
 77   SAVE-STATUS        PIC XX    VALUE "00".
 77   UNSAVED-FROM       PIC S9(9) COMP VALUE 0.

 77   RUN-STAMP          PIC X(14).
 77   TODAY-DATE         PIC X(8).
 77   ITEM-OK-SW         PIC X     VALUE "N".
 77   ITEM-ERROR         PIC X(30).
 77   ITEM-NOTE          PIC X(30).

 77   DUE-COUNT          PIC S9(9) COMP VALUE 0.
 77   APPLIED-COUNT      PIC S9(9) COMP VALUE 0.
 77   FAILED-COUNT       PIC S9(9) COMP VALUE 0.
 77   NOT-DUE-COUNT      PIC S9(9) COMP VALUE 0.
 77   COUNT-D            PIC ZZZZ9.

 77   WS-AUDIT-STATUS    PIC X(8).
 77   WS-AUDIT-REASON    PIC X(40).
 77   WS-AUDIT-USERID    PIC X(10).

 77   PENDING-STATUS     PIC XX    VALUE "00".
 77   REPORT-STATUS      PIC XX    VALUE "00".
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

 01  PRINT-LINE.
     02   PL-SEQNO       PIC 9(6).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-TYPE        PIC X(4).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-EFFDATE     PIC X(8).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-EMPNO       PIC Z(8)9.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-ENAME       PIC X(12).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-FIELD       PIC X(4).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-NEWVAL      PIC X(12).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-RESULT      PIC X(7).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-NOTE        PIC X(30).

 01  COUNT-LINE.
     02   CL-LABEL       PIC X(32).
     02   CL-COUNT       PIC ZZZZ9.

 01  TITLE-LINE.
     02   FILLER         PIC X(38) VALUE
                           "Pending Transactions Applied - Run of ".
     02   TL-DATE        PIC X(8).
 01  HEADING-LINE-1       PIC X(100) VALUE
         "Item   Type Eff Date  Employee Name         Fld  New Value
-        "    Result  Note".
 01  HEADING-LINE-2       PIC X(100) VALUE
         "------ ---- -------- --------- ------------ ---- ----------
-        "-- ------- ------------------------------".

* Standard IBM JCL PARM linkage, shared convention with CBDEM1: the
* first halfword is the binary length of the text that follows.
 LINKAGE SECTION.
 01  LS-LOGON-PARM.
     02   LS-PARM-LEN     PIC S9(4) COMP.
     02   LS-PARM-TEXT    PIC X(78).

 PROCEDURE DIVISION USING LS-LOGON-PARM.
 BEGIN.
     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE RUN-STAMP(1:8) TO TODAY-DATE.

     PERFORM LOAD-PENDING-TABLE.
     IF PEND-FULL-SW = "Y"
         DISPLAY "Pending table full - " "CBPEND.DAT"
             " too large to apply safely; run refused."
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

     OPEN OUTPUT REPORT-FILE.
     IF REPORT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBPENDB.LST" " - run aborted."
         PERFORM DISCONNECT-FROM-ORACLE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM OPEN-SQL-CURSORS.
     PERFORM OPEN-AUDIT-LOG.
     PERFORM PRINT-REPORT-HEADING.

     PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PEND-COUNT OR REWRITE-OK-SW NOT = "Y"
         IF PT-EFFDATE(PT-IDX) > TODAY-DATE
             ADD 1 TO NOT-DUE-COUNT
         ELSE
             ADD 1 TO DUE-COUNT
             PERFORM APPLY-PENDING-ITEM
             PERFORM PRINT-DETAIL-LINE
             PERFORM REWRITE-PENDING-FILE
         END-IF
     END-PERFORM.

     PERFORM PRINT-RUN-SUMMARY.
     PERFORM CLOSE-AUDIT-LOG.
     CLOSE REPORT-FILE.
     PERFORM CLOSE-SQL-CURSORS.
     PERFORM DISCONNECT-FROM-ORACLE.
     IF REWRITE-OK-SW NOT = "Y"
         MOVE 8 TO RETURN-CODE
     ELSE
         IF FAILED-COUNT > 0
             MOVE 4 TO RETURN-CODE
         ELSE
             MOVE 0 TO RETURN-CODE
         END-IF
     END-IF.
     STOP RUN.

* ----------------------------------------------------------
* LOAD-PENDING-TABLE reads CBPEND.DAT into PEND-TABLE. Status 35
* just means nothing has ever been scheduled - the run reports
* nothing due. A file too big for the table refuses the run
* rather than rewrite the file without the items that did not
* fit.
* ----------------------------------------------------------
 LOAD-PENDING-TABLE.
     MOVE 0 TO PEND-COUNT.
     MOVE "N" TO PENDING-EOF-SW.
     OPEN INPUT PENDING-FILE.
     IF PENDING-STATUS = "00"
         PERFORM UNTIL PENDING-EOF-SW = "Y"
             READ PENDING-FILE
                 AT END
                     MOVE "Y" TO PENDING-EOF-SW
                 NOT AT END
                     PERFORM STORE-PENDING-RECORD
             END-READ
         END-PERFORM
         CLOSE PENDING-FILE
     ELSE
         DISPLAY "Pending-transactions file " "CBPEND.DAT"
             " not on file - nothing scheduled."
     END-IF.

 STORE-PENDING-RECORD.
     IF PEND-COUNT < 2000
         ADD 1 TO PEND-COUNT
         SET PT-IDX TO PEND-COUNT
         MOVE PD-SEQNO      TO PT-SEQNO(PT-IDX)
         MOVE PD-TYPE       TO PT-TYPE(PT-IDX)
         MOVE PD-EFFDATE    TO PT-EFFDATE(PT-IDX)
         MOVE PD-EMPNO      TO PT-EMPNO(PT-IDX)
         MOVE PD-ENAME      TO PT-ENAME(PT-IDX)
         MOVE PD-DEPTNO     TO PT-DEPTNO(PT-IDX)
         MOVE PD-FIELD      TO PT-FIELD(PT-IDX)
         MOVE PD-NEWVAL     TO PT-NEWVAL(PT-IDX)
         MOVE PD-REQ-USERID TO PT-REQ-USERID(PT-IDX)
         MOVE PD-REQ-STAMP  TO PT-REQ-STAMP(PT-IDX)
         MOVE PD-LAST-TRY   TO PT-LAST-TRY(PT-IDX)
         MOVE PD-LAST-ERR   TO PT-LAST-ERR(PT-IDX)
         MOVE "N"           TO PT-DONE-SW(PT-IDX)
     ELSE
         MOVE "Y" TO PEND-FULL-SW
     END-IF.

* ----------------------------------------------------------
* APPLY-PENDING-ITEM runs one due item. The requester's right is
* checked first, then the employee row is fetched as it stands
* tonight, then the type decides which apply paragraph runs. Each
* apply paragraph sets ITEM-OK-SW and, on failure, ITEM-ERROR.
* ----------------------------------------------------------
 APPLY-PENDING-ITEM.
     MOVE "N" TO ITEM-OK-SW.
     MOVE SPACES TO ITEM-ERROR.
     MOVE SPACES TO ITEM-NOTE.
     MOVE PT-REQ-USERID(PT-IDX) TO WS-AUDIT-USERID.
     MOVE PT-EMPNO(PT-IDX) TO P-EMPNO.
     MOVE PT-ENAME(PT-IDX) TO ENAME.
     MOVE PT-DEPTNO(PT-IDX) TO DEPTNO.
     PERFORM CHECK-REQUESTER-PERMIT.
     IF PERMIT-OK-SW NOT = "Y"
         MOVE "REQUESTER NOT AUTHORIZED" TO ITEM-ERROR
     ELSE
         PERFORM LOOKUP-EMPLOYEE
         IF EMP-FOUND-SW NOT = "Y"
             MOVE "EMPNO NOT FOUND" TO ITEM-ERROR
         ELSE
             EVALUATE PT-TYPE(PT-IDX)
                 WHEN "XFER"
                     PERFORM APPLY-TRANSFER
                 WHEN "TERM"
                     PERFORM APPLY-TERMINATION
                 WHEN "CORR"
                     PERFORM APPLY-CORRECTION
                 WHEN OTHER
                     MOVE "UNKNOWN ITEM TYPE" TO ITEM-ERROR
             END-EVALUATE
         END-IF
     END-IF.
     IF ITEM-OK-SW = "Y"
         MOVE "Y" TO PT-DONE-SW(PT-IDX)
         ADD 1 TO APPLIED-COUNT
     ELSE
         ADD 1 TO FAILED-COUNT
         MOVE TODAY-DATE TO PT-LAST-TRY(PT-IDX)
         MOVE ITEM-ERROR TO PT-LAST-ERR(PT-IDX)
         MOVE ITEM-ERROR TO ITEM-NOTE
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         MOVE SPACES TO WS-AUDIT-REASON
         STRING "#" PT-SEQNO(PT-IDX) " " ITEM-ERROR
             DELIMITED BY SIZE INTO WS-AUDIT-REASON
         END-STRING
         PERFORM WRITE-AUDIT-RECORD
     END-IF.

* ----------------------------------------------------------
* CHECK-REQUESTER-PERMIT looks the operator who scheduled the
* item up in CBPERM.DAT and passes them only while they still
* carry Y in the column the online program gates on - transfer,
* terminate or correct. A missing file leaves access unrestricted,
* the same as every other gate.
* ----------------------------------------------------------
 CHECK-REQUESTER-PERMIT.
     MOVE "N" TO PERMIT-OK-SW.
     MOVE "N" TO PERMIT-EOF-SW.
     OPEN INPUT PERMIT-FILE.
     IF PERMIT-STATUS NOT = "00"
         MOVE "Y" TO PERMIT-OK-SW
     ELSE
         PERFORM UNTIL PERMIT-EOF-SW = "Y"
             READ PERMIT-FILE
                 AT END
                     MOVE "Y" TO PERMIT-EOF-SW
                 NOT AT END
                     IF OP-USERID = PT-REQ-USERID(PT-IDX)
                         MOVE "Y" TO PERMIT-EOF-SW
                         PERFORM CHECK-REQUESTER-COLUMN
                     END-IF
             END-READ
         END-PERFORM
         CLOSE PERMIT-FILE
     END-IF.

 CHECK-REQUESTER-COLUMN.
     EVALUATE PT-TYPE(PT-IDX)
         WHEN "XFER"
             IF OP-XFER = "Y"
                 MOVE "Y" TO PERMIT-OK-SW
             END-IF
         WHEN "TERM"
             IF OP-TERM = "Y"
                 MOVE "Y" TO PERMIT-OK-SW
             END-IF
         WHEN "CORR"
             IF OP-CORR = "Y"
                 MOVE "Y" TO PERMIT-OK-SW
             END-IF
     END-EVALUATE.

* ----------------------------------------------------------
* APPLY-TRANSFER is CBXFER's VALIDATE-AND-TRANSFER for an item:
* the receiving department must still be in DEPT and within its
* budget with this employee added, and the move is committed and
* audited XFERRED with both departments. An over-budget move
* fails with the budget reason and stays pending. An employee
* already in the receiving department needs nothing done and the
* item is simply cleared.
* ----------------------------------------------------------
 APPLY-TRANSFER.
     MOVE PT-NEWVAL(PT-IDX) TO NEW-DEPTNO.
     IF NEW-DEPTNO = DEPTNO
         MOVE "Y" TO ITEM-OK-SW
         MOVE "ALREADY IN DEPT - NO CHANGE" TO ITEM-NOTE
     ELSE
         PERFORM LOOKUP-DEPT
         IF DEPT-FOUND-SW NOT = "Y"
             MOVE "DEPT NOT FOUND" TO ITEM-ERROR
         ELSE
             PERFORM CHECK-XFER-BUDGET
             IF BUDGET-OVER-SW = "Y"
                 MOVE BUDGET-REASON TO ITEM-ERROR
             ELSE
                 PERFORM EXECUTE-TRANSFER
             END-IF
         END-IF
     END-IF.

 EXECUTE-TRANSFER.
     MOVE "DEPT" TO PT-FIELD(PT-IDX).
     MOVE NEW-DEPTNO TO NEW-VALUE.
     CALL "OSQL3" USING CURSOR-1 SQL-UPDDEPT SQL-UPDDEPT-L
         INTEGER ASC.
     PERFORM EXECUTE-UPDATE.
     IF ITEM-OK-SW = "Y"
         MOVE "XFERRED" TO WS-AUDIT-STATUS
         MOVE SPACES TO WS-AUDIT-REASON
         STRING "DEPT " DEPTNO " -> " NEW-DEPTNO
             DELIMITED BY SIZE INTO WS-AUDIT-REASON
         END-STRING
         MOVE NEW-DEPTNO TO DEPTNO
         PERFORM WRITE-AUDIT-RECORD
     END-IF.

* ----------------------------------------------------------
* CHECK-XFER-BUDGET is CBXFER's paragraph of the same name: the
* receiving department is measured against its DEPTBUDG row for
* the fiscal year the move takes effect in, with this employee's
* head and SAL+COMM, as the row stands tonight, added on.
* ----------------------------------------------------------
 CHECK-XFER-BUDGET.
     MOVE NEW-DEPTNO TO BUDGET-DEPTNO.
     MOVE PT-EFFDATE(PT-IDX)(1:4) TO BUDGET-FISCYR.
     MOVE 1 TO BUDGET-ADD-COUNT.
     COMPUTE BUDGET-ADD-COST = FUNCTION NUMVAL(SAL)
         + FUNCTION NUMVAL(COMM).
     PERFORM CHECK-DEPT-BUDGET.

* CHECK-DEPT-BUDGET reads BUDGET-DEPTNO's DEPTBUDG row for
* BUDGET-FISCYR and, if there is one, adds BUDGET-ADD-COUNT and
* BUDGET-ADD-COST to what the department carries tonight and
* sets BUDGET-OVER-SW when either total passes the approved
* figure. BUDGET-REASON names which. A department with no
* DEPTBUDG row for the year is not checked.
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
* APPLY-TERMINATION is CBTERM1's MOVE-ROW-TO-HISTORY for an item:
* the EMPHIST copy goes in first with the effective date and the
* scheduled reason, the EMP row comes out second, and only both
* together are committed.
* ----------------------------------------------------------
 APPLY-TERMINATION.
     MOVE PT-EFFDATE(PT-IDX) TO TERM-DATE.
     MOVE PT-NEWVAL(PT-IDX) TO TERM-REASON.
     PERFORM INSERT-HISTORY-ROW.
     IF C-RC OF CURSOR-1 NOT = ZERO-B
         PERFORM DISPLAY-UPDATE-ERROR
         CALL "OROL" USING LDA
         MOVE "HISTORY INSERT FAILED" TO ITEM-ERROR
     ELSE
         PERFORM DELETE-EMPLOYEE-ROW
         IF C-RC OF CURSOR-3 NOT = ZERO-B
             CALL "OROL" USING LDA
             MOVE "EMP DELETE FAILED" TO ITEM-ERROR
         ELSE
             CALL "OCOM" USING LDA
             MOVE "Y" TO ITEM-OK-SW
             MOVE "REMOVED" TO WS-AUDIT-STATUS
             MOVE SPACES TO WS-AUDIT-REASON
             STRING "TERMINATED " TERM-DATE " REASON "
                 TERM-REASON DELIMITED BY SIZE
                 INTO WS-AUDIT-REASON
             END-STRING
             PERFORM WRITE-AUDIT-RECORD
         END-IF
     END-IF.

 INSERT-HISTORY-ROW.
     CALL "OSQL3" USING CURSOR-1 SQL-INSHIST SQL-INSHIST-L
         INTEGER ASC.
     CALL "OBNDRV" USING CURSOR-1 EMPNO-N EMPNO-N-L P-EMPNO
         P-EMPNO-L BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRV" USING CURSOR-1 ENAME-N ENAME-N-L ENAME
         ENAME-L BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRV" USING CURSOR-1 JOB-N JOB-N-L JOB
         JOB-L BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRV" USING CURSOR-1 SAL-N SAL-N-L SAL
         SAL-L BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRV" USING CURSOR-1 DEPTNO-N DEPTNO-N-L DEPTNO
         DEPTNO-L BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRV" USING CURSOR-1 TDATE-N TDATE-N-L TERM-DATE
         TERM-DATE-L BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRV" USING CURSOR-1 TREASON-N TREASON-N-L TERM-REASON
         TERM-REASON-L BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.

 DELETE-EMPLOYEE-ROW.
     CALL "OSQL3" USING CURSOR-3 SQL-DELEMP SQL-DELEMP-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-3 ONE P-EMPNO P-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-3 ONE ZERO-A.

* ----------------------------------------------------------
* APPLY-CORRECTION is CBEMPQ's CHANGE-ENAME/JOB/SAL/DEPTNO/COMM
* for an item - the same band and department checks, the same
* single-column UPDATE, and the same CHANGED audit record with
* the old and the new value.
* ----------------------------------------------------------
 APPLY-CORRECTION.
     MOVE PT-NEWVAL(PT-IDX) TO NEW-VALUE.
     MOVE "N" TO JOB-REJECT-SW.
     MOVE "Y" TO DEPT-FOUND-SW.
     EVALUATE PT-FIELD(PT-IDX)
         WHEN "NAME"
             MOVE ENAME TO OLD-VALUE
         WHEN "JOB"
             MOVE JOB TO OLD-VALUE
             MOVE NEW-VALUE TO CHECK-JOB
             MOVE SAL TO CHECK-SAL
             PERFORM CHECK-JOB-GRADE
         WHEN "SAL"
             MOVE SAL TO OLD-VALUE
             MOVE JOB TO CHECK-JOB
             MOVE NEW-VALUE(1:10) TO CHECK-SAL
             PERFORM CHECK-JOB-GRADE
         WHEN "DEPT"
             MOVE DEPTNO TO OLD-VALUE
             MOVE NEW-VALUE(1:10) TO NEW-DEPTNO
             PERFORM LOOKUP-DEPT
         WHEN "COMM"
             MOVE COMM TO OLD-VALUE
         WHEN OTHER
             MOVE "UNKNOWN FIELD" TO ITEM-ERROR
     END-EVALUATE.
     IF ITEM-ERROR = SPACES
         IF JOB-REJECT-SW = "Y"
             IF GRADE-FOUND-SW = "Y"
                 MOVE "SALARY OUT OF GRADE BAND" TO ITEM-ERROR
             ELSE
                 MOVE "JOB NOT FOUND" TO ITEM-ERROR
             END-IF
         ELSE
             IF DEPT-FOUND-SW NOT = "Y"
                 MOVE "DEPT NOT FOUND" TO ITEM-ERROR
             ELSE
                 PERFORM PARSE-CORRECTION-UPDATE
                 PERFORM EXECUTE-UPDATE
                 IF ITEM-OK-SW = "Y"
                     PERFORM AUDIT-APPLIED-CHANGE
                 END-IF
             END-IF
         END-IF
     END-IF.

 PARSE-CORRECTION-UPDATE.
     EVALUATE PT-FIELD(PT-IDX)
         WHEN "NAME"
             CALL "OSQL3" USING CURSOR-1 SQL-UPDNAME SQL-UPDNAME-L
                 INTEGER ASC
         WHEN "JOB"
             CALL "OSQL3" USING CURSOR-1 SQL-UPDJOB SQL-UPDJOB-L
                 INTEGER ASC
         WHEN "SAL"
             CALL "OSQL3" USING CURSOR-1 SQL-UPDSAL SQL-UPDSAL-L
                 INTEGER ASC
         WHEN "DEPT"
             CALL "OSQL3" USING CURSOR-1 SQL-UPDDEPT SQL-UPDDEPT-L
                 INTEGER ASC
         WHEN "COMM"
             CALL "OSQL3" USING CURSOR-1 SQL-UPDCOMM SQL-UPDCOMM-L
                 INTEGER ASC
     END-EVALUATE.

* ----------------------------------------------------------
* EXECUTE-UPDATE binds the new value and the key to whichever
* UPDATE the caller just parsed on CURSOR-1, writes the SALHIST
* row for a JOB, SAL or COMM change, and commits both together -
* or rolls back and fails the item, the way CBEMPQ's paragraph of
* the same name does.
* ----------------------------------------------------------
 EXECUTE-UPDATE.
     CALL "OBNDRN" USING CURSOR-1 ONE NEW-VALUE NEW-VALUE-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 TWO P-EMPNO P-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     MOVE "Y" TO SALHIST-OK-SW.
     IF C-RC OF CURSOR-1 = ZERO-B
         IF PT-TYPE(PT-IDX) = "CORR"
             IF PT-FIELD(PT-IDX) = "JOB" OR PT-FIELD(PT-IDX) = "SAL"
                     OR PT-FIELD(PT-IDX) = "COMM"
                 PERFORM RECORD-PAY-CHANGE
             END-IF
         END-IF
     END-IF.
     IF C-RC OF CURSOR-1 NOT = ZERO-B
         PERFORM DISPLAY-UPDATE-ERROR
         MOVE "UPDATE FAILED" TO ITEM-ERROR
     ELSE
         IF SALHIST-OK-SW NOT = "Y"
             PERFORM DISPLAY-SALHIST-ERROR
             CALL "OROL" USING LDA
             MOVE "SALARY HISTORY FAILED" TO ITEM-ERROR
         ELSE
             CALL "OCOM" USING LDA
             MOVE "Y" TO ITEM-OK-SW
         END-IF
     END-IF.

* RECORD-PAY-CHANGE stages the SALHIST row from the row as it
* stood before the change, dated the item's effective date, with
* the scheduling operator as OPERID.
 RECORD-PAY-CHANGE.
     MOVE P-EMPNO TO SH-EMPNO.
     MOVE PT-EFFDATE(PT-IDX) TO SH-EFFDATE.
     MOVE PT-REQ-USERID(PT-IDX) TO SH-OPERID.
     MOVE SAL  TO SH-OLDSAL.
     MOVE SAL  TO SH-NEWSAL.
     MOVE COMM TO SH-OLDCOMM.
     MOVE COMM TO SH-NEWCOMM.
     MOVE JOB  TO SH-OLDJOB.
     MOVE JOB  TO SH-NEWJOB.
     EVALUATE PT-FIELD(PT-IDX)
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

* INSERT-SALARY-HISTORY writes the staged row on CURSOR-2 exactly
* as CBDEM1's paragraph of the same name does, except that OPERID
* is the scheduling operator rather than the connected USER-ID.
* It does not commit; EXECUTE-UPDATE does.
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
     CALL "OBNDRN" USING CURSOR-2 TEN SH-OPERID SH-OPERID-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-2 ELEVEN SH-ENTERED SH-ENTERED-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-2 ONE ZERO-A.
     MOVE SPACES TO SH-EFFDATE.

 AUDIT-APPLIED-CHANGE.
     MOVE "CHANGED" TO WS-AUDIT-STATUS.
     MOVE SPACES TO WS-AUDIT-REASON.
     STRING PT-FIELD(PT-IDX) " " OLD-VALUE " -> " NEW-VALUE
         DELIMITED BY SIZE INTO WS-AUDIT-REASON
     END-STRING.
     EVALUATE PT-FIELD(PT-IDX)
         WHEN "NAME"
             MOVE NEW-VALUE TO ENAME
         WHEN "DEPT"
             MOVE NEW-DEPTNO TO DEPTNO
     END-EVALUATE.
     PERFORM WRITE-AUDIT-RECORD.

* ----------------------------------------------------------
* LOOKUP-EMPLOYEE fetches the item's employee as the row stands
* tonight; the audit record and the EMPHIST copy use these
* figures, not the ones captured when the item was scheduled.
* ----------------------------------------------------------
 LOOKUP-EMPLOYEE.
     MOVE "N" TO EMP-FOUND-SW.
     MOVE SPACES TO JOB SAL COMM.
     CALL "OSQL3" USING CURSOR-3 SQL-SELEMP SQL-SELEMP-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-3 ONE P-EMPNO P-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-3 ONE ENAME ENAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-3 TWO JOB JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-3 THREE SAL SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-3 FOUR DEPTNO DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-3 FIVE COMM COMM-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-3 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-3 ONE.
     IF C-RC OF CURSOR-3 = ZERO-B
         MOVE "Y" TO EMP-FOUND-SW
     END-IF.

* ----------------------------------------------------------
* LOOKUP-DEPT validates NEW-DEPTNO against the DEPT table exactly
* as CBDEM1's paragraph of the same name does.
* ----------------------------------------------------------
 LOOKUP-DEPT.
     MOVE "N" TO DEPT-FOUND-SW.
     MOVE SPACES TO DNAME.
     CALL "OSQL3" USING CURSOR-2 SQL-SEL SQL-SEL-L INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-2 ONE NEW-DEPTNO DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-2 ONE DNAME DNAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-2 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-2 ONE.
     IF C-RC OF CURSOR-2 = ZERO-B
         MOVE "Y" TO DEPT-FOUND-SW
     END-IF.

* ----------------------------------------------------------
* CHECK-JOB-GRADE - same band test as CBDEM1's, applied to the
* CHECK-JOB/CHECK-SAL pair the caller staged.
* ----------------------------------------------------------
 CHECK-JOB-GRADE.
     MOVE "N" TO GRADE-FOUND-SW.
     MOVE "N" TO JOB-REJECT-SW.
     CALL "OSQL3" USING CURSOR-4 SQL-SELGRADE SQL-SELGRADE-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-4 ONE CHECK-JOB JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-4 ONE GRADE-MINSAL GRADE-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-4 TWO GRADE-MAXSAL GRADE-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-4 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-4 ONE.
     IF C-RC OF CURSOR-4 = ZERO-B
         MOVE "Y" TO GRADE-FOUND-SW
         MOVE FUNCTION NUMVAL(CHECK-SAL) TO SAL-NUM
         MOVE FUNCTION NUMVAL(GRADE-MINSAL) TO GRADE-MINSAL-N
         MOVE FUNCTION NUMVAL(GRADE-MAXSAL) TO GRADE-MAXSAL-N
         IF SAL-NUM < GRADE-MINSAL-N OR SAL-NUM > GRADE-MAXSAL-N
             MOVE "Y" TO JOB-REJECT-SW
         END-IF
     ELSE
         MOVE "Y" TO JOB-REJECT-SW
     END-IF.

* ----------------------------------------------------------
* REWRITE-PENDING-FILE writes every item not yet applied back
* over CBPEND.DAT. It runs after every due item, so a rerun
* after an abend finds exactly the items still outstanding. If
* the file cannot be rewritten the run stops applying at once.
* A WRITE or CLOSE that fails part-way leaves CBPEND.DAT short,
* so the items that may be missing from it are listed for HR to
* schedule again.
* ----------------------------------------------------------
 REWRITE-PENDING-FILE.
     OPEN OUTPUT PENDING-FILE.
     IF PENDING-STATUS NOT = "00"
         DISPLAY "Unable to rewrite " "CBPEND.DAT"
             " - run stopped after item #" PT-SEQNO(PT-IDX) "."
         MOVE "N" TO REWRITE-OK-SW
     ELSE
         MOVE 1 TO UNSAVED-FROM
         PERFORM VARYING WR-IDX FROM 1 BY 1
                 UNTIL WR-IDX > PEND-COUNT OR REWRITE-OK-SW NOT = "Y"
             IF PT-DONE-SW(WR-IDX) NOT = "Y"
                 PERFORM WRITE-PENDING-RECORD
             END-IF
         END-PERFORM
         CLOSE PENDING-FILE
         IF PENDING-STATUS NOT = "00" AND REWRITE-OK-SW = "Y"
             MOVE PENDING-STATUS TO SAVE-STATUS
             MOVE "N" TO REWRITE-OK-SW
         END-IF
         IF REWRITE-OK-SW NOT = "Y"
             PERFORM LIST-UNSAVED-ITEMS
         END-IF
     END-IF.

 WRITE-PENDING-RECORD.
     MOVE PT-SEQNO(WR-IDX)      TO PD-SEQNO.
     MOVE PT-TYPE(WR-IDX)       TO PD-TYPE.
     MOVE PT-EFFDATE(WR-IDX)    TO PD-EFFDATE.
     MOVE PT-EMPNO(WR-IDX)      TO PD-EMPNO.
     MOVE PT-ENAME(WR-IDX)      TO PD-ENAME.
     MOVE PT-DEPTNO(WR-IDX)     TO PD-DEPTNO.
     MOVE PT-FIELD(WR-IDX)      TO PD-FIELD.
     MOVE PT-NEWVAL(WR-IDX)     TO PD-NEWVAL.
     MOVE PT-REQ-USERID(WR-IDX) TO PD-REQ-USERID.
     MOVE PT-REQ-STAMP(WR-IDX)  TO PD-REQ-STAMP.
     MOVE PT-LAST-TRY(WR-IDX)   TO PD-LAST-TRY.
     MOVE PT-LAST-ERR(WR-IDX)   TO PD-LAST-ERR.
     WRITE PENDING-RECORD.
     IF PENDING-STATUS NOT = "00"
         MOVE PENDING-STATUS TO SAVE-STATUS
         SET UNSAVED-FROM TO WR-IDX
         MOVE "N" TO REWRITE-OK-SW
     END-IF.

* LIST-UNSAVED-ITEMS names every item still pending from the
* first one the rewrite failed on - all of them when the CLOSE
* failed, as none can be relied on.
 LIST-UNSAVED-ITEMS.
     DISPLAY "Unable to write " "CBPEND.DAT" " - status "
         SAVE-STATUS " - run stopped after item #"
         PT-SEQNO(PT-IDX) ". These items may be missing from it:".
     PERFORM VARYING WR-IDX FROM UNSAVED-FROM BY 1
             UNTIL WR-IDX > PEND-COUNT
         IF PT-DONE-SW(WR-IDX) NOT = "Y"
             DISPLAY "  #" PT-SEQNO(WR-IDX) " " PT-TYPE(WR-IDX)
                 " " PT-EFFDATE(WR-IDX) " " PT-EMPNO(WR-IDX)
                 " " PT-FIELD(WR-IDX) " " PT-NEWVAL(WR-IDX)
         END-IF
     END-PERFORM.

 PRINT-REPORT-HEADING.
     MOVE TODAY-DATE TO TL-DATE.
     MOVE TITLE-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY TITLE-LINE.
     MOVE HEADING-LINE-1 TO REPORT-LINE.
     WRITE REPORT-LINE.
     MOVE HEADING-LINE-2 TO REPORT-LINE.
     WRITE REPORT-LINE.

 PRINT-DETAIL-LINE.
     MOVE PT-SEQNO(PT-IDX)   TO PL-SEQNO.
     MOVE PT-TYPE(PT-IDX)    TO PL-TYPE.
     MOVE PT-EFFDATE(PT-IDX) TO PL-EFFDATE.
     MOVE PT-EMPNO(PT-IDX)   TO PL-EMPNO.
     MOVE ENAME              TO PL-ENAME.
     MOVE PT-FIELD(PT-IDX)   TO PL-FIELD.
     MOVE PT-NEWVAL(PT-IDX)  TO PL-NEWVAL.
     IF ITEM-OK-SW = "Y"
         MOVE "APPLIED" TO PL-RESULT
     ELSE
         MOVE "FAILED" TO PL-RESULT
     END-IF.
     MOVE ITEM-NOTE TO PL-NOTE.
     MOVE PRINT-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.

 PRINT-RUN-SUMMARY.
     MOVE SPACES TO REPORT-LINE.
     WRITE REPORT-LINE.
     MOVE "Items on file at start:" TO CL-LABEL.
     MOVE PEND-COUNT TO CL-COUNT.
     PERFORM PRINT-COUNT-LINE.
     MOVE "Items due:" TO CL-LABEL.
     MOVE DUE-COUNT TO CL-COUNT.
     PERFORM PRINT-COUNT-LINE.
     MOVE "Applied:" TO CL-LABEL.
     MOVE APPLIED-COUNT TO CL-COUNT.
     PERFORM PRINT-COUNT-LINE.
     MOVE "Failed - kept pending:" TO CL-LABEL.
     MOVE FAILED-COUNT TO CL-COUNT.
     PERFORM PRINT-COUNT-LINE.
     MOVE "Not yet due:" TO CL-LABEL.
     MOVE NOT-DUE-COUNT TO CL-COUNT.
     PERFORM PRINT-COUNT-LINE.
     IF REWRITE-OK-SW NOT = "Y"
         MOVE "RUN STOPPED - CBPEND.DAT COULD NOT BE REWRITTEN"
             TO REPORT-LINE
     ELSE
         IF FAILED-COUNT > 0
             MOVE "PENDING RUN NOT CLEAN - FAILED ITEMS KEPT PENDING"
                 TO REPORT-LINE
         ELSE
             MOVE "PENDING RUN CLEAN" TO REPORT-LINE
         END-IF
     END-IF.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE.

 PRINT-COUNT-LINE.
     MOVE COUNT-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY COUNT-LINE.

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
     CALL "OOPEN" USING CURSOR-3 LDA.
     CALL "OOPEN" USING CURSOR-4 LDA.

 CLOSE-SQL-CURSORS.
     CALL "OCLOSE" USING CURSOR-1.
     CALL "OCLOSE" USING CURSOR-2.
     CALL "OCLOSE" USING CURSOR-3.
     CALL "OCLOSE" USING CURSOR-4.

 DISCONNECT-FROM-ORACLE.
     CALL "OLOGOF" USING LDA.

 DISPLAY-ORA-ERROR.
     MOVE LDA-RC TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR - RETURN CODE: " ERR-RC-D.

* DISPLAY-UPDATE-ERROR and DISPLAY-SALHIST-ERROR report the
* failing cursor's own C-RC, the same distinction CBDEM1's
* DISPLAY-INSERT-ERROR draws.
 DISPLAY-UPDATE-ERROR.
     MOVE C-RC OF CURSOR-1 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON ITEM #" PT-SEQNO(PT-IDX)
         " - RETURN CODE: " ERR-RC-D.

 DISPLAY-SALHIST-ERROR.
     MOVE C-RC OF CURSOR-2 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON SALARY HISTORY - RETURN CODE: "
         ERR-RC-D.

* ----------------------------------------------------------
* Audit trail - identical record layout and open/extend handling
* to CBDEM1's, appended to the same CBDEM1.AUD file. The operator
* id is the one who scheduled the item (WS-AUDIT-USERID); the
* reason formats are the ones CBXFER, CBTERM1 and CBEMPQ write,
* so CBSNAPC matches an applied item like any other change.
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
         MOVE WS-AUDIT-USERID       TO AU-USERID
         MOVE P-EMPNO               TO AU-EMPNO
         MOVE ENAME                 TO AU-ENAME
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
     IF AUDIT-STATUS = "00"
         CLOSE AUDIT-FILE
     END-IF.
