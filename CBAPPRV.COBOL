* ----------------------------------------------------------
* CBAPPRV IS THE SECOND-OPERATOR APPROVAL STEP FOR THE CHANGES
* THAT NO ONE OPERATOR MAY MAKE ALONE. CBEMPQ, CBGRADE AND
* CBDEPTM DO NOT APPLY THESE THEMSELVES; THEY QUEUE THEM ON
* CBAPPR.DAT AS REQUESTS, AUDITED "REQUESTD":
*
*   SAL   A CBEMPQ SALARY CHANGE OF MORE THAN THE CBAPPR.CTL
*         PERCENTAGE, UP OR DOWN
*   GADD  A CBGRADE NEW GRADE         GCHG  A CBGRADE BAND CHANGE
*   DADD  A CBDEPTM NEW DEPARTMENT    DREN  A CBDEPTM RENAME
*   DCLS  A CBDEPTM CLOSE
*
* THE OPERATOR PICKS FROM A MENU:
*
*        (L)ist, (A)pprove, (R)eject request
*
* LIST SHOWS EVERY REQUEST STILL WAITING WITH ITS OLD AND NEW
* VALUES AND THE OPERATOR WHO RAISED IT. APPROVE TAKES A REQUEST
* NUMBER, SHOWS IT, AND AFTER AN EXPLICIT Y MAKES THE CHECKS THE
* REQUESTING PROGRAM MADE ONCE MORE AGAINST THE TABLES AS THEY
* STAND NOW, THEN APPLIES THE CHANGE AND COMMITS IT:
*
*   SAL   THE EMPLOYEE'S SALARY MUST STILL BE THE ONE THE REQUEST
*         WAS RAISED AGAINST, AND THE NEW ONE INSIDE THE JOB'S
*         BAND. A REQUEST DATED TODAY OR EARLIER IS APPLIED WITH
*         ITS SALHIST ROW AND A "CHANGED" AUDIT RECORD IN
*         CBEMPQ'S FORMAT; ONE DATED LATER GOES TO CBPEND.DAT AS
*         A SAL CORRECTION FOR CBPENDB, AUDITED "PENDING". BOTH
*         CARRY THE REQUESTER AS THE OPERATOR, AS IF CBEMPQ HAD
*         MADE THE CHANGE.
*   GADD  THE JOB MUST NOT BE IN JOBGRADE YET. GCHG THE JOB MUST
*         BE THERE WITH THE BAND THE REQUEST SAW; THE COUNT OF
*         EMP ROWS THE NEW BAND STRANDS IS SHOWN BEFORE THE Y.
*   DADD  THE DEPTNO MUST NOT EXIST YET. DREN IT MUST EXIST.
*         DCLS IT MUST EXIST AND HAVE NO EMPLOYEES LEFT.
*
* A REQUEST THAT FAILS ITS CHECKS STAYS QUEUED WITH THE REASON,
* AUDITED "REJECTED", FOR THE APPROVER TO REJECT OR RETRY. AN
* APPROVED ONE IS AUDITED "APPROVED" AND LEAVES THE QUEUE.
* REJECT REMOVES A REQUEST AFTER AN EXPLICIT Y, AUDITED
* "DECLINED" (REJECTED ALREADY MEANS A FAILED CHECK IN THE
* TRAIL). THE OPERATOR WHO RAISED A REQUEST CAN NEITHER APPROVE
* NOR REJECT IT - THE ATTEMPT IS REFUSED AND AUDITED "DENIED".
*
* AT STARTUP EVERY REQUEST OLDER THAN THE CBAPPR.CTL EXPIRY DAYS
* (14 WHEN THE FILE IS NOT ON FILE) IS DROPPED FROM THE QUEUE
* AND AUDITED "EXPIRED"; IT MUST BE RAISED AGAIN IF IT IS STILL
* WANTED. EVERY AUDIT RECORD CARRIES THE REQUEST AS "#ITEM TYPE"
* FOLLOWED BY ITS VALUES, SO CBAUD1 REPORTS EACH STEP.
*
* THE CONNECTED USER-ID NEEDS Y IN THE APPROVAL COLUMN OF
* CBPERM.DAT; ANYONE ELSE IS REFUSED WITH A DENIED AUDIT RECORD.
* A SITE WITH NO CBPERM.DAT ON FILE RUNS UNRESTRICTED, THE SAME
* NO-FLAG-DAY ROLLOUT RULE CBDEM1 APPLIES - THE REQUESTER RULE
* STILL HOLDS.
*
* THE QUEUE IS RELOADED BEFORE EVERY MENU CHOICE. EACH CHANGE
* READS CBAPPR.DAT AGAIN JUST BEFORE IT IS REWRITTEN AND APPLIES
* ONLY THAT DECISION, BY REQUEST NUMBER, SO A REQUEST RAISED OR
* DECIDED ELSEWHERE WHILE THE APPROVER SITS AT A PROMPT IS NEITHER
* LOST NOR DECIDED TWICE - THE WAY CBPENDM KEEPS CBPEND.DAT.
*
* TO EXIT THE PROGRAM, ENTER A CARRIAGE RETURN AT THE MENU
* PROMPT.
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBAPPRV.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT APPROVAL-FILE ASSIGN TO "CBAPPR.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS APPROVAL-STATUS.
     SELECT APPR-CONTROL-FILE ASSIGN TO "CBAPPR.CTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS APPR-CONTROL-STATUS.
     SELECT PENDING-FILE ASSIGN TO "CBPEND.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PENDING-STATUS.
     SELECT AUDIT-FILE ASSIGN TO "CBDEM1.AUD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.
     SELECT PERMIT-FILE ASSIGN TO "CBPERM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PERMIT-STATUS.

 DATA DIVISION.
 FILE SECTION.

* One change awaiting a second operator's approval, written by
* CBEMPQ, CBGRADE and CBDEPTM - the layout CBEMPQ established.
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

* The approval thresholds - see CBEMPQ's LOAD-APPROVAL-CONTROL.
 FD  APPR-CONTROL-FILE
     LABEL RECORDS ARE STANDARD.
 01  APPR-CONTROL-RECORD.
     02   AC-SAL-PCT            PIC X(6).
     02   AC-EXPIRE-DAYS        PIC X(4).
     02   AC-SAL-DAYS           PIC X(4).

* One future-dated action per record - the layout CBEMPQ writes
* and the nightly CBPENDB applies. An approved salary change
* dated after today is scheduled here as a SAL correction.
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

 COPY CBLOGON.
 77   LOGON-PARM-SW      PIC X     VALUE "N".
 77   WS-LEN-IDX         PIC S9(9) COMP VALUE 0.
 77   WS-LEN-FOUND-SW    PIC X     VALUE "N".
 77   CONN               PIC S9(9) VALUE 0 COMP.
 77   CONN-L             PIC S9(9) VALUE 0 COMP.
 77   CONN-MODE          PIC S9(9) VALUE 0 COMP.

* Lookups, all on CURSOR-3: the employee a SAL request is for
* (CBPENDB's select), a department (CBDEM1's SQL-SEL), a grade
* (CBDEM1's SQL-SELGRADE), and the two counts CBDEPTM and
* CBGRADE show before a close or a band change.
 77   SQL-SELEMP         PIC X(56) VALUE
         "SELECT ENAME,JOB,SAL,DEPTNO,COMM FROM EMP WHERE EMPNO=:1".
 77   SQL-SELEMP-L       PIC S9(9) VALUE 56 COMP.
 77   SQL-SEL            PIC X(38) VALUE
         "SELECT DNAME FROM DEPT WHERE DEPTNO=:1".
 77   SQL-SEL-L          PIC S9(9) VALUE 38 COMP.
 77   SQL-SELGRADE       PIC X(47) VALUE
         "SELECT MINSAL,MAXSAL FROM JOBGRADE WHERE JOB=:1".
 77   SQL-SELGRADE-L     PIC S9(9) VALUE 47 COMP.
 77   SQL-CNTEMP         PIC X(40) VALUE
         "SELECT COUNT(*) FROM EMP WHERE DEPTNO=:1".
 77   SQL-CNTEMP-L       PIC S9(9) VALUE 40 COMP.
 77   SQL-CNTSTRAND      PIC X(60) VALUE
         "SELECT COUNT(*) FROM EMP WHERE JOB=:1 AND (SAL<:2 OR
-        " SAL>:3)".
 77   SQL-CNTSTRAND-L    PIC S9(9) VALUE 60 COMP.

* The changes themselves, all on CURSOR-1 - the statements
* CBEMPQ, CBGRADE and CBDEPTM used before these changes needed
* approval.
 77   SQL-UPDSAL         PIC X(36) VALUE
         "UPDATE EMP SET SAL=:1 WHERE EMPNO=:2".
 77   SQL-UPDSAL-L       PIC S9(9) VALUE 36 COMP.
 77   SQL-INSGRADE       PIC X(58) VALUE
         "INSERT INTO JOBGRADE (JOB,MINSAL,MAXSAL) VALUES (:1,:2,:3)".
 77   SQL-INSGRADE-L     PIC S9(9) VALUE 58 COMP.
 77   SQL-UPDGRADE       PIC X(52) VALUE
         "UPDATE JOBGRADE SET MINSAL=:1,MAXSAL=:2 WHERE JOB=:3".
 77   SQL-UPDGRADE-L     PIC S9(9) VALUE 52 COMP.
 77   SQL-INSDEPT        PIC X(53) VALUE
         "INSERT INTO DEPT (DEPTNO,DNAME,LOC) VALUES (:1,:2,:3)".
 77   SQL-INSDEPT-L      PIC S9(9) VALUE 53 COMP.
 77   SQL-RENDEPT        PIC X(40) VALUE
         "UPDATE DEPT SET DNAME=:1 WHERE DEPTNO=:2".
 77   SQL-RENDEPT-L      PIC S9(9) VALUE 40 COMP.
 77   SQL-DELDEPT        PIC X(32) VALUE
         "DELETE FROM DEPT WHERE DEPTNO=:1".
 77   SQL-DELDEPT-L      PIC S9(9) VALUE 32 COMP.

* Writes the SALHIST row for an approved salary change, on
* CURSOR-2 - see RECORD-PAY-CHANGE.
 77   SQL-INSSALH        PIC X(145) VALUE
         "INSERT INTO SALHIST (EMPNO,EFFDATE,OLDSAL,NEWSAL,OLDCOMM,
-        "NEWCOMM,OLDJOB,NEWJOB,SRCPGM,OPERID,ENTERED) VALUES (:1,:2,
-        ":3,:4,:5,:6,:7,:8,:9,:10,:11)".
 77   SQL-INSSALH-L      PIC S9(9) VALUE 145 COMP.

* One SALHIST row, the layout CBDEM1 writes for a hire. OPERID
* is the operator who raised the request, as in CBPENDB.
 77   SH-EMPNO           PIC 9(9)  VALUE 0.
 77   SH-EFFDATE         PIC X(8)  VALUE SPACES.
 77   SH-OLDSAL          PIC X(10).
 77   SH-NEWSAL          PIC X(10).
 77   SH-OLDCOMM         PIC X(10).
 77   SH-NEWCOMM         PIC X(10).
 77   SH-OLDJOB          PIC X(12).
 77   SH-NEWJOB          PIC X(12).
 77   SH-SRCPGM          PIC X(8)  VALUE "CBAPPRV".
 77   SH-OPERID          PIC X(10).
 77   SH-ENTERED         PIC X(14).
 77   SH-EMPNO-L         PIC S9(9) VALUE 9 COMP.
 77   SH-EFFDATE-L       PIC S9(9) VALUE 8 COMP.
 77   SH-SAL-L           PIC S9(9) VALUE 10 COMP.
 77   SH-JOB-L           PIC S9(9) VALUE 12 COMP.
 77   SH-SRCPGM-L        PIC S9(9) VALUE 8 COMP.
 77   SH-OPERID-L        PIC S9(9) VALUE 10 COMP.
 77   SH-ENTERED-L       PIC S9(9) VALUE 14 COMP.

* The employee row as it stands now, and the request's values in
* bindable form.
 77   P-EMPNO            PIC 9(9)  VALUE 0.
 77   ENAME              PIC X(12).
 77   JOB                PIC X(12).
 77   SAL                PIC X(10).
 77   DEPTNO             PIC X(10).
 77   COMM               PIC X(10).
 77   DNAME              PIC X(15).
 77   NEW-DNAME          PIC X(15).
 77   LOC                PIC X(13).
 77   NEW-VALUE          PIC X(12).
 77   OLD-VALUE          PIC X(12).
 77   G-JOB              PIC X(12).
 77   G-MINSAL           PIC X(10).
 77   G-MAXSAL           PIC X(10).
 77   P-EMPNO-L          PIC S9(9) VALUE 9 COMP.
 77   ENAME-L            PIC S9(9) VALUE 12 COMP.
 77   JOB-L              PIC S9(9) VALUE 12 COMP.
 77   SAL-L              PIC S9(9) VALUE 10 COMP.
 77   DEPTNO-L           PIC S9(9) VALUE 10 COMP.
 77   COMM-L             PIC S9(9) VALUE 10 COMP.
 77   DNAME-L            PIC S9(9) VALUE 15 COMP.
 77   LOC-L              PIC S9(9) VALUE 13 COMP.
 77   NEW-VALUE-L        PIC S9(9) VALUE 12 COMP.

 77   GRADE-MINSAL       PIC X(10).
 77   GRADE-MAXSAL       PIC X(10).
 77   GRADE-MINSAL-N     PIC S9(7)V99 COMP-3.
 77   GRADE-MAXSAL-N     PIC S9(7)V99 COMP-3.
 77   GRADE-SAL-L        PIC S9(9) VALUE 10 COMP.
 77   SAL-NUM            PIC S9(7)V99 COMP-3 VALUE 0.
 77   OLD-SAL-NUM        PIC S9(7)V99 COMP-3 VALUE 0.
 77   COUNT-VALUE        PIC X(10).
 77   COUNT-VALUE-L      PIC S9(9) VALUE 10 COMP.
 77   COUNT-N            PIC S9(9) COMP VALUE 0.
 77   COUNT-D            PIC ZZZZ9.

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

 77   ASK-MENU           PIC X(60) VALUE
                           "(L)ist, (A)pprove, (R)eject request,
-                          " blank to exit: ".
 77   ASK-ITEM           PIC X(30) VALUE
                           "Enter request number: ".
 77   ASK-APPROVE        PIC X(35) VALUE
                           "Approve this request? Y/N: ".
 77   ASK-REJECT         PIC X(35) VALUE
                           "Reject this request? Y/N: ".

 77   MENU-ANS           PIC X     VALUE SPACE.
 77   CONFIRM-ANS        PIC X     VALUE "N".
 77   ITEM-ANS           PIC X(6)  VALUE SPACES.
 77   TARGET-SEQNO       PIC 9(6)  VALUE 0.

* The whole queue, loaded before each menu choice and rewritten
* whole after each change. AT-DONE-SW marks a request approved,
* rejected or expired in this run; the rewrite leaves it out.
 01  APPR-TABLE.
     02   AT-ENTRY OCCURS 500 TIMES INDEXED BY AT-IDX WR-IDX.
         03   AT-SEQNO       PIC 9(6).
         03   AT-TYPE        PIC X(4).
         03   AT-EMPNO       PIC 9(9).
         03   AT-ENAME       PIC X(12).
         03   AT-DEPTNO      PIC X(10).
         03   AT-JOB         PIC X(12).
         03   AT-OLDVAL1     PIC X(15).
         03   AT-OLDVAL2     PIC X(13).
         03   AT-NEWVAL1     PIC X(15).
         03   AT-NEWVAL2     PIC X(13).
         03   AT-EFFDATE     PIC X(8).
         03   AT-REQ-USERID  PIC X(10).
         03   AT-REQ-STAMP   PIC X(14).
         03   AT-LAST-ERR    PIC X(30).
         03   AT-DONE-SW     PIC X.
 77   APPR-COUNT         PIC S9(9) COMP VALUE 0.
 77   APPR-FOUND-SW      PIC X     VALUE "N".
 77   APPR-FULL-SW       PIC X     VALUE "N".
 77   APPROVAL-EOF-SW    PIC X     VALUE "N".
 77   REWRITE-OK-SW      PIC X     VALUE "N".
 77   OLD-LAST-ERR       PIC X(30).

* CBAPPR.DAT as it stands on disk, re-read just before each
* rewrite so a request raised or decided elsewhere since the
* queue was loaded is not lost. REWRITE-SEQNO is the request in
* hand, whose AT-LAST-ERR the rewrite carries over.
 01  FRESH-TABLE.
     02   FR-ENTRY OCCURS 500 TIMES INDEXED BY FR-IDX.
         03   FR-SEQNO       PIC 9(6).
         03   FILLER         PIC X(165).
 77   FRESH-COUNT        PIC S9(9) COMP VALUE 0.
 77   FRESH-FULL-SW      PIC X     VALUE "N".
 77   FRESH-FOUND-SW     PIC X     VALUE "N".
 77   FRESH-MATCH-SW     PIC X     VALUE "N".
 77   REWRITE-SEQNO      PIC 9(6)  VALUE 0.

* Expiry - requests raised before EXPIRE-DATE are dropped at
* startup. The integer-date functions do the calendar arithmetic,
* as in CBPERMR.
 77   EXPIRE-DAYS        PIC 9(4)  VALUE 14.
 77   EXPIRE-DATE        PIC X(8).
 77   WORK-DATE-N        PIC 9(8)  VALUE 0.
 77   EXPIRE-COUNT       PIC S9(9) COMP VALUE 0.
 77   EXPIRE-COUNT-D     PIC ZZZZ9.

 77   RUN-STAMP          PIC X(14).
 77   TODAY-DATE         PIC X(8).

 77   PEND-LAST-SEQNO    PIC 9(6)  VALUE 0.
* The next item/request number, drawn from CBSEQNO.
 01  SEQNO-PARM.
     02   SQ-COUNTER     PIC X.
     02   SQ-FILE-HIGH   PIC 9(6).
     02   SQ-SEQNO       PIC 9(6).
     02   SQ-STATUS      PIC XX.
 77   PENDING-EOF-SW     PIC X     VALUE "N".

 77   EMP-FOUND-SW       PIC X     VALUE "N".
 77   DEPT-FOUND-SW      PIC X     VALUE "N".
 77   GRADE-FOUND-SW     PIC X     VALUE "N".
 77   SALHIST-OK-SW      PIC X     VALUE "Y".
 77   ITEM-OK-SW         PIC X     VALUE "N".
 77   ITEM-ERROR         PIC X(30).

 77   WS-AUDIT-USERID    PIC X(10).
 77   WS-AUDIT-STATUS    PIC X(8).
 77   WS-AUDIT-REASON    PIC X(40).

 77   APPROVAL-STATUS    PIC XX    VALUE "00".
 77   APPR-CONTROL-STATUS PIC XX   VALUE "00".
 77   PENDING-STATUS     PIC XX    VALUE "00".
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

 01  APPR-LIST-LINE.
     02   AL-SEQNO       PIC 9(6).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   AL-TYPE        PIC X(4).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   AL-KEY         PIC X(12).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   AL-OLDVAL      PIC X(15).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   AL-NEWVAL      PIC X(15).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   AL-EFFDATE     PIC X(8).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   AL-REQ-USERID  PIC X(10).

* The second value of a two-value request (a band's maximum, a
* new department's location) under the first.
 01  APPR-LIST-LINE-2.
     02   FILLER         PIC X(25) VALUE SPACES.
     02   AL2-OLDVAL     PIC X(15).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   AL2-NEWVAL     PIC X(15).

 01  APPR-HEADING-1       PIC X(77) VALUE
         "Req    Type For          Old value       New value       Ef
-        "f date Raised by".
 01  APPR-HEADING-2       PIC X(77) VALUE
         "------ ---- ------------ --------------- --------------- --
-        "------ ----------".

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
     MOVE USER-ID TO WS-AUDIT-USERID.
     PERFORM CHECK-OPERATOR-PERMIT.
     IF PERMIT-OK-SW NOT = "Y"
         PERFORM REFUSE-UNAUTHORIZED-RUN
     END-IF.

     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE RUN-STAMP(1:8) TO TODAY-DATE.
     PERFORM LOAD-APPROVAL-CONTROL.
     PERFORM LOAD-APPROVAL-TABLE.
     IF APPR-FULL-SW NOT = "Y"
         PERFORM EXPIRE-OLD-REQUESTS
     END-IF.

     PERFORM PROMPT-FOR-MENU.
     PERFORM UNTIL MENU-ANS = SPACE
         PERFORM LOAD-APPROVAL-TABLE
         IF APPR-FULL-SW = "Y"
             DISPLAY "Approval table full - " "CBAPPR.DAT"
                 " too large to maintain safely; run refused."
             MOVE SPACE TO MENU-ANS
         ELSE
             EVALUATE MENU-ANS
                 WHEN "L"
                     PERFORM LIST-REQUESTS
                 WHEN "A"
                     PERFORM APPROVE-REQUEST
                 WHEN "R"
                     PERFORM REJECT-REQUEST
             END-EVALUATE
             PERFORM PROMPT-FOR-MENU
         END-IF
     END-PERFORM.

     PERFORM CLOSE-AUDIT-LOG.
     PERFORM CLOSE-SQL-CURSORS.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

* ----------------------------------------------------------
* CHECK-OPERATOR-PERMIT looks the connected USER-ID up in the
* CBPERM.DAT operator-permission file and passes only an
* operator whose record carries Y in the approval column, the
* same gate and missing-file handling as CBDEM1's paragraph of
* the same name.
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
                         IF OP-APPR = "Y"
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
     DISPLAY "Operator " USER-ID " is not authorized to approve"
         " changes - run refused.".
     MOVE 0 TO AT-EMPNO(1).
     MOVE SPACES TO AT-ENAME(1).
     MOVE SPACES TO AT-DEPTNO(1).
     SET AT-IDX TO 1.
     MOVE "DENIED" TO WS-AUDIT-STATUS.
     MOVE "APPROVAL NOT AUTHORIZED" TO WS-AUDIT-REASON.
     PERFORM WRITE-AUDIT-RECORD.
     PERFORM CLOSE-AUDIT-LOG.
     PERFORM CLOSE-SQL-CURSORS.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

* LOAD-APPROVAL-CONTROL reads the expiry days from CBAPPR.CTL; a
* missing file or a blank figure leaves the 14-day default.
 LOAD-APPROVAL-CONTROL.
     OPEN INPUT APPR-CONTROL-FILE.
     IF APPR-CONTROL-STATUS = "00"
         READ APPR-CONTROL-FILE
             NOT AT END
                 IF AC-EXPIRE-DAYS NOT = SPACES
                     MOVE FUNCTION NUMVAL(AC-EXPIRE-DAYS)
                         TO EXPIRE-DAYS
                 END-IF
         END-READ
         CLOSE APPR-CONTROL-FILE
     END-IF.
     MOVE TODAY-DATE TO WORK-DATE-N.
     COMPUTE WORK-DATE-N = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE(WORK-DATE-N) - EXPIRE-DAYS)
     END-COMPUTE.
     MOVE WORK-DATE-N TO EXPIRE-DATE.

 PROMPT-FOR-MENU.
     DISPLAY ASK-MENU WITH NO ADVANCING.
     ACCEPT MENU-ANS.
     IF MENU-ANS = "l"
         MOVE "L" TO MENU-ANS
     END-IF.
     IF MENU-ANS = "a"
         MOVE "A" TO MENU-ANS
     END-IF.
     IF MENU-ANS = "r"
         MOVE "R" TO MENU-ANS
     END-IF.
     IF MENU-ANS NOT = "L" AND MENU-ANS NOT = "A"
             AND MENU-ANS NOT = "R" AND MENU-ANS NOT = SPACE
         DISPLAY "Please answer L, A, R, or blank."
         MOVE SPACE TO MENU-ANS
     END-IF.

* ----------------------------------------------------------
* LOAD-APPROVAL-TABLE reads CBAPPR.DAT into APPR-TABLE. Status
* 35 just means nothing is waiting. A file too big for the table
* stops the run rather than rewrite it short.
* ----------------------------------------------------------
 LOAD-APPROVAL-TABLE.
     MOVE 0 TO APPR-COUNT.
     MOVE "N" TO APPROVAL-EOF-SW.
     OPEN INPUT APPROVAL-FILE.
     IF APPROVAL-STATUS = "00"
         PERFORM UNTIL APPROVAL-EOF-SW = "Y"
             READ APPROVAL-FILE
                 AT END
                     MOVE "Y" TO APPROVAL-EOF-SW
                 NOT AT END
                     PERFORM STORE-APPROVAL-RECORD
             END-READ
         END-PERFORM
         CLOSE APPROVAL-FILE
     END-IF.

 STORE-APPROVAL-RECORD.
     IF APPR-COUNT < 500
         ADD 1 TO APPR-COUNT
         SET AT-IDX TO APPR-COUNT
         MOVE AP-SEQNO      TO AT-SEQNO(AT-IDX)
         MOVE AP-TYPE       TO AT-TYPE(AT-IDX)
         MOVE AP-EMPNO      TO AT-EMPNO(AT-IDX)
         MOVE AP-ENAME      TO AT-ENAME(AT-IDX)
         MOVE AP-DEPTNO     TO AT-DEPTNO(AT-IDX)
         MOVE AP-JOB        TO AT-JOB(AT-IDX)
         MOVE AP-OLDVAL1    TO AT-OLDVAL1(AT-IDX)
         MOVE AP-OLDVAL2    TO AT-OLDVAL2(AT-IDX)
         MOVE AP-NEWVAL1    TO AT-NEWVAL1(AT-IDX)
         MOVE AP-NEWVAL2    TO AT-NEWVAL2(AT-IDX)
         MOVE AP-EFFDATE    TO AT-EFFDATE(AT-IDX)
         MOVE AP-REQ-USERID TO AT-REQ-USERID(AT-IDX)
         MOVE AP-REQ-STAMP  TO AT-REQ-STAMP(AT-IDX)
         MOVE AP-LAST-ERR   TO AT-LAST-ERR(AT-IDX)
         MOVE "N"           TO AT-DONE-SW(AT-IDX)
     ELSE
         MOVE "Y" TO APPR-FULL-SW
     END-IF.

* ----------------------------------------------------------
* EXPIRE-OLD-REQUESTS drops every request raised before
* EXPIRE-DATE in one rewrite, then audits each one EXPIRED. If
* the rewrite fails nothing is audited and the requests stay for
* the next run to expire.
* ----------------------------------------------------------
 EXPIRE-OLD-REQUESTS.
     MOVE 0 TO EXPIRE-COUNT.
     PERFORM VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > APPR-COUNT
         IF AT-REQ-STAMP(AT-IDX)(1:8) < EXPIRE-DATE
             MOVE "Y" TO AT-DONE-SW(AT-IDX)
             ADD 1 TO EXPIRE-COUNT
         END-IF
     END-PERFORM.
     IF EXPIRE-COUNT > 0
         MOVE 0 TO REWRITE-SEQNO
         PERFORM REWRITE-APPROVAL-FILE
         IF REWRITE-OK-SW = "Y"
             MOVE EXPIRE-COUNT TO EXPIRE-COUNT-D
             DISPLAY EXPIRE-COUNT-D " request(s) raised before "
                 EXPIRE-DATE " expired."
             PERFORM VARYING AT-IDX FROM 1 BY 1
                     UNTIL AT-IDX > APPR-COUNT
                 IF AT-DONE-SW(AT-IDX) = "Y"
                     MOVE "EXPIRED" TO WS-AUDIT-STATUS
                     PERFORM AUDIT-REQUEST
                 END-IF
             END-PERFORM
         END-IF
     END-IF.

* LIST-REQUESTS shows every request in file order, with a second
* line for a two-value request and one under any request an
* approval has already failed on.
 LIST-REQUESTS.
     DISPLAY APPR-HEADING-1.
     DISPLAY APPR-HEADING-2.
     PERFORM VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > APPR-COUNT
         MOVE AT-SEQNO(AT-IDX)      TO AL-SEQNO
         MOVE AT-TYPE(AT-IDX)       TO AL-TYPE
         MOVE AT-ENAME(AT-IDX)      TO AL-KEY
         MOVE AT-OLDVAL1(AT-IDX)    TO AL-OLDVAL
         MOVE AT-NEWVAL1(AT-IDX)    TO AL-NEWVAL
         MOVE AT-EFFDATE(AT-IDX)    TO AL-EFFDATE
         MOVE AT-REQ-USERID(AT-IDX) TO AL-REQ-USERID
         DISPLAY APPR-LIST-LINE
         IF AT-OLDVAL2(AT-IDX) NOT = SPACES
                 OR AT-NEWVAL2(AT-IDX) NOT = SPACES
             MOVE AT-OLDVAL2(AT-IDX) TO AL2-OLDVAL
             MOVE AT-NEWVAL2(AT-IDX) TO AL2-NEWVAL
             DISPLAY APPR-LIST-LINE-2
         END-IF
         IF AT-LAST-ERR(AT-IDX) NOT = SPACES
             DISPLAY "       approval failed: " AT-LAST-ERR(AT-IDX)
         END-IF
     END-PERFORM.
     IF APPR-COUNT = 0
         DISPLAY "  (no requests awaiting approval)"
     END-IF.

* ----------------------------------------------------------
* APPROVE-REQUEST applies one request after an explicit Y. The
* queue is read again first, and a request another approver has
* decided in the meantime is left alone. The change is committed
* before the queue is rewritten, so a failed rewrite leaves an
* applied request on file - approving it again is then refused
* by its own checks.
* ----------------------------------------------------------
 APPROVE-REQUEST.
     PERFORM PROMPT-FOR-ITEM.
     IF APPR-FOUND-SW = "Y"
         PERFORM CHECK-NOT-REQUESTER
         IF APPR-FOUND-SW = "Y"
             PERFORM SHOW-ONE-REQUEST
             IF AT-TYPE(AT-IDX) = "GCHG"
                 PERFORM WARN-STRANDED-ROWS
             END-IF
             DISPLAY ASK-APPROVE WITH NO ADVANCING
             ACCEPT CONFIRM-ANS
             IF CONFIRM-ANS = "Y" OR CONFIRM-ANS = "y"
                 MOVE AT-SEQNO(AT-IDX) TO REWRITE-SEQNO
                 PERFORM RELOAD-APPROVAL-FILE
                 IF FRESH-FOUND-SW = "Y"
                     PERFORM APPLY-REQUEST
                 ELSE
                     DISPLAY "Request #" AT-SEQNO(AT-IDX)
                         " is no longer awaiting approval -"
                         " nothing done."
                 END-IF
             ELSE
                 DISPLAY "Request #" AT-SEQNO(AT-IDX)
                     " left waiting."
             END-IF
         END-IF
     END-IF.

 APPLY-REQUEST.
     MOVE "N" TO ITEM-OK-SW.
     MOVE SPACES TO ITEM-ERROR.
     EVALUATE AT-TYPE(AT-IDX)
         WHEN "SAL"
             PERFORM APPLY-SALARY-CHANGE
         WHEN "GADD"
             PERFORM APPLY-GRADE-ADD
         WHEN "GCHG"
             PERFORM APPLY-BAND-CHANGE
         WHEN "DADD"
             PERFORM APPLY-DEPT-ADD
         WHEN "DREN"
             PERFORM APPLY-DEPT-RENAME
         WHEN "DCLS"
             PERFORM APPLY-DEPT-CLOSE
         WHEN OTHER
             MOVE "UNKNOWN REQUEST TYPE" TO ITEM-ERROR
     END-EVALUATE.
     IF ITEM-OK-SW = "Y"
         DISPLAY "Request #" AT-SEQNO(AT-IDX) " approved."
         MOVE "APPROVED" TO WS-AUDIT-STATUS
         PERFORM AUDIT-REQUEST
         MOVE "Y" TO AT-DONE-SW(AT-IDX)
         MOVE AT-SEQNO(AT-IDX) TO REWRITE-SEQNO
         PERFORM REWRITE-APPROVAL-FILE
         IF REWRITE-OK-SW NOT = "Y"
             DISPLAY "Request #" AT-SEQNO(AT-IDX)
                 " is still on file although applied."
         END-IF
     ELSE
         DISPLAY "Request #" AT-SEQNO(AT-IDX) " not applied - "
             ITEM-ERROR
         MOVE AT-LAST-ERR(AT-IDX) TO OLD-LAST-ERR
         MOVE ITEM-ERROR TO AT-LAST-ERR(AT-IDX)
         MOVE AT-SEQNO(AT-IDX) TO REWRITE-SEQNO
         PERFORM REWRITE-APPROVAL-FILE
         IF REWRITE-OK-SW NOT = "Y"
             MOVE OLD-LAST-ERR TO AT-LAST-ERR(AT-IDX)
         END-IF
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         MOVE SPACES TO WS-AUDIT-REASON
         STRING "#" AT-SEQNO(AT-IDX) " " ITEM-ERROR
             DELIMITED BY SIZE INTO WS-AUDIT-REASON
         END-STRING
         PERFORM WRITE-AUDIT-RECORD
     END-IF.

* ----------------------------------------------------------
* REJECT-REQUEST removes one request after an explicit Y. It is
* marked, the queue rewritten without it, and the mark undone if
* the rewrite fails.
* ----------------------------------------------------------
 REJECT-REQUEST.
     PERFORM PROMPT-FOR-ITEM.
     IF APPR-FOUND-SW = "Y"
         PERFORM CHECK-NOT-REQUESTER
         IF APPR-FOUND-SW = "Y"
             PERFORM SHOW-ONE-REQUEST
             DISPLAY ASK-REJECT WITH NO ADVANCING
             ACCEPT CONFIRM-ANS
             IF CONFIRM-ANS = "Y" OR CONFIRM-ANS = "y"
                 MOVE "Y" TO AT-DONE-SW(AT-IDX)
                 MOVE AT-SEQNO(AT-IDX) TO REWRITE-SEQNO
                 PERFORM REWRITE-APPROVAL-FILE
                 IF REWRITE-OK-SW = "Y"
                     DISPLAY "Request #" AT-SEQNO(AT-IDX)
                         " rejected."
                     MOVE "DECLINED" TO WS-AUDIT-STATUS
                     PERFORM AUDIT-REQUEST
                 ELSE
                     MOVE "N" TO AT-DONE-SW(AT-IDX)
                 END-IF
             ELSE
                 DISPLAY "Request #" AT-SEQNO(AT-IDX)
                     " left waiting."
             END-IF
         END-IF
     END-IF.

* CHECK-NOT-REQUESTER refuses the operator who raised the request
* and audits the attempt; APPR-FOUND-SW is cleared so the caller
* goes no further.
 CHECK-NOT-REQUESTER.
     IF AT-REQ-USERID(AT-IDX) = USER-ID
         DISPLAY "Request #" AT-SEQNO(AT-IDX) " was raised by "
             USER-ID " - a different operator must decide it."
         MOVE "DENIED" TO WS-AUDIT-STATUS
         MOVE SPACES TO WS-AUDIT-REASON
         STRING "#" AT-SEQNO(AT-IDX) " OWN REQUEST"
             DELIMITED BY SIZE INTO WS-AUDIT-REASON
         END-STRING
         PERFORM WRITE-AUDIT-RECORD
         MOVE "N" TO APPR-FOUND-SW
     END-IF.

* PROMPT-FOR-ITEM takes a request number and leaves AT-IDX on it.
 PROMPT-FOR-ITEM.
     MOVE "N" TO APPR-FOUND-SW.
     MOVE SPACES TO ITEM-ANS.
     DISPLAY ASK-ITEM WITH NO ADVANCING.
     ACCEPT ITEM-ANS.
     IF ITEM-ANS = SPACES
         DISPLAY "Blank request number - nothing done."
     ELSE
         MOVE FUNCTION NUMVAL(ITEM-ANS) TO TARGET-SEQNO
         PERFORM FIND-REQUEST
         IF APPR-FOUND-SW NOT = "Y"
             DISPLAY "Request #" TARGET-SEQNO
                 " is not awaiting approval."
         END-IF
     END-IF.

 FIND-REQUEST.
     MOVE "N" TO APPR-FOUND-SW.
     PERFORM VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > APPR-COUNT OR APPR-FOUND-SW = "Y"
         IF AT-SEQNO(AT-IDX) = TARGET-SEQNO
             MOVE "Y" TO APPR-FOUND-SW
         END-IF
     END-PERFORM.
     IF APPR-FOUND-SW = "Y"
         SET AT-IDX DOWN BY 1
     END-IF.

 SHOW-ONE-REQUEST.
     DISPLAY "Request #" AT-SEQNO(AT-IDX) " " AT-TYPE(AT-IDX)
         " for " AT-ENAME(AT-IDX) " raised by "
         AT-REQ-USERID(AT-IDX) " on " AT-REQ-STAMP(AT-IDX)(1:8).
     IF AT-TYPE(AT-IDX) = "SAL"
         DISPLAY "  employee " AT-EMPNO(AT-IDX) ", " AT-JOB(AT-IDX)
             " in dept " AT-DEPTNO(AT-IDX) ", effective "
             AT-EFFDATE(AT-IDX)
     END-IF.
     IF AT-TYPE(AT-IDX) = "DADD"
         DISPLAY "  dept " AT-DEPTNO(AT-IDX) " at "
             AT-NEWVAL2(AT-IDX)
     END-IF.
     IF AT-TYPE(AT-IDX) = "DREN" OR AT-TYPE(AT-IDX) = "DCLS"
         DISPLAY "  dept " AT-DEPTNO(AT-IDX)
     END-IF.
     DISPLAY "  from " AT-OLDVAL1(AT-IDX) " " AT-OLDVAL2(AT-IDX).
     DISPLAY "  to   " AT-NEWVAL1(AT-IDX) " " AT-NEWVAL2(AT-IDX).
     IF AT-LAST-ERR(AT-IDX) NOT = SPACES
         DISPLAY "  last approval failed: " AT-LAST-ERR(AT-IDX)
     END-IF.

* ----------------------------------------------------------
* APPLY-SALARY-CHANGE re-reads the employee. A salary that has
* moved since the request was raised fails it - the approver
* would be passing a percentage nobody measured. The new salary
* must still sit in the band. A request dated after today is
* scheduled for CBPENDB instead of applied now.
* ----------------------------------------------------------
 APPLY-SALARY-CHANGE.
     MOVE AT-EMPNO(AT-IDX) TO P-EMPNO.
     PERFORM LOOKUP-EMPLOYEE.
     IF EMP-FOUND-SW NOT = "Y"
         MOVE "EMPLOYEE NOT FOUND" TO ITEM-ERROR
     ELSE
         MOVE FUNCTION NUMVAL(SAL) TO OLD-SAL-NUM
         MOVE FUNCTION NUMVAL(AT-OLDVAL1(AT-IDX)) TO SAL-NUM
         IF OLD-SAL-NUM NOT = SAL-NUM
             MOVE "SALARY CHANGED SINCE REQUEST" TO ITEM-ERROR
         ELSE
             MOVE JOB TO G-JOB
             PERFORM LOOKUP-GRADE
             MOVE FUNCTION NUMVAL(AT-NEWVAL1(AT-IDX)) TO SAL-NUM
             IF GRADE-FOUND-SW NOT = "Y"
                 MOVE "JOB NOT FOUND" TO ITEM-ERROR
             ELSE
                 IF SAL-NUM < GRADE-MINSAL-N
                         OR SAL-NUM > GRADE-MAXSAL-N
                     MOVE "SALARY OUT OF GRADE BAND" TO ITEM-ERROR
                 END-IF
             END-IF
         END-IF
     END-IF.
     IF ITEM-ERROR = SPACES
         MOVE SAL TO OLD-VALUE
         MOVE AT-NEWVAL1(AT-IDX) TO NEW-VALUE
         IF AT-EFFDATE(AT-IDX) > TODAY-DATE
             PERFORM SCHEDULE-SALARY-CHANGE
         ELSE
             PERFORM UPDATE-SALARY
         END-IF
     END-IF.

* UPDATE-SALARY is CBEMPQ's CHANGE-SAL for an approved request:
* the same UPDATE, the SALHIST row in the same unit of work, and
* the same CHANGED audit record under the requester's id.
 UPDATE-SALARY.
     CALL "OSQL3" USING CURSOR-1 SQL-UPDSAL SQL-UPDSAL-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-1 ONE NEW-VALUE NEW-VALUE-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-1 TWO P-EMPNO P-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     MOVE "Y" TO SALHIST-OK-SW.
     IF C-RC OF CURSOR-1 = ZERO-B
         PERFORM RECORD-PAY-CHANGE
     END-IF.
     IF C-RC OF CURSOR-1 NOT = ZERO-B
         PERFORM DISPLAY-MAINT-ERROR
         CALL "OROL" USING LDA
         MOVE "UPDATE FAILED" TO ITEM-ERROR
     ELSE
         IF SALHIST-OK-SW NOT = "Y"
             PERFORM DISPLAY-SALHIST-ERROR
             CALL "OROL" USING LDA
             MOVE "SALARY HISTORY FAILED" TO ITEM-ERROR
         ELSE
             CALL "OCOM" USING LDA
             MOVE "Y" TO ITEM-OK-SW
             DISPLAY ENAME ": salary changed from " SAL " to "
                 NEW-VALUE "."
             MOVE AT-REQ-USERID(AT-IDX) TO WS-AUDIT-USERID
             MOVE "CHANGED" TO WS-AUDIT-STATUS
             MOVE SPACES TO WS-AUDIT-REASON
             STRING "SAL " " " OLD-VALUE " -> " NEW-VALUE
                 DELIMITED BY SIZE INTO WS-AUDIT-REASON
             END-STRING
             PERFORM WRITE-AUDIT-RECORD
             MOVE USER-ID TO WS-AUDIT-USERID
         END-IF
     END-IF.

* RECORD-PAY-CHANGE stages the SALHIST row from the row as it
* stood before the change, dated today, with the requester as
* OPERID.
 RECORD-PAY-CHANGE.
     MOVE P-EMPNO TO SH-EMPNO.
     MOVE TODAY-DATE TO SH-EFFDATE.
     MOVE AT-REQ-USERID(AT-IDX) TO SH-OPERID.
     MOVE SAL  TO SH-OLDSAL.
     MOVE NEW-VALUE(1:10) TO SH-NEWSAL.
     MOVE COMM TO SH-OLDCOMM.
     MOVE COMM TO SH-NEWCOMM.
     MOVE JOB  TO SH-OLDJOB.
     MOVE JOB  TO SH-NEWJOB.
     PERFORM INSERT-SALARY-HISTORY.
     IF C-RC OF CURSOR-2 NOT = ZERO-B
         MOVE "N" TO SALHIST-OK-SW
     END-IF.

* INSERT-SALARY-HISTORY writes the staged row on CURSOR-2 exactly
* as CBPENDB's paragraph of the same name does. It does not
* commit; UPDATE-SALARY does.
 INSERT-SALARY-HISTORY.
     MOVE FUNCTION CURRENT-DATE TO SH-ENTERED.
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

* ----------------------------------------------------------
* SCHEDULE-SALARY-CHANGE appends a SAL correction to CBPEND.DAT
* for the request's effective date, numbered from the
* CBPEND.SEQ counter, with the requester as the scheduling
* operator, and audits it PENDING in CBEMPQ's format. CBPENDB
* makes the band check again on the day. A failed write leaves
* ITEM-OK-SW at "N", so the request stays on the queue.
* ----------------------------------------------------------
 SCHEDULE-SALARY-CHANGE.
     PERFORM FIND-LAST-PENDING-SEQNO.
     PERFORM TAKE-PENDING-SEQNO.
     IF SQ-STATUS = "00"
         OPEN EXTEND PENDING-FILE
         IF PENDING-STATUS = "35"
             OPEN OUTPUT PENDING-FILE
         END-IF
     END-IF.
     IF SQ-STATUS NOT = "00" OR PENDING-STATUS NOT = "00"
         MOVE "PENDING FILE UNAVAILABLE" TO ITEM-ERROR
     ELSE
         MOVE SPACES TO PENDING-RECORD
         MOVE PEND-LAST-SEQNO       TO PD-SEQNO
         MOVE "CORR"                TO PD-TYPE
         MOVE AT-EFFDATE(AT-IDX)    TO PD-EFFDATE
         MOVE P-EMPNO               TO PD-EMPNO
         MOVE ENAME                 TO PD-ENAME
         MOVE DEPTNO                TO PD-DEPTNO
         MOVE "SAL"                 TO PD-FIELD
         MOVE NEW-VALUE             TO PD-NEWVAL
         MOVE AT-REQ-USERID(AT-IDX) TO PD-REQ-USERID
         MOVE RUN-STAMP             TO PD-REQ-STAMP
         MOVE "PENDING" TO WS-AUDIT-STATUS
         MOVE SPACES TO WS-AUDIT-REASON
         STRING "#" PD-SEQNO " " PD-TYPE " " PD-EFFDATE " "
             PD-FIELD " " PD-NEWVAL
             DELIMITED BY SIZE INTO WS-AUDIT-REASON
         END-STRING
         WRITE PENDING-RECORD
         IF PENDING-STATUS NOT = "00"
             DISPLAY "Unable to write " "CBPEND.DAT" " - status "
                 PENDING-STATUS " - change not scheduled."
             CLOSE PENDING-FILE
             MOVE "PENDING FILE WRITE FAILED" TO ITEM-ERROR
         ELSE
             CLOSE PENDING-FILE
             MOVE "Y" TO ITEM-OK-SW
             DISPLAY ENAME ": salary " NEW-VALUE " scheduled for "
                 AT-EFFDATE(AT-IDX) " as pending item #"
                 PEND-LAST-SEQNO "."
             MOVE AT-REQ-USERID(AT-IDX) TO WS-AUDIT-USERID
             PERFORM WRITE-AUDIT-RECORD
             MOVE USER-ID TO WS-AUDIT-USERID
         END-IF
     END-IF.

 FIND-LAST-PENDING-SEQNO.
     MOVE 0 TO PEND-LAST-SEQNO.
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
             END-READ
         END-PERFORM
         CLOSE PENDING-FILE
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

* ----------------------------------------------------------
* APPLY-GRADE-ADD and APPLY-BAND-CHANGE are CBGRADE's insert and
* update, run only when the job is still absent, or still has
* the band the request was raised against.
* ----------------------------------------------------------
 APPLY-GRADE-ADD.
     MOVE AT-JOB(AT-IDX) TO G-JOB.
     PERFORM LOOKUP-GRADE.
     IF GRADE-FOUND-SW = "Y"
         MOVE "JOB ALREADY IN JOBGRADE" TO ITEM-ERROR
     ELSE
         MOVE AT-NEWVAL1(AT-IDX) TO G-MINSAL
         MOVE AT-NEWVAL2(AT-IDX) TO G-MAXSAL
         CALL "OSQL3" USING CURSOR-1 SQL-INSGRADE SQL-INSGRADE-L
             INTEGER ASC
         CALL "OBNDRN" USING CURSOR-1 ONE G-JOB JOB-L
             BY CONTENT ZERO-B BY CONTENT ZERO-B
         CALL "OBNDRN" USING CURSOR-1 TWO G-MINSAL GRADE-SAL-L
             BY CONTENT ZERO-B BY CONTENT ZERO-B
         CALL "OBNDRN" USING CURSOR-1 THREE G-MAXSAL GRADE-SAL-L
             BY CONTENT ZERO-B BY CONTENT ZERO-B
         CALL "OEXN" USING CURSOR-1 ONE ZERO-A
         PERFORM COMMIT-MAINT-CHANGE
         IF ITEM-OK-SW = "Y"
             DISPLAY G-JOB " grade added: " G-MINSAL " to "
                 G-MAXSAL "."
         END-IF
     END-IF.

 APPLY-BAND-CHANGE.
     MOVE AT-JOB(AT-IDX) TO G-JOB.
     PERFORM LOOKUP-GRADE.
     IF GRADE-FOUND-SW NOT = "Y"
         MOVE "JOB NOT FOUND" TO ITEM-ERROR
     ELSE
         IF GRADE-MINSAL NOT = AT-OLDVAL1(AT-IDX)
                 OR GRADE-MAXSAL NOT = AT-OLDVAL2(AT-IDX)
             MOVE "BAND CHANGED SINCE REQUEST" TO ITEM-ERROR
         ELSE
             MOVE AT-NEWVAL1(AT-IDX) TO G-MINSAL
             MOVE AT-NEWVAL2(AT-IDX) TO G-MAXSAL
             CALL "OSQL3" USING CURSOR-1 SQL-UPDGRADE
                 SQL-UPDGRADE-L INTEGER ASC
             CALL "OBNDRN" USING CURSOR-1 ONE G-MINSAL GRADE-SAL-L
                 BY CONTENT ZERO-B BY CONTENT ZERO-B
             CALL "OBNDRN" USING CURSOR-1 TWO G-MAXSAL GRADE-SAL-L
                 BY CONTENT ZERO-B BY CONTENT ZERO-B
             CALL "OBNDRN" USING CURSOR-1 THREE G-JOB JOB-L
                 BY CONTENT ZERO-B BY CONTENT ZERO-B
             CALL "OEXN" USING CURSOR-1 ONE ZERO-A
             PERFORM COMMIT-MAINT-CHANGE
             IF ITEM-OK-SW = "Y"
                 DISPLAY G-JOB " band changed to " G-MINSAL " to "
                     G-MAXSAL "."
             END-IF
         END-IF
     END-IF.

* ----------------------------------------------------------
* APPLY-DEPT-ADD, -RENAME and -CLOSE are CBDEPTM's insert, update
* and delete, with CBDEPTM's checks made again: an add needs the
* DEPTNO still free, a rename or close needs it still on file,
* and a close needs it still empty.
* ----------------------------------------------------------
 APPLY-DEPT-ADD.
     MOVE AT-DEPTNO(AT-IDX) TO DEPTNO.
     PERFORM LOOKUP-DEPT.
     IF DEPT-FOUND-SW = "Y"
         MOVE "DEPT ALREADY EXISTS" TO ITEM-ERROR
     ELSE
         MOVE AT-NEWVAL1(AT-IDX) TO NEW-DNAME
         MOVE AT-NEWVAL2(AT-IDX) TO LOC
         CALL "OSQL3" USING CURSOR-1 SQL-INSDEPT SQL-INSDEPT-L
             INTEGER ASC
         CALL "OBNDRN" USING CURSOR-1 ONE DEPTNO DEPTNO-L
             BY CONTENT ZERO-B BY CONTENT ZERO-B
         CALL "OBNDRN" USING CURSOR-1 TWO NEW-DNAME DNAME-L
             BY CONTENT ZERO-B BY CONTENT ZERO-B
         CALL "OBNDRN" USING CURSOR-1 THREE LOC LOC-L
             BY CONTENT ZERO-B BY CONTENT ZERO-B
         CALL "OEXN" USING CURSOR-1 ONE ZERO-A
         PERFORM COMMIT-MAINT-CHANGE
         IF ITEM-OK-SW = "Y"
             DISPLAY NEW-DNAME " added as department " DEPTNO "."
         END-IF
     END-IF.

 APPLY-DEPT-RENAME.
     MOVE AT-DEPTNO(AT-IDX) TO DEPTNO.
     PERFORM LOOKUP-DEPT.
     IF DEPT-FOUND-SW NOT = "Y"
         MOVE "DEPT NOT FOUND" TO ITEM-ERROR
     ELSE
         MOVE AT-NEWVAL1(AT-IDX) TO NEW-DNAME
         CALL "OSQL3" USING CURSOR-1 SQL-RENDEPT SQL-RENDEPT-L
             INTEGER ASC
         CALL "OBNDRN" USING CURSOR-1 ONE NEW-DNAME DNAME-L
             BY CONTENT ZERO-B BY CONTENT ZERO-B
         CALL "OBNDRN" USING CURSOR-1 TWO DEPTNO DEPTNO-L
             BY CONTENT ZERO-B BY CONTENT ZERO-B
         CALL "OEXN" USING CURSOR-1 ONE ZERO-A
         PERFORM COMMIT-MAINT-CHANGE
         IF ITEM-OK-SW = "Y"
             DISPLAY "Department " DEPTNO " renamed from " DNAME
                 " to " NEW-DNAME "."
         END-IF
     END-IF.

 APPLY-DEPT-CLOSE.
     MOVE AT-DEPTNO(AT-IDX) TO DEPTNO.
     PERFORM LOOKUP-DEPT.
     IF DEPT-FOUND-SW NOT = "Y"
         MOVE "DEPT NOT FOUND" TO ITEM-ERROR
     ELSE
         CALL "OSQL3" USING CURSOR-3 SQL-CNTEMP SQL-CNTEMP-L
             INTEGER ASC
         CALL "OBNDRN" USING CURSOR-3 ONE DEPTNO DEPTNO-L
             BY CONTENT ZERO-B BY CONTENT ZERO-B
         PERFORM FETCH-COUNT
         IF COUNT-N > 0
             MOVE "DEPT STILL HAS EMPLOYEES" TO ITEM-ERROR
         ELSE
             CALL "OSQL3" USING CURSOR-1 SQL-DELDEPT SQL-DELDEPT-L
                 INTEGER ASC
             CALL "OBNDRN" USING CURSOR-1 ONE DEPTNO DEPTNO-L
                 BY CONTENT ZERO-B BY CONTENT ZERO-B
             CALL "OEXN" USING CURSOR-1 ONE ZERO-A
             PERFORM COMMIT-MAINT-CHANGE
             IF ITEM-OK-SW = "Y"
                 DISPLAY DNAME " (dept " DEPTNO ") closed."
             END-IF
         END-IF
     END-IF.

* COMMIT-MAINT-CHANGE commits the statement just executed on
* CURSOR-1, or reports its C-RC and fails the request.
 COMMIT-MAINT-CHANGE.
     IF C-RC OF CURSOR-1 = ZERO-B
         CALL "OCOM" USING LDA
         MOVE "Y" TO ITEM-OK-SW
     ELSE
         PERFORM DISPLAY-MAINT-ERROR
         CALL "OROL" USING LDA
         MOVE "UPDATE FAILED" TO ITEM-ERROR
     END-IF.

* WARN-STRANDED-ROWS is CBGRADE's count of the EMP rows the new
* band would leave outside it, shown before the approver answers.
 WARN-STRANDED-ROWS.
     MOVE AT-JOB(AT-IDX) TO G-JOB.
     MOVE AT-NEWVAL1(AT-IDX) TO G-MINSAL.
     MOVE AT-NEWVAL2(AT-IDX) TO G-MAXSAL.
     CALL "OSQL3" USING CURSOR-3 SQL-CNTSTRAND SQL-CNTSTRAND-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-3 ONE G-JOB JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 TWO G-MINSAL GRADE-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 THREE G-MAXSAL GRADE-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     PERFORM FETCH-COUNT.
     IF COUNT-N > 0
         MOVE COUNT-N TO COUNT-D
         DISPLAY "Warning: " COUNT-D " current " G-JOB
             " row(s) would sit outside the new band."
     END-IF.

* FETCH-COUNT defines, executes and fetches the COUNT(*) the
* caller parsed and bound on CURSOR-3.
 FETCH-COUNT.
     MOVE 0 TO COUNT-N.
     CALL "ODSRBN" USING CURSOR-3 ONE COUNT-VALUE COUNT-VALUE-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-3 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-3 ONE.
     IF C-RC OF CURSOR-3 = ZERO-B
         MOVE FUNCTION NUMVAL(COUNT-VALUE) TO COUNT-N
     END-IF.

* ----------------------------------------------------------
* LOOKUP-EMPLOYEE fetches the request's employee as the row
* stands now, the same select CBPENDB uses.
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

* LOOKUP-DEPT validates DEPTNO against the DEPT table exactly as
* CBDEM1's paragraph of the same name does.
 LOOKUP-DEPT.
     MOVE "N" TO DEPT-FOUND-SW.
     MOVE SPACES TO DNAME.
     CALL "OSQL3" USING CURSOR-3 SQL-SEL SQL-SEL-L INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-3 ONE DEPTNO DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-3 ONE DNAME DNAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-3 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-3 ONE.
     IF C-RC OF CURSOR-3 = ZERO-B
         MOVE "Y" TO DEPT-FOUND-SW
     END-IF.

* LOOKUP-GRADE fetches G-JOB's band into GRADE-MINSAL/MAXSAL and
* their numeric values, setting GRADE-FOUND-SW.
 LOOKUP-GRADE.
     MOVE "N" TO GRADE-FOUND-SW.
     MOVE SPACES TO GRADE-MINSAL GRADE-MAXSAL.
     CALL "OSQL3" USING CURSOR-3 SQL-SELGRADE SQL-SELGRADE-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-3 ONE G-JOB JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-3 ONE GRADE-MINSAL GRADE-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-3 TWO GRADE-MAXSAL GRADE-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-3 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-3 ONE.
     IF C-RC OF CURSOR-3 = ZERO-B
         MOVE "Y" TO GRADE-FOUND-SW
         MOVE FUNCTION NUMVAL(GRADE-MINSAL) TO GRADE-MINSAL-N
         MOVE FUNCTION NUMVAL(GRADE-MAXSAL) TO GRADE-MAXSAL-N
     END-IF.

* ----------------------------------------------------------
* REWRITE-APPROVAL-FILE reads CBAPPR.DAT again immediately before
* it writes it back, and applies only this run's decisions to
* what is on disk, matched by request number: a request marked
* AT-DONE-SW is left out, and the request in hand (REWRITE-SEQNO)
* takes its AT-LAST-ERR. Every other request is written back
* exactly as it now stands, so one raised by CBEMPQ, CBGRADE or
* CBDEPTM while the approver sat at a prompt is kept. A request
* in hand that is no longer on file was decided elsewhere; the
* change is not saved.
* ----------------------------------------------------------
 REWRITE-APPROVAL-FILE.
     MOVE "N" TO REWRITE-OK-SW.
     PERFORM RELOAD-APPROVAL-FILE.
     IF FRESH-FULL-SW = "Y"
         DISPLAY "Approval table full - " "CBAPPR.DAT"
             " - change not saved."
     ELSE
         IF REWRITE-SEQNO NOT = 0 AND FRESH-FOUND-SW NOT = "Y"
             DISPLAY "Request #" REWRITE-SEQNO
                 " is no longer awaiting approval - change not"
                 " saved."
         ELSE
             OPEN OUTPUT APPROVAL-FILE
             IF APPROVAL-STATUS NOT = "00"
                 DISPLAY "Unable to rewrite " "CBAPPR.DAT"
                     " - change not saved."
             ELSE
                 PERFORM VARYING FR-IDX FROM 1 BY 1
                         UNTIL FR-IDX > FRESH-COUNT
                     PERFORM WRITE-APPROVAL-RECORD
                 END-PERFORM
                 CLOSE APPROVAL-FILE
                 MOVE "Y" TO REWRITE-OK-SW
             END-IF
         END-IF
     END-IF.

* RELOAD-APPROVAL-FILE reads CBAPPR.DAT into FRESH-TABLE and
* sets FRESH-FOUND-SW when REWRITE-SEQNO is still on file.
 RELOAD-APPROVAL-FILE.
     MOVE 0 TO FRESH-COUNT.
     MOVE "N" TO FRESH-FULL-SW.
     MOVE "N" TO FRESH-FOUND-SW.
     MOVE "N" TO APPROVAL-EOF-SW.
     OPEN INPUT APPROVAL-FILE.
     IF APPROVAL-STATUS = "00"
         PERFORM UNTIL APPROVAL-EOF-SW = "Y"
             READ APPROVAL-FILE
                 AT END
                     MOVE "Y" TO APPROVAL-EOF-SW
                 NOT AT END
                     PERFORM STORE-FRESH-RECORD
             END-READ
         END-PERFORM
         CLOSE APPROVAL-FILE
     END-IF.

 STORE-FRESH-RECORD.
     IF FRESH-COUNT < 500
         ADD 1 TO FRESH-COUNT
         SET FR-IDX TO FRESH-COUNT
         MOVE APPROVAL-RECORD TO FR-ENTRY(FR-IDX)
         IF AP-SEQNO = REWRITE-SEQNO
             MOVE "Y" TO FRESH-FOUND-SW
         END-IF
     ELSE
         MOVE "Y" TO FRESH-FULL-SW
     END-IF.

* WRITE-APPROVAL-RECORD writes one request from the copy just
* read, unless this run decided it.
 WRITE-APPROVAL-RECORD.
     MOVE FR-ENTRY(FR-IDX) TO APPROVAL-RECORD.
     MOVE "N" TO FRESH-MATCH-SW.
     PERFORM VARYING WR-IDX FROM 1 BY 1
             UNTIL WR-IDX > APPR-COUNT OR FRESH-MATCH-SW = "Y"
         IF AT-SEQNO(WR-IDX) = AP-SEQNO
             MOVE "Y" TO FRESH-MATCH-SW
         END-IF
     END-PERFORM.
     IF FRESH-MATCH-SW = "Y"
         SET WR-IDX DOWN BY 1
         IF AP-SEQNO = REWRITE-SEQNO
             MOVE AT-LAST-ERR(WR-IDX) TO AP-LAST-ERR
         END-IF
         IF AT-DONE-SW(WR-IDX) NOT = "Y"
             WRITE APPROVAL-RECORD
         END-IF
     ELSE
         WRITE APPROVAL-RECORD
     END-IF.

* ----------------------------------------------------------
* AUDIT-REQUEST writes the request in the reason format its
* REQUESTD record carried: "#item type" then the values, so the
* trail reads the same from request to decision.
* ----------------------------------------------------------
 AUDIT-REQUEST.
     MOVE SPACES TO WS-AUDIT-REASON.
     EVALUATE AT-TYPE(AT-IDX)
         WHEN "SAL"
             STRING "#" AT-SEQNO(AT-IDX) " SAL " DELIMITED BY SIZE
                 AT-OLDVAL1(AT-IDX) DELIMITED BY SPACE
                 " -> " DELIMITED BY SIZE
                 AT-NEWVAL1(AT-IDX) DELIMITED BY SPACE
                 " " AT-EFFDATE(AT-IDX) DELIMITED BY SIZE
                 INTO WS-AUDIT-REASON
             END-STRING
         WHEN "GADD"
             STRING "#" AT-SEQNO(AT-IDX) " GADD " DELIMITED BY SIZE
                 AT-NEWVAL1(AT-IDX) DELIMITED BY SPACE
                 "-" DELIMITED BY SIZE
                 AT-NEWVAL2(AT-IDX) DELIMITED BY SPACE
                 INTO WS-AUDIT-REASON
             END-STRING
         WHEN "GCHG"
             STRING "#" AT-SEQNO(AT-IDX) " GCHG " DELIMITED BY SIZE
                 AT-OLDVAL1(AT-IDX) DELIMITED BY SPACE
                 "-" DELIMITED BY SIZE
                 AT-OLDVAL2(AT-IDX) DELIMITED BY SPACE
                 " -> " DELIMITED BY SIZE
                 AT-NEWVAL1(AT-IDX) DELIMITED BY SPACE
                 "-" DELIMITED BY SIZE
                 AT-NEWVAL2(AT-IDX) DELIMITED BY SPACE
                 INTO WS-AUDIT-REASON
             END-STRING
         WHEN "DREN"
             STRING "#" AT-SEQNO(AT-IDX) " DREN " DELIMITED BY SIZE
                 AT-OLDVAL1(AT-IDX) DELIMITED BY "  "
                 " -> " DELIMITED BY SIZE
                 AT-NEWVAL1(AT-IDX) DELIMITED BY "  "
                 INTO WS-AUDIT-REASON
             END-STRING
         WHEN OTHER
             STRING "#" AT-SEQNO(AT-IDX) " " AT-TYPE(AT-IDX) " "
                 AT-ENAME(AT-IDX) DELIMITED BY SIZE
                 INTO WS-AUDIT-REASON
             END-STRING
     END-EVALUATE.
     PERFORM WRITE-AUDIT-RECORD.

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

 CLOSE-SQL-CURSORS.
     CALL "OCLOSE" USING CURSOR-1.
     CALL "OCLOSE" USING CURSOR-2.
     CALL "OCLOSE" USING CURSOR-3.

 DISCONNECT-FROM-ORACLE.
     CALL "OLOGOF" USING LDA.

 DISPLAY-ORA-ERROR.
     MOVE LDA-RC TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR - RETURN CODE: " ERR-RC-D.

* DISPLAY-MAINT-ERROR and DISPLAY-SALHIST-ERROR report the
* failing cursor's own C-RC, the same distinction CBDEM1's
* DISPLAY-INSERT-ERROR draws.
 DISPLAY-MAINT-ERROR.
     MOVE C-RC OF CURSOR-1 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON REQUEST #" AT-SEQNO(AT-IDX)
         " - RETURN CODE: " ERR-RC-D.

 DISPLAY-SALHIST-ERROR.
     MOVE C-RC OF CURSOR-2 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON SALARY HISTORY - RETURN CODE: "
         ERR-RC-D.

* ----------------------------------------------------------
* Audit trail - identical record layout and open/extend handling
* to CBDEM1's, appended to the same CBDEM1.AUD file, against the
* request's employee (or its job or department). The operator id
* is the approver, except on the CHANGED and PENDING records an
* approved salary change writes, which carry the requester as
* CBEMPQ would have.
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
         MOVE WS-AUDIT-USERID      TO AU-USERID
         MOVE AT-EMPNO(AT-IDX)     TO AU-EMPNO
         MOVE AT-ENAME(AT-IDX)     TO AU-ENAME
         MOVE AT-DEPTNO(AT-IDX)    TO AU-DEPTNO
         MOVE WS-AUDIT-STATUS      TO AU-STATUS
         MOVE WS-AUDIT-REASON      TO AU-REASON
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
