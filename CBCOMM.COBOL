* ----------------------------------------------------------
* CBCOMM CALCULATES THE MONTHLY SALES COMMISSION FOR EVERY
* SALESMAN FROM THE MONTH'S SALES FILE AND SETS EMP.COMM TO THE
* RESULT, SO CBPAYX AND CBCOMP1 PAY AND REPORT THE REAL FIGURE
* INSTEAD OF WHATEVER WAS KEYED AT HIRE. IT RUNS THE WAY
* CBRAISE RUNS: A TRIAL RUN FOR SIGN-OFF, THEN AN APPLY RUN.
*
* SALES FILE (CBCOMM.DAT), ONE LINE PER SALE OR PER SALESMAN -
* LINES FOR THE SAME EMPNO ARE ADDED TOGETHER:
*
*        COLS  1-9    EMPNO   (ZERO-FILLED, AS IN EMP.EMPNO)
*        COLS 10-15   PERIOD  (CCYYMM)
*        COLS 16-27   AMOUNT  (E.G. "000012500.00"; A RETURN
*                              MAY BE KEYED "-00000250.00")
*
* THE PERIOD OF THE FIRST VALID LINE FOR A MONTH NOT ALREADY ON
* CBCOMM.PER IS THE RUN PERIOD; ONE RUN APPLIES ONE MONTH. A LINE
* FOR A MONTH ALREADY APPLIED - LAST MONTH'S LATE LINE, SAY - IS
* LISTED WHEREVER IT FALLS IN THE FILE AND NEVER SETS THE PERIOD.
*
* RATE TABLE (CBCOMM.CTL), ONE RECORD PER TIER, IN ASCENDING
* THRESHOLD ORDER - MAINTAINED THE SAME WAY AS CBRAISE.CTL:
*
*        COLS  1-12   THRESHOLD (E.G. "000050000.00")
*        COLS 13-18   PERCENT   (E.G. "005.00" FOR 5%)
*
* THE TIERS ARE MARGINAL: EACH PERCENTAGE IS PAID ON THE PART OF
* THE MONTH'S SALES ABOVE ITS THRESHOLD AND UP TO THE NEXT ONE,
* SO CROSSING A THRESHOLD NEVER LOWERS THE COMMISSION. SALES
* BELOW THE FIRST THRESHOLD EARN NOTHING. A TABLE THAT IS EMPTY
* OR OUT OF ORDER ABORTS THE RUN.
*
* THE RUN ASKS ONE QUESTION:
*
*        Apply updates to EMP (Y/N, N = trial run):
*
* N IS THE TRIAL RUN: EVERY SALESMAN'S SALES, OLD AND NEW
* COMMISSION, WITH DEPARTMENT SUBTOTALS, IS PRINTED TO
* CBCOMM.LST AND ECHOED TO THE TERMINAL, BUT EMP IS NOT TOUCHED.
* Y IS THE APPLY RUN: EACH NEW COMMISSION IS UPDATED AND
* COMMITTED PER ROW, AS CBRAISE COMMITS EACH RAISE. A SALESMAN
* WITH NO SALES LINE FOR THE PERIOD IS REPORTED "NO SALES LINE"
* AND PAID ON ZERO SALES - NORMALLY NO COMMISSION - SO LAST
* MONTH'S FIGURE IS NEVER PAID AGAIN; THE FLAG ALSO KEEPS THE
* RETURN CODE AT 4 SO THE LIST IS LOOKED AT. A FILE WITH NO
* VALID LINE FOR AN UNAPPLIED MONTH HAS NO RUN PERIOD, AND THEN
* NOBODY IS UPDATED.
*
* EXCEPTIONS: A SALES LINE IS NEVER APPLIED, IN EITHER MODE, BUT
* LISTED UNDER "EXCEPTIONS - NOT APPLIED" AT THE FOOT OF THE
* REPORT WHEN:
*
*        INVALID SALES LINE      EMPNO OR PERIOD NOT NUMERIC, A
*                                MONTH OUTSIDE 01-12, OR AN
*                                AMOUNT MISSING OR NOT A PLAIN
*                                NUMBER (E.G. "12,500.00")
*        PERIOD ALREADY APPLIED  CBCOMM.PER SHOWS AN APPLY RUN
*                                HAS ALREADY COMPLETED THE PERIOD
*        NOT THE RUN PERIOD      A SECOND MONTH IN THE SAME FILE
*        UNKNOWN EMPNO           NO SUCH EMPLOYEE ON EMP
*        NOT A SALESMAN          THE EMPLOYEE'S JOB IS NOT
*                                SALESMAN
*
* A COMMISSION CORRECTION AFTER THE PERIOD HAS BEEN APPLIED IS A
* CBEMPQ COMM CORRECTION, NOT A RERUN.
*
* AUTHORIZATION: AN APPLY RUN CHECKS THE CONNECTED USER-ID
* AGAINST CBPERM.DAT AND REQUIRES Y IN THE RAISE-APPLY COLUMN,
* THE SAME GATE AS CBRAISE; A REFUSED OPERATOR IS AUDITED
* DENIED. TRIAL RUNS ARE OPEN TO EVERYONE. A LOGON PARM IS
* APPLIED FIRST, SO THE USER-ID CHECKED IS THE ONE THE RUN
* CONNECTS, UPDATES AND AUDITS AS.
*
* CHECKPOINT/RESTART: AN APPLY RUN RECORDS THE PERIOD AND EACH
* EMPNO IT HAS UPDATED IN CBCOMM.CKP AS IT COMMITS. A RERUN AFTER
* AN ABEND SKIPS EVERY EMPLOYEE ALREADY ON IT - REPORTED "PREV
* APPLIED" AT THE COMMISSION ALREADY SET - AND CARRIES ON. A
* CHECKPOINT LEFT FOR A DIFFERENT PERIOD REFUSES THE RUN UNTIL
* THAT PERIOD'S FILE HAS BEEN RERUN. WHEN AN APPLY RUN READS EMP
* IN FULL AND ENDS WITH NO FAILED UPDATE THE PERIOD IS ADDED TO
* CBCOMM.PER (PERIOD, RUN STAMP, OPERATOR) AND THE CHECKPOINT IS
* EMPTIED; AFTER A FAILED UPDATE, OR AN ORACLE ERROR THAT STOPS
* THE EMP READ PART-WAY, BOTH ARE LEFT AS THEY ARE, SO A RERUN
* ONCE THE PROBLEM IS FIXED PICKS UP ONLY THE EMPLOYEES STILL
* OUTSTANDING.
* TRIAL RUNS READ CBCOMM.PER BUT NEITHER READ NOR WRITE THE
* CHECKPOINT.
*
* HISTORY AND AUDIT: EVERY COMMISSION AN APPLY RUN COMMITS ALSO
* WRITES A SALHIST ROW (OLD AND NEW COMM, SRCPGM CBCOMM) IN THE
* SAME COMMIT AND A CHANGED RECORD TO CBDEM1.AUD WITH "COMM OLD
* -> NEW" IN AU-REASON, THE RECORD A CBEMPQ COMM CORRECTION
* LEAVES. AN UPDATE THAT FAILS IS AUDITED AS REJECTED.
*
* RETURN CODE, THE CBRECON CONVENTION:
*
*        0  EVERY SALES LINE APPLIED (OR REPORTED, ON A TRIAL)
*        4  EXCEPTIONS LISTED, A ROW FLAGGED OR NOT UPDATED, OR
*           A SALESMAN WITH NO SALES LINE
*        8  THE RUN COULD NOT BE MADE, OR EMP COULD NOT BE READ
*           IN FULL
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBCOMM.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CONTROL-FILE ASSIGN TO "CBCOMM.CTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS CONTROL-STATUS.
     SELECT SALES-FILE ASSIGN TO "CBCOMM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SALES-STATUS.
     SELECT PERIOD-FILE ASSIGN TO "CBCOMM.PER"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PERIOD-STATUS.
     SELECT REPORT-FILE ASSIGN TO "CBCOMM.LST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS REPORT-STATUS.
     SELECT CHECKPOINT-FILE ASSIGN TO "CBCOMM.CKP"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS CHECKPOINT-STATUS.
     SELECT AUDIT-FILE ASSIGN TO "CBDEM1.AUD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.
     SELECT PERMIT-FILE ASSIGN TO "CBPERM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PERMIT-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  CONTROL-FILE
     LABEL RECORDS ARE STANDARD.
 01  CONTROL-RECORD.
     02   CR-THRESHOLD   PIC X(12).
     02   CR-PCT         PIC X(6).

 FD  SALES-FILE
     LABEL RECORDS ARE STANDARD.
 01  SALES-RECORD.
     02   SL-EMPNO       PIC X(9).
     02   SL-PERIOD      PIC X(6).
     02   SL-AMOUNT      PIC X(12).

* One record per period an apply run has completed.
 FD  PERIOD-FILE
     LABEL RECORDS ARE STANDARD.
 01  PERIOD-RECORD.
     02   PR-PERIOD      PIC X(6).
     02   PR-STAMP       PIC X(14).
     02   PR-USERID      PIC X(10).

 FD  REPORT-FILE
     LABEL RECORDS ARE STANDARD.
 01  REPORT-LINE             PIC X(90).

 FD  CHECKPOINT-FILE
     LABEL RECORDS ARE STANDARD.
 01  CHECKPOINT-RECORD.
     02   CK-PERIOD      PIC X(6).
     02   CK-EMPNO       PIC 9(9).

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

* Every employee, sorted by DEPTNO for the department control
* break - the same select CBRAISE runs. Non-salesmen are read
* too, so a sales line for one can be listed as an exception.
 77   SQL-SELALL         PIC X(69) VALUE
         "SELECT EMPNO,ENAME,JOB,SAL,DEPTNO,COMM FROM EMP ORDER BY
-        " DEPTNO,ENAME".
 77   SQL-SELALL-L       PIC S9(9) VALUE 69 COMP.

 77   SQL-UPDCOMM        PIC X(37) VALUE
         "UPDATE EMP SET COMM=:1 WHERE EMPNO=:2".
 77   SQL-UPDCOMM-L      PIC S9(9) VALUE 37 COMP.

* Writes each applied commission to the SALHIST salary-history
* table - see RECORD-COMMISSION-HISTORY.
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
 77   SH-SRCPGM          PIC X(8)  VALUE "CBCOMM".
 77   SH-ENTERED         PIC X(14).
 77   SH-EMPNO-L         PIC S9(9) VALUE 9 COMP.
 77   SH-EFFDATE-L       PIC S9(9) VALUE 8 COMP.
 77   SH-SAL-L           PIC S9(9) VALUE 10 COMP.
 77   SH-JOB-L           PIC S9(9) VALUE 12 COMP.
 77   SH-SRCPGM-L        PIC S9(9) VALUE 8 COMP.
 77   SH-ENTERED-L       PIC S9(9) VALUE 14 COMP.

 77   R-EMPNO            PIC X(10).
 77   R-ENAME            PIC X(12).
 77   R-JOB              PIC X(12).
 77   R-SAL              PIC X(10).
 77   R-DEPTNO           PIC X(10).
 77   R-COMM             PIC X(10).

 77   R-EMPNO-L          PIC S9(9) VALUE 10 COMP.
 77   R-ENAME-L          PIC S9(9) VALUE 12 COMP.
 77   R-JOB-L            PIC S9(9) VALUE 12 COMP.
 77   R-SAL-L            PIC S9(9) VALUE 10 COMP.
 77   R-DEPTNO-L         PIC S9(9) VALUE 10 COMP.
 77   R-COMM-L           PIC S9(9) VALUE 10 COMP.

* The commissioned grade, as CBDEM1 defines it.
 77   COMM-JOB           PIC X(12) VALUE "SALESMAN".

 77   SALES-N            PIC S9(9)V99 COMP-3 VALUE 0.
 77   OLD-COMM-N         PIC S9(7)V99 COMP-3 VALUE 0.
 77   NEW-COMM-N         PIC S9(7)V99 COMP-3 VALUE 0.
 77   COMM-WORK-N        PIC S9(11)V9(4) COMP-3 VALUE 0.
 77   TIER-AMOUNT-N      PIC S9(9)V99 COMP-3 VALUE 0.
 77   NEW-COMM-ED        PIC 9(7).99.
 77   NEW-COMM-X         PIC X(10).
 77   NEW-COMM-X-L       PIC S9(9) VALUE 10 COMP.

* Commission tiers, loaded once from CBCOMM.CTL in ascending
* threshold order.
 01  CTL-TABLE.
     02   CTL-ENTRY OCCURS 10 TIMES INDEXED BY CTL-IDX.
         03   CTL-THRESH-N   PIC S9(9)V99 COMP-3 VALUE 0.
         03   CTL-PCT-N      PIC S9(3)V99 COMP-3 VALUE 0.
 77   CTL-COUNT          PIC S9(9) COMP VALUE 0.
 77   CTL-ORDER-SW       PIC X     VALUE "Y".
 77   CR-THRESHOLD-N     PIC S9(9)V99 COMP-3 VALUE 0.

* Every period an apply run has completed, loaded once from
* CBCOMM.PER - 600 entries is fifty years of months.
 01  PER-TABLE.
     02   PER-ENTRY OCCURS 600 TIMES INDEXED BY PER-IDX.
         03   PER-PERIOD     PIC X(6).
 77   PER-COUNT          PIC S9(9) COMP VALUE 0.
 77   PER-FULL-SW        PIC X     VALUE "N".
 77   PER-FOUND-SW       PIC X     VALUE "N".
 77   RUN-PERIOD         PIC X(6)  VALUE SPACES.
 77   PERIOD-OK-SW       PIC X     VALUE "Y".
* Left at Y unless the EMP select or a fetch fails - see
* STOP-EMP-READ. Salesmen not yet read were neither reported nor
* paid, so the period must stay open.
 77   EMP-READ-OK-SW     PIC X     VALUE "Y".

* The run period's sales, one entry per EMPNO with every line for
* it added in, loaded once from CBCOMM.DAT. SE-MATCH-SW is set
* when the EMP pass finds the employee; what is left unmatched at
* the end is an unknown EMPNO.
 01  SALES-TABLE.
     02   SE-ENTRY OCCURS 5000 TIMES INDEXED BY SE-IDX.
         03   SE-EMPNO       PIC 9(9).
         03   SE-SALES-N     PIC S9(9)V99 COMP-3.
         03   SE-MATCH-SW    PIC X.
 77   SALES-COUNT        PIC S9(9) COMP VALUE 0.
 77   SALES-FULL-SW      PIC X     VALUE "N".
 77   SALES-FOUND-SW     PIC X     VALUE "N".
 77   SALES-HIT          PIC S9(9) COMP VALUE 0.
 77   SALES-LINE-COUNT   PIC S9(9) COMP VALUE 0.
 77   SALES-LINE-COUNT-D PIC ZZZZ9.
 77   SL-EMPNO-N         PIC 9(9)  VALUE 0.
 77   SL-AMOUNT-N        PIC S9(9)V99 COMP-3 VALUE 0.

* Sales lines that will not be applied, in the order found, for
* the exceptions list at the foot of the report. Callers stage
* the EXCEPT- fields and PERFORM ADD-EXCEPTION.
 01  EXC-TABLE.
     02   EX-ENTRY OCCURS 5000 TIMES INDEXED BY EX-IDX.
         03   EX-EMPNO       PIC X(9).
         03   EX-ENAME       PIC X(12).
         03   EX-PERIOD      PIC X(6).
         03   EX-SALES-N     PIC S9(9)V99 COMP-3.
         03   EX-REASON      PIC X(24).
 77   EXC-COUNT          PIC S9(9) COMP VALUE 0.
 77   EXC-COUNT-D        PIC ZZZZ9.
 77   EXCEPT-EMPNO       PIC X(9).
 77   EXCEPT-ENAME       PIC X(12).
 77   EXCEPT-PERIOD      PIC X(6).
 77   EXCEPT-SALES-N     PIC S9(9)V99 COMP-3 VALUE 0.
 77   EXCEPT-REASON      PIC X(24).

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
* Oracle's "no data found", the normal end of a fetch loop; any
* other non-zero fetch code is an error.
 77   NO-DATA-FOUND      PIC S9(4) COMP VALUE 1403.

 77   ASK-APPLY          PIC X(44) VALUE
                           "Apply updates to EMP (Y/N, N = trial
-                          " run): ".
 77   APPLY-ANS          PIC X     VALUE "N".
 77   APPLY-SW           PIC X     VALUE "N".

 77   CONTROL-STATUS     PIC XX    VALUE "00".
 77   SALES-STATUS       PIC XX    VALUE "00".
 77   PERIOD-STATUS      PIC XX    VALUE "00".
 77   REPORT-STATUS      PIC XX    VALUE "00".
 77   CHECKPOINT-STATUS  PIC XX    VALUE "00".
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
 77   CONTROL-EOF-SW     PIC X     VALUE "N".
 77   SALES-EOF-SW       PIC X     VALUE "N".
 77   PERIOD-EOF-SW      PIC X     VALUE "N".
 77   CHECKPOINT-EOF-SW  PIC X     VALUE "N".
 77   PERMIT-EOF-SW      PIC X     VALUE "N".
 77   PERMIT-OK-SW       PIC X     VALUE "N".
 77   WS-AUDIT-STATUS    PIC X(8).
 77   WS-AUDIT-REASON    PIC X(40).
 77   MORE-ROWS-SW       PIC X     VALUE "Y".
 77   FIRST-ROW-SW       PIC X     VALUE "Y".
 77   BREAK-DEPTNO       PIC X(10) VALUE SPACES.
 77   RUN-STAMP          PIC X(21).

 77   DEPT-SALES-SUBTOTAL PIC S9(11)V99 COMP-3 VALUE 0.
 77   DEPT-OLD-SUBTOTAL  PIC S9(9)V99 COMP-3 VALUE 0.
 77   DEPT-NEW-SUBTOTAL  PIC S9(9)V99 COMP-3 VALUE 0.
 77   GRAND-SALES-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
 77   GRAND-OLD-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
 77   GRAND-NEW-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
 77   REPORTED-COUNT     PIC S9(9) COMP VALUE 0.
 77   REPORTED-COUNT-D   PIC ZZZZ9.
 77   NO-SALES-COUNT     PIC S9(9) COMP VALUE 0.
 77   UPDATE-OK-SW       PIC X     VALUE "N".
 77   NO-SALES-COUNT-D   PIC ZZZZ9.
 77   FLAGGED-COUNT      PIC S9(9) COMP VALUE 0.
 77   FLAGGED-COUNT-D    PIC ZZZZ9.
 77   UPDATED-COUNT      PIC S9(9) COMP VALUE 0.
 77   UPDATED-COUNT-D    PIC ZZZZ9.
 77   FAILED-COUNT       PIC S9(9) COMP VALUE 0.
 77   FAILED-COUNT-D     PIC ZZZZ9.
 77   PREV-COUNT         PIC S9(9) COMP VALUE 0.
 77   PREV-COUNT-D       PIC ZZZZ9.

* Every EMPNO a prior (abended or failed) apply run of the same
* period already committed, loaded once from CBCOMM.CKP - see
* LOAD-CHECKPOINT-TABLE and CHECK-CHECKPOINT.
 01  CKP-TABLE.
     02   CKP-ENTRY OCCURS 5000 TIMES INDEXED BY CKP-IDX.
         03   CKP-EMPNO      PIC 9(9).
 77   CKP-COUNT          PIC S9(9) COMP VALUE 0.
 77   CKP-FULL-SW        PIC X     VALUE "N".
 77   CKP-FOUND-SW       PIC X     VALUE "N".
 77   CKP-PERIOD-SW      PIC X     VALUE "Y".
 77   CKP-OTHER-PERIOD   PIC X(6)  VALUE SPACES.
 77   R-EMPNO-N          PIC 9(9)  VALUE 0.

 01  PRINT-LINE.
     02   PL-DEPTNO      PIC X(10).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-ENAME       PIC X(12).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-SALES       PIC $$$,$$$,$$9.99-.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-OLD-COMM    PIC $$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-NEW-COMM    PIC $$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-FLAG        PIC X(17) VALUE SPACES.

 01  SUBTOTAL-LINE.
     02   FILLER         PIC X(11) VALUE SPACES.
     02   FILLER         PIC X(12) VALUE
                           "   Subtotal:".
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   ST-SALES       PIC $$$,$$$,$$9.99-.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   ST-OLD-COMM    PIC $$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   ST-NEW-COMM    PIC $$,$$$,$$9.99.
     02   FILLER         PIC X(19) VALUE SPACES.

 01  GRAND-TOTAL-LINE.
     02   FILLER         PIC X(11) VALUE SPACES.
     02   FILLER         PIC X(12) VALUE
                           "Grand Total:".
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   GT-SALES       PIC $$$,$$$,$$9.99-.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   GT-OLD-COMM    PIC $$,$$$,$$9.99.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   GT-NEW-COMM    PIC $$,$$$,$$9.99.
     02   FILLER         PIC X(19) VALUE SPACES.

 01  EXCEPTION-LINE.
     02   XL-EMPNO       PIC X(9).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   XL-ENAME       PIC X(12).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   XL-PERIOD      PIC X(6).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   XL-SALES       PIC $$$,$$$,$$9.99-.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   XL-REASON      PIC X(24).
     02   FILLER         PIC X(20) VALUE SPACES.

 01  PERIOD-LINE.
     02   FILLER         PIC X(14) VALUE "Sales period: ".
     02   PL-RUN-PERIOD  PIC X(6).
     02   FILLER         PIC X(70) VALUE SPACES.

 01  HEADING-LINE-1       PIC X(90) VALUE
         "Dept       Employee        Sales Amount      Old Comm
-        "      New Comm Flag".
 01  HEADING-LINE-2       PIC X(90) VALUE
         "---------- ------------ --------------- -------------
-        " ------------- -----------------".
 01  MODE-LINE-TRIAL      PIC X(90) VALUE
         "Sales Commission Report - TRIAL RUN - EMP not updated".
 01  MODE-LINE-APPLY      PIC X(90) VALUE
         "Sales Commission Report - APPLY RUN - EMP updated".
 01  EXC-TITLE-LINE       PIC X(90) VALUE
         "Exceptions - not applied".
 01  EXC-HEADING-1        PIC X(90) VALUE
         "EMPNO     Employee     Period    Sales Amount Reason".
 01  EXC-HEADING-2        PIC X(90) VALUE
         "--------- ------------ ------ ---------------
-        " ------------------------".
 01  EXC-NONE-LINE        PIC X(90) VALUE
         "None.".

* Standard IBM JCL PARM linkage, shared convention with CBDEM1: the
* first halfword is the binary length of the text that follows.
 LINKAGE SECTION.
 01  LS-LOGON-PARM.
     02   LS-PARM-LEN     PIC S9(4) COMP.
     02   LS-PARM-TEXT    PIC X(78).

 PROCEDURE DIVISION USING LS-LOGON-PARM.
 BEGIN.
     PERFORM LOAD-CONTROL-TABLE.
     IF CTL-COUNT = 0 OR CTL-ORDER-SW NOT = "Y"
         DISPLAY "No usable commission tiers loaded - run aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM LOAD-PERIOD-TABLE.
     PERFORM LOAD-SALES-TABLE.

     PERFORM APPLY-LOGON-PARM.
     DISPLAY ASK-APPLY WITH NO ADVANCING.
     ACCEPT APPLY-ANS.
     IF APPLY-ANS = "Y" OR APPLY-ANS = "y"
         MOVE "Y" TO APPLY-SW
         PERFORM CHECK-OPERATOR-PERMIT
         IF PERMIT-OK-SW NOT = "Y"
             PERFORM REFUSE-UNAUTHORIZED-RUN
         END-IF
         PERFORM LOAD-CHECKPOINT-TABLE
         PERFORM OPEN-CHECKPOINT-FOR-RUN
         PERFORM OPEN-AUDIT-LOG
     END-IF.

     PERFORM CONNECT-TO-ORACLE.
     IF LDA-RC NOT = ZERO-B
         PERFORM DISPLAY-ORA-ERROR
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     OPEN OUTPUT REPORT-FILE.
     IF REPORT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBCOMM.LST" " - run aborted."
         PERFORM DISCONNECT-FROM-ORACLE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM OPEN-SQL-CURSORS.
     PERFORM PRINT-REPORT-HEADING.
     PERFORM OPEN-EMP-CURSOR.
     IF EMP-READ-OK-SW = "Y"
         PERFORM FETCH-NEXT-ROW
     END-IF.
     PERFORM UNTIL MORE-ROWS-SW NOT = "Y"
         PERFORM PROCESS-EMP-ROW
         PERFORM FETCH-NEXT-ROW
     END-PERFORM.
     IF FIRST-ROW-SW NOT = "Y"
         PERFORM PRINT-DEPT-SUBTOTAL
     END-IF.
     PERFORM PRINT-GRAND-TOTAL.
     IF EMP-READ-OK-SW = "Y"
         PERFORM LIST-UNKNOWN-EMPNOS
     END-IF.
     PERFORM PRINT-EXCEPTIONS.
     IF APPLY-SW = "Y"
         PERFORM CLOSE-APPLY-RUN
     END-IF.
     PERFORM PRINT-RUN-SUMMARY.
     IF APPLY-SW = "Y"
         PERFORM CLOSE-AUDIT-LOG
     END-IF.

     CLOSE REPORT-FILE.
     PERFORM CLOSE-SQL-CURSORS.
     PERFORM DISCONNECT-FROM-ORACLE.
     IF PERIOD-OK-SW NOT = "Y" OR EMP-READ-OK-SW NOT = "Y"
         MOVE 8 TO RETURN-CODE
     ELSE
         IF EXC-COUNT > 0 OR FLAGGED-COUNT > 0 OR FAILED-COUNT > 0
                 OR NO-SALES-COUNT > 0
             MOVE 4 TO RETURN-CODE
         ELSE
             MOVE 0 TO RETURN-CODE
         END-IF
     END-IF.
     STOP RUN.

* ----------------------------------------------------------
* LOAD-CONTROL-TABLE reads the commission tiers from CBCOMM.CTL
* the way CBRAISE loads its percentages. The tiers are marginal,
* so each threshold must be above the one before it; a table
* out of order, or one too big for the 10 entries, refuses the
* run rather than pay on a misread scale.
* ----------------------------------------------------------
 LOAD-CONTROL-TABLE.
     OPEN INPUT CONTROL-FILE.
     IF CONTROL-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBCOMM.CTL" "."
     ELSE
         PERFORM UNTIL CONTROL-EOF-SW = "Y"
             READ CONTROL-FILE
                 AT END
                     MOVE "Y" TO CONTROL-EOF-SW
                 NOT AT END
                     PERFORM STORE-CONTROL-RECORD
             END-READ
         END-PERFORM
         CLOSE CONTROL-FILE
     END-IF.

 STORE-CONTROL-RECORD.
     IF CR-THRESHOLD = SPACES
         DISPLAY "Blank threshold in control file - record ignored."
     ELSE
         MOVE FUNCTION NUMVAL(CR-THRESHOLD) TO CR-THRESHOLD-N
         IF CTL-COUNT > 0
             SET CTL-IDX TO CTL-COUNT
             IF CR-THRESHOLD-N NOT > CTL-THRESH-N(CTL-IDX)
                 DISPLAY "Commission tier " CR-THRESHOLD
                     " is out of threshold order."
                 MOVE "N" TO CTL-ORDER-SW
             END-IF
         END-IF
         IF CTL-COUNT < 10
             ADD 1 TO CTL-COUNT
             SET CTL-IDX TO CTL-COUNT
             MOVE CR-THRESHOLD-N TO CTL-THRESH-N(CTL-IDX)
             MOVE FUNCTION NUMVAL(CR-PCT) TO CTL-PCT-N(CTL-IDX)
         ELSE
             DISPLAY "Control table full - tier " CR-THRESHOLD
                 " cannot be loaded."
             MOVE "N" TO CTL-ORDER-SW
         END-IF
     END-IF.

* ----------------------------------------------------------
* LOAD-PERIOD-TABLE reads CBCOMM.PER, the periods earlier apply
* runs completed. Status 35 just means no period has been applied
* yet. A file too big for the table refuses the run - a period
* missed from the table could be paid twice.
* ----------------------------------------------------------
 LOAD-PERIOD-TABLE.
     OPEN INPUT PERIOD-FILE.
     IF PERIOD-STATUS = "35"
         CONTINUE
     ELSE
         IF PERIOD-STATUS NOT = "00"
             DISPLAY "Unable to open " "CBCOMM.PER"
                 " - run aborted."
             MOVE 8 TO RETURN-CODE
             STOP RUN
         ELSE
             PERFORM UNTIL PERIOD-EOF-SW = "Y"
                 READ PERIOD-FILE
                     AT END
                         MOVE "Y" TO PERIOD-EOF-SW
                     NOT AT END
                         PERFORM STORE-PERIOD-RECORD
                 END-READ
             END-PERFORM
             CLOSE PERIOD-FILE
         END-IF
     END-IF.
     IF PER-FULL-SW = "Y"
         DISPLAY "Applied-period table full - run aborted;"
             " raise the table size and rerun."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

 STORE-PERIOD-RECORD.
     IF PER-COUNT < 600
         ADD 1 TO PER-COUNT
         SET PER-IDX TO PER-COUNT
         MOVE PR-PERIOD TO PER-PERIOD(PER-IDX)
     ELSE
         MOVE "Y" TO PER-FULL-SW
     END-IF.

* FIND-APPLIED-PERIOD looks SL-PERIOD up in the applied periods.
 FIND-APPLIED-PERIOD.
     MOVE "N" TO PER-FOUND-SW.
     PERFORM VARYING PER-IDX FROM 1 BY 1
             UNTIL PER-IDX > PER-COUNT OR PER-FOUND-SW = "Y"
         IF PER-PERIOD(PER-IDX) = SL-PERIOD
             MOVE "Y" TO PER-FOUND-SW
         END-IF
     END-PERFORM.

* ----------------------------------------------------------
* LOAD-SALES-TABLE reads CBCOMM.DAT once, totalling the run
* period's lines by EMPNO. A line that cannot be applied is
* staged on the exceptions list here; unknown EMPNOs and
* non-salesmen are only known once EMP has been read. A file
* too big for the table refuses the run rather than pay part
* of it.
* ----------------------------------------------------------
 LOAD-SALES-TABLE.
     OPEN INPUT SALES-FILE.
     IF SALES-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBCOMM.DAT" " - run aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM UNTIL SALES-EOF-SW = "Y"
         READ SALES-FILE
             AT END
                 MOVE "Y" TO SALES-EOF-SW
             NOT AT END
                 PERFORM STORE-SALES-RECORD
         END-READ
     END-PERFORM.
     CLOSE SALES-FILE.
     IF SALES-FULL-SW = "Y"
         DISPLAY "Sales table full - " "CBCOMM.DAT"
             " too large to apply safely; run refused."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     MOVE SALES-LINE-COUNT TO SALES-LINE-COUNT-D.
     IF RUN-PERIOD = SPACES
         DISPLAY SALES-LINE-COUNT-D " sales line(s) read; none for"
             " a period not yet applied - nobody will be updated."
     ELSE
         DISPLAY SALES-LINE-COUNT-D " sales line(s) read; run"
             " period " RUN-PERIOD "."
     END-IF.

 STORE-SALES-RECORD.
     ADD 1 TO SALES-LINE-COUNT.
     MOVE SL-EMPNO  TO EXCEPT-EMPNO.
     MOVE SPACES    TO EXCEPT-ENAME.
     MOVE SL-PERIOD TO EXCEPT-PERIOD.
     IF SL-AMOUNT = SPACES
             OR FUNCTION TEST-NUMVAL(SL-AMOUNT) NOT = 0
         MOVE 0 TO SL-AMOUNT-N
     ELSE
         MOVE FUNCTION NUMVAL(SL-AMOUNT) TO SL-AMOUNT-N
     END-IF.
     MOVE SL-AMOUNT-N TO EXCEPT-SALES-N.
     IF SL-EMPNO NOT NUMERIC OR SL-PERIOD NOT NUMERIC
             OR SL-PERIOD(5:2) < "01" OR SL-PERIOD(5:2) > "12"
             OR SL-AMOUNT = SPACES
             OR FUNCTION TEST-NUMVAL(SL-AMOUNT) NOT = 0
         MOVE "INVALID SALES LINE" TO EXCEPT-REASON
         PERFORM ADD-EXCEPTION
     ELSE
         PERFORM FIND-APPLIED-PERIOD
         IF PER-FOUND-SW = "Y"
             MOVE "PERIOD ALREADY APPLIED" TO EXCEPT-REASON
             PERFORM ADD-EXCEPTION
         ELSE
             IF RUN-PERIOD = SPACES
                 MOVE SL-PERIOD TO RUN-PERIOD
             END-IF
             IF SL-PERIOD NOT = RUN-PERIOD
                 MOVE "NOT THE RUN PERIOD" TO EXCEPT-REASON
                 PERFORM ADD-EXCEPTION
             ELSE
                 PERFORM ADD-SALES-AMOUNT
             END-IF
         END-IF
     END-IF.

 ADD-SALES-AMOUNT.
     MOVE SL-EMPNO TO SL-EMPNO-N.
     PERFORM FIND-SALES-ENTRY.
     IF SALES-FOUND-SW = "Y"
         ADD SL-AMOUNT-N TO SE-SALES-N(SALES-HIT)
     ELSE
         IF SALES-COUNT < 5000
             ADD 1 TO SALES-COUNT
             SET SE-IDX TO SALES-COUNT
             MOVE SL-EMPNO-N  TO SE-EMPNO(SE-IDX)
             MOVE SL-AMOUNT-N TO SE-SALES-N(SE-IDX)
             MOVE "N"         TO SE-MATCH-SW(SE-IDX)
         ELSE
             MOVE "Y" TO SALES-FULL-SW
         END-IF
     END-IF.

* FIND-SALES-ENTRY looks SL-EMPNO-N up in the sales table and
* leaves the entry's subscript in SALES-HIT.
 FIND-SALES-ENTRY.
     MOVE "N" TO SALES-FOUND-SW.
     MOVE 0 TO SALES-HIT.
     PERFORM VARYING SE-IDX FROM 1 BY 1
             UNTIL SE-IDX > SALES-COUNT OR SALES-FOUND-SW = "Y"
         IF SE-EMPNO(SE-IDX) = SL-EMPNO-N
             MOVE "Y" TO SALES-FOUND-SW
             SET SALES-HIT TO SE-IDX
         END-IF
     END-PERFORM.

* ADD-EXCEPTION files the staged EXCEPT- fields on the list. A
* list past 5000 entries is still counted, and the report says
* so, but the extra lines are not printed.
 ADD-EXCEPTION.
     ADD 1 TO EXC-COUNT.
     IF EXC-COUNT NOT > 5000
         SET EX-IDX TO EXC-COUNT
         MOVE EXCEPT-EMPNO   TO EX-EMPNO(EX-IDX)
         MOVE EXCEPT-ENAME   TO EX-ENAME(EX-IDX)
         MOVE EXCEPT-PERIOD  TO EX-PERIOD(EX-IDX)
         MOVE EXCEPT-SALES-N TO EX-SALES-N(EX-IDX)
         MOVE EXCEPT-REASON  TO EX-REASON(EX-IDX)
     END-IF.

* ----------------------------------------------------------
* CHECK-OPERATOR-PERMIT looks the connected USER-ID up in the
* CBPERM.DAT operator-permission file and passes only an
* operator whose record carries Y in the raise-apply column -
* anybody may run a trial, only the authorized may apply. Same
* gate and missing-file handling as CBRAISE's paragraph of the
* same name.
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
                         IF OP-RAISE = "Y"
                             MOVE "Y" TO PERMIT-OK-SW
                         END-IF
                     END-IF
             END-READ
         END-PERFORM
         CLOSE PERMIT-FILE
     END-IF.

* REFUSE-UNAUTHORIZED-RUN appends the DENIED record to the
* CBDEM1.AUD trail, as CBRAISE's paragraph of the same name does,
* then ends the run before anything connects to the data base.
 REFUSE-UNAUTHORIZED-RUN.
     DISPLAY "Operator " USER-ID " is not authorized to apply"
         " commissions - run refused (trial runs are open to all).".
     OPEN EXTEND AUDIT-FILE.
     IF AUDIT-STATUS = "35"
         OPEN OUTPUT AUDIT-FILE
     END-IF.
     IF AUDIT-STATUS = "00"
         MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
         MOVE USER-ID TO AU-USERID
         MOVE 0       TO AU-EMPNO
         MOVE SPACES  TO AU-ENAME
         MOVE SPACES  TO AU-DEPTNO
         MOVE "DENIED" TO AU-STATUS
         MOVE "COMMISSION APPLY NOT AUTHORIZED" TO AU-REASON
         PERFORM WRITE-CHAINED-AUDIT
         CLOSE AUDIT-FILE
     END-IF.
     MOVE 8 TO RETURN-CODE.
     STOP RUN.

* ----------------------------------------------------------
* LOAD-CHECKPOINT-TABLE reads CBCOMM.CKP once before an apply
* run, as CBRAISE's paragraph of the same name does; status 35
* just means no earlier run left one. A checkpoint written for a
* different period means that period's apply never finished -
* it must be rerun first, or its unpaid salesmen would be
* forgotten - so the run is refused.
* ----------------------------------------------------------
 LOAD-CHECKPOINT-TABLE.
     OPEN INPUT CHECKPOINT-FILE.
     IF CHECKPOINT-STATUS = "35"
         CONTINUE
     ELSE
         IF CHECKPOINT-STATUS NOT = "00"
             DISPLAY "Unable to open " "CBCOMM.CKP"
                 " - run aborted."
             MOVE 8 TO RETURN-CODE
             STOP RUN
         ELSE
             PERFORM UNTIL CHECKPOINT-EOF-SW = "Y"
                 READ CHECKPOINT-FILE
                     AT END
                         MOVE "Y" TO CHECKPOINT-EOF-SW
                     NOT AT END
                         PERFORM STORE-CHECKPOINT-RECORD
                 END-READ
             END-PERFORM
             CLOSE CHECKPOINT-FILE
         END-IF
     END-IF.
     IF CKP-PERIOD-SW NOT = "Y"
         DISPLAY "Checkpoint holds an unfinished apply run for"
             " period " CKP-OTHER-PERIOD " - rerun that period's"
             " sales file first; run refused."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     IF CKP-FULL-SW = "Y"
         DISPLAY "Checkpoint table full - run aborted;"
             " raise the table size and rerun."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     IF CKP-COUNT > 0
         MOVE CKP-COUNT TO PREV-COUNT-D
         DISPLAY "Restart detected: " PREV-COUNT-D
             " employee(s) already applied will be skipped."
     END-IF.

 STORE-CHECKPOINT-RECORD.
     IF CK-PERIOD NOT = RUN-PERIOD
         MOVE "N" TO CKP-PERIOD-SW
         MOVE CK-PERIOD TO CKP-OTHER-PERIOD
     END-IF.
     IF CKP-COUNT < 5000
         ADD 1 TO CKP-COUNT
         SET CKP-IDX TO CKP-COUNT
         MOVE CK-EMPNO TO CKP-EMPNO(CKP-IDX)
     ELSE
         MOVE "Y" TO CKP-FULL-SW
     END-IF.

* OPEN-CHECKPOINT-FOR-RUN reopens the file for appending so each
* commission this run commits lands on the checkpoint as it goes.
 OPEN-CHECKPOINT-FOR-RUN.
     OPEN EXTEND CHECKPOINT-FILE.
     IF CHECKPOINT-STATUS = "35"
         OPEN OUTPUT CHECKPOINT-FILE
     END-IF.
     IF CHECKPOINT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBCOMM.CKP"
             " for checkpointing - run aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

 CHECK-CHECKPOINT.
     MOVE "N" TO CKP-FOUND-SW.
     PERFORM VARYING CKP-IDX FROM 1 BY 1
             UNTIL CKP-IDX > CKP-COUNT OR CKP-FOUND-SW = "Y"
         IF CKP-EMPNO(CKP-IDX) = R-EMPNO-N
             MOVE "Y" TO CKP-FOUND-SW
         END-IF
     END-PERFORM.

 WRITE-CHECKPOINT-RECORD.
     MOVE RUN-PERIOD TO CK-PERIOD.
     MOVE R-EMPNO-N  TO CK-EMPNO.
     WRITE CHECKPOINT-RECORD.

* ----------------------------------------------------------
* CLOSE-APPLY-RUN settles the checkpoint at the end of an apply
* run. With EMP read in full and no failed update the period goes
* on CBCOMM.PER - if anybody was paid for it; a run period is
* never one already on the file - and the checkpoint is emptied.
* After a failed update, an EMP read cut short, or if the period
* could not be recorded, the checkpoint stays, so a rerun pays
* only the salesmen still outstanding.
* ----------------------------------------------------------
 CLOSE-APPLY-RUN.
     IF FAILED-COUNT > 0
         CLOSE CHECKPOINT-FILE
         DISPLAY "Updates failed - checkpoint kept and period "
             RUN-PERIOD " left open; rerun once corrected."
     ELSE
         IF EMP-READ-OK-SW NOT = "Y"
             CLOSE CHECKPOINT-FILE
             DISPLAY "EMP not read in full - checkpoint kept and"
                 " period " RUN-PERIOD " left open; rerun once"
                 " corrected."
         ELSE
             IF UPDATED-COUNT + PREV-COUNT > 0
                 PERFORM RECORD-APPLIED-PERIOD
             END-IF
             IF PERIOD-OK-SW = "Y"
                 PERFORM CLEAR-CHECKPOINT
             ELSE
                 CLOSE CHECKPOINT-FILE
             END-IF
         END-IF
     END-IF.

* RECORD-APPLIED-PERIOD appends the run period to CBCOMM.PER with
* the open-extend-or-create handling OPEN-AUDIT-LOG uses.
 RECORD-APPLIED-PERIOD.
     OPEN EXTEND PERIOD-FILE.
     IF PERIOD-STATUS = "35"
         OPEN OUTPUT PERIOD-FILE
     END-IF.
     IF PERIOD-STATUS = "00"
         MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
         MOVE RUN-PERIOD      TO PR-PERIOD
         MOVE RUN-STAMP(1:14) TO PR-STAMP
         MOVE USER-ID         TO PR-USERID
         WRITE PERIOD-RECORD
         CLOSE PERIOD-FILE
         DISPLAY "Period " RUN-PERIOD " recorded as applied."
     ELSE
         MOVE "N" TO PERIOD-OK-SW
         DISPLAY "Unable to record period " RUN-PERIOD " on "
             "CBCOMM.PER" " - checkpoint kept."
     END-IF.

 CLEAR-CHECKPOINT.
     CLOSE CHECKPOINT-FILE.
     OPEN OUTPUT CHECKPOINT-FILE.
     CLOSE CHECKPOINT-FILE.
     DISPLAY "Apply run complete - checkpoint cleared.".

* ----------------------------------------------------------
* PROCESS-EMP-ROW matches each employee against the sales table.
* A salesman is reported - with the sales, or flagged NO SALES
* LINE and paid on zero sales - and, on an apply run, updated;
* anybody else with sales goes on the exceptions list. The
* checkpoint is consulted first, so a restart never pays anybody
* twice, with or without a sales line.
* ----------------------------------------------------------
 PROCESS-EMP-ROW.
     MOVE FUNCTION NUMVAL(R-EMPNO) TO R-EMPNO-N.
     MOVE R-EMPNO-N TO SL-EMPNO-N.
     PERFORM FIND-SALES-ENTRY.
     IF SALES-FOUND-SW = "Y"
         MOVE "Y" TO SE-MATCH-SW(SALES-HIT)
         IF R-JOB = COMM-JOB
             MOVE SE-SALES-N(SALES-HIT) TO SALES-N
             PERFORM PROCESS-SALESMAN
         ELSE
             MOVE R-EMPNO-N TO EXCEPT-EMPNO
             MOVE R-ENAME   TO EXCEPT-ENAME
             MOVE RUN-PERIOD TO EXCEPT-PERIOD
             MOVE SE-SALES-N(SALES-HIT) TO EXCEPT-SALES-N
             MOVE "NOT A SALESMAN" TO EXCEPT-REASON
             PERFORM ADD-EXCEPTION
         END-IF
     ELSE
         IF R-JOB = COMM-JOB
             MOVE 0 TO SALES-N
             PERFORM PROCESS-SALESMAN
         END-IF
     END-IF.

 PROCESS-SALESMAN.
     PERFORM CHECK-DEPT-BREAK.
     ADD 1 TO REPORTED-COUNT.
     IF R-COMM = SPACES
         MOVE 0 TO OLD-COMM-N
     ELSE
         MOVE FUNCTION NUMVAL(R-COMM) TO OLD-COMM-N
     END-IF.
     MOVE SPACES TO PL-FLAG.
     MOVE "N" TO UPDATE-OK-SW.
     PERFORM CHECK-CHECKPOINT.
     IF CKP-FOUND-SW = "Y"
         MOVE OLD-COMM-N TO NEW-COMM-N
         MOVE "PREV APPLIED" TO PL-FLAG
         ADD 1 TO PREV-COUNT
     ELSE
         IF SALES-FOUND-SW NOT = "Y"
             ADD 1 TO NO-SALES-COUNT
             IF RUN-PERIOD = SPACES
                 MOVE OLD-COMM-N TO NEW-COMM-N
             ELSE
                 MOVE "Y" TO UPDATE-OK-SW
                 PERFORM COMPUTE-COMMISSION
             END-IF
             MOVE "NO SALES LINE" TO PL-FLAG
         ELSE
             MOVE "Y" TO UPDATE-OK-SW
             PERFORM COMPUTE-COMMISSION
         END-IF
     END-IF.
     PERFORM PRINT-DETAIL-LINE.
     IF APPLY-SW = "Y" AND UPDATE-OK-SW = "Y"
         PERFORM UPDATE-EMP-COMMISSION
     END-IF.
     ADD SALES-N    TO DEPT-SALES-SUBTOTAL.
     ADD SALES-N    TO GRAND-SALES-TOTAL.
     ADD OLD-COMM-N TO DEPT-OLD-SUBTOTAL.
     ADD OLD-COMM-N TO GRAND-OLD-TOTAL.
     ADD NEW-COMM-N TO DEPT-NEW-SUBTOTAL.
     ADD NEW-COMM-N TO GRAND-NEW-TOTAL.

* ----------------------------------------------------------
* COMPUTE-COMMISSION pays each tier's percentage on the slice of
* SALES-N between its threshold and the next tier's (or all of
* the rest, for the top tier), accumulating at four decimals and
* rounding once to cents. A figure too big for EMP.COMM is
* flagged and left alone.
* ----------------------------------------------------------
 COMPUTE-COMMISSION.
     MOVE 0 TO COMM-WORK-N.
     PERFORM VARYING CTL-IDX FROM 1 BY 1 UNTIL CTL-IDX > CTL-COUNT
         IF SALES-N > CTL-THRESH-N(CTL-IDX)
             IF CTL-IDX < CTL-COUNT
                     AND SALES-N > CTL-THRESH-N(CTL-IDX + 1)
                 COMPUTE TIER-AMOUNT-N = CTL-THRESH-N(CTL-IDX + 1)
                     - CTL-THRESH-N(CTL-IDX)
                 END-COMPUTE
             ELSE
                 COMPUTE TIER-AMOUNT-N = SALES-N
                     - CTL-THRESH-N(CTL-IDX)
                 END-COMPUTE
             END-IF
             COMPUTE COMM-WORK-N = COMM-WORK-N
                 + TIER-AMOUNT-N * CTL-PCT-N(CTL-IDX) / 100
             END-COMPUTE
         END-IF
     END-PERFORM.
     COMPUTE NEW-COMM-N ROUNDED = COMM-WORK-N
         ON SIZE ERROR
             MOVE OLD-COMM-N TO NEW-COMM-N
             MOVE "N" TO UPDATE-OK-SW
             MOVE "COMM TOO LARGE" TO PL-FLAG
             ADD 1 TO FLAGGED-COUNT
     END-COMPUTE.

 CHECK-DEPT-BREAK.
     IF FIRST-ROW-SW = "Y"
         MOVE R-DEPTNO TO BREAK-DEPTNO
         MOVE "N" TO FIRST-ROW-SW
     ELSE
         IF R-DEPTNO NOT = BREAK-DEPTNO
             PERFORM PRINT-DEPT-SUBTOTAL
             MOVE R-DEPTNO TO BREAK-DEPTNO
         END-IF
     END-IF.

* ----------------------------------------------------------
* UPDATE-EMP-COMMISSION applies one salesman's new commission and
* commits it immediately, with its SALHIST row, exactly as
* CBRAISE's UPDATE-EMP-SALARY applies a raise: a failed history
* row rolls the update back and leaves the row off the
* checkpoint, and every outcome is audited.
* ----------------------------------------------------------
 UPDATE-EMP-COMMISSION.
     MOVE NEW-COMM-N TO NEW-COMM-ED.
     MOVE NEW-COMM-ED TO NEW-COMM-X.
     CALL "OSQL3" USING CURSOR-3 SQL-UPDCOMM SQL-UPDCOMM-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-3 ONE NEW-COMM-X NEW-COMM-X-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OBNDRN" USING CURSOR-3 TWO R-EMPNO R-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-3 ONE ZERO-A.
     IF C-RC OF CURSOR-3 = ZERO-B
         PERFORM RECORD-COMMISSION-HISTORY
         IF C-RC OF CURSOR-2 NOT = ZERO-B
             PERFORM DISPLAY-SALHIST-ERROR
             CALL "OROL" USING LDA
             ADD 1 TO FAILED-COUNT
             MOVE "REJECTED" TO WS-AUDIT-STATUS
             MOVE "SALARY HISTORY FAILED" TO WS-AUDIT-REASON
             PERFORM WRITE-AUDIT-RECORD
         ELSE
             CALL "OCOM" USING LDA
             ADD 1 TO UPDATED-COUNT
             PERFORM WRITE-CHECKPOINT-RECORD
             MOVE "CHANGED" TO WS-AUDIT-STATUS
             MOVE SPACES TO WS-AUDIT-REASON
             STRING "COMM " R-COMM " -> " NEW-COMM-X
                 DELIMITED BY SIZE INTO WS-AUDIT-REASON
             END-STRING
             PERFORM WRITE-AUDIT-RECORD
         END-IF
     ELSE
         PERFORM DISPLAY-UPDATE-ERROR
         ADD 1 TO FAILED-COUNT
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         MOVE "UPDATE FAILED" TO WS-AUDIT-REASON
         PERFORM WRITE-AUDIT-RECORD
     END-IF.

* RECORD-COMMISSION-HISTORY stages the SALHIST row - only COMM
* moves; SAL and JOB carry through on both sides.
 RECORD-COMMISSION-HISTORY.
     MOVE R-EMPNO-N  TO SH-EMPNO.
     MOVE R-SAL      TO SH-OLDSAL.
     MOVE R-SAL      TO SH-NEWSAL.
     MOVE R-COMM     TO SH-OLDCOMM.
     MOVE NEW-COMM-X TO SH-NEWCOMM.
     MOVE R-JOB      TO SH-OLDJOB.
     MOVE R-JOB      TO SH-NEWJOB.
     PERFORM INSERT-SALARY-HISTORY.

* INSERT-SALARY-HISTORY writes the staged row on CURSOR-2 exactly
* as CBRAISE's paragraph of the same name does;
* UPDATE-EMP-COMMISSION commits or rolls it back with the update.
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

 PRINT-DETAIL-LINE.
     MOVE R-DEPTNO   TO PL-DEPTNO.
     MOVE R-ENAME    TO PL-ENAME.
     MOVE SALES-N    TO PL-SALES.
     MOVE OLD-COMM-N TO PL-OLD-COMM.
     MOVE NEW-COMM-N TO PL-NEW-COMM.
     MOVE PRINT-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY PRINT-LINE.

 PRINT-DEPT-SUBTOTAL.
     MOVE DEPT-SALES-SUBTOTAL TO ST-SALES.
     MOVE DEPT-OLD-SUBTOTAL TO ST-OLD-COMM.
     MOVE DEPT-NEW-SUBTOTAL TO ST-NEW-COMM.
     MOVE SUBTOTAL-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY SUBTOTAL-LINE.
     MOVE 0 TO DEPT-SALES-SUBTOTAL.
     MOVE 0 TO DEPT-OLD-SUBTOTAL.
     MOVE 0 TO DEPT-NEW-SUBTOTAL.

 PRINT-GRAND-TOTAL.
     MOVE GRAND-SALES-TOTAL TO GT-SALES.
     MOVE GRAND-OLD-TOTAL TO GT-OLD-COMM.
     MOVE GRAND-NEW-TOTAL TO GT-NEW-COMM.
     MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY GRAND-TOTAL-LINE.

* LIST-UNKNOWN-EMPNOS adds every sales entry the EMP pass never
* matched to the exceptions list.
 LIST-UNKNOWN-EMPNOS.
     PERFORM VARYING SE-IDX FROM 1 BY 1 UNTIL SE-IDX > SALES-COUNT
         IF SE-MATCH-SW(SE-IDX) NOT = "Y"
             MOVE SE-EMPNO(SE-IDX)   TO EXCEPT-EMPNO
             MOVE SPACES             TO EXCEPT-ENAME
             MOVE RUN-PERIOD         TO EXCEPT-PERIOD
             MOVE SE-SALES-N(SE-IDX) TO EXCEPT-SALES-N
             MOVE "UNKNOWN EMPNO"    TO EXCEPT-REASON
             PERFORM ADD-EXCEPTION
         END-IF
     END-PERFORM.

 PRINT-EXCEPTIONS.
     MOVE SPACES TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY SPACES.
     MOVE EXC-TITLE-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY EXC-TITLE-LINE.
     IF EXC-COUNT = 0
         MOVE EXC-NONE-LINE TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY EXC-NONE-LINE
     ELSE
         MOVE EXC-HEADING-1 TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY EXC-HEADING-1
         MOVE EXC-HEADING-2 TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY EXC-HEADING-2
         PERFORM VARYING EX-IDX FROM 1 BY 1
                 UNTIL EX-IDX > EXC-COUNT OR EX-IDX > 5000
             PERFORM PRINT-EXCEPTION-LINE
         END-PERFORM
         IF EXC-COUNT > 5000
             DISPLAY "Exceptions past 5000 counted but not listed."
         END-IF
     END-IF.

 PRINT-EXCEPTION-LINE.
     MOVE EX-EMPNO(EX-IDX)   TO XL-EMPNO.
     MOVE EX-ENAME(EX-IDX)   TO XL-ENAME.
     MOVE EX-PERIOD(EX-IDX)  TO XL-PERIOD.
     MOVE EX-SALES-N(EX-IDX) TO XL-SALES.
     MOVE EX-REASON(EX-IDX)  TO XL-REASON.
     MOVE EXCEPTION-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY EXCEPTION-LINE.

 PRINT-REPORT-HEADING.
     IF APPLY-SW = "Y"
         MOVE MODE-LINE-APPLY TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY MODE-LINE-APPLY
     ELSE
         MOVE MODE-LINE-TRIAL TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY MODE-LINE-TRIAL
     END-IF.
     MOVE RUN-PERIOD TO PL-RUN-PERIOD.
     MOVE PERIOD-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY PERIOD-LINE.
     MOVE HEADING-LINE-1 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY HEADING-LINE-1.
     MOVE HEADING-LINE-2 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY HEADING-LINE-2.

 PRINT-RUN-SUMMARY.
     MOVE REPORTED-COUNT TO REPORTED-COUNT-D.
     MOVE NO-SALES-COUNT TO NO-SALES-COUNT-D.
     MOVE FLAGGED-COUNT TO FLAGGED-COUNT-D.
     MOVE EXC-COUNT TO EXC-COUNT-D.
     DISPLAY SPACES.
     DISPLAY "===== Sales Commission Summary =====".
     DISPLAY "Salesmen reported: " REPORTED-COUNT-D.
     DISPLAY "No sales line: " NO-SALES-COUNT-D.
     DISPLAY "Flagged, not updated: " FLAGGED-COUNT-D.
     DISPLAY "Exceptions listed: " EXC-COUNT-D.
     IF APPLY-SW = "Y"
         MOVE UPDATED-COUNT TO UPDATED-COUNT-D
         MOVE FAILED-COUNT TO FAILED-COUNT-D
         MOVE PREV-COUNT TO PREV-COUNT-D
         DISPLAY "Rows updated and committed: " UPDATED-COUNT-D
         DISPLAY "Updates failed: " FAILED-COUNT-D
         DISPLAY "Previously applied (skipped): " PREV-COUNT-D
     ELSE
         DISPLAY "Trial run - no rows updated."
     END-IF.

* ----------------------------------------------------------
* OPEN-EMP-CURSOR parses and executes SQL-SELALL once;
* FETCH-NEXT-ROW pulls one row at a time off CURSOR-1, the same
* fetch loop CBRAISE runs. Only "no data found" ends the loop
* normally; any other failure is STOP-EMP-READ.
* ----------------------------------------------------------
 OPEN-EMP-CURSOR.
     CALL "OSQL3" USING CURSOR-1 SQL-SELALL SQL-SELALL-L
         INTEGER ASC.
     CALL "ODSRBN" USING CURSOR-1 ONE R-EMPNO R-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 TWO R-ENAME R-ENAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 THREE R-JOB R-JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FOUR R-SAL R-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FIVE R-DEPTNO R-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 SIX R-COMM R-COMM-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     IF C-RC OF CURSOR-1 NOT = ZERO-B
         PERFORM STOP-EMP-READ
     END-IF.

 FETCH-NEXT-ROW.
     CALL "OFEN" USING CURSOR-1 ONE.
     IF C-RC OF CURSOR-1 = ZERO-B
         MOVE "Y" TO MORE-ROWS-SW
     ELSE
         MOVE "N" TO MORE-ROWS-SW
         IF C-RC OF CURSOR-1 NOT = NO-DATA-FOUND
             PERFORM STOP-EMP-READ
         END-IF
     END-IF.

* STOP-EMP-READ ends the EMP pass on an Oracle error. The report
* says where it stopped, the salesmen not yet read are not
* reported as unknown, and CLOSE-APPLY-RUN keeps the period open.
 STOP-EMP-READ.
     MOVE "N" TO EMP-READ-OK-SW.
     MOVE "N" TO MORE-ROWS-SW.
     MOVE C-RC OF CURSOR-1 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "EMP NOT READ IN FULL - ORACLE ERROR, RETURN CODE "
         ERR-RC-D DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:53).

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

 DISPLAY-UPDATE-ERROR.
     MOVE C-RC OF CURSOR-3 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON UPDATE OF " R-ENAME
         " - RETURN CODE: " ERR-RC-D.

 DISPLAY-SALHIST-ERROR.
     MOVE C-RC OF CURSOR-2 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON SALARY HISTORY FOR " R-ENAME
         " - RETURN CODE: " ERR-RC-D.

* ----------------------------------------------------------
* Audit trail - the CBDEM1 record layout and open/extend
* handling, appended to CBDEM1.AUD, opened for apply runs only.
* Callers set WS-AUDIT-STATUS and WS-AUDIT-REASON before PERFORM
* WRITE-AUDIT-RECORD; the employee fields come from the row just
* fetched.
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
         MOVE R-EMPNO-N             TO AU-EMPNO
         MOVE R-ENAME               TO AU-ENAME
         MOVE R-DEPTNO              TO AU-DEPTNO
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
