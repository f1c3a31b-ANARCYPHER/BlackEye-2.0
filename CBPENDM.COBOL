* ----------------------------------------------------------
* CBPENDM MAINTAINS THE CBPEND.DAT PENDING-TRANSACTIONS FILE -
* THE FUTURE-DATED TRANSFERS, TERMINATIONS AND CORRECTIONS THAT
* CBXFER, CBTERM1 AND CBEMPQ SCHEDULE AND THE NIGHTLY CBPENDB
* RUN APPLIES. THE OPERATOR PICKS FROM A MENU:
*
*        (L)ist, (A)mend, (C)ancel pending item
*
* LIST SHOWS EVERY ITEM STILL WAITING, WITH THE OPERATOR WHO
* SCHEDULED IT AND, FOR AN ITEM CBPENDB COULD NOT APPLY, THE
* DATE AND REASON OF THE LAST FAILURE. AMEND TAKES AN ITEM
* NUMBER AND RE-PROMPTS FOR THE EFFECTIVE DATE AND THE NEW VALUE
* (BLANK KEEPS EITHER); THE DATE MUST STILL BE A VALID YYYYMMDD
* AFTER TODAY, AND A NEW DEPTNO - FOR A TRANSFER OR A DEPT
* CORRECTION - MUST BE ON THE DEPT TABLE. THE NEW SALARY OF A
* SAL CORRECTION CANNOT BE AMENDED HERE (ITS DATE CAN): A
* DIFFERENT SALARY IS KEYED AGAIN THROUGH CBEMPQ, SO THE CBAPPRV
* APPROVAL THRESHOLD STILL APPLIES TO IT. THE BAND AND EMPLOYEE
* CHECKS ARE LEFT TO CBPENDB, WHICH MAKES THEM AGAIN ON THE
* EFFECTIVE DATE ANYWAY. AN AMENDED ITEM HAS ITS LAST FAILURE
* CLEARED. CANCEL REMOVES AN ITEM AFTER AN EXPLICIT Y.
*
* EVERY AMENDMENT IS AUDITED "AMENDED" AND EVERY CANCELLATION
* "CANCELED" TO CBDEM1.AUD, AGAINST THE ITEM'S EMPLOYEE, WITH THE
* ITEM IN THE SAME "#ITEM TYPE DATE FIELD VALUE" REASON THE
* "PENDING" RECORD CARRIED WHEN IT WAS SCHEDULED.
*
* THE CONNECTED USER-ID NEEDS Y IN AT LEAST ONE OF THE TRANSFER,
* TERMINATE AND CORRECT COLUMNS OF CBPERM.DAT TO RUN AT ALL, AND
* THE COLUMN FOR THE ITEM'S TYPE TO AMEND OR CANCEL IT - NOBODY
* CAN ALTER A TERMINATION THEY COULD NOT HAVE KEYED. A SITE WITH
* NO CBPERM.DAT ON FILE RUNS UNRESTRICTED, THE SAME NO-FLAG-DAY
* ROLLOUT RULE CBDEM1 APPLIES.
*
* THE FILE IS RELOADED BEFORE EVERY MENU CHOICE, SO AN ITEM
* SCHEDULED ONLINE WHILE THIS PROGRAM SITS AT THE MENU IS SEEN.
* EACH CHANGE READS CBPEND.DAT AGAIN JUST BEFORE IT IS REWRITTEN
* AND APPLIES ONLY THAT AMENDMENT OR CANCELLATION, BY ITEM
* NUMBER, SO AN ITEM SCHEDULED WHILE THE OPERATOR SITS AT A
* PROMPT IS KEPT; AN ITEM NO LONGER ON FILE IS NOT SAVED. DO NOT
* RUN IT WHILE CBPENDB IS RUNNING.
*
* TO EXIT THE PROGRAM, ENTER A CARRIAGE RETURN AT THE MENU
* PROMPT.
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBPENDM.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
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

 COPY CBLOGON.
 77   LOGON-PARM-SW      PIC X     VALUE "N".
 77   WS-LEN-IDX         PIC S9(9) COMP VALUE 0.
 77   WS-LEN-FOUND-SW    PIC X     VALUE "N".
 77   CONN               PIC S9(9) VALUE 0 COMP.
 77   CONN-L             PIC S9(9) VALUE 0 COMP.
 77   CONN-MODE          PIC S9(9) VALUE 0 COMP.

* Validates an amended DEPTNO against DEPT, same as CBDEM1's
* SQL-SEL - see LOOKUP-DEPT.
 77   SQL-SEL            PIC X(38) VALUE
         "SELECT DNAME FROM DEPT WHERE DEPTNO=:1".
 77   SQL-SEL-L          PIC S9(9) VALUE 38 COMP.

 77   NEW-DEPTNO         PIC X(10).
 77   DNAME              PIC X(15).
 77   DEPTNO-L           PIC S9(9) VALUE 10 COMP.
 77   DNAME-L            PIC S9(9) VALUE 15 COMP.
 77   DEPT-FOUND-SW      PIC X     VALUE "N".

 77   INTEGER            PIC S9(9) COMP VALUE 3.
 77   ASC                PIC S9(9) COMP VALUE 1.
 77   ZERO-A             PIC S9(9) COMP VALUE 0.
 77   ZERO-B             PIC S9(4) COMP VALUE 0.
 77   ONE                PIC S9(9) COMP VALUE 1.
 77   ERR-RC             PIC S9(4) COMP.
 77   ERR-RC-D           PIC ZZZ9.

 77   ASK-MENU           PIC X(64) VALUE
                           "(L)ist, (A)mend, (C)ancel pending item,
-                          " blank to exit: ".
 77   ASK-ITEM           PIC X(30) VALUE
                           "Enter pending item number: ".
 77   ASK-EFFDATE        PIC X(50) VALUE
                 "New effective date (YYYYMMDD, blank keeps it): ".
 77   ASK-NEWVAL         PIC X(40) VALUE
                           "New value (blank keeps it): ".
 77   ASK-CONFIRM        PIC X(35) VALUE
                           "Cancel this item? Y/N: ".

 77   MENU-ANS           PIC X     VALUE SPACE.
 77   CONFIRM-ANS        PIC X     VALUE "N".
 77   ITEM-ANS           PIC X(6)  VALUE SPACES.
 77   TARGET-SEQNO       PIC 9(6)  VALUE 0.
 77   DATE-ANS           PIC X(8)  VALUE SPACES.
 77   VALUE-ANS          PIC X(12) VALUE SPACES.

* The whole pending file, loaded before each menu choice and
* rewritten whole after each change. PT-CANCEL-SW marks an item
* cancelled in this run; the rewrite leaves it out.
 01  PEND-TABLE.
     02   PT-ENTRY OCCURS 2000 TIMES INDEXED BY PT-IDX.
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
         03   PT-CANCEL-SW   PIC X.
 77   PEND-COUNT         PIC S9(9) COMP VALUE 0.
 77   PEND-FOUND-SW      PIC X     VALUE "N".
 77   PEND-FULL-SW       PIC X     VALUE "N".
 77   PENDING-EOF-SW     PIC X     VALUE "N".
 77   REWRITE-OK-SW      PIC X     VALUE "N".

* CBPEND.DAT as it stands on disk, re-read just before each
* rewrite so an item scheduled since the file was loaded is not
* lost. Only the item in hand, PT-IDX, is changed in it.
 01  FRESH-TABLE.
     02   FR-ENTRY OCCURS 2000 TIMES INDEXED BY FR-IDX.
         03   FR-SEQNO       PIC 9(6).
         03   FILLER         PIC X(121).
 77   FRESH-COUNT        PIC S9(9) COMP VALUE 0.
 77   FRESH-FULL-SW      PIC X     VALUE "N".
 77   FRESH-FOUND-SW     PIC X     VALUE "N".

* The item as it stood before an amendment, put back if the
* rewrite fails so table and file agree.
 77   OLD-EFFDATE        PIC X(8).
 77   OLD-NEWVAL         PIC X(12).
 77   OLD-LAST-TRY       PIC X(8).
 77   OLD-LAST-ERR       PIC X(30).

 01  EFF-DATE.
     02   EFF-YYYY       PIC 9(4).
     02   EFF-MM         PIC 9(2).
     02   EFF-DD         PIC 9(2).
 01  EFF-DATE-N REDEFINES EFF-DATE PIC 9(8).
 77   RUN-STAMP          PIC X(14).
 77   TODAY-DATE         PIC X(8).
 77   DATE-OK-SW         PIC X     VALUE "N".

* The connected operator's three scheduling columns; Y in all
* three when no CBPERM.DAT is on file.
 77   OPR-XFER-SW        PIC X     VALUE "N".
 77   OPR-TERM-SW        PIC X     VALUE "N".
 77   OPR-CORR-SW        PIC X     VALUE "N".
 77   ITEM-PERMIT-SW     PIC X     VALUE "N".

 77   WS-AUDIT-STATUS    PIC X(8).
 77   WS-AUDIT-REASON    PIC X(40).

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

 01  PEND-LIST-LINE.
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
     02   PL-REQ-USERID  PIC X(10).

 01  PEND-HEADING-1       PIC X(81) VALUE
         "Item   Type Eff Date  Employee Name         Fld  New Value
-        "    Scheduled By".
 01  PEND-HEADING-2       PIC X(81) VALUE
         "------ ---- -------- --------- ------------ ---- ----------
-        "-- ----------".

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

     CALL "OOPEN" USING CURSOR-1 LDA.
     PERFORM OPEN-AUDIT-LOG.
     PERFORM CHECK-OPERATOR-PERMIT.
     IF PERMIT-OK-SW NOT = "Y"
         PERFORM REFUSE-UNAUTHORIZED-RUN
     END-IF.

     PERFORM PROMPT-FOR-MENU.
     PERFORM UNTIL MENU-ANS = SPACE
         PERFORM LOAD-PENDING-TABLE
         IF PEND-FULL-SW = "Y"
             DISPLAY "Pending table full - " "CBPEND.DAT"
                 " too large to maintain safely; run refused."
             MOVE SPACE TO MENU-ANS
         ELSE
             EVALUATE MENU-ANS
                 WHEN "L"
                     PERFORM LIST-PENDING-ITEMS
                 WHEN "A"
                     PERFORM AMEND-PENDING-ITEM
                 WHEN "C"
                     PERFORM CANCEL-PENDING-ITEM
             END-EVALUATE
             PERFORM PROMPT-FOR-MENU
         END-IF
     END-PERFORM.

     PERFORM CLOSE-AUDIT-LOG.
     CALL "OCLOSE" USING CURSOR-1.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

* ----------------------------------------------------------
* CHECK-OPERATOR-PERMIT reads the connected operator's record
* and keeps the transfer, terminate and correct columns for the
* per-item test. Any one of the three lets the program run. No
* CBPERM.DAT at all means every column is treated as Y.
* ----------------------------------------------------------
 CHECK-OPERATOR-PERMIT.
     MOVE "N" TO PERMIT-OK-SW.
     MOVE "N" TO PERMIT-EOF-SW.
     OPEN INPUT PERMIT-FILE.
     IF PERMIT-STATUS NOT = "00"
         DISPLAY "Operator permission file " "CBPERM.DAT"
             " not on file - access not restricted."
         MOVE "Y" TO OPR-XFER-SW
         MOVE "Y" TO OPR-TERM-SW
         MOVE "Y" TO OPR-CORR-SW
     ELSE
         PERFORM UNTIL PERMIT-EOF-SW = "Y"
             READ PERMIT-FILE
                 AT END
                     MOVE "Y" TO PERMIT-EOF-SW
                 NOT AT END
                     IF OP-USERID = USER-ID
                         MOVE "Y" TO PERMIT-EOF-SW
                         MOVE OP-XFER TO OPR-XFER-SW
                         MOVE OP-TERM TO OPR-TERM-SW
                         MOVE OP-CORR TO OPR-CORR-SW
                     END-IF
             END-READ
         END-PERFORM
         CLOSE PERMIT-FILE
     END-IF.
     IF OPR-XFER-SW = "Y" OR OPR-TERM-SW = "Y"
             OR OPR-CORR-SW = "Y"
         MOVE "Y" TO PERMIT-OK-SW
     END-IF.

* REFUSE-UNAUTHORIZED-RUN writes the DENIED audit record the
* monthly controls review looks for, then ends the run with
* nothing touched.
 REFUSE-UNAUTHORIZED-RUN.
     DISPLAY "Operator " USER-ID " is not authorized for"
         " pending-item maintenance - run refused.".
     MOVE 0 TO PT-EMPNO(1).
     MOVE SPACES TO PT-ENAME(1).
     MOVE SPACES TO PT-DEPTNO(1).
     SET PT-IDX TO 1.
     MOVE "DENIED" TO WS-AUDIT-STATUS.
     MOVE "PENDING MAINT NOT AUTHORIZED" TO WS-AUDIT-REASON.
     PERFORM WRITE-AUDIT-RECORD.
     PERFORM CLOSE-AUDIT-LOG.
     CALL "OCLOSE" USING CURSOR-1.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

* CHECK-ITEM-PERMIT passes the item PT-IDX points at only when
* the operator holds the column for its type.
 CHECK-ITEM-PERMIT.
     MOVE "N" TO ITEM-PERMIT-SW.
     EVALUATE PT-TYPE(PT-IDX)
         WHEN "XFER"
             MOVE OPR-XFER-SW TO ITEM-PERMIT-SW
         WHEN "TERM"
             MOVE OPR-TERM-SW TO ITEM-PERMIT-SW
         WHEN "CORR"
             MOVE OPR-CORR-SW TO ITEM-PERMIT-SW
     END-EVALUATE.
     IF ITEM-PERMIT-SW NOT = "Y"
         DISPLAY "Operator " USER-ID " is not authorized for "
             PT-TYPE(PT-IDX) " items - item #" PT-SEQNO(PT-IDX)
             " left as it is."
     END-IF.

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

* ----------------------------------------------------------
* LOAD-PENDING-TABLE reads CBPEND.DAT into PEND-TABLE. Status 35
* just means nothing is scheduled. A file too big for the table
* stops the run rather than rewrite it short.
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
         MOVE "N"           TO PT-CANCEL-SW(PT-IDX)
     ELSE
         MOVE "Y" TO PEND-FULL-SW
     END-IF.

* LIST-PENDING-ITEMS shows every item in file order, with a
* second line under any item CBPENDB has already failed on.
 LIST-PENDING-ITEMS.
     DISPLAY PEND-HEADING-1.
     DISPLAY PEND-HEADING-2.
     PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PEND-COUNT
         MOVE PT-SEQNO(PT-IDX)      TO PL-SEQNO
         MOVE PT-TYPE(PT-IDX)       TO PL-TYPE
         MOVE PT-EFFDATE(PT-IDX)    TO PL-EFFDATE
         MOVE PT-EMPNO(PT-IDX)      TO PL-EMPNO
         MOVE PT-ENAME(PT-IDX)      TO PL-ENAME
         MOVE PT-FIELD(PT-IDX)      TO PL-FIELD
         MOVE PT-NEWVAL(PT-IDX)     TO PL-NEWVAL
         MOVE PT-REQ-USERID(PT-IDX) TO PL-REQ-USERID
         DISPLAY PEND-LIST-LINE
         IF PT-LAST-TRY(PT-IDX) NOT = SPACES
             DISPLAY "       last tried " PT-LAST-TRY(PT-IDX)
                 " - failed: " PT-LAST-ERR(PT-IDX)
         END-IF
     END-PERFORM.
     IF PEND-COUNT = 0
         DISPLAY "  (no items pending)"
     END-IF.

* ----------------------------------------------------------
* AMEND-PENDING-ITEM re-prompts for the effective date and the
* new value of one item. Nothing is written unless one of them
* actually changed and both pass their checks.
* ----------------------------------------------------------
 AMEND-PENDING-ITEM.
     PERFORM PROMPT-FOR-ITEM.
     IF PEND-FOUND-SW = "Y"
         PERFORM CHECK-ITEM-PERMIT
         IF ITEM-PERMIT-SW = "Y"
             PERFORM SHOW-ONE-ITEM
             MOVE PT-EFFDATE(PT-IDX) TO OLD-EFFDATE
             MOVE PT-NEWVAL(PT-IDX) TO OLD-NEWVAL
             MOVE PT-LAST-TRY(PT-IDX) TO OLD-LAST-TRY
             MOVE PT-LAST-ERR(PT-IDX) TO OLD-LAST-ERR
             MOVE SPACES TO DATE-ANS
             DISPLAY ASK-EFFDATE WITH NO ADVANCING
             ACCEPT DATE-ANS
             MOVE SPACES TO VALUE-ANS
             DISPLAY ASK-NEWVAL WITH NO ADVANCING
             ACCEPT VALUE-ANS
             IF DATE-ANS = SPACES
                 MOVE OLD-EFFDATE TO DATE-ANS
             END-IF
             IF VALUE-ANS = SPACES
                 MOVE OLD-NEWVAL TO VALUE-ANS
             END-IF
             IF DATE-ANS = OLD-EFFDATE AND VALUE-ANS = OLD-NEWVAL
                 DISPLAY "Item #" PT-SEQNO(PT-IDX)
                     " left unchanged."
             ELSE
                 PERFORM VALIDATE-AND-AMEND
             END-IF
         END-IF
     END-IF.

 VALIDATE-AND-AMEND.
     PERFORM CHECK-AMENDED-DATE.
     IF DATE-OK-SW NOT = "Y"
         DISPLAY "Effective date " DATE-ANS
             " is not a valid YYYYMMDD after today - amend"
             " cancelled."
     ELSE
         IF VALUE-ANS NOT = OLD-NEWVAL AND PT-FIELD(PT-IDX) = "SAL"
             DISPLAY "A new salary must be keyed through CBEMPQ"
                 " for approval - amend cancelled."
         ELSE
             PERFORM VALIDATE-AMENDED-VALUE
         END-IF
     END-IF.

* VALIDATE-AMENDED-VALUE checks a changed DEPTNO against DEPT
* before the amendment is stored.
 VALIDATE-AMENDED-VALUE.
     MOVE "Y" TO DEPT-FOUND-SW.
     IF VALUE-ANS NOT = OLD-NEWVAL
         IF PT-TYPE(PT-IDX) = "XFER"
                 OR PT-FIELD(PT-IDX) = "DEPT"
             MOVE VALUE-ANS(1:10) TO NEW-DEPTNO
             PERFORM LOOKUP-DEPT
         END-IF
     END-IF.
     IF DEPT-FOUND-SW NOT = "Y"
         DISPLAY "Department " NEW-DEPTNO " not found -"
             " amend cancelled."
     ELSE
         PERFORM UPDATE-PENDING-ITEM
     END-IF.

* UPDATE-PENDING-ITEM stores the amendment, clears the last
* failure so CBPENDB tries the item afresh, rewrites the file and
* audits the change; a failed rewrite puts the item back.
 UPDATE-PENDING-ITEM.
     MOVE DATE-ANS TO PT-EFFDATE(PT-IDX).
     MOVE VALUE-ANS TO PT-NEWVAL(PT-IDX).
     MOVE SPACES TO PT-LAST-TRY(PT-IDX).
     MOVE SPACES TO PT-LAST-ERR(PT-IDX).
     PERFORM REWRITE-PENDING-FILE.
     IF REWRITE-OK-SW = "Y"
         DISPLAY "Item #" PT-SEQNO(PT-IDX) " now effective "
             PT-EFFDATE(PT-IDX) ", new value " PT-NEWVAL(PT-IDX)
             "."
         MOVE "AMENDED" TO WS-AUDIT-STATUS
         PERFORM AUDIT-PENDING-ITEM
     ELSE
         MOVE OLD-EFFDATE TO PT-EFFDATE(PT-IDX)
         MOVE OLD-NEWVAL TO PT-NEWVAL(PT-IDX)
         MOVE OLD-LAST-TRY TO PT-LAST-TRY(PT-IDX)
         MOVE OLD-LAST-ERR TO PT-LAST-ERR(PT-IDX)
     END-IF.

* ----------------------------------------------------------
* CANCEL-PENDING-ITEM removes one item after an explicit Y. It is
* marked, the file rewritten without it, and the mark undone if
* the rewrite fails.
* ----------------------------------------------------------
 CANCEL-PENDING-ITEM.
     PERFORM PROMPT-FOR-ITEM.
     IF PEND-FOUND-SW = "Y"
         PERFORM CHECK-ITEM-PERMIT
         IF ITEM-PERMIT-SW = "Y"
             PERFORM SHOW-ONE-ITEM
             DISPLAY ASK-CONFIRM WITH NO ADVANCING
             ACCEPT CONFIRM-ANS
             IF CONFIRM-ANS = "Y" OR CONFIRM-ANS = "y"
                 MOVE "Y" TO PT-CANCEL-SW(PT-IDX)
                 PERFORM REWRITE-PENDING-FILE
                 IF REWRITE-OK-SW = "Y"
                     DISPLAY "Item #" PT-SEQNO(PT-IDX) " cancelled."
                     MOVE "CANCELED" TO WS-AUDIT-STATUS
                     PERFORM AUDIT-PENDING-ITEM
                 ELSE
                     MOVE "N" TO PT-CANCEL-SW(PT-IDX)
                 END-IF
             ELSE
                 DISPLAY "Item #" PT-SEQNO(PT-IDX) " left pending."
             END-IF
         END-IF
     END-IF.

* PROMPT-FOR-ITEM takes an item number and leaves PT-IDX on it.
 PROMPT-FOR-ITEM.
     MOVE "N" TO PEND-FOUND-SW.
     MOVE SPACES TO ITEM-ANS.
     DISPLAY ASK-ITEM WITH NO ADVANCING.
     ACCEPT ITEM-ANS.
     IF ITEM-ANS = SPACES
         DISPLAY "Blank item number - nothing done."
     ELSE
         MOVE FUNCTION NUMVAL(ITEM-ANS) TO TARGET-SEQNO
         PERFORM FIND-PENDING-ITEM
         IF PEND-FOUND-SW NOT = "Y"
             DISPLAY "Item #" TARGET-SEQNO " is not pending."
         END-IF
     END-IF.

 FIND-PENDING-ITEM.
     MOVE "N" TO PEND-FOUND-SW.
     PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PEND-COUNT OR PEND-FOUND-SW = "Y"
         IF PT-SEQNO(PT-IDX) = TARGET-SEQNO
             MOVE "Y" TO PEND-FOUND-SW
         END-IF
     END-PERFORM.
     IF PEND-FOUND-SW = "Y"
         SET PT-IDX DOWN BY 1
     END-IF.

 SHOW-ONE-ITEM.
     DISPLAY "Item #" PT-SEQNO(PT-IDX) " " PT-TYPE(PT-IDX)
         " effective " PT-EFFDATE(PT-IDX) " for " PT-ENAME(PT-IDX)
         " (" PT-EMPNO(PT-IDX) ")".
     DISPLAY "  " PT-FIELD(PT-IDX) " -> " PT-NEWVAL(PT-IDX)
         "  scheduled by " PT-REQ-USERID(PT-IDX).

* CHECK-AMENDED-DATE - same test as CBXFER's CHECK-XFER-DATE,
* except that the date must be after today: an item due today
* should be applied online, not left for tonight.
 CHECK-AMENDED-DATE.
     MOVE "N" TO DATE-OK-SW.
     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE RUN-STAMP(1:8) TO TODAY-DATE.
     MOVE DATE-ANS TO EFF-DATE.
     IF EFF-DATE IS NUMERIC
         IF FUNCTION INTEGER-OF-DATE(EFF-DATE-N) NOT = 0
                 AND EFF-DATE > TODAY-DATE
             MOVE "Y" TO DATE-OK-SW
         END-IF
     END-IF.

* ----------------------------------------------------------
* LOOKUP-DEPT validates NEW-DEPTNO against the DEPT table exactly
* as CBDEM1's paragraph of the same name does.
* ----------------------------------------------------------
 LOOKUP-DEPT.
     MOVE "N" TO DEPT-FOUND-SW.
     MOVE SPACES TO DNAME.
     CALL "OSQL3" USING CURSOR-1 SQL-SEL SQL-SEL-L INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-1 ONE NEW-DEPTNO DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 ONE DNAME DNAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-1 ONE.
     IF C-RC OF CURSOR-1 = ZERO-B
         MOVE "Y" TO DEPT-FOUND-SW
     END-IF.

* ----------------------------------------------------------
* REWRITE-PENDING-FILE reads CBPEND.DAT again immediately before
* it writes it back and applies only the change to the item in
* hand, matched by item number: a cancelled item is left out, an
* amended one takes its new date, value and cleared failure.
* Every other item is written back exactly as it now stands, so
* one CBXFER, CBTERM1, CBEMPQ or CBAPPRV scheduled while the
* operator sat at a prompt is kept. An item in hand that is no
* longer on file has been applied or cancelled elsewhere; the
* change is not saved.
* ----------------------------------------------------------
 REWRITE-PENDING-FILE.
     MOVE "N" TO REWRITE-OK-SW.
     PERFORM RELOAD-PENDING-FILE.
     IF FRESH-FULL-SW = "Y"
         DISPLAY "Pending table full - " "CBPEND.DAT"
             " - change not saved."
     ELSE
         IF FRESH-FOUND-SW NOT = "Y"
             DISPLAY "Item #" PT-SEQNO(PT-IDX)
                 " is no longer pending - change not saved."
         ELSE
             OPEN OUTPUT PENDING-FILE
             IF PENDING-STATUS NOT = "00"
                 DISPLAY "Unable to rewrite " "CBPEND.DAT"
                     " - change not saved."
             ELSE
                 PERFORM VARYING FR-IDX FROM 1 BY 1
                         UNTIL FR-IDX > FRESH-COUNT
                     PERFORM WRITE-PENDING-RECORD
                 END-PERFORM
                 CLOSE PENDING-FILE
                 MOVE "Y" TO REWRITE-OK-SW
             END-IF
         END-IF
     END-IF.

* RELOAD-PENDING-FILE reads CBPEND.DAT into FRESH-TABLE and sets
* FRESH-FOUND-SW when the item in hand is still on file.
 RELOAD-PENDING-FILE.
     MOVE 0 TO FRESH-COUNT.
     MOVE "N" TO FRESH-FULL-SW.
     MOVE "N" TO FRESH-FOUND-SW.
     MOVE "N" TO PENDING-EOF-SW.
     OPEN INPUT PENDING-FILE.
     IF PENDING-STATUS = "00"
         PERFORM UNTIL PENDING-EOF-SW = "Y"
             READ PENDING-FILE
                 AT END
                     MOVE "Y" TO PENDING-EOF-SW
                 NOT AT END
                     PERFORM STORE-FRESH-RECORD
             END-READ
         END-PERFORM
         CLOSE PENDING-FILE
     END-IF.

 STORE-FRESH-RECORD.
     IF FRESH-COUNT < 2000
         ADD 1 TO FRESH-COUNT
         SET FR-IDX TO FRESH-COUNT
         MOVE PENDING-RECORD TO FR-ENTRY(FR-IDX)
         IF PD-SEQNO = PT-SEQNO(PT-IDX)
             MOVE "Y" TO FRESH-FOUND-SW
         END-IF
     ELSE
         MOVE "Y" TO FRESH-FULL-SW
     END-IF.

* WRITE-PENDING-RECORD writes one item from the copy just read,
* with the change to the item in hand applied.
 WRITE-PENDING-RECORD.
     MOVE FR-ENTRY(FR-IDX) TO PENDING-RECORD.
     IF PD-SEQNO = PT-SEQNO(PT-IDX)
         MOVE PT-EFFDATE(PT-IDX)  TO PD-EFFDATE
         MOVE PT-NEWVAL(PT-IDX)   TO PD-NEWVAL
         MOVE PT-LAST-TRY(PT-IDX) TO PD-LAST-TRY
         MOVE PT-LAST-ERR(PT-IDX) TO PD-LAST-ERR
         IF PT-CANCEL-SW(PT-IDX) NOT = "Y"
             WRITE PENDING-RECORD
         END-IF
     ELSE
         WRITE PENDING-RECORD
     END-IF.

* AUDIT-PENDING-ITEM writes the item as it now stands in the
* reason format CBXFER, CBTERM1 and CBEMPQ used for "PENDING".
 AUDIT-PENDING-ITEM.
     MOVE SPACES TO WS-AUDIT-REASON.
     STRING "#" PT-SEQNO(PT-IDX) " " PT-TYPE(PT-IDX) " "
         PT-EFFDATE(PT-IDX) " " PT-FIELD(PT-IDX) " "
         PT-NEWVAL(PT-IDX) DELIMITED BY SIZE INTO WS-AUDIT-REASON
     END-STRING.
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

 DISCONNECT-FROM-ORACLE.
     CALL "OLOGOF" USING LDA.

 DISPLAY-ORA-ERROR.
     MOVE LDA-RC TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR - RETURN CODE: " ERR-RC-D.

* ----------------------------------------------------------
* Audit trail - the same open-extend-or-create handling as
* CBDEM1's OPEN-AUDIT-LOG, written against the item's employee.
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
         MOVE USER-ID              TO AU-USERID
         MOVE PT-EMPNO(PT-IDX)     TO AU-EMPNO
         MOVE PT-ENAME(PT-IDX)     TO AU-ENAME
         MOVE PT-DEPTNO(PT-IDX)    TO AU-DEPTNO
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
