* ----------------------------------------------------------
* CBPERMM MAINTAINS THE CBPERM.DAT OPERATOR-PERMISSION FILE
* EVERY UPDATE PROGRAM (CBDEM1, CBTERM1, CBEMPQ, CBXFER,
* CBREHIR, CBDEPTM, CBGRADE, CBBUDGM, CBRAISE) GATES ON. THE FILE USED
* TO BE EDITED BY HAND IN A TEXT EDITOR WITH NO RECORD OF WHO
* GRANTED WHAT; THIS PROGRAM REPLACES THAT. THE OPERATOR PICKS
* FROM A MENU:
*
*        (L)ist, (A)dd, (C)hange, (R)evoke operator
*
* LIST SHOWS EVERY OPERATOR WITH THEIR Y/N COLUMNS. ADD TAKES A
* NEW USER-ID AND PROMPTS FOR EACH COLUMN; CHANGE SHOWS THE
* CURRENT COLUMNS AND PROMPTS FOR EACH ONE AGAIN (BLANK KEEPS
* IT); REVOKE SETS EVERY COLUMN TO N BUT KEEPS THE RECORD, SO
* THE CBPERMR ACCESS REVIEW STILL KNOWS THE USER-ID WAS ONCE A
* PROPER OPERATOR. THE COLUMNS, IN RECORD ORDER, ARE:
*
*        H  HIRE              (CBDEM1, CBREHIR)
*        T  TERMINATE         (CBTERM1)
*        C  CORRECT           (CBEMPQ)
*        X  TRANSFER          (CBXFER)
*        M  MAINTENANCE       (CBDEPTM, CBGRADE, CBBUDGM)
*        R  RAISE APPLY       (CBRAISE)
*        P  PERMISSIONS       (THIS PROGRAM)
*        A  APPROVAL          (CBAPPRV)
*
* EVERY GRANT AND REVOKE IS WRITTEN TO CBDEM1.AUD - STATUS
* GRANTED WHEN ANY COLUMN WENT FROM N TO Y, REVOKED WHEN
* COLUMNS ONLY CAME AWAY - WITH THE OPERATOR CHANGED IN THE
* NAME FIELD AND THE OLD AND NEW COLUMNS IN THE REASON, E.G.
* "FLAGS NNNNNNNN -> YYNNNNNN", SO CBAUD1 CAN ANSWER "WHO GAVE
* QAUSER RAISE RIGHTS AND WHEN".
*
* THE CONNECTED USER-ID MUST CARRY Y IN THE PERMISSIONS COLUMN.
* A SITE WITH NO CBPERM.DAT ON FILE, OR WHOSE FILE DOES NOT YET
* NAME ANY PERMISSIONS ADMINISTRATOR, RUNS UNRESTRICTED WITH A
* WARNING SO THE FIRST ADMINISTRATOR CAN BE SET UP - THE SAME
* NO-FLAG-DAY ROLLOUT RULE CBDEM1 APPLIES. ONCE AN
* ADMINISTRATOR IS ON FILE, NOBODY MAY CHANGE THEIR OWN RECORD;
* ANOTHER ADMINISTRATOR HAS TO DO IT.
*
* THE FILE IS SMALL, SO IT IS LOADED INTO A TABLE AT STARTUP
* AND REWRITTEN WHOLE AFTER EVERY CHANGE - A RUN THAT DIES
* HALFWAY LOSES NOTHING ALREADY REPORTED AS SAVED. EACH REWRITE
* READS THE FILE AGAIN FIRST AND APPLIES ONLY THE ONE CHANGE IN
* HAND, SO A CHANGE SAVED MEANWHILE BY ANOTHER CBPERMM SESSION IS
* KEPT; IF THAT SESSION CHANGED THE SAME OPERATOR, THIS CHANGE IS
* REFUSED AND THE CURRENT COLUMNS SHOWN. A REWRITE THAT FAILS
* PART-WAY IS REPORTED WITH ITS FILE STATUS AND NOT AUDITED.
*
* TO EXIT THE PROGRAM, ENTER A CARRIAGE RETURN AT THE MENU
* PROMPT.
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBPERMM.
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

 COPY CBLOGON.
 77   LOGON-PARM-SW      PIC X     VALUE "N".
 77   WS-LEN-IDX         PIC S9(9) COMP VALUE 0.
 77   WS-LEN-FOUND-SW    PIC X     VALUE "N".
 77   CONN               PIC S9(9) VALUE 0 COMP.
 77   CONN-L             PIC S9(9) VALUE 0 COMP.
 77   CONN-MODE          PIC S9(9) VALUE 0 COMP.

 77   ZERO-B             PIC S9(4) COMP VALUE 0.
 77   ERR-RC             PIC S9(4) COMP.
 77   ERR-RC-D           PIC ZZZ9.

 77   ASK-MENU           PIC X(62) VALUE
                           "(L)ist, (A)dd, (C)hange, (R)evoke
-                          " operator, blank to exit: ".
 77   ASK-OPERATOR       PIC X(25) VALUE
                           "Enter operator user-id: ".
 77   ASK-CONFIRM        PIC X(35) VALUE
                           "Revoke every right? Y/N: ".

 77   MENU-ANS           PIC X     VALUE SPACE.
 77   CONFIRM-ANS        PIC X     VALUE "N".
 77   FLAG-ANS           PIC X     VALUE SPACE.
 77   TARGET-USERID      PIC X(10) VALUE SPACES.

* The whole permission file, loaded once and rewritten whole
* after each change. Each entry is a PERMIT-RECORD image.
 01  PERM-TABLE.
     02   PT-ENTRY OCCURS 200 TIMES INDEXED BY PT-IDX WR-IDX.
         03   PT-USERID      PIC X(10).
         03   PT-FLAGS       PIC X(8).
 77   PERM-COUNT         PIC S9(9) COMP VALUE 0.
 77   PERM-FOUND-SW      PIC X     VALUE "N".
 77   PERM-FULL-SW       PIC X     VALUE "N".
 77   ADMIN-ON-FILE-SW   PIC X     VALUE "N".
 77   REWRITE-OK-SW      PIC X     VALUE "N".
* Y when REWRITE-PERMIT-FILE is adding TARGET-USERID, N when it
* is changing an operator already on file.
 77   REWRITE-ADD-SW     PIC X     VALUE "N".
 77   LOAD-STATUS        PIC XX    VALUE "00".
 77   SAVE-STATUS        PIC XX    VALUE "00".

* OLD-FLAGS/NEW-FLAGS hold the eight columns before and after a
* change, one byte per column in record order.
 01  OLD-FLAGS.
     02   OLD-FLAG       PIC X OCCURS 8 TIMES.
 01  NEW-FLAGS.
     02   NEW-FLAG       PIC X OCCURS 8 TIMES.
 77   FLAG-IDX           PIC S9(4) COMP VALUE 0.
 77   GRANT-SW           PIC X     VALUE "N".

 01  FLAG-NAME-VALUES.
     02   FILLER         PIC X(12) VALUE "Hire".
     02   FILLER         PIC X(12) VALUE "Terminate".
     02   FILLER         PIC X(12) VALUE "Correct".
     02   FILLER         PIC X(12) VALUE "Transfer".
     02   FILLER         PIC X(12) VALUE "Maintenance".
     02   FILLER         PIC X(12) VALUE "Raise apply".
     02   FILLER         PIC X(12) VALUE "Permissions".
     02   FILLER         PIC X(12) VALUE "Approval".
 01  FLAG-NAME-TABLE REDEFINES FLAG-NAME-VALUES.
     02   FLAG-NAME      PIC X(12) OCCURS 8 TIMES.

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

 01  PERM-LIST-LINE.
     02   PL-USERID      PIC X(10).
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   PL-FLAG        PIC X(2)  OCCURS 8 TIMES.

 01  PERM-HEADING-1       PIC X(28) VALUE
         "Operator    H T C X M R P A".
 01  PERM-HEADING-2       PIC X(28) VALUE
         "----------  - - - - - - - -".

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

     PERFORM OPEN-AUDIT-LOG.
     PERFORM LOAD-PERMIT-TABLE.
     IF LOAD-STATUS NOT = "00"
         DISPLAY "Operator permission file " "CBPERM.DAT"
             " not on file - it will be created."
     END-IF.
     IF PERM-FULL-SW = "Y"
         DISPLAY "Permission table full - " "CBPERM.DAT"
             " too large to maintain safely; run refused."
         PERFORM CLOSE-AUDIT-LOG
         PERFORM DISCONNECT-FROM-ORACLE
         STOP RUN
     END-IF.

     PERFORM CHECK-OPERATOR-PERMIT.
     IF PERMIT-OK-SW NOT = "Y"
         PERFORM REFUSE-UNAUTHORIZED-RUN
     END-IF.

     PERFORM PROMPT-FOR-MENU.
     PERFORM UNTIL MENU-ANS = SPACE
         EVALUATE MENU-ANS
             WHEN "L"
                 PERFORM LIST-OPERATORS
             WHEN "A"
                 PERFORM ADD-OPERATOR
             WHEN "C"
                 PERFORM CHANGE-OPERATOR
             WHEN "R"
                 PERFORM REVOKE-OPERATOR
         END-EVALUATE
         PERFORM PROMPT-FOR-MENU
     END-PERFORM.

     PERFORM CLOSE-AUDIT-LOG.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

* ----------------------------------------------------------
* LOAD-PERMIT-TABLE reads CBPERM.DAT into PERM-TABLE. Status 35
* just means no file yet - the table starts empty and the first
* change creates it. A column that is not Y is stored as N, so
* records written before a column existed read as "no right",
* which is how every gate already treats them. LOAD-STATUS keeps
* the open status for the caller.
* ----------------------------------------------------------
 LOAD-PERMIT-TABLE.
     MOVE 0 TO PERM-COUNT.
     MOVE "N" TO PERM-FULL-SW.
     MOVE "N" TO PERMIT-EOF-SW.
     OPEN INPUT PERMIT-FILE.
     MOVE PERMIT-STATUS TO LOAD-STATUS.
     IF PERMIT-STATUS = "00"
         PERFORM UNTIL PERMIT-EOF-SW = "Y"
             READ PERMIT-FILE
                 AT END
                     MOVE "Y" TO PERMIT-EOF-SW
                 NOT AT END
                     PERFORM STORE-PERMIT-RECORD
             END-READ
         END-PERFORM
         CLOSE PERMIT-FILE
     END-IF.

 STORE-PERMIT-RECORD.
     IF OP-USERID NOT = SPACES
         IF PERM-COUNT < 200
             ADD 1 TO PERM-COUNT
             SET PT-IDX TO PERM-COUNT
             MOVE OP-USERID TO PT-USERID(PT-IDX)
             MOVE PERMIT-RECORD(11:8) TO NEW-FLAGS
             PERFORM NORMALIZE-NEW-FLAGS
             MOVE NEW-FLAGS TO PT-FLAGS(PT-IDX)
         ELSE
             MOVE "Y" TO PERM-FULL-SW
         END-IF
     END-IF.

 NORMALIZE-NEW-FLAGS.
     PERFORM VARYING FLAG-IDX FROM 1 BY 1 UNTIL FLAG-IDX > 8
         IF NEW-FLAG(FLAG-IDX) = "y"
             MOVE "Y" TO NEW-FLAG(FLAG-IDX)
         END-IF
         IF NEW-FLAG(FLAG-IDX) NOT = "Y"
             MOVE "N" TO NEW-FLAG(FLAG-IDX)
         END-IF
     END-PERFORM.

* ----------------------------------------------------------
* CHECK-OPERATOR-PERMIT passes only an operator whose record
* carries Y in the permissions column. Until some record does,
* the run is unrestricted with a warning, the way CBDEM1 treats
* a site with no CBPERM.DAT at all.
* ----------------------------------------------------------
 CHECK-OPERATOR-PERMIT.
     MOVE "N" TO PERMIT-OK-SW.
     PERFORM CHECK-ADMIN-ON-FILE.
     IF ADMIN-ON-FILE-SW NOT = "Y"
         DISPLAY "No permissions administrator on file -"
             " access not restricted."
         MOVE "Y" TO PERMIT-OK-SW
     ELSE
         MOVE USER-ID TO TARGET-USERID
         PERFORM FIND-OPERATOR
         IF PERM-FOUND-SW = "Y"
             IF PT-FLAGS(PT-IDX)(7:1) = "Y"
                 MOVE "Y" TO PERMIT-OK-SW
             END-IF
         END-IF
     END-IF.

* REFUSE-UNAUTHORIZED-RUN writes the DENIED audit record the
* monthly controls review looks for, then ends the run with
* nothing touched.
 REFUSE-UNAUTHORIZED-RUN.
     DISPLAY "Operator " USER-ID " is not authorized for"
         " permission maintenance - run refused.".
     MOVE SPACES TO TARGET-USERID.
     MOVE "DENIED" TO WS-AUDIT-STATUS.
     MOVE "PERM MAINT NOT AUTHORIZED" TO WS-AUDIT-REASON.
     PERFORM WRITE-AUDIT-RECORD.
     PERFORM CLOSE-AUDIT-LOG.
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
     IF MENU-ANS = "r"
         MOVE "R" TO MENU-ANS
     END-IF.
     IF MENU-ANS NOT = "L" AND MENU-ANS NOT = "A"
             AND MENU-ANS NOT = "C" AND MENU-ANS NOT = "R"
             AND MENU-ANS NOT = SPACE
         DISPLAY "Please answer L, A, C, R, or blank."
         MOVE SPACE TO MENU-ANS
     END-IF.

 LIST-OPERATORS.
     DISPLAY PERM-HEADING-1.
     DISPLAY PERM-HEADING-2.
     PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PERM-COUNT
         MOVE PT-USERID(PT-IDX) TO PL-USERID
         MOVE PT-FLAGS(PT-IDX) TO NEW-FLAGS
         PERFORM VARYING FLAG-IDX FROM 1 BY 1 UNTIL FLAG-IDX > 8
             MOVE NEW-FLAG(FLAG-IDX) TO PL-FLAG(FLAG-IDX)
         END-PERFORM
         DISPLAY PERM-LIST-LINE
     END-PERFORM.
     IF PERM-COUNT = 0
         DISPLAY "  (no operators on file)"
     END-IF.

* ----------------------------------------------------------
* ADD-OPERATOR refuses a user-id already on file (a second record
* would make every gate's answer depend on file order), starts
* the new operator with every column N, and takes the columns
* through the same prompts a change uses.
* ----------------------------------------------------------
 ADD-OPERATOR.
     DISPLAY ASK-OPERATOR WITH NO ADVANCING.
     ACCEPT TARGET-USERID.
     IF TARGET-USERID = SPACES
         DISPLAY "Blank user-id - add cancelled."
     ELSE
         PERFORM FIND-OPERATOR
         IF PERM-FOUND-SW = "Y"
             DISPLAY TARGET-USERID " is already on file -"
                 " use Change instead."
         ELSE
             IF PERM-COUNT NOT < 200
                 DISPLAY "Permission table full - add refused."
             ELSE
                 PERFORM CHECK-NOT-OWN-RECORD
                 IF PERMIT-OK-SW = "Y"
                     MOVE "NNNNNNNN" TO OLD-FLAGS
                     MOVE OLD-FLAGS TO NEW-FLAGS
                     PERFORM PROMPT-FOR-FLAGS
                     PERFORM INSERT-OPERATOR
                 END-IF
             END-IF
         END-IF
     END-IF.

 INSERT-OPERATOR.
     MOVE "Y" TO REWRITE-ADD-SW.
     PERFORM REWRITE-PERMIT-FILE.
     IF REWRITE-OK-SW = "Y"
         DISPLAY TARGET-USERID " added with flags " NEW-FLAGS "."
         PERFORM AUDIT-FLAG-CHANGE
     END-IF.

* ----------------------------------------------------------
* CHANGE-OPERATOR shows the current columns and re-prompts for
* each one; nothing is written unless at least one column moved.
* ----------------------------------------------------------
 CHANGE-OPERATOR.
     DISPLAY ASK-OPERATOR WITH NO ADVANCING.
     ACCEPT TARGET-USERID.
     IF TARGET-USERID = SPACES
         DISPLAY "Blank user-id - change cancelled."
     ELSE
         PERFORM FIND-OPERATOR
         IF PERM-FOUND-SW NOT = "Y"
             DISPLAY TARGET-USERID " not on file -"
                 " use Add instead."
         ELSE
             PERFORM CHECK-NOT-OWN-RECORD
             IF PERMIT-OK-SW = "Y"
                 MOVE PT-FLAGS(PT-IDX) TO OLD-FLAGS
                 MOVE OLD-FLAGS TO NEW-FLAGS
                 DISPLAY "Current flags for " TARGET-USERID
                     " (HTCXMRPA): " OLD-FLAGS
                 PERFORM PROMPT-FOR-FLAGS
                 IF NEW-FLAGS = OLD-FLAGS
                     DISPLAY "Flags left unchanged."
                 ELSE
                     PERFORM UPDATE-OPERATOR
                 END-IF
             END-IF
         END-IF
     END-IF.

* ----------------------------------------------------------
* REVOKE-OPERATOR takes every right away after an explicit Y.
* The record itself stays on file with all columns N, so the
* access review still recognizes the user-id in the audit trail.
* ----------------------------------------------------------
 REVOKE-OPERATOR.
     DISPLAY ASK-OPERATOR WITH NO ADVANCING.
     ACCEPT TARGET-USERID.
     IF TARGET-USERID = SPACES
         DISPLAY "Blank user-id - revoke cancelled."
     ELSE
         PERFORM FIND-OPERATOR
         IF PERM-FOUND-SW NOT = "Y"
             DISPLAY TARGET-USERID " not on file."
         ELSE
             PERFORM CHECK-NOT-OWN-RECORD
             IF PERMIT-OK-SW = "Y"
                 MOVE PT-FLAGS(PT-IDX) TO OLD-FLAGS
                 IF OLD-FLAGS = "NNNNNNNN"
                     DISPLAY TARGET-USERID
                         " already holds no rights."
                 ELSE
                     DISPLAY "Current flags for " TARGET-USERID
                         " (HTCXMRPA): " OLD-FLAGS
                     DISPLAY ASK-CONFIRM WITH NO ADVANCING
                     ACCEPT CONFIRM-ANS
                     IF CONFIRM-ANS = "Y" OR CONFIRM-ANS = "y"
                         MOVE "NNNNNNNN" TO NEW-FLAGS
                         PERFORM UPDATE-OPERATOR
                     ELSE
                         DISPLAY "Rights left unchanged."
                     END-IF
                 END-IF
             END-IF
         END-IF
     END-IF.

* UPDATE-OPERATOR saves NEW-FLAGS for TARGET-USERID and audits
* the change once it is on file.
 UPDATE-OPERATOR.
     MOVE "N" TO REWRITE-ADD-SW.
     PERFORM REWRITE-PERMIT-FILE.
     IF REWRITE-OK-SW = "Y"
         DISPLAY TARGET-USERID " flags changed from " OLD-FLAGS
             " to " NEW-FLAGS "."
         PERFORM AUDIT-FLAG-CHANGE
     END-IF.

* PROMPT-FOR-FLAGS asks for each column in turn; a blank answer
* keeps what NEW-FLAGS already holds.
 PROMPT-FOR-FLAGS.
     PERFORM VARYING FLAG-IDX FROM 1 BY 1 UNTIL FLAG-IDX > 8
         MOVE SPACE TO FLAG-ANS
         DISPLAY "  " FLAG-NAME(FLAG-IDX) " (Y/N, blank keeps "
             NEW-FLAG(FLAG-IDX) "): " WITH NO ADVANCING
         ACCEPT FLAG-ANS
         IF FLAG-ANS = "y"
             MOVE "Y" TO FLAG-ANS
         END-IF
         IF FLAG-ANS = "n"
             MOVE "N" TO FLAG-ANS
         END-IF
         IF FLAG-ANS = "Y" OR FLAG-ANS = "N"
             MOVE FLAG-ANS TO NEW-FLAG(FLAG-IDX)
         ELSE
             IF FLAG-ANS NOT = SPACE
                 DISPLAY "  Not Y or N - "
                     FLAG-NAME(FLAG-IDX) " left as "
                     NEW-FLAG(FLAG-IDX) "."
             END-IF
         END-IF
     END-PERFORM.

* ----------------------------------------------------------
* CHECK-NOT-OWN-RECORD stops an administrator granting or
* revoking their own rights - another administrator must do it.
* While no administrator is on file there is nobody else to ask,
* so the first one may set themselves up.
* ----------------------------------------------------------
 CHECK-NOT-OWN-RECORD.
     MOVE "Y" TO PERMIT-OK-SW.
     PERFORM CHECK-ADMIN-ON-FILE.
     IF ADMIN-ON-FILE-SW = "Y" AND TARGET-USERID = USER-ID
         DISPLAY "Operator " USER-ID " cannot change their own"
             " permissions - ask another administrator."
         MOVE "N" TO PERMIT-OK-SW
     END-IF.

* CHECK-ADMIN-ON-FILE sets ADMIN-ON-FILE-SW from the table as it
* stands now, so revoking the last administrator's rights opens
* the file up again. WR-IDX is used to leave PT-IDX on the entry
* FIND-OPERATOR located.
 CHECK-ADMIN-ON-FILE.
     MOVE "N" TO ADMIN-ON-FILE-SW.
     PERFORM VARYING WR-IDX FROM 1 BY 1
             UNTIL WR-IDX > PERM-COUNT OR ADMIN-ON-FILE-SW = "Y"
         IF PT-FLAGS(WR-IDX)(7:1) = "Y"
             MOVE "Y" TO ADMIN-ON-FILE-SW
         END-IF
     END-PERFORM.

 FIND-OPERATOR.
     MOVE "N" TO PERM-FOUND-SW.
     PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PERM-COUNT OR PERM-FOUND-SW = "Y"
         IF PT-USERID(PT-IDX) = TARGET-USERID
             MOVE "Y" TO PERM-FOUND-SW
         END-IF
     END-PERFORM.
     IF PERM-FOUND-SW = "Y"
         SET PT-IDX DOWN BY 1
     END-IF.

* ----------------------------------------------------------
* REWRITE-PERMIT-FILE reads CBPERM.DAT again immediately before
* it writes it back and applies only the change in hand to what
* is on disk, matched by user-id: TARGET-USERID added with
* NEW-FLAGS, or its columns moved from OLD-FLAGS to NEW-FLAGS.
* Every other operator is written back exactly as it now stands,
* so a change another CBPERMM session saved meanwhile is kept.
* An add for a user-id now on file, or a change to columns that
* no longer read OLD-FLAGS, was overtaken by that session and is
* not saved. REWRITE-OK-SW is set only when every WRITE and the
* CLOSE return "00"; a failure leaves the change out of the table
* and reports the status.
* ----------------------------------------------------------
 REWRITE-PERMIT-FILE.
     MOVE "N" TO REWRITE-OK-SW.
     PERFORM LOAD-PERMIT-TABLE.
     IF LOAD-STATUS NOT = "00" AND LOAD-STATUS NOT = "35"
         DISPLAY "Unable to read " "CBPERM.DAT" " - status "
             LOAD-STATUS "; change not saved."
     ELSE
         IF PERM-FULL-SW = "Y"
             DISPLAY "Permission table full - " "CBPERM.DAT"
                 " - change not saved."
         ELSE
             PERFORM FIND-OPERATOR
             IF REWRITE-ADD-SW = "Y"
                 PERFORM APPLY-ADD-TO-TABLE
             ELSE
                 PERFORM APPLY-CHANGE-TO-TABLE
             END-IF
         END-IF
     END-IF.

 APPLY-ADD-TO-TABLE.
     IF PERM-FOUND-SW = "Y"
         DISPLAY TARGET-USERID " was added by another session"
             " with flags " PT-FLAGS(PT-IDX) " - change not saved."
     ELSE
         IF PERM-COUNT NOT < 200
             DISPLAY "Permission table full - add refused."
         ELSE
             ADD 1 TO PERM-COUNT
             SET PT-IDX TO PERM-COUNT
             MOVE TARGET-USERID TO PT-USERID(PT-IDX)
             MOVE NEW-FLAGS TO PT-FLAGS(PT-IDX)
             PERFORM WRITE-PERMIT-FILE
             IF REWRITE-OK-SW NOT = "Y"
                 SUBTRACT 1 FROM PERM-COUNT
             END-IF
         END-IF
     END-IF.

 APPLY-CHANGE-TO-TABLE.
     IF PERM-FOUND-SW NOT = "Y"
         DISPLAY TARGET-USERID " is no longer on file -"
             " change not saved."
     ELSE
         IF PT-FLAGS(PT-IDX) NOT = OLD-FLAGS
             DISPLAY TARGET-USERID " was changed by another"
                 " session and now reads " PT-FLAGS(PT-IDX)
                 " - change not saved."
         ELSE
             MOVE NEW-FLAGS TO PT-FLAGS(PT-IDX)
             PERFORM WRITE-PERMIT-FILE
             IF REWRITE-OK-SW NOT = "Y"
                 MOVE OLD-FLAGS TO PT-FLAGS(PT-IDX)
             END-IF
         END-IF
     END-IF.

* WRITE-PERMIT-FILE writes the whole table over CBPERM.DAT,
* stopping at the first WRITE that fails. The file may then be
* short of operators, so the message says so.
 WRITE-PERMIT-FILE.
     OPEN OUTPUT PERMIT-FILE.
     IF PERMIT-STATUS NOT = "00"
         DISPLAY "Unable to rewrite " "CBPERM.DAT" " - status "
             PERMIT-STATUS "; change not saved."
     ELSE
         MOVE "Y" TO REWRITE-OK-SW
         PERFORM VARYING WR-IDX FROM 1 BY 1
                 UNTIL WR-IDX > PERM-COUNT OR REWRITE-OK-SW NOT = "Y"
             MOVE PT-USERID(WR-IDX) TO OP-USERID
             MOVE PT-FLAGS(WR-IDX) TO PERMIT-RECORD(11:8)
             WRITE PERMIT-RECORD
             IF PERMIT-STATUS NOT = "00"
                 MOVE PERMIT-STATUS TO SAVE-STATUS
                 MOVE "N" TO REWRITE-OK-SW
             END-IF
         END-PERFORM
         CLOSE PERMIT-FILE
         IF PERMIT-STATUS NOT = "00" AND REWRITE-OK-SW = "Y"
             MOVE PERMIT-STATUS TO SAVE-STATUS
             MOVE "N" TO REWRITE-OK-SW
         END-IF
         IF REWRITE-OK-SW NOT = "Y"
             DISPLAY "Unable to write " "CBPERM.DAT" " - status "
                 SAVE-STATUS "; change not saved and the file may"
                 " be incomplete - restore it before the next run."
         END-IF
     END-IF.

* ----------------------------------------------------------
* AUDIT-FLAG-CHANGE classifies the change - GRANTED if any column
* went from N to Y, otherwise REVOKED - and writes it with the
* old and new columns.
* ----------------------------------------------------------
 AUDIT-FLAG-CHANGE.
     MOVE "N" TO GRANT-SW.
     PERFORM VARYING FLAG-IDX FROM 1 BY 1 UNTIL FLAG-IDX > 8
         IF NEW-FLAG(FLAG-IDX) = "Y"
                 AND OLD-FLAG(FLAG-IDX) NOT = "Y"
             MOVE "Y" TO GRANT-SW
         END-IF
     END-PERFORM.
     IF GRANT-SW = "Y"
         MOVE "GRANTED" TO WS-AUDIT-STATUS
     ELSE
         MOVE "REVOKED" TO WS-AUDIT-STATUS
     END-IF.
     MOVE SPACES TO WS-AUDIT-REASON.
     STRING "FLAGS " OLD-FLAGS " -> " NEW-FLAGS
         DELIMITED BY SIZE INTO WS-AUDIT-REASON
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
* CBDEM1's OPEN-AUDIT-LOG. The operator whose rights changed goes
* in the name field; there is no employee, so EMPNO is zero.
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
         MOVE 0                    TO AU-EMPNO
         MOVE TARGET-USERID        TO AU-ENAME
         MOVE SPACES               TO AU-DEPTNO
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
