* CONFIRM PAST THE WARNING, SO NOBODY NARROWS A BAND WITHOUT
* SEEING WHO FALLS OUT OF IT.
*
* NEITHER AN ADD NOR A BAND CHANGE IS APPLIED HERE. ONE THAT
* PASSES THESE CHECKS GOES TO THE CBAPPR.DAT APPROVAL QUEUE,
* AUDITED "REQUESTD" IN CBDEM1.AUD, AND REACHES JOBGRADE ONLY
* WHEN A DIFFERENT OPERATOR APPROVES IT IN CBAPPRV. ONE REQUEST
* PER JOB MAY WAIT AT A TIME.
*
* THE CONNECTED USER-ID IS CHECKED AT STARTUP AGAINST THE
* CBPERM.DAT OPERATOR-PERMISSION FILE; AN OPERATOR WHOSE RECORD
* DOES NOT CARRY Y IN THE MAINTENANCE COLUMN IS REFUSED WITH A
*
* TO EXIT THE PROGRAM, ENTER A CARRIAGE RETURN AT THE MENU
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
     SELECT APPROVAL-FILE ASSIGN TO "CBAPPR.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS APPROVAL-STATUS.

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

* One change awaiting a second operator's approval - the layout
* CBEMPQ established. A grade add is AP-TYPE GADD and a band
* change GCHG, keyed by AP-JOB, the bands in the value columns.
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

 WORKING-STORAGE SECTION.

     02   FILLER         PIC X(50).

 COPY CBLOGON.
 77   LOGON-PARM-SW      PIC X     VALUE "N".
 77   WS-LEN-IDX         PIC S9(9) COMP VALUE 0.
 77   WS-LEN-FOUND-SW    PIC X     VALUE "N".
 77   CONN               PIC S9(9) VALUE 0 COMP.
 77   CONN-L             PIC S9(9) VALUE 0 COMP.
 77   CONN-MODE          PIC S9(9) VALUE 0 COMP.
         "SELECT MINSAL,MAXSAL FROM JOBGRADE WHERE JOB=:1".
 77   SQL-SELGRADE-L     PIC S9(9) VALUE 47 COMP.

* Counts the EMP rows a proposed band would leave outside it -
* see WARN-STRANDED-ROWS.
 77   SQL-CNTSTRAND      PIC X(60) VALUE
 77   MORE-ROWS-SW       PIC X     VALUE "N".
 77   BAND-OK-SW         PIC X     VALUE "N".

 77   APPR-TYPE          PIC X(4)  VALUE SPACES.
 77   APPR-LAST-SEQNO    PIC 9(6)  VALUE 0.
* The next item/request number, drawn from CBSEQNO.
 01  SEQNO-PARM.
     02   SQ-COUNTER     PIC X.
     02   SQ-FILE-HIGH   PIC 9(6).
     02   SQ-SEQNO       PIC 9(6).
     02   SQ-STATUS      PIC XX.
 77   APPR-DUP-SEQNO     PIC 9(6)  VALUE 0.
 77   APPROVAL-EOF-SW    PIC X     VALUE "N".
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
 77   APPROVAL-STATUS    PIC XX    VALUE "00".
 77   PERMIT-STATUS      PIC XX    VALUE "00".
 77   PERMIT-EOF-SW      PIC X     VALUE "N".
 77   PERMIT-OK-SW       PIC X     VALUE "N".
 01  GRADE-HEADING-2      PIC X(45) VALUE
         "------------  -------------  -------------".

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

     PERFORM OPEN-AUDIT-LOG.
     PERFORM PROMPT-FOR-MENU.
     PERFORM UNTIL MENU-ANS = SPACE
         EVALUATE MENU-ANS
         PERFORM PROMPT-FOR-MENU
     END-PERFORM.

     PERFORM CLOSE-AUDIT-LOG.
     PERFORM CLOSE-SQL-CURSORS.
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.
         MOVE SPACES  TO AU-DEPTNO
         MOVE "DENIED" TO AU-STATUS
         MOVE "GRADE MAINT NOT AUTHORIZED" TO AU-REASON
         PERFORM WRITE-CHAINED-AUDIT
         CLOSE AUDIT-FILE
     END-IF.
     PERFORM CLOSE-SQL-CURSORS.
* ADD-GRADE refuses a job already in the table (a second band
* for the same JOB would make CHECK-JOB-GRADE's answer depend on
* fetch order) and refuses a band with MINSAL above MAXSAL,
* then sends the new grade for approval.
* ----------------------------------------------------------
 ADD-GRADE.
     DISPLAY ASK-JOB WITH NO ADVANCING.
         ELSE
             PERFORM PROMPT-FOR-BAND
             IF BAND-OK-SW = "Y"
                 MOVE "GADD" TO APPR-TYPE
                 PERFORM REQUEST-GRADE-APPROVAL
             END-IF
         END-IF
     END-IF.
* ----------------------------------------------------------
* CHANGE-BAND shows the current band, takes the new one through
* the same MINSAL/MAXSAL sanity check, warns with a count of the
* EMP rows the new band would strand outside it, and only sends
* the change for approval past an explicit Y.
* ----------------------------------------------------------
 CHANGE-BAND.
     DISPLAY ASK-JOB WITH NO ADVANCING.
             PERFORM PROMPT-FOR-BAND
             IF BAND-OK-SW = "Y"
                 PERFORM WARN-STRANDED-ROWS
                 MOVE "GCHG" TO APPR-TYPE
                 IF STRAND-COUNT-N = 0
                     PERFORM REQUEST-GRADE-APPROVAL
                 ELSE
                     DISPLAY ASK-CONFIRM WITH NO ADVANCING
                     ACCEPT CONFIRM-ANS
                     IF CONFIRM-ANS = "Y" OR CONFIRM-ANS = "y"
                         PERFORM REQUEST-GRADE-APPROVAL
                     ELSE
                         DISPLAY "Band left unchanged."
                     END-IF
             " row(s) would sit outside the new band."
     END-IF.

* ----------------------------------------------------------
* REQUEST-GRADE-APPROVAL queues the add or band change in
* APPR-TYPE on CBAPPR.DAT for CBAPPRV, numbered from the
* CBAPPR.SEQ counter, and audits it REQUESTD. A job that
* already has a request waiting is refused until that one is
* approved or rejected. Status 35 just means the queue is empty
* and this request creates it.
* ----------------------------------------------------------
 REQUEST-GRADE-APPROVAL.
     PERFORM FIND-LAST-APPROVAL-SEQNO.
     IF APPR-DUP-SEQNO > 0
         DISPLAY G-JOB " already has request #" APPR-DUP-SEQNO
             " awaiting approval - band left unchanged."
     ELSE
         PERFORM TAKE-APPROVAL-SEQNO
         IF SQ-STATUS = "00"
             OPEN EXTEND APPROVAL-FILE
             IF APPROVAL-STATUS = "35"
                 OPEN OUTPUT APPROVAL-FILE
             END-IF
         END-IF
         IF SQ-STATUS NOT = "00" OR APPROVAL-STATUS NOT = "00"
             DISPLAY "Unable to open " "CBAPPR.DAT"
                 " - band left unchanged."
         ELSE
             MOVE SPACES TO APPROVAL-RECORD
             MOVE APPR-LAST-SEQNO TO AP-SEQNO
             MOVE APPR-TYPE  TO AP-TYPE
             MOVE 0          TO AP-EMPNO
             MOVE G-JOB      TO AP-ENAME
             MOVE G-JOB      TO AP-JOB
             IF APPR-TYPE = "GCHG"
                 MOVE OLD-MINSAL TO AP-OLDVAL1
                 MOVE OLD-MAXSAL TO AP-OLDVAL2
             END-IF
             MOVE G-MINSAL   TO AP-NEWVAL1
             MOVE G-MAXSAL   TO AP-NEWVAL2
             MOVE USER-ID    TO AP-REQ-USERID
             MOVE FUNCTION CURRENT-DATE TO AP-REQ-STAMP
             MOVE "REQUESTD" TO WS-AUDIT-STATUS
             MOVE SPACES TO WS-AUDIT-REASON
             IF APPR-TYPE = "GCHG"
                 STRING "#" AP-SEQNO " GCHG " DELIMITED BY SIZE
                     OLD-MINSAL DELIMITED BY SPACE
                     "-" DELIMITED BY SIZE
                     OLD-MAXSAL DELIMITED BY SPACE
                     " -> " DELIMITED BY SIZE
                     G-MINSAL DELIMITED BY SPACE
                     "-" DELIMITED BY SIZE
                     G-MAXSAL DELIMITED BY SPACE
                     INTO WS-AUDIT-REASON
                 END-STRING
             ELSE
                 STRING "#" AP-SEQNO " GADD " DELIMITED BY SIZE
                     G-MINSAL DELIMITED BY SPACE
                     "-" DELIMITED BY SIZE
                     G-MAXSAL DELIMITED BY SPACE
                     INTO WS-AUDIT-REASON
                 END-STRING
             END-IF
             WRITE APPROVAL-RECORD
             IF APPROVAL-STATUS NOT = "00"
                 DISPLAY "Unable to write " "CBAPPR.DAT" " - status "
                     APPROVAL-STATUS " - band left unchanged."
                 CLOSE APPROVAL-FILE
             ELSE
                 CLOSE APPROVAL-FILE
                 DISPLAY G-JOB " band " G-MINSAL " to " G-MAXSAL
                     " sent for approval as request #"
                     APPR-LAST-SEQNO "."
                 PERFORM WRITE-AUDIT-RECORD
             END-IF
         END-IF
     END-IF.

* FIND-LAST-APPROVAL-SEQNO reads CBAPPR.DAT through for the
* highest request number and for a grade request already waiting
* for this job.
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
                     IF (AP-TYPE = "GADD" OR AP-TYPE = "GCHG")
                             AND AP-JOB = G-JOB
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

 OPEN-AUDIT-LOG.
     OPEN EXTEND AUDIT-FILE.
     IF AUDIT-STATUS = "35"
         OPEN OUTPUT AUDIT-FILE
     END-IF.
     IF AUDIT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBDEM1.AUD"
             " - audit trail disabled for this run."
     END-IF.

* A grade request has no employee behind it, so the job goes in
* the name column.
 WRITE-AUDIT-RECORD.
     IF AUDIT-STATUS = "00"
         MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
         MOVE USER-ID               TO AU-USERID
         MOVE 0                     TO AU-EMPNO
         MOVE G-JOB                 TO AU-ENAME
         MOVE SPACES                TO AU-DEPTNO
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
     MOVE LDA-RC TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR - RETURN CODE: " ERR-RC-D.
