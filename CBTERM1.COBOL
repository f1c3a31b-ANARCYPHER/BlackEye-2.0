* AND THE PAIR IS COMMITTED TOGETHER SO EMP AND EMPHIST
* CAN NEVER DISAGREE ABOUT WHO HAS LEFT.
*
* A TERMINATION DATE LATER THAN TODAY - A RESIGNATION WITH A
* LAST DAY WEEKS OUT - IS NOT APPLIED NOW: IT IS WRITTEN TO
* THE CBPEND.DAT PENDING-TRANSACTIONS FILE AND AUDITED AS
* "PENDING", AND THE NIGHTLY CBPENDB RUN MOVES THE ROW TO
* EMPHIST ON THAT DATE. CBPENDM LISTS, AMENDS OR CANCELS IT
* BEFORE THEN. A DATE THAT IS NOT A VALID YYYYMMDD IS REJECTED.
*
* TO EXIT THE PROGRAM, ENTER A CARRIAGE RETURN AT THE
* PROMPT FOR EMPLOYEE NUMBER.
*
     SELECT PERMIT-FILE ASSIGN TO "CBPERM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PERMIT-STATUS.
     SELECT PENDING-FILE ASSIGN TO "CBPEND.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PENDING-STATUS.

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

 WORKING-STORAGE SECTION.

 77   WS-AUDIT-REASON    PIC X(40).
 77   WS-TERM-COUNT      PIC S9(9) COMP VALUE 0.
 77   WS-TERM-COUNT-D    PIC ZZZZ9.
 77   WS-PEND-COUNT      PIC S9(9) COMP VALUE 0.
 77   WS-PEND-COUNT-D    PIC ZZZZ9.

* Future-dated terminations - see CHECK-EFFECTIVE-DATE and
* WRITE-PENDING-ITEM. The caller stages PEND-TYPE, PEND-EFFDATE,
* PEND-FIELD and PEND-NEWVAL; the rest comes from the row on
* screen and the connected USER-ID.
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
 77   PERMIT-EOF-SW      PIC X     VALUE "N".
 77   PERMIT-OK-SW       PIC X     VALUE "N".

         ACCEPT TERM-DATE
         DISPLAY ASK-REASON WITH NO ADVANCING
         ACCEPT TERM-REASON
         MOVE TERM-DATE TO EFF-DATE
         PERFORM CHECK-EFFECTIVE-DATE
         IF DATE-OK-SW NOT = "Y"
             DISPLAY "Termination date " TERM-DATE
                 " is not a valid YYYYMMDD - termination rejected."
             MOVE "REJECTED" TO WS-AUDIT-STATUS
             MOVE "INVALID TERMINATION DATE" TO WS-AUDIT-REASON
             PERFORM WRITE-AUDIT-RECORD
         ELSE
             IF FUTURE-SW = "Y"
                 MOVE "TERM" TO PEND-TYPE
                 MOVE TERM-DATE TO PEND-EFFDATE
                 MOVE "RSN" TO PEND-FIELD
                 MOVE TERM-REASON TO PEND-NEWVAL
                 PERFORM WRITE-PENDING-ITEM
             ELSE
                 PERFORM MOVE-ROW-TO-HISTORY
             END-IF
         END-IF
     ELSE
         DISPLAY ENAME " termination cancelled by operator."
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-3 ONE ZERO-A.

* ----------------------------------------------------------
* CHECK-EFFECTIVE-DATE vets the YYYYMMDD staged in EFF-DATE - it
* must be a real calendar date, so 20250229 is refused - and says
* whether it falls after today. Dates are compared as
* characters, the way CBAUD1 compares its timestamps.
* ----------------------------------------------------------
 CHECK-EFFECTIVE-DATE.
     MOVE "N" TO DATE-OK-SW.
     MOVE "N" TO FUTURE-SW.
     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE RUN-STAMP(1:8) TO TODAY-DATE.
     IF EFF-DATE IS NUMERIC
         IF FUNCTION INTEGER-OF-DATE(EFF-DATE-N) NOT = 0
             MOVE "Y" TO DATE-OK-SW
             IF EFF-DATE > TODAY-DATE
                 MOVE "Y" TO FUTURE-SW
             END-IF
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
             " - termination not scheduled."
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         MOVE "PENDING FILE UNAVAILABLE" TO WS-AUDIT-REASON
         PERFORM WRITE-AUDIT-RECORD
     ELSE
         MOVE SPACES TO PENDING-RECORD
         MOVE PEND-LAST-SEQNO TO PD-SEQNO
         MOVE PEND-TYPE       TO PD-TYPE
         MOVE PEND-EFFDATE    TO PD-EFFDATE
         MOVE TERM-EMPNO-N    TO PD-EMPNO
         MOVE ENAME           TO PD-ENAME
         MOVE DEPTNO          TO PD-DEPTNO
         MOVE PEND-FIELD      TO PD-FIELD
         MOVE PEND-NEWVAL     TO PD-NEWVAL
         MOVE USER-ID         TO PD-REQ-USERID
         MOVE RUN-STAMP       TO PD-REQ-STAMP
         WRITE PENDING-RECORD
         IF PENDING-STATUS NOT = "00"
             DISPLAY "Unable to write " "CBPEND.DAT" " - status "
                 PENDING-STATUS " - termination not scheduled."
             CLOSE PENDING-FILE
         ELSE
             CLOSE PENDING-FILE
             ADD 1 TO WS-PEND-COUNT
             DISPLAY ENAME " termination scheduled for " PEND-EFFDATE
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
* highest item number, and warns when the same employee already
* has an item of the same type waiting.
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
                     IF PD-EMPNO = TERM-EMPNO-N
                             AND PD-TYPE = PEND-TYPE
                         MOVE PD-SEQNO TO PEND-DUP-SEQNO
                     END-IF
             END-READ
         END-PERFORM
         CLOSE PENDING-FILE
     END-IF.
     IF PEND-DUP-SEQNO > 0
         DISPLAY "Note: pending item #" PEND-DUP-SEQNO
             " is already waiting for this employee -"
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

 COMMIT-TERMINATION.
     CALL "OCOM" USING LDA.

     DISPLAY SPACES.
     DISPLAY "===== Termination Summary =====".
     DISPLAY "Total terminations this run: " WS-TERM-COUNT-D.
     MOVE WS-PEND-COUNT TO WS-PEND-COUNT-D.
     DISPLAY "Terminations scheduled:      " WS-PEND-COUNT-D.

* ----------------------------------------------------------
* APPLY-LOGON-PARM overrides the CBLOGON copybook's compiled-in
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
