* THAT REACHES END OF FILE CLEAN EMPTIES THE CHECKPOINT SO THE
* NEXT PERIOD STARTS FRESH. TRIAL RUNS NEITHER READ NOR WRITE
* THE CHECKPOINT.
*
* HISTORY AND AUDIT: EVERY RAISE AN APPLY RUN COMMITS ALSO WRITES
* A ROW TO THE SALHIST SALARY-HISTORY TABLE (OLD AND NEW SALARY,
* COMMITTED WITH THE UPDATE) AND A CHANGED RECORD TO CBDEM1.AUD
* WITH THE OLD AND NEW SALARY IN AU-REASON, THE SAME TRAIL A
* CBEMPQ SALARY CORRECTION LEAVES. AN UPDATE THAT FAILS IS
* AUDITED AS REJECTED.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
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

 WORKING-STORAGE SECTION.


* Every employee, sorted by DEPTNO for the department control
* break, the way CBDEPT1's SQL-ROSTER sorts for its breaks.
 77   SQL-SELALL         PIC X(69) VALUE
         "SELECT EMPNO,ENAME,JOB,SAL,DEPTNO,COMM FROM EMP ORDER BY
-        " DEPTNO,ENAME".
 77   SQL-SELALL-L       PIC S9(9) VALUE 69 COMP.

* Looks up the salary band for JOB, same as CBDEM1's SQL-SELGRADE.
 77   SQL-SELGRADE       PIC X(47) VALUE
         "UPDATE EMP SET SAL=:1 WHERE EMPNO=:2".
 77   SQL-UPDSAL-L       PIC S9(9) VALUE 36 COMP.

* Writes each applied raise to the SALHIST salary-history table -
* see RECORD-RAISE-HISTORY.
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
 77   SH-SRCPGM          PIC X(8)  VALUE "CBRAISE".
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

 77   GRADE-MINSAL       PIC X(10).
 77   GRADE-MAXSAL       PIC X(10).
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
 77   CHECKPOINT-EOF-SW  PIC X     VALUE "N".
 77   PERMIT-EOF-SW      PIC X     VALUE "N".
 77   PERMIT-OK-SW       PIC X     VALUE "N".
 77   WS-AUDIT-STATUS    PIC X(8).
 77   WS-AUDIT-REASON    PIC X(40).
 77   MORE-ROWS-SW       PIC X     VALUE "Y".
 77   FIRST-ROW-SW       PIC X     VALUE "Y".
 77   BREAK-DEPTNO       PIC X(10) VALUE SPACES.
         END-IF
         PERFORM LOAD-CHECKPOINT-TABLE
         PERFORM OPEN-CHECKPOINT-FOR-RUN
         PERFORM OPEN-AUDIT-LOG
     END-IF.

     PERFORM CONNECT-TO-ORACLE.
         PERFORM CLEAR-CHECKPOINT
     END-IF.
     PERFORM PRINT-RUN-SUMMARY.
     IF APPLY-SW = "Y"
         PERFORM CLOSE-AUDIT-LOG
     END-IF.

     CLOSE REPORT-FILE.
     PERFORM CLOSE-SQL-CURSORS.
         MOVE SPACES  TO AU-DEPTNO
         MOVE "DENIED" TO AU-STATUS
         MOVE "RAISE APPLY NOT AUTHORIZED" TO AU-REASON
         PERFORM WRITE-CHAINED-AUDIT
         CLOSE AUDIT-FILE
     END-IF.
     STOP RUN.
* immediately, the commit-per-row discipline CBDEM1's
* INSERT-EMPLOYEE established - an abend partway through the
* apply run never rolls back raises already reported as applied.
*
* The raise's SALHIST row is written before the commit and goes
* in with it; if it cannot be written the update is rolled back,
* the row is left off the checkpoint (so a rerun picks it up),
* and the failure is audited. Every applied raise is audited as
* CHANGED with the old and new salary, the record a CBEMPQ
* salary correction gets.
* ----------------------------------------------------------
 UPDATE-EMP-SALARY.
     MOVE NEW-SAL-N TO NEW-SAL-ED.
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-3 ONE ZERO-A.
     IF C-RC OF CURSOR-3 = ZERO-B
         PERFORM RECORD-RAISE-HISTORY
         IF C-RC OF CURSOR-2 NOT = ZERO-B
             PERFORM DISPLAY-SALHIST-ERROR
             CALL "OROL" USING LDA
             MOVE "REJECTED" TO WS-AUDIT-STATUS
             MOVE "SALARY HISTORY FAILED" TO WS-AUDIT-REASON
             PERFORM WRITE-AUDIT-RECORD
         ELSE
             CALL "OCOM" USING LDA
             ADD 1 TO UPDATED-COUNT
             PERFORM WRITE-CHECKPOINT-RECORD
             MOVE "CHANGED" TO WS-AUDIT-STATUS
             MOVE SPACES TO WS-AUDIT-REASON
             STRING "SAL " R-SAL " -> " NEW-SAL-X
                 DELIMITED BY SIZE INTO WS-AUDIT-REASON
             END-STRING
             PERFORM WRITE-AUDIT-RECORD
         END-IF
     ELSE
         PERFORM DISPLAY-UPDATE-ERROR
         MOVE "REJECTED" TO WS-AUDIT-STATUS
         MOVE "UPDATE FAILED" TO WS-AUDIT-REASON
         PERFORM WRITE-AUDIT-RECORD
     END-IF.

* RECORD-RAISE-HISTORY stages the SALHIST row for a merit raise -
* only SAL moves; COMM and JOB carry through on both sides.
 RECORD-RAISE-HISTORY.
     MOVE R-EMPNO-N TO SH-EMPNO.
     MOVE R-SAL     TO SH-OLDSAL.
     MOVE NEW-SAL-X TO SH-NEWSAL.
     MOVE R-COMM    TO SH-OLDCOMM.
     MOVE R-COMM    TO SH-NEWCOMM.
     MOVE R-JOB     TO SH-OLDJOB.
     MOVE R-JOB     TO SH-NEWJOB.
     PERFORM INSERT-SALARY-HISTORY.

* INSERT-SALARY-HISTORY writes the staged row on CURSOR-2 (the
* band lookup's cursor, finished with this row) exactly as
* CBDEM1's paragraph of the same name does; UPDATE-EMP-SALARY
* commits or rolls it back with the update.
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
     MOVE R-DEPTNO TO PL-DEPTNO.
     MOVE R-ENAME  TO PL-ENAME.
     CALL "ODSRBN" USING CURSOR-1 FIVE R-DEPTNO R-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 SIX R-COMM R-COMM-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.

 FETCH-NEXT-ROW.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON UPDATE OF " R-ENAME
         " - RETURN CODE: " ERR-RC-D.

 DISPLAY-SALHIST-ERROR.
     MOVE C-RC OF CURSOR-2 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON SALARY HISTORY FOR " R-ENAME
         " - RETURN CODE: " ERR-RC-D.

* ----------------------------------------------------------
* Audit trail - identical record layout and open/extend handling
* to CBDEM1's, appended to the same CBDEM1.AUD file, opened for
* apply runs only (a trial run changes nothing to audit). Callers
* set WS-AUDIT-STATUS and WS-AUDIT-REASON before PERFORM
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
