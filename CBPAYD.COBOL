* ----------------------------------------------------------
* CBPAYD WRITES THE CHANGES-ONLY PAYROLL INTERFACE FILE THAT
* GOES ALONGSIDE CBPAYX'S FULL CBPAYX.DAT. PAYROLL USED TO DIFF
* THE WHOLE POPULATION AGAINST THEIR OWN MASTER BY HAND TO FIND
* THE STARTERS, LEAVERS, PAY CHANGES AND MOVES THEY HAVE TO ACT
* ON; CBPAYD DOES THAT DIFF HERE, AGAINST WHAT WE LAST SENT,
* AND WRITES ONE TYPED RECORD PER CHANGE TO CBPAYD.DAT.
*
* WHAT WAS LAST SENT IS KEPT IN CBPAYD.SNT - THE CBPAYX.DAT
* DETAIL IMAGE OF EVERY EMPLOYEE AS OF THE LAST CBPAYD RUN,
* HEADED BY THAT RUN'S DATE AND TIME. THE RUN COMPARES CURRENT
* EMP (THE SAME EMP-TO-DEPT JOIN CBPAYX USES) AGAINST IT, THEN
* REPLACES IT WITH WHAT THIS RUN SENT. A RERUN THEREFORE FINDS
* NOTHING NEW TO SEND TWICE, AND A MISSED PERIOD IS PICKED UP
* IN FULL BY THE NEXT RUN, BECAUSE THE COMPARISON IS ALWAYS
* AGAINST THE LAST FILE ACTUALLY WRITTEN, NEVER AGAINST A DATE.
* CBPAYD.SNT IS ONLY REPLACED ONCE THE WHOLE CHANGES FILE HAS
* BEEN WRITTEN. THE VERY FIRST RUN, WITH NO CBPAYD.SNT YET,
* COMPARES AGAINST THE LAST FULL CBPAYX.DAT INSTEAD.
*
* ALL RECORDS ARE 80 BYTES, WITH CBPAYX.DAT'S HEADER AND
* TRAILER CONVENTIONS:
*
*   HEADER  COL  1      "H"
*           COLS 2-9    RUN DATE YYYYMMDD
*           COLS 10-15  RUN TIME HHMMSS
*           COLS 16-23  CHANGES SINCE DATE YYYYMMDD
*           COLS 24-29  CHANGES SINCE TIME HHMMSS
*   DETAIL  COL  1      "D"
*           COL  2      CHANGE TYPE:
*                         N NEW HIRE       T TERMINATION
*                         P SAL/COMM       M DEPTNO MOVE
*                         J JOB CHANGE
*           COLS 3-11   EMPNO         9(9)
*           COLS 12-23  ENAME         X(12)
*           COLS 24-35  JOB           X(12)
*           COLS 36-44  SAL           9(7)V99 (NO DECIMAL POINT)
*           COLS 45-53  COMM          9(7)V99 (NO DECIMAL POINT)
*           COLS 54-57  DEPTNO        9(4)
*           COLS 58-80  BY CHANGE TYPE:
*             N   58-72 DNAME         X(15)
*             T   58-65 TERMDATE      YYYYMMDD (FROM EMPHIST)
*                 66-75 TERMREASON    X(10)    (FROM EMPHIST)
*             P   58-66 OLD SAL       9(7)V99
*                 67-75 OLD COMM      9(7)V99
*             M   58-61 OLD DEPTNO    9(4)
*                 62-76 NEW DNAME     X(15)
*             J   58-69 OLD JOB       X(12)
*   TRAILER COL  1      "T"
*           COLS 2-10   RECORD COUNT  9(9) (DETAILS ONLY)
*           COLS 11-25  SAL HASH      9(13)V99 (NO DECIMAL POINT)
*           COLS 26-40  COMM HASH     9(13)V99 (NO DECIMAL POINT)
*           COLS 41-46  NEW HIRES     9(6)
*           COLS 47-52  TERMINATIONS  9(6)
*           COLS 53-58  PAY CHANGES   9(6)
*           COLS 59-64  DEPT MOVES    9(6)
*           COLS 65-70  JOB CHANGES   9(6)
*
* ON A T RECORD THE JOB, SAL, COMM AND DEPTNO COLUMNS ARE THE
* LAST FIGURES SENT; ON EVERY OTHER TYPE THEY ARE CURRENT. ONE
* EMPLOYEE CAN CARRY A P, AN M AND A J RECORD IN THE SAME RUN.
* THE HASHES ARE THE SUM OF THE SAL AND COMM COLUMNS OF THE
* DETAILS WRITTEN, SO CBPAYIN CAN MATCH PAYROLL'S
* ACKNOWLEDGMENT (CBPAYD.ACK) AGAINST THIS FILE THE SAME WAY IT
* MATCHES CBPAYX.ACK AGAINST CBPAYX.DAT. A PAYROLL TEAM THAT
* SEES THE SINCE STAMP DIFFER FROM THE RUN STAMP ON THE LAST
* FILE THEY RECEIVED KNOWS A FILE WENT MISSING IN BETWEEN.
*
* CBPAYD.SNT MOVES ON AS SOON AS THE FILE IS WRITTEN, SO A
* CBPAYD.DAT PAYROLL HAS NOT YET TAKEN MUST NEVER BE OVERWRITTEN
* - ITS CHANGES WOULD NOT BE SENT AGAIN. BEFORE ANYTHING ELSE THE
* RUN THEREFORE READS THE CBPAYD.DAT ALREADY ON FILE, IF ANY, AND
* REFUSES TO RUN UNLESS PAYROLL'S CBPAYD.ACK CARRIES THE SAME
* TRAILER COUNT AND HASHES - THE MATCH CBPAYIN MAKES. A FILE
* WITH NO TRAILER WAS NEVER COMPLETED, SO NEVER SENT, AND MAY BE
* REPLACED. IF PAYROLL LOST A FILE, SEND THE SAME CBPAYD.DAT
* AGAIN AND RUN CBPAYD ONCE IT IS ACKNOWLEDGED.
*
* THE RUN ENDS WITH RETURN CODE 0, OR 8 IF IT COULD NOT RUN
* (THE LAST CBPAYD.DAT NOT YET ACKNOWLEDGED, NOTHING TO COMPARE
* AGAINST, A FILE WOULD NOT OPEN, ORACLE UNAVAILABLE, OR THE
* LAST-SENT TABLE OVERFLOWED), IN WHICH CASE CBPAYD.SNT IS LEFT
* AS IT WAS. AN ORACLE ERROR ON THE EXTRACT QUERY, OR A WRITE OR
* CLOSE OF CBPAYD.DAT OR CBPAYD.NEW THAT FAILS, ALSO ENDS THE RUN
* WITH 8 AND CBPAYD.SNT UNTOUCHED: A SHORT EXTRACT WOULD SEND
* EVERY EMPLOYEE NOT YET READ AS A LEAVER, SO CBPAYD.DAT IS
* EMPTIED RATHER THAN LEFT FOR PAYROLL TO TAKE, AND THE NEXT RUN
* REPLACES IT. A CBPAYD.SNT THAT CANNOT BE WRITTEN IN FULL ALSO
* ENDS THE RUN WITH 8; CBPAYD.NEW STILL HOLDS WHAT WAS SENT AND
* MUST BE COPIED OVER CBPAYD.SNT BEFORE THE NEXT RUN.
*
* LOGON: the connect user/password default to the CBLOGON copybook's
* SCOTT/tiger but can be overridden at run time without a recompile
* by passing a "USERID/PASSWORD" JCL PARM, exactly as CBDEM1 does.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBPAYD.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SENT-FILE ASSIGN TO SENT-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SENT-STATUS.
     SELECT NEW-SENT-FILE ASSIGN TO "CBPAYD.NEW"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS NEW-SENT-STATUS.
     SELECT CHANGES-FILE ASSIGN TO "CBPAYD.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS CHANGES-STATUS.
     SELECT ACK-FILE ASSIGN TO "CBPAYD.ACK"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS ACK-STATUS.

 DATA DIVISION.
 FILE SECTION.

* CBPAYD.SNT and CBPAYX.DAT share the CBPAYX.DAT layout, so
* either can be read as the last-sent state.
 FD  SENT-FILE
     LABEL RECORDS ARE STANDARD.
 01  SENT-RECORD.
     02   SR-TYPE        PIC X(1).
     02   SR-DATA        PIC X(79).
 01  SENT-HEADER-RECORD REDEFINES SENT-RECORD.
     02   FILLER         PIC X(1).
     02   SR-DATE        PIC X(8).
     02   SR-TIME        PIC X(6).
     02   FILLER         PIC X(65).
 01  SENT-DETAIL-RECORD REDEFINES SENT-RECORD.
     02   FILLER         PIC X(1).
     02   SR-EMPNO       PIC 9(9).
     02   SR-ENAME       PIC X(12).
     02   SR-JOB         PIC X(12).
     02   SR-SAL         PIC 9(7)V99.
     02   SR-DEPTNO      PIC 9(4).
     02   SR-DNAME       PIC X(15).
     02   SR-COMM        PIC 9(7)V99.
     02   FILLER         PIC X(9).

 FD  NEW-SENT-FILE
     LABEL RECORDS ARE STANDARD.
 01  NEW-SENT-RECORD         PIC X(80).

 FD  CHANGES-FILE
     LABEL RECORDS ARE STANDARD.
 01  CHANGES-RECORD          PIC X(80).
* The header and trailer of the CBPAYD.DAT already on file, read
* back by CHECK-LAST-ACKNOWLEDGED.
 01  CHANGES-HEADER-RECORD REDEFINES CHANGES-RECORD.
     02   CH-TYPE        PIC X(1).
     02   CH-DATE        PIC X(8).
     02   CH-TIME        PIC X(6).
     02   FILLER         PIC X(65).
 01  CHANGES-TRAILER-RECORD REDEFINES CHANGES-RECORD.
     02   FILLER         PIC X(1).
     02   CT-COUNT       PIC 9(9).
     02   CT-HASH        PIC 9(13)V99.
     02   CT-COMM-HASH   PIC 9(13)V99.
     02   FILLER         PIC X(40).

* Payroll's acknowledgment of CBPAYD.DAT - CBPAYIN's ACK layout.
* Only the trailer is needed here.
 FD  ACK-FILE
     LABEL RECORDS ARE STANDARD.
 01  ACK-RECORD.
     02   AK-TYPE        PIC X(1).
     02   AK-DATA        PIC X(79).
 01  ACK-TRAILER-RECORD REDEFINES ACK-RECORD.
     02   FILLER         PIC X(1).
     02   AK-COUNT       PIC 9(9).
     02   AK-HASH        PIC 9(13)V99.
     02   AK-COMM-HASH   PIC 9(13)V99.
     02   FILLER         PIC X(40).

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

 COPY CBLOGON.
 77   LOGON-PARM-SW      PIC X     VALUE "N".
 77   WS-LEN-IDX         PIC S9(9) COMP VALUE 0.
 77   WS-LEN-FOUND-SW    PIC X     VALUE "N".
 77   CONN               PIC S9(9) VALUE 0 COMP.
 77   CONN-L             PIC S9(9) VALUE 0 COMP.
 77   CONN-MODE          PIC S9(9) VALUE 0 COMP.

* CBPAYX's extract join, in EMPNO order rather than by
* department so the run reads the way the last-sent state was
* written.
 77   SQL-EXTRACT        PIC X(135) VALUE
         "SELECT EMP.EMPNO,EMP.ENAME,EMP.JOB,EMP.SAL,EMP.DEPTNO,
-        "DEPT.DNAME,EMP.COMM FROM EMP,DEPT WHERE
-        " EMP.DEPTNO=DEPT.DEPTNO ORDER BY EMP.EMPNO".
 77   SQL-EXTRACT-L      PIC S9(9) VALUE 135 COMP.

* A leaver's termination date and reason, as CBTERM1 wrote them
* to EMPHIST - see LOOKUP-TERMINATION.
 77   SQL-SELHIST        PIC X(54) VALUE
         "SELECT TERMDATE,TERMREASON FROM EMPHIST WHERE EMPNO=:1".
 77   SQL-SELHIST-L      PIC S9(9) VALUE 54 COMP.

 77   X-EMPNO            PIC X(10).
 77   X-ENAME            PIC X(12).
 77   X-JOB              PIC X(12).
 77   X-SAL              PIC X(10).
 77   X-DEPTNO           PIC X(10).
 77   X-DNAME            PIC X(15).
 77   X-COMM             PIC X(10).

 77   X-EMPNO-L          PIC S9(9) VALUE 10 COMP.
 77   X-ENAME-L          PIC S9(9) VALUE 12 COMP.
 77   X-JOB-L            PIC S9(9) VALUE 12 COMP.
 77   X-SAL-L            PIC S9(9) VALUE 10 COMP.
 77   X-DEPTNO-L         PIC S9(9) VALUE 10 COMP.
 77   X-DNAME-L          PIC S9(9) VALUE 15 COMP.
 77   X-COMM-L           PIC S9(9) VALUE 10 COMP.

 77   X-EMPNO-N          PIC 9(9)  VALUE 0.
 77   X-DEPTNO-N         PIC 9(4)  VALUE 0.
 77   X-SAL-N            PIC S9(7)V99 COMP-3 VALUE 0.
 77   X-COMM-N           PIC S9(7)V99 COMP-3 VALUE 0.

 77   H-EMPNO            PIC X(10).
 77   H-TERMDATE         PIC X(8).
 77   H-TERMREASON       PIC X(10).
 77   H-EMPNO-L          PIC S9(9) VALUE 10 COMP.
 77   H-TERMDATE-L       PIC S9(9) VALUE 8 COMP.
 77   H-TERMREASON-L     PIC S9(9) VALUE 10 COMP.

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
 77   ERR-RC             PIC S9(4) COMP.
 77   ERR-RC-D           PIC ZZZ9.
* Oracle's "no data found", the normal end of a fetch loop; any
* other non-zero fetch code is an error.
 77   NO-DATA-FOUND      PIC S9(4) COMP VALUE 1403.

 77   SENT-FILE-NAME     PIC X(17) VALUE "CBPAYD.SNT".
 77   SENT-STATUS        PIC XX    VALUE "00".
 77   NEW-SENT-STATUS    PIC XX    VALUE "00".
 77   CHANGES-STATUS     PIC XX    VALUE "00".
 77   SENT-EOF-SW        PIC X     VALUE "N".
 77   NEW-SENT-EOF-SW    PIC X     VALUE "N".
 77   MORE-ROWS-SW       PIC X     VALUE "Y".
 77   MATCH-FOUND-SW     PIC X     VALUE "N".
 77   TABLE-FULL-SW      PIC X     VALUE "N".
 77   SAVE-OK-SW         PIC X     VALUE "Y".
 77   SAVE-STATUS        PIC XX    VALUE "00".
* The file whose WRITE or CLOSE failed, and its status - see
* CHECK-CHANGES-STATUS and STOP-ON-FILE-ERROR.
 77   ERROR-FILE-NAME    PIC X(10) VALUE SPACES.
 77   ERROR-STATUS       PIC XX    VALUE "00".

* The CBPAYD.DAT already on file and its acknowledgment - see
* CHECK-LAST-ACKNOWLEDGED.
 77   ACK-STATUS         PIC XX    VALUE "00".
 77   ACK-EOF-SW         PIC X     VALUE "N".
 77   ACK-TRAILER-SW     PIC X     VALUE "N".
 77   CHANGES-EOF-SW     PIC X     VALUE "N".
 77   LAST-TRAILER-SW    PIC X     VALUE "N".
 77   LAST-ACK-OK-SW     PIC X     VALUE "Y".
 77   LAST-DATE          PIC X(8)  VALUE SPACES.
 77   LAST-TIME          PIC X(6)  VALUE SPACES.
 77   LAST-COUNT         PIC 9(9)  VALUE 0.
 77   LAST-HASH          PIC 9(13)V99 VALUE 0.
 77   LAST-COMM-HASH     PIC 9(13)V99 VALUE 0.
 77   ACK-COUNT          PIC 9(9)  VALUE 0.
 77   ACK-HASH           PIC 9(13)V99 VALUE 0.
 77   ACK-COMM-HASH      PIC 9(13)V99 VALUE 0.

 77   SINCE-DATE         PIC X(8)  VALUE SPACES.
 77   SINCE-TIME         PIC X(6)  VALUE SPACES.

* ----------------------------------------------------------
* The last-sent state, one entry per employee, loaded from
* CBPAYD.SNT (or CBPAYX.DAT on the first run). An entry no EMP
* row matches is a leaver. Sized, like CBRECON's tables, far
* above the population - and an overflow stops the run rather
* than report everyone past the end as a new hire.
* ----------------------------------------------------------
 01  SENT-TABLE.
     02   ST-ENTRY OCCURS 5000 TIMES INDEXED BY ST-IDX.
         03   ST-EMPNO       PIC 9(9).
         03   ST-ENAME       PIC X(12).
         03   ST-JOB         PIC X(12).
         03   ST-SAL         PIC 9(7)V99.
         03   ST-COMM        PIC 9(7)V99.
         03   ST-DEPTNO      PIC 9(4).
         03   ST-MATCHED-SW  PIC X.
 77   ST-COUNT           PIC S9(9) COMP VALUE 0.
 77   ST-HIT             PIC S9(9) COMP VALUE 0.

 77   RECORD-COUNT       PIC S9(9) COMP VALUE 0.
 77   RECORD-COUNT-D     PIC ZZZZZZZZ9.
 77   EMP-COUNT          PIC S9(9) COMP VALUE 0.
 77   EMP-COUNT-D        PIC ZZZZZZZZ9.
 77   HIRE-COUNT         PIC S9(9) COMP VALUE 0.
 77   TERM-COUNT         PIC S9(9) COMP VALUE 0.
 77   PAY-COUNT          PIC S9(9) COMP VALUE 0.
 77   MOVE-COUNT         PIC S9(9) COMP VALUE 0.
 77   JOB-COUNT          PIC S9(9) COMP VALUE 0.
 77   TYPE-COUNT-D       PIC ZZZZZ9.
 77   SAL-HASH           PIC S9(13)V99 COMP-3 VALUE 0.
 77   SAL-HASH-D         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
 77   COMM-HASH          PIC S9(13)V99 COMP-3 VALUE 0.
 77   COMM-HASH-D        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
 77   NEW-SAL-HASH       PIC S9(13)V99 COMP-3 VALUE 0.
 77   NEW-COMM-HASH      PIC S9(13)V99 COMP-3 VALUE 0.
 77   NEW-SENT-COUNT     PIC S9(9) COMP VALUE 0.

 01  RUN-STAMP.
     02   RS-DATE        PIC X(8).
     02   RS-TIME        PIC X(6).
     02   FILLER         PIC X(7).

 01  HEADER-RECORD.
     02   FILLER         PIC X(1)  VALUE "H".
     02   HR-DATE        PIC X(8).
     02   HR-TIME        PIC X(6).
     02   HR-SINCE-DATE  PIC X(8).
     02   HR-SINCE-TIME  PIC X(6).
     02   FILLER         PIC X(51) VALUE SPACES.

 01  DETAIL-RECORD.
     02   FILLER         PIC X(1)  VALUE "D".
     02   DC-TYPE        PIC X(1).
     02   DC-EMPNO       PIC 9(9).
     02   DC-ENAME       PIC X(12).
     02   DC-JOB         PIC X(12).
     02   DC-SAL         PIC 9(7)V99.
     02   DC-COMM        PIC 9(7)V99.
     02   DC-DEPTNO      PIC 9(4).
     02   DC-EXTRA       PIC X(23).
     02   DC-HIRE-EXTRA REDEFINES DC-EXTRA.
         03   DC-DNAME       PIC X(15).
         03   FILLER         PIC X(8).
     02   DC-TERM-EXTRA REDEFINES DC-EXTRA.
         03   DC-TERMDATE    PIC X(8).
         03   DC-TERMREASON  PIC X(10).
         03   FILLER         PIC X(5).
     02   DC-PAY-EXTRA REDEFINES DC-EXTRA.
         03   DC-OLD-SAL     PIC 9(7)V99.
         03   DC-OLD-COMM    PIC 9(7)V99.
         03   FILLER         PIC X(5).
     02   DC-MOVE-EXTRA REDEFINES DC-EXTRA.
         03   DC-OLD-DEPTNO  PIC 9(4).
         03   DC-NEW-DNAME   PIC X(15).
         03   FILLER         PIC X(4).
     02   DC-JOB-EXTRA REDEFINES DC-EXTRA.
         03   DC-OLD-JOB     PIC X(12).
         03   FILLER         PIC X(11).

 01  TRAILER-RECORD.
     02   FILLER         PIC X(1)  VALUE "T".
     02   TR-COUNT       PIC 9(9).
     02   TR-HASH        PIC 9(13)V99.
     02   TR-COMM-HASH   PIC 9(13)V99.
     02   TR-HIRES       PIC 9(6).
     02   TR-TERMS       PIC 9(6).
     02   TR-PAYS        PIC 9(6).
     02   TR-MOVES       PIC 9(6).
     02   TR-JOBS        PIC 9(6).
     02   FILLER         PIC X(10) VALUE SPACES.

* The new last-sent state is written in the CBPAYX.DAT layout,
* header, details and trailer, so it reads back exactly as the
* full extract would.
 01  STATE-HEADER-RECORD.
     02   FILLER         PIC X(1)  VALUE "H".
     02   SH-DATE        PIC X(8).
     02   SH-TIME        PIC X(6).
     02   FILLER         PIC X(65) VALUE SPACES.

 01  STATE-DETAIL-RECORD.
     02   FILLER         PIC X(1)  VALUE "D".
     02   SD-EMPNO       PIC 9(9).
     02   SD-ENAME       PIC X(12).
     02   SD-JOB         PIC X(12).
     02   SD-SAL         PIC 9(7)V99.
     02   SD-DEPTNO      PIC 9(4).
     02   SD-DNAME       PIC X(15).
     02   SD-COMM        PIC 9(7)V99.
     02   FILLER         PIC X(9)  VALUE SPACES.

 01  STATE-TRAILER-RECORD.
     02   FILLER         PIC X(1)  VALUE "T".
     02   ST-TR-COUNT    PIC 9(9).
     02   ST-TR-HASH     PIC 9(13)V99.
     02   ST-TR-COMM-HASH PIC 9(13)V99.
     02   FILLER         PIC X(40) VALUE SPACES.

* Standard IBM JCL PARM linkage, shared convention with CBDEM1: the
* first halfword is the binary length of the text that follows.
 LINKAGE SECTION.
 01  LS-LOGON-PARM.
     02   LS-PARM-LEN     PIC S9(4) COMP.
     02   LS-PARM-TEXT    PIC X(78).

 PROCEDURE DIVISION USING LS-LOGON-PARM.
 BEGIN.
     PERFORM CHECK-LAST-ACKNOWLEDGED.
     IF LAST-ACK-OK-SW NOT = "Y"
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM LOAD-LAST-SENT.
     IF TABLE-FULL-SW = "Y"
         DISPLAY "Last-sent table full - raise the table size"
             " and rerun. Nothing written."
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

     OPEN OUTPUT CHANGES-FILE.
     IF CHANGES-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBPAYD.DAT"
             " - extract aborted."
         PERFORM DISCONNECT-FROM-ORACLE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN OUTPUT NEW-SENT-FILE.
     IF NEW-SENT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBPAYD.NEW"
             " - extract aborted."
         CLOSE CHANGES-FILE
         PERFORM DISCONNECT-FROM-ORACLE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM WRITE-HEADER-RECORDS.
     CALL "OOPEN" USING CURSOR-2 LDA.
     PERFORM OPEN-EXTRACT-CURSOR.
     PERFORM FETCH-NEXT-ROW.
     PERFORM UNTIL MORE-ROWS-SW NOT = "Y"
         PERFORM CHECK-EMP-ROW
         PERFORM WRITE-STATE-RECORD
         PERFORM FETCH-NEXT-ROW
     END-PERFORM.
     PERFORM CHECK-TERMINATIONS.
     PERFORM WRITE-TRAILER-RECORDS.

     CLOSE CHANGES-FILE.
     PERFORM CHECK-CHANGES-STATUS.
     CLOSE NEW-SENT-FILE.
     PERFORM CHECK-NEW-SENT-STATUS.
     CALL "OCLOSE" USING CURSOR-1.
     CALL "OCLOSE" USING CURSOR-2.
     PERFORM DISCONNECT-FROM-ORACLE.

     PERFORM SAVE-SENT-STATE.
     PERFORM PRINT-RUN-SUMMARY.
     IF SAVE-OK-SW = "Y"
         MOVE 0 TO RETURN-CODE
     ELSE
         MOVE 8 TO RETURN-CODE
     END-IF.
     STOP RUN.

* ----------------------------------------------------------
* CHECK-LAST-ACKNOWLEDGED leaves LAST-ACK-OK-SW at Y when this
* run may replace CBPAYD.DAT: there is none yet (status 35), the
* one on file has no trailer and so was never completed, or
* CBPAYD.ACK's trailer count and hashes match its trailer.
* Anything else - no acknowledgment yet, one for another file,
* or a file that cannot be read - is reported and stops the run.
* ----------------------------------------------------------
 CHECK-LAST-ACKNOWLEDGED.
     MOVE "Y" TO LAST-ACK-OK-SW.
     OPEN INPUT CHANGES-FILE.
     IF CHANGES-STATUS NOT = "35"
         IF CHANGES-STATUS NOT = "00"
             DISPLAY "Unable to read " "CBPAYD.DAT" " - status "
                 CHANGES-STATUS "; extract not run."
             MOVE "N" TO LAST-ACK-OK-SW
         ELSE
             PERFORM READ-LAST-CHANGES
             CLOSE CHANGES-FILE
             IF LAST-TRAILER-SW NOT = "Y"
                 DISPLAY "CBPAYD.DAT" " on file has no trailer"
                     " - never completed; it will be replaced."
             ELSE
                 PERFORM READ-LAST-ACK
                 IF ACK-TRAILER-SW NOT = "Y"
                         OR ACK-COUNT NOT = LAST-COUNT
                         OR ACK-HASH NOT = LAST-HASH
                         OR ACK-COMM-HASH NOT = LAST-COMM-HASH
                     DISPLAY "CBPAYD.DAT" " of " LAST-DATE " "
                         LAST-TIME " has not been acknowledged in "
                         "CBPAYD.ACK" " - extract not run."
                     MOVE "N" TO LAST-ACK-OK-SW
                 END-IF
             END-IF
         END-IF
     END-IF.

 READ-LAST-CHANGES.
     PERFORM UNTIL CHANGES-EOF-SW = "Y"
         READ CHANGES-FILE
             AT END
                 MOVE "Y" TO CHANGES-EOF-SW
             NOT AT END
                 IF CH-TYPE = "H"
                     MOVE CH-DATE TO LAST-DATE
                     MOVE CH-TIME TO LAST-TIME
                 END-IF
                 IF CH-TYPE = "T"
                     MOVE CT-COUNT TO LAST-COUNT
                     MOVE CT-HASH TO LAST-HASH
                     MOVE CT-COMM-HASH TO LAST-COMM-HASH
                     MOVE "Y" TO LAST-TRAILER-SW
                 END-IF
         END-READ
     END-PERFORM.

 READ-LAST-ACK.
     OPEN INPUT ACK-FILE.
     IF ACK-STATUS = "00"
         PERFORM UNTIL ACK-EOF-SW = "Y"
             READ ACK-FILE
                 AT END
                     MOVE "Y" TO ACK-EOF-SW
                 NOT AT END
                     IF AK-TYPE = "T"
                         MOVE AK-COUNT TO ACK-COUNT
                         MOVE AK-HASH TO ACK-HASH
                         MOVE AK-COMM-HASH TO ACK-COMM-HASH
                         MOVE "Y" TO ACK-TRAILER-SW
                     END-IF
             END-READ
         END-PERFORM
         CLOSE ACK-FILE
     END-IF.

* ----------------------------------------------------------
* LOAD-LAST-SENT reads CBPAYD.SNT into SENT-TABLE. With no
* CBPAYD.SNT yet (status 35) the last full CBPAYX.DAT stands in
* for it - that is what payroll last received. With neither,
* there is nothing to compare against and the run stops.
* ----------------------------------------------------------
 LOAD-LAST-SENT.
     OPEN INPUT SENT-FILE.
     IF SENT-STATUS = "35"
         DISPLAY "No " "CBPAYD.SNT"
             " yet - comparing against CBPAYX.DAT."
         MOVE "CBPAYX.DAT" TO SENT-FILE-NAME
         OPEN INPUT SENT-FILE
     END-IF.
     IF SENT-STATUS NOT = "00"
         DISPLAY "Unable to open " SENT-FILE-NAME
             " - nothing to compare against; extract aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM UNTIL SENT-EOF-SW = "Y"
         READ SENT-FILE
             AT END
                 MOVE "Y" TO SENT-EOF-SW
             NOT AT END
                 PERFORM STORE-SENT-RECORD
         END-READ
     END-PERFORM.
     CLOSE SENT-FILE.

 STORE-SENT-RECORD.
     IF SR-TYPE = "H"
         MOVE SR-DATE TO SINCE-DATE
         MOVE SR-TIME TO SINCE-TIME
     END-IF.
     IF SR-TYPE = "D"
         IF ST-COUNT < 5000
             ADD 1 TO ST-COUNT
             SET ST-IDX TO ST-COUNT
             MOVE SR-EMPNO  TO ST-EMPNO(ST-IDX)
             MOVE SR-ENAME  TO ST-ENAME(ST-IDX)
             MOVE SR-JOB    TO ST-JOB(ST-IDX)
             MOVE SR-SAL    TO ST-SAL(ST-IDX)
             MOVE SR-COMM   TO ST-COMM(ST-IDX)
             MOVE SR-DEPTNO TO ST-DEPTNO(ST-IDX)
             MOVE "N"       TO ST-MATCHED-SW(ST-IDX)
         ELSE
             MOVE "Y" TO TABLE-FULL-SW
         END-IF
     END-IF.

 WRITE-HEADER-RECORDS.
     MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
     MOVE RS-DATE TO HR-DATE.
     MOVE RS-TIME TO HR-TIME.
     MOVE SINCE-DATE TO HR-SINCE-DATE.
     MOVE SINCE-TIME TO HR-SINCE-TIME.
     MOVE HEADER-RECORD TO CHANGES-RECORD.
     WRITE CHANGES-RECORD.
     PERFORM CHECK-CHANGES-STATUS.
     MOVE RS-DATE TO SH-DATE.
     MOVE RS-TIME TO SH-TIME.
     MOVE STATE-HEADER-RECORD TO NEW-SENT-RECORD.
     WRITE NEW-SENT-RECORD.
     PERFORM CHECK-NEW-SENT-STATUS.

* ----------------------------------------------------------
* CHECK-EMP-ROW converts the fetched columns the way CBPAYX's
* WRITE-DETAIL-RECORD does and looks the EMPNO up in the
* last-sent table: not there is a new hire; there, each of pay,
* department and job is compared and any difference gets its
* own typed record.
* ----------------------------------------------------------
 CHECK-EMP-ROW.
     ADD 1 TO EMP-COUNT.
     MOVE FUNCTION NUMVAL(X-EMPNO) TO X-EMPNO-N.
     MOVE FUNCTION NUMVAL(X-SAL) TO X-SAL-N.
     MOVE FUNCTION NUMVAL(X-DEPTNO) TO X-DEPTNO-N.
     IF X-COMM = SPACES
         MOVE 0 TO X-COMM-N
     ELSE
         MOVE FUNCTION NUMVAL(X-COMM) TO X-COMM-N
     END-IF.
     PERFORM FIND-SENT-ENTRY.
     MOVE X-EMPNO-N  TO DC-EMPNO.
     MOVE X-ENAME    TO DC-ENAME.
     MOVE X-JOB      TO DC-JOB.
     MOVE X-SAL-N    TO DC-SAL.
     MOVE X-COMM-N   TO DC-COMM.
     MOVE X-DEPTNO-N TO DC-DEPTNO.
     IF MATCH-FOUND-SW NOT = "Y"
         MOVE "N" TO DC-TYPE
         MOVE SPACES TO DC-EXTRA
         MOVE X-DNAME TO DC-DNAME
         ADD 1 TO HIRE-COUNT
         PERFORM WRITE-DETAIL-RECORD
     ELSE
         MOVE "Y" TO ST-MATCHED-SW(ST-IDX)
         PERFORM COMPARE-SENT-ENTRY
     END-IF.

 COMPARE-SENT-ENTRY.
     IF X-SAL-N NOT = ST-SAL(ST-IDX)
             OR X-COMM-N NOT = ST-COMM(ST-IDX)
         MOVE "P" TO DC-TYPE
         MOVE SPACES TO DC-EXTRA
         MOVE ST-SAL(ST-IDX)  TO DC-OLD-SAL
         MOVE ST-COMM(ST-IDX) TO DC-OLD-COMM
         ADD 1 TO PAY-COUNT
         PERFORM WRITE-DETAIL-RECORD
     END-IF.
     IF X-DEPTNO-N NOT = ST-DEPTNO(ST-IDX)
         MOVE "M" TO DC-TYPE
         MOVE SPACES TO DC-EXTRA
         MOVE ST-DEPTNO(ST-IDX) TO DC-OLD-DEPTNO
         MOVE X-DNAME TO DC-NEW-DNAME
         ADD 1 TO MOVE-COUNT
         PERFORM WRITE-DETAIL-RECORD
     END-IF.
     IF X-JOB NOT = ST-JOB(ST-IDX)
         MOVE "J" TO DC-TYPE
         MOVE SPACES TO DC-EXTRA
         MOVE ST-JOB(ST-IDX) TO DC-OLD-JOB
         ADD 1 TO JOB-COUNT
         PERFORM WRITE-DETAIL-RECORD
     END-IF.

* FIND-SENT-ENTRY leaves ST-IDX on the entry for X-EMPNO-N and
* MATCH-FOUND-SW at Y, or MATCH-FOUND-SW at N.
 FIND-SENT-ENTRY.
     MOVE "N" TO MATCH-FOUND-SW.
     PERFORM VARYING ST-IDX FROM 1 BY 1
             UNTIL ST-IDX > ST-COUNT OR MATCH-FOUND-SW = "Y"
         IF ST-EMPNO(ST-IDX) = X-EMPNO-N
             SET ST-HIT TO ST-IDX
             MOVE "Y" TO MATCH-FOUND-SW
         END-IF
     END-PERFORM.
     IF MATCH-FOUND-SW = "Y"
         SET ST-IDX TO ST-HIT
     END-IF.

* ----------------------------------------------------------
* CHECK-TERMINATIONS sends a T record for every last-sent
* employee no EMP row matched, carrying the figures payroll last
* had and the termination date and reason from EMPHIST. A row
* that left EMP without an EMPHIST row (not through CBTERM1) is
* still sent, with the date and reason left blank, and called
* out on the terminal - CBRECON will be reporting it too.
* ----------------------------------------------------------
 CHECK-TERMINATIONS.
     PERFORM VARYING ST-IDX FROM 1 BY 1
             UNTIL ST-IDX > ST-COUNT
         IF ST-MATCHED-SW(ST-IDX) NOT = "Y"
             PERFORM WRITE-TERMINATION-RECORD
         END-IF
     END-PERFORM.

 WRITE-TERMINATION-RECORD.
     MOVE "T" TO DC-TYPE.
     MOVE ST-EMPNO(ST-IDX)  TO DC-EMPNO.
     MOVE ST-ENAME(ST-IDX)  TO DC-ENAME.
     MOVE ST-JOB(ST-IDX)    TO DC-JOB.
     MOVE ST-SAL(ST-IDX)    TO DC-SAL.
     MOVE ST-COMM(ST-IDX)   TO DC-COMM.
     MOVE ST-DEPTNO(ST-IDX) TO DC-DEPTNO.
     MOVE SPACES TO DC-EXTRA.
     PERFORM LOOKUP-TERMINATION.
     IF C-RC OF CURSOR-2 = ZERO-B
         MOVE H-TERMDATE   TO DC-TERMDATE
         MOVE H-TERMREASON TO DC-TERMREASON
     ELSE
         DISPLAY "No EMPHIST row for leaver " ST-EMPNO(ST-IDX)
             " " ST-ENAME(ST-IDX) " - sent without date/reason."
     END-IF.
     ADD 1 TO TERM-COUNT.
     PERFORM WRITE-DETAIL-RECORD.

 LOOKUP-TERMINATION.
     MOVE ST-EMPNO(ST-IDX) TO H-EMPNO.
     MOVE SPACES TO H-TERMDATE H-TERMREASON.
     CALL "OSQL3" USING CURSOR-2 SQL-SELHIST SQL-SELHIST-L
         INTEGER ASC.
     CALL "OBNDRN" USING CURSOR-2 ONE H-EMPNO H-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-2 ONE H-TERMDATE H-TERMDATE-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-2 TWO H-TERMREASON
         H-TERMREASON-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-2 ONE ZERO-A.
     CALL "OFEN" USING CURSOR-2 ONE.

* The trailer controls are built from the records actually
* written, never recomputed separately - CBPAYX's rule.
 WRITE-DETAIL-RECORD.
     MOVE DETAIL-RECORD TO CHANGES-RECORD.
     WRITE CHANGES-RECORD.
     PERFORM CHECK-CHANGES-STATUS.
     ADD 1 TO RECORD-COUNT.
     ADD DC-SAL TO SAL-HASH.
     ADD DC-COMM TO COMM-HASH.

 WRITE-STATE-RECORD.
     MOVE X-EMPNO-N  TO SD-EMPNO.
     MOVE X-ENAME    TO SD-ENAME.
     MOVE X-JOB      TO SD-JOB.
     MOVE X-SAL-N    TO SD-SAL.
     MOVE X-DEPTNO-N TO SD-DEPTNO.
     MOVE X-DNAME    TO SD-DNAME.
     MOVE X-COMM-N   TO SD-COMM.
     MOVE STATE-DETAIL-RECORD TO NEW-SENT-RECORD.
     WRITE NEW-SENT-RECORD.
     PERFORM CHECK-NEW-SENT-STATUS.
     ADD 1 TO NEW-SENT-COUNT.
     ADD X-SAL-N TO NEW-SAL-HASH.
     ADD X-COMM-N TO NEW-COMM-HASH.

 WRITE-TRAILER-RECORDS.
     MOVE RECORD-COUNT TO TR-COUNT.
     MOVE SAL-HASH TO TR-HASH.
     MOVE COMM-HASH TO TR-COMM-HASH.
     MOVE HIRE-COUNT TO TR-HIRES.
     MOVE TERM-COUNT TO TR-TERMS.
     MOVE PAY-COUNT TO TR-PAYS.
     MOVE MOVE-COUNT TO TR-MOVES.
     MOVE JOB-COUNT TO TR-JOBS.
     MOVE TRAILER-RECORD TO CHANGES-RECORD.
     WRITE CHANGES-RECORD.
     PERFORM CHECK-CHANGES-STATUS.
     MOVE NEW-SENT-COUNT TO ST-TR-COUNT.
     MOVE NEW-SAL-HASH TO ST-TR-HASH.
     MOVE NEW-COMM-HASH TO ST-TR-COMM-HASH.
     MOVE STATE-TRAILER-RECORD TO NEW-SENT-RECORD.
     WRITE NEW-SENT-RECORD.
     PERFORM CHECK-NEW-SENT-STATUS.

* ----------------------------------------------------------
* CHECK-CHANGES-STATUS / CHECK-NEW-SENT-STATUS follow every
* WRITE and the CLOSE of CBPAYD.DAT and CBPAYD.NEW. Either file
* short of what this run found would move CBPAYD.SNT on past
* changes payroll never received, so one failure stops the run.
* ----------------------------------------------------------
 CHECK-CHANGES-STATUS.
     IF CHANGES-STATUS NOT = "00"
         MOVE "CBPAYD.DAT" TO ERROR-FILE-NAME
         MOVE CHANGES-STATUS TO ERROR-STATUS
         PERFORM STOP-ON-FILE-ERROR
     END-IF.

 CHECK-NEW-SENT-STATUS.
     IF NEW-SENT-STATUS NOT = "00"
         MOVE "CBPAYD.NEW" TO ERROR-FILE-NAME
         MOVE NEW-SENT-STATUS TO ERROR-STATUS
         PERFORM STOP-ON-FILE-ERROR
     END-IF.

 STOP-ON-FILE-ERROR.
     DISPLAY "Unable to write " ERROR-FILE-NAME " - status "
         ERROR-STATUS "; extract aborted.".
     PERFORM STOP-WITHOUT-EXTRACT.

* ----------------------------------------------------------
* STOP-ON-SQL-ERROR ends the run when the extract query fails to
* execute or a fetch fails part-way: the rows not yet read would
* otherwise all be sent as leavers. The cursor's return code is
* reported and the run stopped as for a file error.
* ----------------------------------------------------------
 STOP-ON-SQL-ERROR.
     MOVE C-RC OF CURSOR-1 TO ERR-RC.
     MOVE ERR-RC TO ERR-RC-D.
     DISPLAY "ORACLE ERROR ON EMP EXTRACT - RETURN CODE: "
         ERR-RC-D "; extract aborted.".
     PERFORM STOP-WITHOUT-EXTRACT.

* STOP-WITHOUT-EXTRACT empties CBPAYD.DAT, so no partial file can
* be sent, leaves CBPAYD.SNT as it was and ends the job with
* return code 8. The next run compares against the same state
* and sends everything again.
 STOP-WITHOUT-EXTRACT.
     CLOSE CHANGES-FILE.
     CLOSE NEW-SENT-FILE.
     OPEN OUTPUT CHANGES-FILE.
     CLOSE CHANGES-FILE.
     DISPLAY "CBPAYD.DAT" " emptied; " "CBPAYD.SNT"
         " left as it was.".
     CALL "OCLOSE" USING CURSOR-1.
     CALL "OCLOSE" USING CURSOR-2.
     PERFORM DISCONNECT-FROM-ORACLE.
     MOVE 8 TO RETURN-CODE.
     STOP RUN.

* ----------------------------------------------------------
* SAVE-SENT-STATE copies CBPAYD.NEW over CBPAYD.SNT now that
* CBPAYD.DAT is complete, so the next run compares against what
* this one sent. A failed WRITE or CLOSE leaves CBPAYD.SNT short
* of what was sent, so it stops the copy and ends the run with 8,
* naming CBPAYD.NEW as the copy to restore from.
* ----------------------------------------------------------
 SAVE-SENT-STATE.
     MOVE "CBPAYD.SNT" TO SENT-FILE-NAME.
     OPEN INPUT NEW-SENT-FILE.
     IF NEW-SENT-STATUS NOT = "00"
         DISPLAY "Unable to reopen " "CBPAYD.NEW"
             " - CBPAYD.SNT not updated."
         MOVE "N" TO SAVE-OK-SW
     ELSE
         OPEN OUTPUT SENT-FILE
         IF SENT-STATUS NOT = "00"
             DISPLAY "Unable to open " "CBPAYD.SNT"
                 " - last-sent state not updated."
             MOVE "N" TO SAVE-OK-SW
         ELSE
             PERFORM UNTIL NEW-SENT-EOF-SW = "Y"
                     OR SAVE-OK-SW NOT = "Y"
                 READ NEW-SENT-FILE
                     AT END
                         MOVE "Y" TO NEW-SENT-EOF-SW
                     NOT AT END
                         WRITE SENT-RECORD FROM NEW-SENT-RECORD
                         IF SENT-STATUS NOT = "00"
                             MOVE SENT-STATUS TO SAVE-STATUS
                             MOVE "N" TO SAVE-OK-SW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE SENT-FILE
             IF SENT-STATUS NOT = "00" AND SAVE-OK-SW = "Y"
                 MOVE SENT-STATUS TO SAVE-STATUS
                 MOVE "N" TO SAVE-OK-SW
             END-IF
             IF SAVE-OK-SW NOT = "Y"
                 DISPLAY "Unable to write " "CBPAYD.SNT"
                     " - status " SAVE-STATUS "; copy CBPAYD.NEW"
                     " over it before the next run."
             END-IF
         END-IF
         CLOSE NEW-SENT-FILE
     END-IF.

 PRINT-RUN-SUMMARY.
     MOVE RECORD-COUNT TO RECORD-COUNT-D.
     MOVE EMP-COUNT TO EMP-COUNT-D.
     MOVE SAL-HASH TO SAL-HASH-D.
     MOVE COMM-HASH TO COMM-HASH-D.
     DISPLAY "===== Payroll Changes Extract Summary =====".
     DISPLAY "Changes since: " SINCE-DATE " " SINCE-TIME.
     DISPLAY "EMP rows compared: " EMP-COUNT-D.
     MOVE HIRE-COUNT TO TYPE-COUNT-D.
     DISPLAY "New hires:        " TYPE-COUNT-D.
     MOVE TERM-COUNT TO TYPE-COUNT-D.
     DISPLAY "Terminations:     " TYPE-COUNT-D.
     MOVE PAY-COUNT TO TYPE-COUNT-D.
     DISPLAY "Pay changes:      " TYPE-COUNT-D.
     MOVE MOVE-COUNT TO TYPE-COUNT-D.
     DISPLAY "Dept moves:       " TYPE-COUNT-D.
     MOVE JOB-COUNT TO TYPE-COUNT-D.
     DISPLAY "Job changes:      " TYPE-COUNT-D.
     DISPLAY "Change records written: " RECORD-COUNT-D.
     DISPLAY "Salary hash total: " SAL-HASH-D.
     DISPLAY "Commission hash total: " COMM-HASH-D.

* ----------------------------------------------------------
* OPEN-EXTRACT-CURSOR parses and executes SQL-EXTRACT once;
* FETCH-NEXT-ROW pulls one row at a time off CURSOR-1, the same
* fetch loop CBPAYX runs. Only "no data found" ends the loop
* normally; any other failure stops the run.
* ----------------------------------------------------------
 OPEN-EXTRACT-CURSOR.
     CALL "OOPEN" USING CURSOR-1 LDA.
     CALL "OSQL3" USING CURSOR-1 SQL-EXTRACT SQL-EXTRACT-L
         INTEGER ASC.
     CALL "ODSRBN" USING CURSOR-1 ONE X-EMPNO X-EMPNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 TWO X-ENAME X-ENAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 THREE X-JOB X-JOB-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FOUR X-SAL X-SAL-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 FIVE X-DEPTNO X-DEPTNO-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 SIX X-DNAME X-DNAME-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "ODSRBN" USING CURSOR-1 SEVEN X-COMM X-COMM-L
         BY CONTENT ZERO-B BY CONTENT ZERO-B BY CONTENT ZERO-B
         BY CONTENT ZERO-B BY CONTENT ZERO-B.
     CALL "OEXN" USING CURSOR-1 ONE ZERO-A.
     IF C-RC OF CURSOR-1 NOT = ZERO-B
         PERFORM STOP-ON-SQL-ERROR
     END-IF.

 FETCH-NEXT-ROW.
     MOVE SPACES TO X-COMM.
     CALL "OFEN" USING CURSOR-1 ONE.
     IF C-RC OF CURSOR-1 = ZERO-B
         MOVE "Y" TO MORE-ROWS-SW
     ELSE
         MOVE "N" TO MORE-ROWS-SW
         IF C-RC OF CURSOR-1 NOT = NO-DATA-FOUND
             PERFORM STOP-ON-SQL-ERROR
         END-IF
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
