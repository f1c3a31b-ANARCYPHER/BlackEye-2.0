* ----------------------------------------------------------
* CBAUDV VERIFIES THE SEQUENCE NUMBERS AND CHAINED CHECK VALUES
* ON THE CBDEM1.AUD AUDIT TRAIL. EVERY PROGRAM THAT APPENDS TO
* THE TRAIL STAMPS EACH RECORD WITH THE NEXT AU-SEQ AND AN
* AU-CHECK WORKED OUT BY CBAUDCK FROM THE RECORD ITSELF AND THE
* CHECK VALUE OF THE RECORD BEFORE IT, SO A LINE EDITED OR
* DELETED OUTSIDE THE PROGRAMS - A REJECTED OR DENIED RECORD
* QUIETLY REMOVED, SAY - NO LONGER PASSES UNNOTICED BY CBAUD1,
* CBRECON AND CBTURN1. THE PROGRAM QUERIES THE USER FOR:
*
*        Audit file (blank for current):
*
* BLANK VERIFIES THE LIVE CBDEM1.AUD; A DATED CBAUDYYYYMMDD.AUD
* ARCHIVE GENERATION CUT BY CBAUDAR CAN BE NAMED INSTEAD. THE
* FILE IS WALKED FRONT TO BACK AND EVERY PROBLEM IS LISTED:
*
*   SEQUENCE GAP      AU-SEQ JUMPS - RECORDS HAVE BEEN REMOVED
*   OUT OF SEQUENCE   AU-SEQ REPEATS OR GOES BACK - A RECORD
*                     HAS BEEN COPIED, MOVED OR INSERTED
*   ALTERED           THE CHECK VALUE NO LONGER MATCHES THE
*                     RECORD - IT HAS BEEN EDITED
*   BROKEN LINK       THE CHAIN DOES NOT START AT SEQUENCE 1
*                     OR AT A BASELINE, AN UNSTAMPED RECORD SITS
*                     INSIDE IT, OR THE BASELINE DOES NOT FOLLOW
*                     ON FROM THE ARCHIVE GENERATION IT NAMES
*
* A FILE WHOSE FIRST STAMPED RECORD IS CBAUDAR'S BASELINE IS
* LINKED BACK TO THE ARCHIVE NAMED IN ITS REASON: THE BASELINE
* MUST CARRY THE NEXT SEQUENCE NUMBER AFTER THE ARCHIVE'S LAST
* RECORD AND BE CHAINED FROM ITS CHECK VALUE. RECORDS WRITTEN
* BEFORE THE TRAIL WAS STAMPED, AHEAD OF THE FIRST STAMPED ONE,
* ARE COUNTED BUT CANNOT BE VERIFIED.
*
* THE CHAIN ALONE CANNOT SHOW RECORDS CUT FROM THE END OF THE
* FILE, SO THE CURRENT CBDEM1.AUD IS ALSO HELD AGAINST THE
* HIGH-WATER MARK CBAUDHW KEEPS OUTSIDE THE TRAIL. ITS LAST
* STAMPED RECORD MUST CARRY THE MARK'S SEQUENCE NUMBER AND CHECK
* VALUE; A TRAIL THAT ENDS SHORT OF THE MARK, RUNS PAST IT, HAS
* NO STAMPED RECORDS WHILE A MARK EXISTS, OR HAS STAMPED RECORDS
* BUT NO READABLE MARK IS A HIGH-WATER MARK FAILURE. ARCHIVE
* GENERATIONS ARE CLOSED FILES AND ARE NOT HELD AGAINST THE MARK.
*
* THE REPORT GOES TO CBAUDV.LST AND IS ECHOED TO THE TERMINAL.
* THE JOB ENDS WITH RETURN CODE 0 WHEN THE CHAIN IS INTACT, 4
* WHEN IT IS INTACT BUT COULD NOT BE FULLY VERIFIED (THE NAMED
* ARCHIVE IS NOT ON FILE, OR NO RECORD IS STAMPED YET), AND 8
* WHEN ANY GAP, ALTERED RECORD, BROKEN LINK OR HIGH-WATER MARK
* FAILURE IS FOUND OR THE FILE COULD NOT BE READ, SO IT CAN RUN
* AHEAD OF CBRECON EACH NIGHT AND STOP THE STREAM ON A TAMPERED
* TRAIL.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBAUDV.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.
     SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS ARCHIVE-STATUS.
     SELECT REPORT-FILE ASSIGN TO "CBAUDV.LST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS REPORT-STATUS.

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

* The archive generation a BASELINE record names - only its last
* stamped record is needed.
 FD  ARCHIVE-FILE
     LABEL RECORDS ARE STANDARD.
 01  ARCHIVE-RECORD.
     02   FILLER                PIC X(110).
     02   AR-SEQ                PIC 9(9).
     02   AR-CHECK              PIC 9(18).

 FD  REPORT-FILE
     LABEL RECORDS ARE STANDARD.
 01  REPORT-LINE             PIC X(120).

 WORKING-STORAGE SECTION.

 77   AUDIT-FILE-NAME    PIC X(17) VALUE "CBDEM1.AUD".
 77   ARCHIVE-FILE-NAME  PIC X(17) VALUE SPACES.
 77   ASK-FILE           PIC X(38) VALUE
                           "Audit file (blank for current): ".
 77   SEL-FILE           PIC X(17) VALUE SPACES.

 77   AUDIT-STATUS       PIC XX    VALUE "00".
 77   ARCHIVE-STATUS     PIC XX    VALUE "00".
 77   REPORT-STATUS      PIC XX    VALUE "00".
 77   AUDIT-EOF-SW       PIC X     VALUE "N".
 77   ARCHIVE-EOF-SW     PIC X     VALUE "N".
 77   CHAIN-STARTED-SW   PIC X     VALUE "N".

* The chain as walked so far: the sequence number the next
* record must carry and the check value it must be chained from.
 77   EXPECT-SEQ         PIC 9(9)  VALUE 0.
 77   PREV-CHECK         PIC 9(18) VALUE 0.
 77   FIRST-SEQ          PIC 9(9)  VALUE 0.
 77   LAST-SEQ           PIC 9(9)  VALUE 0.
 77   LAST-TIMESTAMP     PIC X(14) VALUE SPACES.
 77   ARCH-LAST-SEQ      PIC 9(9)  VALUE 0.
 77   ARCH-LAST-CHECK    PIC 9(18) VALUE 0.
 77   MISSING-FROM       PIC 9(9)  VALUE 0.
 77   MISSING-THRU       PIC 9(9)  VALUE 0.
 77   SEQ-D              PIC ZZZZZZZZ9.
 77   SEQ-THRU-D         PIC ZZZZZZZZ9.

* The trail's high-water mark, passed to CBAUDHW.
 01  AUDIT-HWM.
     02   HW-FUNCTION    PIC X.
     02   HW-SEQ         PIC 9(9).
     02   HW-CHECK       PIC 9(18).
     02   HW-STATUS      PIC XX.
 77   HWM-COUNT          PIC S9(9) COMP VALUE 0.

* CBAUDCK works on a copy, so the record as read is left intact
* for the report line.
 01  CHECK-RECORD.
     02   CR-DATA        PIC X(119).
     02   CR-CHECK       PIC 9(18).

 77   READ-COUNT         PIC S9(9) COMP VALUE 0.
 77   LEGACY-COUNT       PIC S9(9) COMP VALUE 0.
 77   CHAINED-COUNT      PIC S9(9) COMP VALUE 0.
 77   GAP-COUNT          PIC S9(9) COMP VALUE 0.
 77   ORDER-COUNT        PIC S9(9) COMP VALUE 0.
 77   ALTERED-COUNT      PIC S9(9) COMP VALUE 0.
 77   BROKEN-COUNT       PIC S9(9) COMP VALUE 0.
 77   WARNING-COUNT      PIC S9(9) COMP VALUE 0.
 77   COUNT-D            PIC ZZZZZZZZ9.
 77   COUNT-2-D          PIC ZZZZZZZZ9.

 77   PROBLEM-TEXT       PIC X(60) VALUE SPACES.

 01  EXCEPTION-LINE.
     02   EL-SEQ         PIC ZZZZZZZZ9.
     02   EL-SEQ-X       REDEFINES EL-SEQ PIC X(9).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   EL-DATE        PIC X(8).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   EL-TIME        PIC X(6).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   EL-USERID      PIC X(10).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   EL-EMPNO       PIC ZZZZZZZZ9.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   EL-STATUS      PIC X(8).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   EL-PROBLEM     PIC X(60).
     02   FILLER         PIC X(4)  VALUE SPACES.

 01  TITLE-LINE.
     02   FILLER         PIC X(28) VALUE
                           "Audit Trail Verification - ".
     02   TL-FILE        PIC X(17).
     02   FILLER         PIC X(75) VALUE SPACES.

 01  HEADING-LINE-1       PIC X(120) VALUE
         "   AU-SEQ Date     Time   Operator       Empno Status
-        "   Problem".
 01  HEADING-LINE-2       PIC X(120) VALUE
         "--------- -------- ------ ---------- --------- --------
-        " ------------------------------------------------------".

 PROCEDURE DIVISION.
 BEGIN.
     PERFORM PROMPT-FOR-FILE.

     OPEN INPUT AUDIT-FILE.
     IF AUDIT-STATUS NOT = "00"
         DISPLAY "Unable to open " AUDIT-FILE-NAME
             " - verification aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN OUTPUT REPORT-FILE.
     IF REPORT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBAUDV.LST"
             " - verification aborted."
         CLOSE AUDIT-FILE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM PRINT-REPORT-HEADING.
     PERFORM UNTIL AUDIT-EOF-SW = "Y"
         READ AUDIT-FILE
             AT END
                 MOVE "Y" TO AUDIT-EOF-SW
             NOT AT END
                 ADD 1 TO READ-COUNT
                 PERFORM VERIFY-AUDIT-RECORD
         END-READ
     END-PERFORM.
     CLOSE AUDIT-FILE.
     IF AUDIT-FILE-NAME = "CBDEM1.AUD"
         PERFORM CHECK-HIGH-WATER-MARK
     END-IF.

     PERFORM PRINT-SUMMARY.
     PERFORM PRINT-VERDICT.
     CLOSE REPORT-FILE.
     STOP RUN.

 PROMPT-FOR-FILE.
     DISPLAY ASK-FILE WITH NO ADVANCING.
     ACCEPT SEL-FILE.
     IF SEL-FILE NOT = SPACES
         MOVE SEL-FILE TO AUDIT-FILE-NAME
     END-IF.

* ----------------------------------------------------------
* VERIFY-AUDIT-RECORD checks one record against the chain so
* far. Unstamped records ahead of the first stamped one predate
* the chain and are only counted; once the chain has started,
* every record must be stamped. The chain always moves on from
* the record as stored, so one edited line is reported once
* rather than breaking every record after it.
* ----------------------------------------------------------
 VERIFY-AUDIT-RECORD.
     IF AU-SEQ IS NOT NUMERIC OR AU-CHECK IS NOT NUMERIC
         IF CHAIN-STARTED-SW = "Y"
             ADD 1 TO BROKEN-COUNT
             MOVE "BROKEN LINK - UNSTAMPED RECORD INSIDE THE CHAIN"
                 TO PROBLEM-TEXT
             PERFORM PRINT-EXCEPTION
         ELSE
             ADD 1 TO LEGACY-COUNT
         END-IF
     ELSE
         IF CHAIN-STARTED-SW = "Y"
             PERFORM CHECK-CHAIN-LINK
         ELSE
             PERFORM START-CHAIN
         END-IF
         ADD 1 TO CHAINED-COUNT
         MOVE AU-SEQ TO LAST-SEQ
         MOVE AU-TIMESTAMP(1:14) TO LAST-TIMESTAMP
         COMPUTE EXPECT-SEQ = AU-SEQ + 1
         MOVE AU-CHECK TO PREV-CHECK
     END-IF.

* ----------------------------------------------------------
* START-CHAIN anchors the walk on the first stamped record. A
* BASELINE is linked back to its archive generation; anything
* else must be sequence 1, chained from zero.
* ----------------------------------------------------------
 START-CHAIN.
     MOVE "Y" TO CHAIN-STARTED-SW.
     MOVE AU-SEQ TO FIRST-SEQ.
     IF AU-STATUS = "BASELINE"
         PERFORM VERIFY-BASELINE-LINK
     ELSE
         IF AU-SEQ = 1
             MOVE 0 TO PREV-CHECK
             PERFORM COMPARE-CHECK-VALUE
         ELSE
             ADD 1 TO BROKEN-COUNT
             MOVE AU-SEQ TO SEQ-D
             MOVE SPACES TO PROBLEM-TEXT
             STRING "BROKEN LINK - CHAIN STARTS AT SEQUENCE "
                 SEQ-D DELIMITED BY SIZE INTO PROBLEM-TEXT
             END-STRING
             PERFORM PRINT-EXCEPTION
         END-IF
     END-IF.

 CHECK-CHAIN-LINK.
     IF AU-SEQ > EXPECT-SEQ
         ADD 1 TO GAP-COUNT
         MOVE EXPECT-SEQ TO MISSING-FROM
         COMPUTE MISSING-THRU = AU-SEQ - 1
         MOVE MISSING-FROM TO SEQ-D
         MOVE MISSING-THRU TO SEQ-THRU-D
         MOVE SPACES TO PROBLEM-TEXT
         STRING "SEQUENCE GAP - " SEQ-D " THRU " SEQ-THRU-D
             " MISSING" DELIMITED BY SIZE INTO PROBLEM-TEXT
         END-STRING
         PERFORM PRINT-EXCEPTION
     ELSE
         IF AU-SEQ < EXPECT-SEQ
             ADD 1 TO ORDER-COUNT
             MOVE EXPECT-SEQ TO SEQ-D
             MOVE SPACES TO PROBLEM-TEXT
             STRING "OUT OF SEQUENCE - EXPECTED " SEQ-D
                 DELIMITED BY SIZE INTO PROBLEM-TEXT
             END-STRING
             PERFORM PRINT-EXCEPTION
         ELSE
             PERFORM COMPARE-CHECK-VALUE
         END-IF
     END-IF.

* COMPARE-CHECK-VALUE recomputes the record's check value from
* PREV-CHECK and holds it against the one stored on the record.
 COMPARE-CHECK-VALUE.
     MOVE AUDIT-RECORD TO CHECK-RECORD.
     CALL "CBAUDCK" USING CHECK-RECORD PREV-CHECK.
     IF CR-CHECK NOT = AU-CHECK
         ADD 1 TO ALTERED-COUNT
         MOVE "ALTERED - CHECK VALUE DOES NOT MATCH THE RECORD"
             TO PROBLEM-TEXT
         PERFORM PRINT-EXCEPTION
     END-IF.

* ----------------------------------------------------------
* VERIFY-BASELINE-LINK reads the archive generation the BASELINE
* names (bytes 24-40 of its reason, as CBAUDAR lays them out) for
* its last stamped record. The BASELINE must carry the next
* sequence number and be chained from that record's check value.
* With the archive not on file the link cannot be proven, and
* the walk carries on from the BASELINE as stored.
* ----------------------------------------------------------
 VERIFY-BASELINE-LINK.
     MOVE AU-REASON(24:17) TO ARCHIVE-FILE-NAME.
     MOVE 0 TO ARCH-LAST-SEQ ARCH-LAST-CHECK.
     MOVE "N" TO ARCHIVE-EOF-SW.
     OPEN INPUT ARCHIVE-FILE.
     IF ARCHIVE-STATUS NOT = "00"
         ADD 1 TO WARNING-COUNT
         MOVE SPACES TO PROBLEM-TEXT
         STRING "WARNING - ARCHIVE " ARCHIVE-FILE-NAME
             " NOT ON FILE, LINK UNVERIFIED"
             DELIMITED BY SIZE INTO PROBLEM-TEXT
         END-STRING
         PERFORM PRINT-EXCEPTION
     ELSE
         PERFORM UNTIL ARCHIVE-EOF-SW = "Y"
             READ ARCHIVE-FILE
                 AT END
                     MOVE "Y" TO ARCHIVE-EOF-SW
                 NOT AT END
                     IF AR-SEQ IS NUMERIC AND AR-CHECK IS NUMERIC
                         MOVE AR-SEQ TO ARCH-LAST-SEQ
                         MOVE AR-CHECK TO ARCH-LAST-CHECK
                     END-IF
             END-READ
         END-PERFORM
         CLOSE ARCHIVE-FILE
         IF AU-SEQ NOT = ARCH-LAST-SEQ + 1
             ADD 1 TO BROKEN-COUNT
             MOVE ARCH-LAST-SEQ TO SEQ-D
             MOVE SPACES TO PROBLEM-TEXT
             STRING "BROKEN LINK - ARCHIVE ENDS AT SEQUENCE " SEQ-D
                 DELIMITED BY SIZE INTO PROBLEM-TEXT
             END-STRING
             PERFORM PRINT-EXCEPTION
         ELSE
             MOVE ARCH-LAST-CHECK TO PREV-CHECK
             MOVE AUDIT-RECORD TO CHECK-RECORD
             CALL "CBAUDCK" USING CHECK-RECORD PREV-CHECK
             IF CR-CHECK NOT = AU-CHECK
                 ADD 1 TO BROKEN-COUNT
                 MOVE SPACES TO PROBLEM-TEXT
                 STRING "BROKEN LINK - BASELINE NOT CHAINED FROM "
                     ARCHIVE-FILE-NAME
                     DELIMITED BY SIZE INTO PROBLEM-TEXT
                 END-STRING
                 PERFORM PRINT-EXCEPTION
             END-IF
         END-IF
     END-IF.

* ----------------------------------------------------------
* CHECK-HIGH-WATER-MARK holds the end of the current trail - the
* sequence number and check value of its last stamped record,
* left in LAST-SEQ and PREV-CHECK by the walk - against the mark
* every writer moves on as it stamps a record.
* ----------------------------------------------------------
 CHECK-HIGH-WATER-MARK.
     MOVE "R" TO HW-FUNCTION.
     CALL "CBAUDHW" USING AUDIT-HWM.
     MOVE SPACES TO PROBLEM-TEXT.
     IF HW-STATUS = "35"
         IF CHAINED-COUNT > 0
             MOVE "HIGH-WATER MARK - NO MARK ON FILE FOR A STAMPED
-                " TRAIL" TO PROBLEM-TEXT
         END-IF
     ELSE
         IF HW-STATUS NOT = "00"
             MOVE "HIGH-WATER MARK - CBDEM1.AHW CANNOT BE READ"
                 TO PROBLEM-TEXT
         ELSE
             PERFORM COMPARE-HIGH-WATER-MARK
         END-IF
     END-IF.
     IF PROBLEM-TEXT NOT = SPACES
         ADD 1 TO HWM-COUNT
         MOVE SPACES TO REPORT-LINE
         MOVE PROBLEM-TEXT TO REPORT-LINE(57:60)
         WRITE REPORT-LINE
         DISPLAY PROBLEM-TEXT
     END-IF.

 COMPARE-HIGH-WATER-MARK.
     MOVE HW-SEQ TO SEQ-D.
     IF CHAINED-COUNT = 0
         STRING "HIGH-WATER MARK - NO STAMPS, MARK AT " SEQ-D
             DELIMITED BY SIZE INTO PROBLEM-TEXT
         END-STRING
     ELSE
         IF LAST-SEQ < HW-SEQ
             STRING "HIGH-WATER MARK - TRAIL ENDS SHORT OF " SEQ-D
                 DELIMITED BY SIZE INTO PROBLEM-TEXT
             END-STRING
         ELSE
             IF LAST-SEQ > HW-SEQ
                 STRING "HIGH-WATER MARK - TRAIL RUNS PAST " SEQ-D
                     DELIMITED BY SIZE INTO PROBLEM-TEXT
                 END-STRING
             ELSE
                 IF PREV-CHECK NOT = HW-CHECK
                     MOVE "HIGH-WATER MARK - LAST RECORD DOES NOT
-                        " MATCH THE MARK" TO PROBLEM-TEXT
                 END-IF
             END-IF
         END-IF
     END-IF.

* PRINT-EXCEPTION lists the record being checked with the
* problem found in PROBLEM-TEXT.
 PRINT-EXCEPTION.
     IF AU-SEQ IS NUMERIC
         MOVE AU-SEQ TO EL-SEQ
     ELSE
         MOVE SPACES TO EL-SEQ-X
     END-IF.
     MOVE AU-TIMESTAMP(1:8) TO EL-DATE.
     MOVE AU-TIMESTAMP(9:6) TO EL-TIME.
     MOVE AU-USERID TO EL-USERID.
     IF AU-EMPNO IS NUMERIC
         MOVE AU-EMPNO TO EL-EMPNO
     ELSE
         MOVE 0 TO EL-EMPNO
     END-IF.
     MOVE AU-STATUS TO EL-STATUS.
     MOVE PROBLEM-TEXT TO EL-PROBLEM.
     MOVE EXCEPTION-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY EXCEPTION-LINE.

 PRINT-SUMMARY.
     PERFORM WRITE-BLANK-LINE.
     MOVE READ-COUNT TO COUNT-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "Records read:            " COUNT-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM WRITE-SUMMARY-LINE.
     MOVE LEGACY-COUNT TO COUNT-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "Unstamped, before chain: " COUNT-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM WRITE-SUMMARY-LINE.
     MOVE CHAINED-COUNT TO COUNT-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "Stamped records:         " COUNT-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM WRITE-SUMMARY-LINE.
     IF CHAINED-COUNT > 0
         MOVE FIRST-SEQ TO SEQ-D
         MOVE LAST-SEQ TO SEQ-THRU-D
         MOVE SPACES TO REPORT-LINE
         STRING "Sequence " SEQ-D " thru " SEQ-THRU-D
             ", last stamped " LAST-TIMESTAMP
             DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         PERFORM WRITE-SUMMARY-LINE
     END-IF.
     MOVE GAP-COUNT TO COUNT-D.
     MOVE ORDER-COUNT TO COUNT-2-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "Sequence gaps:           " COUNT-D
         "   out of sequence: " COUNT-2-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM WRITE-SUMMARY-LINE.
     MOVE ALTERED-COUNT TO COUNT-D.
     MOVE BROKEN-COUNT TO COUNT-2-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "Altered records:         " COUNT-D
         "   broken links:    " COUNT-2-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM WRITE-SUMMARY-LINE.
     IF AUDIT-FILE-NAME = "CBDEM1.AUD"
         MOVE HWM-COUNT TO COUNT-D
         MOVE SPACES TO REPORT-LINE
         STRING "High-water mark failures:" COUNT-D
             DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         PERFORM WRITE-SUMMARY-LINE
     END-IF.

* ----------------------------------------------------------
* PRINT-VERDICT writes the one line operations reads and sets the
* step return code to match, the convention CBRECON established:
* 8 for any sign of tampering, 4 for a chain that is intact but
* not fully proven, 0 for a clean trail.
* ----------------------------------------------------------
 PRINT-VERDICT.
     IF CHAINED-COUNT = 0
         ADD 1 TO WARNING-COUNT
     END-IF.
     PERFORM WRITE-BLANK-LINE.
     IF GAP-COUNT + ORDER-COUNT + ALTERED-COUNT + BROKEN-COUNT
             + HWM-COUNT > 0
         MOVE "AUDIT TRAIL FAILED VERIFICATION - RECORDS MISSING OR
-            " ALTERED" TO REPORT-LINE
         MOVE 8 TO RETURN-CODE
     ELSE
         IF WARNING-COUNT > 0
             IF CHAINED-COUNT = 0
                 MOVE "AUDIT TRAIL NOT VERIFIED - NO STAMPED RECORDS"
                     TO REPORT-LINE
             ELSE
                 MOVE "AUDIT TRAIL INTACT - LINK TO ARCHIVE NOT
-                    " VERIFIED" TO REPORT-LINE
             END-IF
             MOVE 4 TO RETURN-CODE
         ELSE
             MOVE "AUDIT TRAIL VERIFIED" TO REPORT-LINE
             MOVE 0 TO RETURN-CODE
         END-IF
     END-IF.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:62).

 WRITE-SUMMARY-LINE.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:70).

 PRINT-REPORT-HEADING.
     MOVE AUDIT-FILE-NAME TO TL-FILE.
     MOVE TITLE-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY TITLE-LINE.
     PERFORM WRITE-BLANK-LINE.
     MOVE HEADING-LINE-1 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY HEADING-LINE-1.
     MOVE HEADING-LINE-2 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY HEADING-LINE-2.

 WRITE-BLANK-LINE.
     MOVE SPACES TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY SPACES.
