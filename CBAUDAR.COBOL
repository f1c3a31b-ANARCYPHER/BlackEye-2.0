*     AND GONE) DROP OUT OF THE CURRENT FILE ENTIRELY - THE
*     ARCHIVE KEEPS THEIR STORY.
*
* THE SEQUENCE NUMBER AND CBAUDCK CHECK VALUE CHAIN RUNS ACROSS
* THE CUTOVER: THE BASELINE RECORD TAKES THE NEXT SEQUENCE NUMBER
* AFTER THE LAST ARCHIVED RECORD AND IS CHAINED FROM ITS CHECK
* VALUE, SO CBAUDV CAN LINK THE NEW CURRENT FILE BACK TO THE
* ARCHIVE GENERATION. THE CARRIED-FORWARD ADDS KEEP THEIR FIRST
* 110 BYTES UNCHANGED AND ARE RE-STAMPED TO CONTINUE THE CHAIN
* FROM THE BASELINE; THEIR ORIGINAL STAMPS STAY ON THE ARCHIVE.
* IF THE CBAUDHW HIGH-WATER MARK IS FURTHER ON THAN THE LAST
* ARCHIVED RECORD - RECORDS WERE CUT FROM THE END OF THE TRAIL -
* THE BASELINE IS STAMPED FROM THE MARK, SO CBAUDV REPORTS THE
* BROKEN LINK RATHER THAN THE CUTOVER HIDING IT; THE MARK IS
* MOVED ON TO THE LAST RECORD OF THE NEW CURRENT FILE.
*
* THE CURRENT FILE IS NEVER TOUCHED UNTIL THE ARCHIVE HAS BEEN
* WRITTEN AND CLOSED CLEAN, AND A RUN WHOSE TABLES OVERFLOW
* ABORTS WITH RETURN CODE 8 RATHER THAN CUT OVER FROM
* INCOMPLETE TABLES - THE SAME REFUSAL CBRECON MAKES, AND THE
* SAME IF THE HIGH-WATER MARK CANNOT BE READ. RETURN CODE 0
* MEANS THE CUTOVER COMPLETED; 4 THAT IT COMPLETED BUT THE MARK
* COULD NOT BE MOVED ON.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
     02   AU-DEPTNO             PIC X(10).
     02   AU-STATUS             PIC X(8).
     02   AU-REASON             PIC X(40).
     02   AU-SEQ                PIC 9(9).
     02   AU-CHECK              PIC 9(18).

 FD  ARCHIVE-FILE
     LABEL RECORDS ARE STANDARD.
 01  ARCHIVE-RECORD          PIC X(137).

 WORKING-STORAGE SECTION.

* need their EMPNO, the same split CBRECON's tables draw.
 01  ADD-TABLE.
     02   ADD-ENTRY OCCURS 5000 TIMES INDEXED BY ADD-IDX.
         03   ADD-RECORD     PIC X(137).
 01  ADD-KEY-TABLE.
     02   ADD-KEY-ENTRY OCCURS 5000 TIMES INDEXED BY ADDK-IDX.
         03   ADD-EMPNO      PIC 9(9).
 77   AUDIT-STATUS       PIC XX    VALUE "00".
 77   ARCHIVE-STATUS     PIC XX    VALUE "00".
 77   AUDIT-EOF-SW       PIC X     VALUE "N".
 77   AUDIT-LAST-SEQ     PIC 9(9)  VALUE 0.
 77   AUDIT-LAST-CHECK   PIC 9(18) VALUE 0.
* The trail's high-water mark, passed to CBAUDHW.
 01  AUDIT-HWM.
     02   HW-FUNCTION    PIC X.
     02   HW-SEQ         PIC 9(9).
     02   HW-CHECK       PIC 9(18).
     02   HW-STATUS      PIC XX.

 77   ARCHIVED-COUNT     PIC S9(9) COMP VALUE 0.
 77   CARRIED-COUNT      PIC S9(9) COMP VALUE 0.
         STOP RUN
     END-IF.

     MOVE "R" TO HW-FUNCTION.
     CALL "CBAUDHW" USING AUDIT-HWM.
     IF HW-STATUS NOT = "00" AND HW-STATUS NOT = "35"
         DISPLAY "Unable to read the audit high-water mark "
             "CBDEM1.AHW" " - current file left untouched."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     IF HW-SEQ > AUDIT-LAST-SEQ
         DISPLAY "Trail ends below its high-water mark - records"
             " have been removed; the baseline will not link."
         MOVE HW-SEQ TO AUDIT-LAST-SEQ
         MOVE HW-CHECK TO AUDIT-LAST-CHECK
     END-IF.

     PERFORM MATCH-REMOVED-RECORDS.
     PERFORM REWRITE-CURRENT-FILE.
     PERFORM PRINT-RUN-SUMMARY.
     MOVE "W" TO HW-FUNCTION.
     MOVE AUDIT-LAST-SEQ TO HW-SEQ.
     MOVE AUDIT-LAST-CHECK TO HW-CHECK.
     CALL "CBAUDHW" USING AUDIT-HWM.
     IF HW-STATUS NOT = "00"
         DISPLAY "Unable to update the audit high-water mark "
             "CBDEM1.AHW" "."
         MOVE 4 TO RETURN-CODE
     ELSE
         MOVE 0 TO RETURN-CODE
     END-IF.
     STOP RUN.

* ----------------------------------------------------------
                 MOVE AUDIT-RECORD TO ARCHIVE-RECORD
                 WRITE ARCHIVE-RECORD
                 ADD 1 TO ARCHIVED-COUNT
                 IF AU-SEQ IS NUMERIC AND AU-CHECK IS NUMERIC
                     MOVE AU-SEQ TO AUDIT-LAST-SEQ
                     MOVE AU-CHECK TO AUDIT-LAST-CHECK
                 END-IF
                 PERFORM STORE-AUDIT-RECORD
         END-READ
     END-PERFORM.
             ADD 1 TO DROPPED-COUNT
         ELSE
             MOVE ADD-RECORD(ADD-IDX) TO AUDIT-RECORD
             PERFORM WRITE-CHAINED-AUDIT
             ADD 1 TO CARRIED-COUNT
         END-IF
     END-PERFORM.
     STRING ADD-COUNT-D " ADD " REM-COUNT-D " REM TO "
         ARCHIVE-FILE-NAME DELIMITED BY SIZE INTO AU-REASON
     END-STRING.
     PERFORM WRITE-CHAINED-AUDIT.

* WRITE-CHAINED-AUDIT stamps the next sequence number and the
* CBAUDCK check value chained from the record before - for the
* BASELINE record, the last record copied to the archive.
 WRITE-CHAINED-AUDIT.
     COMPUTE AU-SEQ = AUDIT-LAST-SEQ + 1.
     CALL "CBAUDCK" USING AUDIT-RECORD AUDIT-LAST-CHECK.
     WRITE AUDIT-RECORD.
     MOVE AU-SEQ TO AUDIT-LAST-SEQ.
     MOVE AU-CHECK TO AUDIT-LAST-CHECK.

 PRINT-RUN-SUMMARY.
     MOVE ARCHIVED-COUNT TO ARCHIVED-COUNT-D.
