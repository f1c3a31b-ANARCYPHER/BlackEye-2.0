* ----------------------------------------------------------
* CBAUDHW KEEPS THE HIGH-WATER MARK OF THE CBDEM1.AUD AUDIT
* TRAIL - THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST RECORD
* ANY PROGRAM STAMPED - IN THE ONE-RECORD CONTROL FILE
* CBDEM1.AHW, OUTSIDE THE TRAIL ITSELF. THE CHAIN ALONE CANNOT
* SHOW RECORDS CUT FROM THE END OF THE TRAIL: THE NEXT WRITER
* WOULD REUSE THEIR SEQUENCE NUMBERS AND CHAIN CLEANLY FROM
* WHATEVER WAS LEFT. EVERY WRITER THEREFORE CHAINS FROM THE
* HIGHER OF THE TRAIL'S LAST RECORD AND THIS MARK, AND MOVES THE
* MARK ON AFTER EACH WRITE, SO A CUT LEAVES A GAP CBAUDV REPORTS;
* CBAUDV ALSO HOLDS THE END OF THE CURRENT TRAIL AGAINST THE MARK
* DIRECTLY. CALLED AS:
*
*        CALL "CBAUDHW" USING AUDIT-HWM
*
* WITH HW-FUNCTION "R" TO READ THE MARK INTO HW-SEQ/HW-CHECK OR
* "W" TO REPLACE IT WITH THEM. HW-STATUS RETURNS THE FILE STATUS
* OF THE OPEN: "00" DONE, "35" ON A READ WHEN NO MARK HAS BEEN
* WRITTEN YET (HW-SEQ/HW-CHECK COME BACK ZERO), ANYTHING ELSE A
* FAILURE THE CALLER MUST NOT CHAIN ACROSS.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBAUDHW.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT HWM-FILE ASSIGN TO "CBDEM1.AHW"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS HWM-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  HWM-FILE
     LABEL RECORDS ARE STANDARD.
 01  HWM-RECORD.
     02   HR-SEQ         PIC 9(9).
     02   HR-CHECK       PIC 9(18).
     02   HR-STAMP       PIC X(14).

 WORKING-STORAGE SECTION.

 77   HWM-STATUS         PIC XX    VALUE "00".
 77   HWM-STAMP          PIC X(21).

 LINKAGE SECTION.

 01  AUDIT-HWM.
     02   HW-FUNCTION    PIC X.
     02   HW-SEQ         PIC 9(9).
     02   HW-CHECK       PIC 9(18).
     02   HW-STATUS      PIC XX.

 PROCEDURE DIVISION USING AUDIT-HWM.
 BEGIN.
     IF HW-FUNCTION = "W"
         PERFORM WRITE-HIGH-WATER-MARK
     ELSE
         PERFORM READ-HIGH-WATER-MARK
     END-IF.
     GOBACK.

* READ-HIGH-WATER-MARK returns the mark; a record that is not
* numeric has been tampered with and is reported as a failure.
 READ-HIGH-WATER-MARK.
     MOVE 0 TO HW-SEQ HW-CHECK.
     OPEN INPUT HWM-FILE.
     MOVE HWM-STATUS TO HW-STATUS.
     IF HWM-STATUS = "00"
         READ HWM-FILE
             AT END
                 MOVE "35" TO HW-STATUS
             NOT AT END
                 IF HR-SEQ IS NUMERIC AND HR-CHECK IS NUMERIC
                     MOVE HR-SEQ TO HW-SEQ
                     MOVE HR-CHECK TO HW-CHECK
                 ELSE
                     MOVE "9N" TO HW-STATUS
                 END-IF
         END-READ
         CLOSE HWM-FILE
     END-IF.

 WRITE-HIGH-WATER-MARK.
     OPEN OUTPUT HWM-FILE.
     MOVE HWM-STATUS TO HW-STATUS.
     IF HWM-STATUS = "00"
         MOVE FUNCTION CURRENT-DATE TO HWM-STAMP
         MOVE HW-SEQ TO HR-SEQ
         MOVE HW-CHECK TO HR-CHECK
         MOVE HWM-STAMP(1:14) TO HR-STAMP
         WRITE HWM-RECORD
         MOVE HWM-STATUS TO HW-STATUS
         CLOSE HWM-FILE
     END-IF.
