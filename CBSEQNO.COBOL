* ----------------------------------------------------------
* CBSEQNO HANDS OUT THE ITEM NUMBERS OF THE CBPEND.DAT PENDING
* FILE AND THE REQUEST NUMBERS OF THE CBAPPR.DAT APPROVAL QUEUE.
* BOTH FILES LOSE RECORDS AS ITEMS ARE APPLIED, CANCELLED,
* APPROVED OR REJECTED, SO "ONE PAST THE HIGHEST ON FILE" WOULD
* HAND A NUMBER THE AUDIT TRAIL ALREADY CARRIES TO A NEW ITEM
* ONCE THE FILE EMPTIED. THE LAST NUMBER ISSUED IS THEREFORE
* KEPT IN A ONE-RECORD COUNTER FILE BESIDE EACH - CBPEND.SEQ AND
* CBAPPR.SEQ - AND ONLY EVER GOES UP. CALLED AS:
*
*        CALL "CBSEQNO" USING SEQNO-PARM
*
* WITH SQ-COUNTER "P" FOR A PENDING ITEM OR "A" FOR AN APPROVAL
* REQUEST AND SQ-FILE-HIGH THE HIGHEST NUMBER THE CALLER FOUND
* ON THE FILE ITSELF. THE NUMBER RETURNED IN SQ-SEQNO IS ONE PAST
* THE HIGHER OF THE TWO, AND IS WRITTEN BACK TO THE COUNTER
* BEFORE IT IS RETURNED, SO A NUMBER IS NEVER ISSUED TWICE EVEN
* IF THE CALLER THEN FAILS TO WRITE ITS ITEM. A COUNTER FILE NOT
* YET ON FILE STARTS FROM SQ-FILE-HIGH, SO EXISTING FILES CARRY
* ON FROM WHERE THEY ARE. SQ-STATUS IS "00" WHEN THE NUMBER WAS
* ISSUED; ANYTHING ELSE IS THE FILE STATUS OF THE COUNTER THAT
* COULD NOT BE READ OR REWRITTEN, AND THE CALLER MUST NOT USE
* SQ-SEQNO.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBSEQNO.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PEND-SEQ-FILE ASSIGN TO "CBPEND.SEQ"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SEQ-STATUS.
     SELECT APPR-SEQ-FILE ASSIGN TO "CBAPPR.SEQ"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SEQ-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  PEND-SEQ-FILE
     LABEL RECORDS ARE STANDARD.
 01  PEND-SEQ-RECORD.
     02   PS-LAST-SEQNO  PIC 9(6).
     02   PS-STAMP       PIC X(14).

 FD  APPR-SEQ-FILE
     LABEL RECORDS ARE STANDARD.
 01  APPR-SEQ-RECORD.
     02   AS-LAST-SEQNO  PIC 9(6).
     02   AS-STAMP       PIC X(14).

 WORKING-STORAGE SECTION.

 77   SEQ-STATUS         PIC XX    VALUE "00".
 77   SEQ-LAST           PIC 9(6)  VALUE 0.
 77   SEQ-STAMP          PIC X(21).

 LINKAGE SECTION.

 01  SEQNO-PARM.
     02   SQ-COUNTER     PIC X.
     02   SQ-FILE-HIGH   PIC 9(6).
     02   SQ-SEQNO       PIC 9(6).
     02   SQ-STATUS      PIC XX.

 PROCEDURE DIVISION USING SEQNO-PARM.
 BEGIN.
     MOVE 0 TO SQ-SEQNO.
     IF SQ-COUNTER = "A"
         PERFORM READ-APPR-COUNTER
     ELSE
         PERFORM READ-PEND-COUNTER
     END-IF.
     IF SQ-STATUS = "00"
         IF SQ-FILE-HIGH > SEQ-LAST
             MOVE SQ-FILE-HIGH TO SEQ-LAST
         END-IF
         ADD 1 TO SEQ-LAST
         IF SQ-COUNTER = "A"
             PERFORM WRITE-APPR-COUNTER
         ELSE
             PERFORM WRITE-PEND-COUNTER
         END-IF
         IF SQ-STATUS = "00"
             MOVE SEQ-LAST TO SQ-SEQNO
         END-IF
     END-IF.
     GOBACK.

* READ-PEND-COUNTER / READ-APPR-COUNTER leave the last number
* issued in SEQ-LAST. No counter yet (status 35, or an empty
* file) is zero; a counter that is not numeric has been edited
* and is reported rather than trusted.
 READ-PEND-COUNTER.
     MOVE 0 TO SEQ-LAST.
     OPEN INPUT PEND-SEQ-FILE.
     MOVE SEQ-STATUS TO SQ-STATUS.
     IF SEQ-STATUS = "35"
         MOVE "00" TO SQ-STATUS
     END-IF.
     IF SEQ-STATUS = "00"
         READ PEND-SEQ-FILE
             NOT AT END
                 IF PS-LAST-SEQNO IS NUMERIC
                     MOVE PS-LAST-SEQNO TO SEQ-LAST
                 ELSE
                     MOVE "9N" TO SQ-STATUS
                 END-IF
         END-READ
         CLOSE PEND-SEQ-FILE
     END-IF.

 READ-APPR-COUNTER.
     MOVE 0 TO SEQ-LAST.
     OPEN INPUT APPR-SEQ-FILE.
     MOVE SEQ-STATUS TO SQ-STATUS.
     IF SEQ-STATUS = "35"
         MOVE "00" TO SQ-STATUS
     END-IF.
     IF SEQ-STATUS = "00"
         READ APPR-SEQ-FILE
             NOT AT END
                 IF AS-LAST-SEQNO IS NUMERIC
                     MOVE AS-LAST-SEQNO TO SEQ-LAST
                 ELSE
                     MOVE "9N" TO SQ-STATUS
                 END-IF
         END-READ
         CLOSE APPR-SEQ-FILE
     END-IF.

 WRITE-PEND-COUNTER.
     MOVE FUNCTION CURRENT-DATE TO SEQ-STAMP.
     OPEN OUTPUT PEND-SEQ-FILE.
     MOVE SEQ-STATUS TO SQ-STATUS.
     IF SEQ-STATUS = "00"
         MOVE SEQ-LAST TO PS-LAST-SEQNO
         MOVE SEQ-STAMP(1:14) TO PS-STAMP
         WRITE PEND-SEQ-RECORD
         MOVE SEQ-STATUS TO SQ-STATUS
         CLOSE PEND-SEQ-FILE
     END-IF.

 WRITE-APPR-COUNTER.
     MOVE FUNCTION CURRENT-DATE TO SEQ-STAMP.
     OPEN OUTPUT APPR-SEQ-FILE.
     MOVE SEQ-STATUS TO SQ-STATUS.
     IF SEQ-STATUS = "00"
         MOVE SEQ-LAST TO AS-LAST-SEQNO
         MOVE SEQ-STAMP(1:14) TO AS-STAMP
         WRITE APPR-SEQ-RECORD
         MOVE SEQ-STATUS TO SQ-STATUS
         CLOSE APPR-SEQ-FILE
     END-IF.
