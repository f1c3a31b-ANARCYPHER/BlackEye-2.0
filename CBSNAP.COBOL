* SAME STAMP.
*
* THE FILE IS REBUILT FROM SCRATCH ON EVERY RUN - A SNAPSHOT
* IS A POINT IN TIME, NOT A ROLLING MERGE. BEFORE THE REBUILD
* THE PREVIOUS CBSNAP.DAT IS COPIED, RECORD FOR RECORD, TO THE
* PRIOR GENERATION CBSNAPP.DAT, SO CBSNAPC ALWAYS HAS LAST
* NIGHT'S AND TONIGHT'S SNAPSHOT TO COMPARE. IF THE PRIOR
* GENERATION CANNOT BE WRITTEN THE UNLOAD IS ABORTED WITH
* CBSNAP.DAT UNTOUCHED, RATHER THAN LOSE THE ONLY COPY OF LAST
* NIGHT'S DATA. THE VERY FIRST RUN, WITH NO CBSNAP.DAT YET,
* SIMPLY HAS NO PRIOR GENERATION TO KEEP.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS SNAP-EMPNO
         FILE STATUS IS SNAPSHOT-STATUS.
     SELECT PRIOR-FILE ASSIGN TO "CBSNAPP.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PRIOR-EMPNO
         FILE STATUS IS PRIOR-STATUS.

 DATA DIVISION.
 FILE SECTION.
     02   SNAP-DNAME            PIC X(15).
     02   SNAP-ASOF             PIC X(14).

* The prior generation is the same record, byte for byte.
 FD  PRIOR-FILE
     LABEL RECORDS ARE STANDARD.
 01  PRIOR-RECORD.
     02   PRIOR-EMPNO           PIC 9(9).
     02   FILLER                PIC X(72).

 WORKING-STORAGE SECTION.

 01  LDA.
 77   MORE-ROWS-SW       PIC X     VALUE "Y".
 77   RECORD-COUNT       PIC S9(9) COMP VALUE 0.
 77   RECORD-COUNT-D     PIC ZZZZZZZZ9.
 77   PRIOR-STATUS       PIC XX    VALUE "00".
 77   PRIOR-OK-SW        PIC X     VALUE "Y".
 77   SNAP-EOF-SW        PIC X     VALUE "N".
 77   PRIOR-COUNT        PIC S9(9) COMP VALUE 0.
 77   PRIOR-COUNT-D      PIC ZZZZZZZZ9.
 77   PRIOR-ASOF         PIC X(14) VALUE SPACES.

 01  RUN-STAMP.
     02   RS-ASOF        PIC X(14).
         STOP RUN
     END-IF.

     PERFORM KEEP-PRIOR-GENERATION.
     IF PRIOR-OK-SW NOT = "Y"
         DISPLAY "CBSNAP.DAT left as it was - unload aborted."
         PERFORM DISCONNECT-FROM-ORACLE
         STOP RUN
     END-IF.

     OPEN OUTPUT SNAPSHOT-FILE.
     IF SNAPSHOT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBSNAP.DAT"
             SNAPSHOT-STATUS "."
     END-IF.

* ----------------------------------------------------------
* KEEP-PRIOR-GENERATION copies the snapshot about to be replaced
* into CBSNAPP.DAT. Both files are in key order, so the copy is
* a straight sequential read and write. Status 35 on CBSNAP.DAT
* is the first run ever - nothing to keep, and not an error.
* Any other failure clears PRIOR-OK-SW so BEGIN stops before
* OPEN OUTPUT empties CBSNAP.DAT.
* ----------------------------------------------------------
 KEEP-PRIOR-GENERATION.
     OPEN INPUT SNAPSHOT-FILE.
     IF SNAPSHOT-STATUS = "35"
         DISPLAY "No previous CBSNAP.DAT - no prior generation kept."
     ELSE
         IF SNAPSHOT-STATUS NOT = "00"
             DISPLAY "Unable to open " "CBSNAP.DAT"
                 " - status " SNAPSHOT-STATUS
                 " - prior generation not kept."
             MOVE "N" TO PRIOR-OK-SW
         ELSE
             PERFORM COPY-PRIOR-GENERATION
             CLOSE SNAPSHOT-FILE
         END-IF
     END-IF.

 COPY-PRIOR-GENERATION.
     OPEN OUTPUT PRIOR-FILE.
     IF PRIOR-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBSNAPP.DAT"
             " - status " PRIOR-STATUS
             " - prior generation not kept."
         MOVE "N" TO PRIOR-OK-SW
     ELSE
         PERFORM UNTIL SNAP-EOF-SW = "Y" OR PRIOR-OK-SW NOT = "Y"
             READ SNAPSHOT-FILE
                 AT END
                     MOVE "Y" TO SNAP-EOF-SW
                 NOT AT END
                     PERFORM WRITE-PRIOR-RECORD
             END-READ
         END-PERFORM
         CLOSE PRIOR-FILE
     END-IF.

 WRITE-PRIOR-RECORD.
     IF SNAP-EMPNO = 0
         MOVE SNAP-ASOF TO PRIOR-ASOF
     END-IF.
     WRITE PRIOR-RECORD FROM SNAP-RECORD.
     IF PRIOR-STATUS = "00"
         ADD 1 TO PRIOR-COUNT
     ELSE
         DISPLAY "Write failed on " "CBSNAPP.DAT"
             " for employee " SNAP-EMPNO
             " - status " PRIOR-STATUS "."
         MOVE "N" TO PRIOR-OK-SW
     END-IF.

 WRITE-SNAPSHOT-RECORD.
     MOVE FUNCTION NUMVAL(X-EMPNO) TO SNAP-EMPNO.
     MOVE X-ENAME TO SNAP-ENAME.
     DISPLAY "===== Snapshot Unload Summary =====".
     DISPLAY "Snapshot as of: " RS-ASOF.
     DISPLAY "Employee records written: " RECORD-COUNT-D.
     IF PRIOR-COUNT > 0
         MOVE PRIOR-COUNT TO PRIOR-COUNT-D
         DISPLAY "Prior generation kept as of: " PRIOR-ASOF
         DISPLAY "Records copied to CBSNAPP.DAT: " PRIOR-COUNT-D
     END-IF.

* ----------------------------------------------------------
* OPEN-SNAP-CURSOR parses and executes SQL-SNAP once;
