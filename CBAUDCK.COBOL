* ----------------------------------------------------------
* CBAUDCK COMPUTES THE CHAINED CHECK VALUE CARRIED ON EVERY
* CBDEM1.AUD RECORD. EVERY PROGRAM THAT APPENDS TO THE TRAIL,
* CBAUDAR WHEN IT CUTS A BASELINE, AND CBAUDV WHEN IT VERIFIES
* THE TRAIL ALL CALL THIS ONE ROUTINE, SO THE VALUE IS WORKED
* OUT THE SAME WAY EVERYWHERE:
*
*        CALL "CBAUDCK" USING AUDIT-RECORD PREVIOUS-CHECK
*
* THE CALLER PASSES THE 137-BYTE AUDIT RECORD WITH EVERYTHING UP
* TO AND INCLUDING AU-SEQ FILLED IN, AND THE AU-CHECK OF THE
* RECORD BEFORE IT (ZERO AT THE START OF A CHAIN). THE ROUTINE
* FOLDS THE PREVIOUS CHECK VALUE AND EVERY BYTE OF THE FIRST 119
* INTO TWO RUNNING SUMS - EACH KEPT MODULO A NINE-DIGIT PRIME -
* AND RETURNS THEM SIDE BY SIDE IN AU-CHECK (BYTES 120-137).
* CHANGING ANY BYTE OF A RECORD, OR THE RECORD BEFORE IT,
* CHANGES THE VALUE, SO AN EDITED, INSERTED OR DELETED LINE
* BREAKS THE CHAIN FROM THAT POINT ON.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBAUDCK.
 ENVIRONMENT DIVISION.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

 77   CK-SUM-A           PIC S9(18) COMP VALUE 0.
 77   CK-SUM-B           PIC S9(18) COMP VALUE 0.
 77   CK-BYTE            PIC S9(9)  COMP VALUE 0.
 77   CK-IDX             PIC S9(9)  COMP VALUE 0.
 77   CK-PRIME-A         PIC S9(9)  COMP VALUE 999999937.
 77   CK-PRIME-B         PIC S9(9)  COMP VALUE 999999929.

 01  CK-VALUE.
     02   CK-VALUE-A     PIC 9(9).
     02   CK-VALUE-B     PIC 9(9).
 01  CK-VALUE-N REDEFINES CK-VALUE PIC 9(18).

 LINKAGE SECTION.

* The audit record as every program lays it out: the 110 bytes
* the trail has always carried, then AU-SEQ and AU-CHECK.
 01  CK-RECORD.
     02   CK-DATA        PIC X(119).
     02   CK-CHECK       PIC 9(18).
 01  CK-PREV-CHECK       PIC 9(18).

 PROCEDURE DIVISION USING CK-RECORD CK-PREV-CHECK.
 BEGIN.
     MOVE CK-PREV-CHECK TO CK-VALUE-N.
     MOVE CK-VALUE-A TO CK-SUM-A.
     MOVE CK-VALUE-B TO CK-SUM-B.
     PERFORM VARYING CK-IDX FROM 1 BY 1 UNTIL CK-IDX > 119
         COMPUTE CK-BYTE = FUNCTION ORD(CK-DATA(CK-IDX:1))
         COMPUTE CK-SUM-A = FUNCTION MOD
             (CK-SUM-A * 257 + CK-BYTE, CK-PRIME-A)
         END-COMPUTE
         COMPUTE CK-SUM-B = FUNCTION MOD
             (CK-SUM-B + CK-SUM-A, CK-PRIME-B)
         END-COMPUTE
     END-PERFORM.
     MOVE CK-SUM-A TO CK-VALUE-A.
     MOVE CK-SUM-B TO CK-VALUE-B.
     MOVE CK-VALUE-N TO CK-CHECK.
     GOBACK.
