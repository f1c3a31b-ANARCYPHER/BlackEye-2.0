* ----------------------------------------------------------
* CBAUD1 IS THE INQUIRY AND ACTIVITY REPORT OVER THE CBDEM1.AUD
* AUDIT TRAIL THAT CBDEM1 (AND ITS COMPANIONS CBTERM1/CBEMPQ)
* APPEND TO. THE RAW FILE IS A FIXED-FORMAT APPEND FILE (EACH
* RECORD ENDS WITH THE AU-SEQ/AU-CHECK STAMP CBAUDV VERIFIES);
* ANSWERING "WHAT DID OPERATOR QAUSER REJECT LAST TUESDAY"
* USED TO MEAN EYEBALLING HUNDREDS OF UNFORMATTED LINES. THE
* PROGRAM QUERIES THE USER FOR SELECTION CRITERIA, EACH OF
     02   AU-DEPTNO             PIC X(10).
     02   AU-STATUS             PIC X(8).
     02   AU-REASON             PIC X(40).
     02   AU-SEQ                PIC 9(9).
     02   AU-CHECK              PIC 9(18).

 FD  REPORT-FILE
     LABEL RECORDS ARE STANDARD.
