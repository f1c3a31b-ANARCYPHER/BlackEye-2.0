* ----------------------------------------------------------
* CBPERMR IS THE QUARTERLY ACCESS REVIEW OVER THE CBPERM.DAT
* OPERATOR-PERMISSION FILE CBPERMM MAINTAINS. INTERNAL AUDIT
* ASKS EVERY QUARTER WHO CAN DO WHAT, AND WHETHER THEY STILL
* USE IT; THE ANSWER USED TO BE BUILT BY HAND FROM A COPY OF
* THE FILE AND A CBAUD1 LISTING. THE PROGRAM QUERIES THE USER
* FOR:
*
*        Audit file (blank for current):
*        Dormant if idle since (YYYYMMDD, blank for 90 days):
*
* THE FILE PROMPT DEFAULTS TO THE LIVE CBDEM1.AUD BUT ACCEPTS A
* DATED CBAUDYYYYMMDD.AUD ARCHIVE GENERATION, THE WAY CBAUD1
* DOES. THE AUDIT TRAIL IS READ ONCE, AND EVERY RECORD'S
* OPERATOR ID (AU-USERID) IS MATCHED TO THE PERMISSION FILE:
*
*   - EACH OPERATOR ON CBPERM.DAT IS LISTED WITH THEIR Y/N
*     COLUMNS AND THE DATE OF THEIR LAST AUDIT RECORD OF ANY
*     KIND. ONE WHO STILL HOLDS ANY Y COLUMN BUT HAS NOT
*     APPEARED IN THE TRAIL SINCE THE DORMANT DATE IS FLAGGED
*     "DORMANT - HOLDS RIGHTS" - THE ACCOUNTS AUDIT WANTS
*     REVOKED.
*   - EVERY USER-ID THAT APPEARS IN THE TRAIL WITH NO CBPERM.DAT
*     RECORD AT ALL IS LISTED SEPARATELY WITH ITS RECORD COUNT
*     AND LAST DATE - EITHER WORK DONE BEFORE THE FILE WAS
*     ROLLED OUT, OR SOMEBODY NOBODY GRANTED ANYTHING TO.
*     CBAUDAR'S BASELINE CONTROL RECORD IS NOT AN OPERATOR AND
*     IS NOT TALLIED.
*
* AFTER A CBAUDAR CUTOVER THE CURRENT FILE HOLDS ONLY THE
* BASELINE AND THE CARRIED-FORWARD ADDS; EVERYTHING ELSE DONE
* BEFORE THE CUT IS ON THE ARCHIVE GENERATION THE BASELINE NAMES.
* A TRAIL THAT STARTS WITH A BASELINE IS THEREFORE READ TOGETHER
* WITH THAT ARCHIVE, AND WITH EACH EARLIER GENERATION IN TURN
* WHILE THE CUTOVER THAT MADE IT FELL ON OR AFTER THE DORMANT
* DATE. THE CARRIED-FORWARD ADDS, STAMPED BEFORE THEIR BASELINE,
* ARE COUNTED ONCE FROM THE OLDER FILE. AN ARCHIVE THAT CANNOT BE
* OPENED ENDS THE RUN WITH RETURN CODE 8 - WITHOUT IT EVERY
* OPERATOR WHO LAST WORKED BEFORE THE CUT WOULD BE REPORTED
* DORMANT.
*
* THE REPORT GOES TO CBPERMR.LST AND IS ECHOED TO THE TERMINAL.
* THE JOB ENDS WITH A MATCHING RETURN-CODE THE WAY CBRECON DOES:
* 0 NOTHING FLAGGED, 4 FINDINGS TO FOLLOW UP, 8 COULD NOT RUN.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBPERMR.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT AUDIT-FILE ASSIGN TO TRAIL-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.
     SELECT PERMIT-FILE ASSIGN TO "CBPERM.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PERMIT-STATUS.
     SELECT REPORT-FILE ASSIGN TO "CBPERMR.LST"
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

* One record per operator, keyed by the connected USER-ID, one
* Y/N column per function - the layout CBDEM1 established.
 FD  PERMIT-FILE
     LABEL RECORDS ARE STANDARD.
 01  PERMIT-RECORD.
     02   OP-USERID             PIC X(10).
     02   OP-HIRE               PIC X(1).
     02   OP-TERM               PIC X(1).
     02   OP-CORR               PIC X(1).
     02   OP-XFER               PIC X(1).
     02   OP-MAINT              PIC X(1).
     02   OP-RAISE              PIC X(1).
     02   OP-PERM               PIC X(1).
     02   OP-APPR               PIC X(1).

 FD  REPORT-FILE
     LABEL RECORDS ARE STANDARD.
 01  REPORT-LINE             PIC X(80).

 WORKING-STORAGE SECTION.

* Same current-or-archive choice CBAUD1 offers.
 77   AUDIT-FILE-NAME    PIC X(17) VALUE "CBDEM1.AUD".
 77   TRAIL-FILE-NAME    PIC X(17) VALUE SPACES.

* The trail as read: the file asked for, then each archive
* generation a BASELINE points back to, oldest last. GN-CUTOVER
* is the file's own BASELINE stamp, spaces if it has none.
 01  GEN-TABLE.
     02   GN-ENTRY OCCURS 12 TIMES INDEXED BY GN-IDX.
         03   GN-FILE-NAME   PIC X(17).
         03   GN-CUTOVER     PIC X(14).
 77   GEN-COUNT          PIC S9(4) COMP VALUE 0.
 77   GEN-COUNT-D        PIC Z9.
 77   MORE-GENS-SW       PIC X     VALUE "N".
 77   FIRST-STATUS       PIC X(8)  VALUE SPACES.
 77   FIRST-STAMP        PIC X(14) VALUE SPACES.
 77   PRIOR-FILE-NAME    PIC X(17) VALUE SPACES.

 77   ASK-FILE           PIC X(38) VALUE
                           "Audit file (blank for current): ".
 77   ASK-DORMANT        PIC X(56) VALUE
                           "Dormant if idle since (YYYYMMDD, blank
-                          " for 90 days): ".

 77   SEL-FILE           PIC X(17) VALUE SPACES.
 77   SEL-DORMANT-DATE   PIC X(8)  VALUE SPACES.
 77   SEL-DORMANT-DATE-N REDEFINES SEL-DORMANT-DATE PIC 9(8).
 77   DORMANT-READ-SW    PIC X     VALUE "N".
 77   DORMANT-DATE       PIC X(8)  VALUE SPACES.
* A quarter - the review period internal audit works to.
 77   DORMANT-DAYS       PIC S9(9) COMP VALUE 90.
 77   WORK-DATE-N        PIC 9(8)  VALUE 0.

 77   AUDIT-STATUS       PIC XX    VALUE "00".
 77   PERMIT-STATUS      PIC XX    VALUE "00".
 77   REPORT-STATUS      PIC XX    VALUE "00".
 77   AUDIT-EOF-SW       PIC X     VALUE "N".
 77   PERMIT-EOF-SW      PIC X     VALUE "N".

* Every operator on CBPERM.DAT with the last date they appear in
* the trail. The file is read in whatever order it was kept, so a
* small table stands in for a keyed lookup.
 01  OP-TABLE.
     02   OT-ENTRY OCCURS 200 TIMES INDEXED BY OT-IDX.
         03   OT-USERID      PIC X(10).
         03   OT-FLAGS       PIC X(8).
         03   OT-LAST-DATE   PIC X(8).
 77   OP-COUNT           PIC S9(9) COMP VALUE 0.
 77   OP-FOUND-SW        PIC X     VALUE "N".

* User-ids the trail shows working with no permission record.
 01  UNK-TABLE.
     02   UK-ENTRY OCCURS 100 TIMES INDEXED BY UK-IDX.
         03   UK-USERID      PIC X(10).
         03   UK-COUNT       PIC S9(9) COMP.
         03   UK-LAST-DATE   PIC X(8).
 77   UNK-COUNT          PIC S9(9) COMP VALUE 0.
 77   UNK-FOUND-SW       PIC X     VALUE "N".
 77   TABLE-FULL-SW      PIC X     VALUE "N".

 01  WORK-FLAGS.
     02   WORK-FLAG      PIC X OCCURS 8 TIMES.
 77   FLAG-IDX           PIC S9(4) COMP VALUE 0.
 77   HOLDS-RIGHTS-SW    PIC X     VALUE "N".

 77   READ-COUNT         PIC S9(9) COMP VALUE 0.
 77   DORMANT-COUNT      PIC S9(9) COMP VALUE 0.
 77   EXCEPTION-COUNT    PIC S9(9) COMP VALUE 0.
 77   READ-COUNT-D       PIC ZZZZZZZZ9.
 77   OP-COUNT-D         PIC ZZZZ9.
 77   DORMANT-COUNT-D    PIC ZZZZ9.
 77   UNK-COUNT-D        PIC ZZZZ9.

 01  RUN-STAMP.
     02   RS-DATE        PIC X(8).
     02   FILLER         PIC X(13).

 01  OPERATOR-LINE.
     02   OL-USERID      PIC X(10).
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   OL-FLAG        PIC X(2)  OCCURS 8 TIMES.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   OL-LAST-DATE   PIC X(8).
     02   FILLER         PIC X(3)  VALUE SPACES.
     02   OL-REVIEW      PIC X(30).
     02   FILLER         PIC X(10) VALUE SPACES.

 01  UNKNOWN-LINE.
     02   UL-USERID      PIC X(10).
     02   FILLER         PIC X(2)  VALUE SPACES.
     02   UL-COUNT       PIC ZZZZZZZZ9.
     02   FILLER         PIC X(3)  VALUE SPACES.
     02   UL-LAST-DATE   PIC X(8).
     02   FILLER         PIC X(48) VALUE SPACES.

 01  TITLE-LINE.
     02   FILLER         PIC X(33) VALUE
                           "Operator Access Review - trail   ".
     02   TL-FILE        PIC X(17).
     02   FILLER         PIC X(14) VALUE " dormant since".
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   TL-DORMANT     PIC X(8).
     02   FILLER         PIC X(7)  VALUE SPACES.

 01  OP-HEADING-1         PIC X(80) VALUE
         "Operator    H T C X M R P A  Last act.  Review".
 01  OP-HEADING-2         PIC X(80) VALUE
         "----------  - - - - - - - -  --------   ---------------------
-        "---------".
 01  UNK-HEADING-0        PIC X(80) VALUE
         "User-ids in the audit trail with no CBPERM.DAT record:".
 01  UNK-HEADING-1        PIC X(80) VALUE
         "User-id       Records   Last act.".
 01  UNK-HEADING-2        PIC X(80) VALUE
         "----------  ---------   --------".

 PROCEDURE DIVISION.
 BEGIN.
     PERFORM PROMPT-FOR-CRITERIA.

     OPEN INPUT PERMIT-FILE.
     IF PERMIT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBPERM.DAT"
             " - access review aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     PERFORM LOAD-OPERATOR-TABLE.
     CLOSE PERMIT-FILE.

     PERFORM FIND-ARCHIVE-GENERATIONS.
     PERFORM VARYING GN-IDX FROM GEN-COUNT BY -1 UNTIL GN-IDX < 1
         PERFORM TALLY-AUDIT-GENERATION
     END-PERFORM.

     IF TABLE-FULL-SW = "Y"
         DISPLAY "Operator table full - review is incomplete;"
             " raise the table sizes and rerun."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     OPEN OUTPUT REPORT-FILE.
     IF REPORT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBPERMR.LST"
             " - access review aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM PRINT-REPORT-HEADING.
     PERFORM PRINT-OPERATORS.
     PERFORM PRINT-UNKNOWN-USERIDS.
     PERFORM PRINT-VERDICT.

     CLOSE REPORT-FILE.
     STOP RUN.

* ----------------------------------------------------------
* PROMPT-FOR-CRITERIA takes the audit file and the dormant date.
* A blank dormant date means DORMANT-DAYS before today - the
* integer-date functions do the calendar arithmetic so month and
* year ends need no special handling. A keyed date must be a
* real calendar date in YYYYMMDD form (INTEGER-OF-DATE gives 0
* for one that is not), because the dormancy test compares it as
* characters; anything else is asked for again.
* ----------------------------------------------------------
 PROMPT-FOR-CRITERIA.
     DISPLAY ASK-FILE WITH NO ADVANCING.
     ACCEPT SEL-FILE.
     IF SEL-FILE NOT = SPACES
         MOVE SEL-FILE TO AUDIT-FILE-NAME
     END-IF.
     MOVE "N" TO DORMANT-READ-SW.
     PERFORM ACCEPT-DORMANT-DATE UNTIL DORMANT-READ-SW = "Y".

 ACCEPT-DORMANT-DATE.
     DISPLAY ASK-DORMANT WITH NO ADVANCING.
     MOVE SPACES TO SEL-DORMANT-DATE.
     ACCEPT SEL-DORMANT-DATE.
     MOVE "Y" TO DORMANT-READ-SW.
     IF SEL-DORMANT-DATE NOT = SPACES
         MOVE "N" TO DORMANT-READ-SW
         IF SEL-DORMANT-DATE IS NUMERIC
             IF FUNCTION INTEGER-OF-DATE(SEL-DORMANT-DATE-N) NOT = 0
                 MOVE "Y" TO DORMANT-READ-SW
             END-IF
         END-IF
         IF DORMANT-READ-SW = "Y"
             MOVE SEL-DORMANT-DATE TO DORMANT-DATE
         ELSE
             DISPLAY "Not a date in YYYYMMDD form - "
                 SEL-DORMANT-DATE
         END-IF
     ELSE
         MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
         MOVE RS-DATE TO WORK-DATE-N
         COMPUTE WORK-DATE-N = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(WORK-DATE-N) - DORMANT-DAYS)
         END-COMPUTE
         MOVE WORK-DATE-N TO DORMANT-DATE
     END-IF.

 LOAD-OPERATOR-TABLE.
     PERFORM UNTIL PERMIT-EOF-SW = "Y"
         READ PERMIT-FILE
             AT END
                 MOVE "Y" TO PERMIT-EOF-SW
             NOT AT END
                 PERFORM STORE-OPERATOR-RECORD
         END-READ
     END-PERFORM.

 STORE-OPERATOR-RECORD.
     IF OP-USERID NOT = SPACES
         IF OP-COUNT < 200
             ADD 1 TO OP-COUNT
             SET OT-IDX TO OP-COUNT
             MOVE OP-USERID TO OT-USERID(OT-IDX)
             MOVE PERMIT-RECORD(11:8) TO OT-FLAGS(OT-IDX)
             MOVE SPACES TO OT-LAST-DATE(OT-IDX)
         ELSE
             MOVE "Y" TO TABLE-FULL-SW
         END-IF
     END-IF.

* ----------------------------------------------------------
* FIND-ARCHIVE-GENERATIONS builds the generation table. Each file
* is opened for its first record only: a BASELINE names the
* archive it was cut from in bytes 24-40 of its reason, as
* CBAUDV reads it. The archive behind the trail asked for is
* always read; one further back only while the cutover that made
* the newer file fell on or after the dormant date, since an
* older generation holds nothing later than that.
* ----------------------------------------------------------
 FIND-ARCHIVE-GENERATIONS.
     MOVE 1 TO GEN-COUNT.
     MOVE AUDIT-FILE-NAME TO GN-FILE-NAME(1).
     MOVE "Y" TO MORE-GENS-SW.
     PERFORM FIND-PRIOR-GENERATION UNTIL MORE-GENS-SW NOT = "Y".

 FIND-PRIOR-GENERATION.
     SET GN-IDX TO GEN-COUNT.
     MOVE SPACES TO GN-CUTOVER(GN-IDX).
     MOVE "N" TO MORE-GENS-SW.
     MOVE GN-FILE-NAME(GN-IDX) TO TRAIL-FILE-NAME.
     OPEN INPUT AUDIT-FILE.
     IF AUDIT-STATUS NOT = "00"
         PERFORM STOP-ON-MISSING-TRAIL
     END-IF.
     MOVE SPACES TO FIRST-STATUS.
     READ AUDIT-FILE
         AT END
             MOVE SPACES TO FIRST-STATUS
         NOT AT END
             MOVE AU-STATUS TO FIRST-STATUS
             MOVE AU-TIMESTAMP(1:14) TO FIRST-STAMP
             MOVE AU-REASON(24:17) TO PRIOR-FILE-NAME
     END-READ.
     CLOSE AUDIT-FILE.
     IF FIRST-STATUS = "BASELINE"
         MOVE FIRST-STAMP TO GN-CUTOVER(GN-IDX)
         IF GEN-COUNT = 1 OR FIRST-STAMP(1:8) NOT < DORMANT-DATE
             MOVE "Y" TO MORE-GENS-SW
         END-IF
     END-IF.
     IF MORE-GENS-SW = "Y"
         IF GEN-COUNT < 12
             ADD 1 TO GEN-COUNT
             SET GN-IDX TO GEN-COUNT
             MOVE PRIOR-FILE-NAME TO GN-FILE-NAME(GN-IDX)
         ELSE
             DISPLAY "More than 12 archive generations since the"
                 " dormant date - access review aborted."
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
     END-IF.

* TALLY-AUDIT-GENERATION reads one file of the trail. In a file
* cut over from an older generation also being read, the records
* stamped before its BASELINE are the adds CBAUDAR carried
* forward - already tallied from the older file.
 TALLY-AUDIT-GENERATION.
     MOVE GN-FILE-NAME(GN-IDX) TO TRAIL-FILE-NAME.
     OPEN INPUT AUDIT-FILE.
     IF AUDIT-STATUS NOT = "00"
         PERFORM STOP-ON-MISSING-TRAIL
     END-IF.
     MOVE "N" TO AUDIT-EOF-SW.
     PERFORM UNTIL AUDIT-EOF-SW = "Y"
         READ AUDIT-FILE
             AT END
                 MOVE "Y" TO AUDIT-EOF-SW
             NOT AT END
                 IF GN-IDX = GEN-COUNT
                         OR AU-TIMESTAMP(1:14) NOT < GN-CUTOVER(GN-IDX)
                     ADD 1 TO READ-COUNT
                     PERFORM TALLY-AUDIT-RECORD
                 END-IF
         END-READ
     END-PERFORM.
     CLOSE AUDIT-FILE.

 STOP-ON-MISSING-TRAIL.
     IF GN-IDX = 1
         DISPLAY "Unable to open " TRAIL-FILE-NAME
             " - access review aborted."
     ELSE
         DISPLAY "Unable to open archive " TRAIL-FILE-NAME
             " named by the BASELINE on " GN-FILE-NAME(GN-IDX - 1)
         DISPLAY "  - last-activity dates would be incomplete;"
             " access review aborted."
     END-IF.
     MOVE 8 TO RETURN-CODE.
     STOP RUN.

* ----------------------------------------------------------
* TALLY-AUDIT-RECORD advances the operator's last-activity date,
* or - for a user-id with no permission record - counts it in
* the unknown table. AU-TIMESTAMP starts with the YYYYMMDD
* FUNCTION CURRENT-DATE wrote, so dates compare as characters.
* ----------------------------------------------------------
 TALLY-AUDIT-RECORD.
     IF AU-STATUS NOT = "BASELINE" AND AU-USERID NOT = SPACES
         MOVE "N" TO OP-FOUND-SW
         PERFORM VARYING OT-IDX FROM 1 BY 1
                 UNTIL OT-IDX > OP-COUNT OR OP-FOUND-SW = "Y"
             IF OT-USERID(OT-IDX) = AU-USERID
                 MOVE "Y" TO OP-FOUND-SW
                 IF OT-LAST-DATE(OT-IDX) = SPACES
                         OR AU-TIMESTAMP(1:8) > OT-LAST-DATE(OT-IDX)
                     MOVE AU-TIMESTAMP(1:8) TO OT-LAST-DATE(OT-IDX)
                 END-IF
             END-IF
         END-PERFORM
         IF OP-FOUND-SW NOT = "Y"
             PERFORM TALLY-UNKNOWN-USERID
         END-IF
     END-IF.

 TALLY-UNKNOWN-USERID.
     MOVE "N" TO UNK-FOUND-SW.
     PERFORM VARYING UK-IDX FROM 1 BY 1
             UNTIL UK-IDX > UNK-COUNT OR UNK-FOUND-SW = "Y"
         IF UK-USERID(UK-IDX) = AU-USERID
             MOVE "Y" TO UNK-FOUND-SW
             ADD 1 TO UK-COUNT(UK-IDX)
             IF AU-TIMESTAMP(1:8) > UK-LAST-DATE(UK-IDX)
                 MOVE AU-TIMESTAMP(1:8) TO UK-LAST-DATE(UK-IDX)
             END-IF
         END-IF
     END-PERFORM.
     IF UNK-FOUND-SW NOT = "Y"
         IF UNK-COUNT < 100
             ADD 1 TO UNK-COUNT
             SET UK-IDX TO UNK-COUNT
             MOVE AU-USERID TO UK-USERID(UK-IDX)
             MOVE 1 TO UK-COUNT(UK-IDX)
             MOVE AU-TIMESTAMP(1:8) TO UK-LAST-DATE(UK-IDX)
         ELSE
             MOVE "Y" TO TABLE-FULL-SW
         END-IF
     END-IF.

* ----------------------------------------------------------
* PRINT-OPERATORS lists every permission record. An operator
* holding any Y column whose last activity is older than the
* dormant date - or who never appears at all - is flagged.
* ----------------------------------------------------------
 PRINT-OPERATORS.
     MOVE OP-HEADING-1 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY OP-HEADING-1.
     MOVE OP-HEADING-2 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY OP-HEADING-2.
     PERFORM VARYING OT-IDX FROM 1 BY 1
             UNTIL OT-IDX > OP-COUNT
         PERFORM PRINT-OPERATOR-LINE
     END-PERFORM.
     IF OP-COUNT = 0
         MOVE "  (no operators on file)" TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY "  (no operators on file)"
     END-IF.

 PRINT-OPERATOR-LINE.
     MOVE OT-USERID(OT-IDX) TO OL-USERID.
     MOVE OT-FLAGS(OT-IDX) TO WORK-FLAGS.
     MOVE "N" TO HOLDS-RIGHTS-SW.
     PERFORM VARYING FLAG-IDX FROM 1 BY 1 UNTIL FLAG-IDX > 8
         IF WORK-FLAG(FLAG-IDX) = "Y" OR WORK-FLAG(FLAG-IDX) = "y"
             MOVE "Y" TO WORK-FLAG(FLAG-IDX)
             MOVE "Y" TO HOLDS-RIGHTS-SW
         ELSE
             MOVE "N" TO WORK-FLAG(FLAG-IDX)
         END-IF
         MOVE WORK-FLAG(FLAG-IDX) TO OL-FLAG(FLAG-IDX)
     END-PERFORM.
     IF OT-LAST-DATE(OT-IDX) = SPACES
         MOVE "(none)" TO OL-LAST-DATE
     ELSE
         MOVE OT-LAST-DATE(OT-IDX) TO OL-LAST-DATE
     END-IF.
     MOVE SPACES TO OL-REVIEW.
     IF HOLDS-RIGHTS-SW = "Y"
         IF OT-LAST-DATE(OT-IDX) = SPACES
                 OR OT-LAST-DATE(OT-IDX) < DORMANT-DATE
             MOVE "DORMANT - HOLDS RIGHTS" TO OL-REVIEW
             ADD 1 TO DORMANT-COUNT
             ADD 1 TO EXCEPTION-COUNT
         END-IF
     ELSE
         MOVE "no rights (revoked)" TO OL-REVIEW
     END-IF.
     MOVE OPERATOR-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY OPERATOR-LINE.

 PRINT-UNKNOWN-USERIDS.
     PERFORM WRITE-BLANK-LINE.
     MOVE UNK-HEADING-0 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY UNK-HEADING-0.
     IF UNK-COUNT = 0
         MOVE "  (none)" TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY "  (none)"
     ELSE
         MOVE UNK-HEADING-1 TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY UNK-HEADING-1
         MOVE UNK-HEADING-2 TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY UNK-HEADING-2
         PERFORM VARYING UK-IDX FROM 1 BY 1
                 UNTIL UK-IDX > UNK-COUNT
             MOVE UK-USERID(UK-IDX) TO UL-USERID
             MOVE UK-COUNT(UK-IDX) TO UL-COUNT
             MOVE UK-LAST-DATE(UK-IDX) TO UL-LAST-DATE
             MOVE UNKNOWN-LINE TO REPORT-LINE
             WRITE REPORT-LINE
             DISPLAY UNKNOWN-LINE
             ADD 1 TO EXCEPTION-COUNT
         END-PERFORM
     END-IF.

* ----------------------------------------------------------
* PRINT-VERDICT closes the review with the counts audit asks for
* and sets the step return code the way CBRECON does.
* ----------------------------------------------------------
 PRINT-VERDICT.
     PERFORM WRITE-BLANK-LINE.
     MOVE READ-COUNT TO READ-COUNT-D.
     MOVE OP-COUNT TO OP-COUNT-D.
     MOVE DORMANT-COUNT TO DORMANT-COUNT-D.
     MOVE UNK-COUNT TO UNK-COUNT-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "Audit records read: " READ-COUNT-D
         "   Operators on file: " OP-COUNT-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:70).
     MOVE SPACES TO REPORT-LINE.
     STRING "Dormant with rights: " DORMANT-COUNT-D
         "   Unknown user-ids: " UNK-COUNT-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:70).
     IF EXCEPTION-COUNT = 0
         MOVE "ACCESS REVIEW CLEAN" TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY "ACCESS REVIEW CLEAN"
         MOVE 0 TO RETURN-CODE
     ELSE
         MOVE "ACCESS REVIEW NOT CLEAN - FOLLOW UP THE FLAGGED
-            " OPERATORS" TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY REPORT-LINE(1:60)
         MOVE 4 TO RETURN-CODE
     END-IF.

 PRINT-REPORT-HEADING.
     MOVE AUDIT-FILE-NAME TO TL-FILE.
     MOVE DORMANT-DATE TO TL-DORMANT.
     MOVE TITLE-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY TITLE-LINE.
     IF GEN-COUNT > 1
         SUBTRACT 1 FROM GEN-COUNT GIVING GEN-COUNT-D
         MOVE SPACES TO REPORT-LINE
         STRING "  with " GEN-COUNT-D
             " archive generation(s) back to "
             GN-FILE-NAME(GEN-COUNT)
             DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         DISPLAY REPORT-LINE(1:70)
     END-IF.
     PERFORM WRITE-BLANK-LINE.

 WRITE-BLANK-LINE.
     MOVE SPACES TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY SPACES.
