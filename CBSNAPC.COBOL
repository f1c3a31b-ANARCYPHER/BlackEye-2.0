* ----------------------------------------------------------
* CBSNAPC IS THE FIELD-LEVEL CHANGE REPORT BETWEEN TWO CBSNAP
* SNAPSHOTS. CBRECON ONLY PROVES THAT EVERY EMPNO IN EMP HAS
* AN ADDED OR REHIRED RECORD BEHIND IT; A SAL, JOB OR DEPTNO
* CHANGED IN SQL*PLUS BEHIND THE SYSTEM'S BACK LEAVES IT
* SILENT. CBSNAP NOW KEEPS THE PREVIOUS NIGHT'S SNAPSHOT AS
* CBSNAPP.DAT, SO THIS PROGRAM CAN SET THE TWO SIDE BY SIDE.
* THE PROGRAM QUERIES THE USER FOR THE FILES, EACH OF WHICH MAY
* BE LEFT BLANK FOR THE NORMAL NIGHTLY PAIR:
*
*        Older snapshot (blank for CBSNAPP.DAT):
*        Newer snapshot (blank for CBSNAP.DAT):
*        Audit file (blank for current):
*
* BOTH SNAPSHOTS ARE READ IN EMPNO ORDER AND MATCHED ON
* SNAP-EMPNO. AN EMPNO ONLY IN THE NEWER ONE IS AN ADD, ONE
* ONLY IN THE OLDER ONE IS A DROP, AND AN EMPNO IN BOTH IS
* COMPARED FIELD BY FIELD ON ENAME, JOB, SAL AND DEPTNO.
*
* EVERY DIFFERENCE IS THEN CHECKED AGAINST THE CBDEM1.AUD
* RECORDS STAMPED AFTER THE OLDER SNAPSHOT'S SNAP-ASOF AND NO
* LATER THAN THE NEWER ONE'S, FOR THE SAME EMPNO:
*
*        ADD            ADDED OR REHIRED
*        DROP           REMOVED
*        ENAME CHANGE   CHANGED "NAME ..."
*        JOB CHANGE     CHANGED "JOB ..."
*        SAL CHANGE     CHANGED "SAL ..."
*        DEPTNO CHANGE  XFERRED, OR CHANGED "DEPT ..."
*
* A DIFFERENCE WITH NOTHING BEHIND IT IS FLAGGED UNAUDITED.
*
* A CBAUDAR CUTOVER INSIDE THE WINDOW LEAVES THE CHANGES MADE
* BEFORE THE CUT ON THE ARCHIVE GENERATION THE BASELINE NAMES,
* NOT ON THE CURRENT FILE. AN AUDIT FILE WHOSE BASELINE IS
* STAMPED AFTER THE OLDER SNAPSHOT IS THEREFORE READ TOGETHER
* WITH THAT ARCHIVE, AND WITH EACH EARLIER GENERATION IN TURN
* WHILE ITS CUTOVER ALSO FELL INSIDE THE WINDOW. THE ADDS CBAUDAR
* CARRIED FORWARD, STAMPED BEFORE THEIR BASELINE, ARE TAKEN ONCE
* FROM THE OLDER FILE.
* EVERY DIFFERENCE IS PRINTED TO CBSNAPC.LST AND ECHOED TO THE
* TERMINAL, AND THE RUN ENDS ON THE SAME KIND OF VERDICT LINE
* AND RETURN CODE CBRECON SETS, SO THE MORNING JOB STREAM CAN
* STOP ON AN UNAUDITED CHANGE:
*
*        0   EVERY DIFFERENCE AUDITED
*        4   ONE OR MORE UNAUDITED DIFFERENCES
*        8   COULD NOT COMPARE (FILE MISSING, NO CONTROL RECORD,
*            SNAPSHOTS OUT OF ORDER, AUDIT TABLE OVERFLOWED,
*            ARCHIVE GENERATION FOR THE WINDOW NOT ON FILE)
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 PROGRAM-ID.  CBSNAPC.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OLD-SNAP-FILE ASSIGN TO OLD-SNAP-NAME
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS OS-EMPNO
         FILE STATUS IS OLD-SNAP-STATUS.
     SELECT NEW-SNAP-FILE ASSIGN TO NEW-SNAP-NAME
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS NS-EMPNO
         FILE STATUS IS NEW-SNAP-STATUS.
     SELECT AUDIT-FILE ASSIGN TO TRAIL-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.
     SELECT REPORT-FILE ASSIGN TO "CBSNAPC.LST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.

* Both snapshots carry the CBSNAP.DAT record layout.
 FD  OLD-SNAP-FILE
     LABEL RECORDS ARE STANDARD.
 01  OLD-SNAP-RECORD.
     02   OS-EMPNO              PIC 9(9).
     02   OS-ENAME              PIC X(12).
     02   OS-JOB                PIC X(12).
     02   OS-SAL                PIC 9(7)V99.
     02   OS-DEPTNO             PIC X(10).
     02   OS-DNAME              PIC X(15).
     02   OS-ASOF               PIC X(14).

 FD  NEW-SNAP-FILE
     LABEL RECORDS ARE STANDARD.
 01  NEW-SNAP-RECORD.
     02   NS-EMPNO              PIC 9(9).
     02   NS-ENAME              PIC X(12).
     02   NS-JOB                PIC X(12).
     02   NS-SAL                PIC 9(7)V99.
     02   NS-DEPTNO             PIC X(10).
     02   NS-DNAME              PIC X(15).
     02   NS-ASOF               PIC X(14).

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

 FD  REPORT-FILE
     LABEL RECORDS ARE STANDARD.
 01  REPORT-LINE             PIC X(120).

 WORKING-STORAGE SECTION.

* The normal pair is last night's generation against tonight's,
* but any two snapshots can be compared, and the audit side can
* be pointed at a dated CBAUDYYYYMMDD.AUD generation CBAUDAR cut
* if the window between the two stamps has been archived.
 77   OLD-SNAP-NAME      PIC X(17) VALUE "CBSNAPP.DAT".
 77   NEW-SNAP-NAME      PIC X(17) VALUE "CBSNAP.DAT".
 77   AUDIT-FILE-NAME    PIC X(17) VALUE "CBDEM1.AUD".
 77   TRAIL-FILE-NAME    PIC X(17) VALUE SPACES.

 77   ASK-OLD-FILE       PIC X(42) VALUE
                           "Older snapshot (blank for CBSNAPP.DAT): ".
 77   ASK-NEW-FILE       PIC X(42) VALUE
                           "Newer snapshot (blank for CBSNAP.DAT): ".
 77   ASK-AUDIT-FILE     PIC X(42) VALUE
                           "Audit file (blank for current): ".
 77   SEL-FILE           PIC X(17) VALUE SPACES.

 77   OLD-SNAP-STATUS    PIC XX    VALUE "00".
 77   NEW-SNAP-STATUS    PIC XX    VALUE "00".
 77   AUDIT-STATUS       PIC XX    VALUE "00".
 77   REPORT-STATUS      PIC XX    VALUE "00".
 77   OLD-EOF-SW         PIC X     VALUE "N".
 77   NEW-EOF-SW         PIC X     VALUE "N".
 77   AUDIT-EOF-SW       PIC X     VALUE "N".
 77   CONTROL-OK-SW      PIC X     VALUE "Y".

 77   OLD-ASOF           PIC X(14) VALUE SPACES.
 77   NEW-ASOF           PIC X(14) VALUE SPACES.

* The audit trail as read: the file asked for, then each archive
* generation a BASELINE inside the window points back to, oldest
* last. GN-CUTOVER is the file's own BASELINE stamp, spaces if it
* has none.
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

* ----------------------------------------------------------
* One entry per EMPNO that has an audit record in the window,
* with a switch for each kind of difference the record can
* account for. As in CBRECON the table is sized far above any
* plausible night's volume, and an overflow refuses a verdict
* (see PRINT-VERDICT) rather than flag from a partial table.
* ----------------------------------------------------------
 01  AUDIT-TABLE.
     02   AT-ENTRY OCCURS 5000 TIMES INDEXED BY AT-IDX.
         03   AT-EMPNO       PIC 9(9).
         03   AT-ADD-SW      PIC X.
         03   AT-DROP-SW     PIC X.
         03   AT-NAME-SW     PIC X.
         03   AT-JOB-SW      PIC X.
         03   AT-SAL-SW      PIC X.
         03   AT-DEPT-SW     PIC X.
 77   AT-COUNT           PIC S9(9) COMP VALUE 0.
 77   AT-HIT             PIC S9(9) COMP VALUE 0.
 77   TABLE-FULL-SW      PIC X     VALUE "N".
 77   MATCH-FOUND-SW     PIC X     VALUE "N".
 77   AUDITED-SW         PIC X     VALUE "N".
 77   LOOKUP-EMPNO       PIC 9(9)  VALUE 0.

 77   WINDOW-COUNT       PIC S9(9) COMP VALUE 0.
 77   WINDOW-COUNT-D     PIC ZZZZZZZZ9.
 77   ADD-COUNT          PIC S9(9) COMP VALUE 0.
 77   ADD-COUNT-D        PIC ZZZZZZZZ9.
 77   DROP-COUNT         PIC S9(9) COMP VALUE 0.
 77   DROP-COUNT-D       PIC ZZZZZZZZ9.
 77   CHANGE-COUNT       PIC S9(9) COMP VALUE 0.
 77   CHANGE-COUNT-D     PIC ZZZZZZZZ9.
 77   MATCHED-COUNT      PIC S9(9) COMP VALUE 0.
 77   MATCHED-COUNT-D    PIC ZZZZZZZZ9.
 77   UNAUDITED-COUNT    PIC S9(9) COMP VALUE 0.
 77   UNAUDITED-COUNT-D  PIC ZZZZZZZZ9.

 77   SAL-D              PIC ZZZZZZ9.99.

 01  ASOF-DISPLAY.
     02   AD-DATE        PIC X(8).
     02   FILLER         PIC X     VALUE SPACE.
     02   AD-TIME        PIC X(6).

 01  PRINT-LINE.
     02   PL-TYPE        PIC X(7).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-EMPNO       PIC ZZZZZZZZ9.
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-ENAME       PIC X(12).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-FIELD       PIC X(6).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-OLD         PIC X(12).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-NEW         PIC X(12).
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   PL-FLAG        PIC X(9).
     02   FILLER         PIC X(7)  VALUE SPACES.

 01  HEADING-LINE-1       PIC X(80) VALUE
         "Change      Empno Employee     Field  Old value    New val
-        "ue    Audit".
 01  HEADING-LINE-2       PIC X(80) VALUE
         "------- --------- ------------ ------ ------------ --------
-        "---- ---------".

 PROCEDURE DIVISION.
 BEGIN.
     PERFORM PROMPT-FOR-FILES.

     OPEN INPUT OLD-SNAP-FILE.
     IF OLD-SNAP-STATUS NOT = "00"
         DISPLAY "Unable to open " OLD-SNAP-NAME
             " - status " OLD-SNAP-STATUS " - comparison aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.
     OPEN INPUT NEW-SNAP-FILE.
     IF NEW-SNAP-STATUS NOT = "00"
         DISPLAY "Unable to open " NEW-SNAP-NAME
             " - status " NEW-SNAP-STATUS " - comparison aborted."
         CLOSE OLD-SNAP-FILE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM READ-CONTROL-RECORDS.
     IF CONTROL-OK-SW NOT = "Y"
         CLOSE OLD-SNAP-FILE
         CLOSE NEW-SNAP-FILE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM LOAD-AUDIT-TABLE.

     OPEN OUTPUT REPORT-FILE.
     IF REPORT-STATUS NOT = "00"
         DISPLAY "Unable to open " "CBSNAPC.LST"
             " - comparison aborted."
         CLOSE OLD-SNAP-FILE
         CLOSE NEW-SNAP-FILE
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-IF.

     PERFORM PRINT-REPORT-HEADING.
     PERFORM READ-OLD-SNAP.
     PERFORM READ-NEW-SNAP.
     PERFORM UNTIL OLD-EOF-SW = "Y" AND NEW-EOF-SW = "Y"
         EVALUATE TRUE
             WHEN OLD-EOF-SW = "Y"
                 PERFORM REPORT-ADD
                 PERFORM READ-NEW-SNAP
             WHEN NEW-EOF-SW = "Y"
                 PERFORM REPORT-DROP
                 PERFORM READ-OLD-SNAP
             WHEN OS-EMPNO < NS-EMPNO
                 PERFORM REPORT-DROP
                 PERFORM READ-OLD-SNAP
             WHEN OS-EMPNO > NS-EMPNO
                 PERFORM REPORT-ADD
                 PERFORM READ-NEW-SNAP
             WHEN OTHER
                 ADD 1 TO MATCHED-COUNT
                 PERFORM COMPARE-FIELDS
                 PERFORM READ-OLD-SNAP
                 PERFORM READ-NEW-SNAP
         END-EVALUATE
     END-PERFORM.
     PERFORM PRINT-VERDICT.

     CLOSE REPORT-FILE.
     CLOSE OLD-SNAP-FILE.
     CLOSE NEW-SNAP-FILE.
     STOP RUN.

 PROMPT-FOR-FILES.
     DISPLAY ASK-OLD-FILE WITH NO ADVANCING.
     MOVE SPACES TO SEL-FILE.
     ACCEPT SEL-FILE.
     IF SEL-FILE NOT = SPACES
         MOVE SEL-FILE TO OLD-SNAP-NAME
     END-IF.
     DISPLAY ASK-NEW-FILE WITH NO ADVANCING.
     MOVE SPACES TO SEL-FILE.
     ACCEPT SEL-FILE.
     IF SEL-FILE NOT = SPACES
         MOVE SEL-FILE TO NEW-SNAP-NAME
     END-IF.
     DISPLAY ASK-AUDIT-FILE WITH NO ADVANCING.
     MOVE SPACES TO SEL-FILE.
     ACCEPT SEL-FILE.
     IF SEL-FILE NOT = SPACES
         MOVE SEL-FILE TO AUDIT-FILE-NAME
     END-IF.

* ----------------------------------------------------------
* READ-CONTROL-RECORDS takes the first record off each file,
* which must be the key-000000000 control record CBSNAP writes.
* Without both as-of stamps there is no audit window, and a
* "newer" snapshot that is not actually newer would turn every
* change around, so either case stops the run.
* ----------------------------------------------------------
 READ-CONTROL-RECORDS.
     READ OLD-SNAP-FILE
         AT END
             MOVE 999999999 TO OS-EMPNO
     END-READ.
     IF OS-EMPNO NOT = 0 OR OS-ENAME NOT = "*SNAPSHOT*"
         DISPLAY "No control record on " OLD-SNAP-NAME
             " - comparison aborted."
         MOVE "N" TO CONTROL-OK-SW
     ELSE
         MOVE OS-ASOF TO OLD-ASOF
     END-IF.
     READ NEW-SNAP-FILE
         AT END
             MOVE 999999999 TO NS-EMPNO
     END-READ.
     IF NS-EMPNO NOT = 0 OR NS-ENAME NOT = "*SNAPSHOT*"
         DISPLAY "No control record on " NEW-SNAP-NAME
             " - comparison aborted."
         MOVE "N" TO CONTROL-OK-SW
     ELSE
         MOVE NS-ASOF TO NEW-ASOF
     END-IF.
     IF CONTROL-OK-SW = "Y" AND OLD-ASOF NOT < NEW-ASOF
         DISPLAY OLD-SNAP-NAME " (" OLD-ASOF ") is not older than "
             NEW-SNAP-NAME " (" NEW-ASOF ") - comparison aborted."
         MOVE "N" TO CONTROL-OK-SW
     END-IF.

 READ-OLD-SNAP.
     READ OLD-SNAP-FILE
         AT END
             MOVE "Y" TO OLD-EOF-SW
     END-READ.

 READ-NEW-SNAP.
     READ NEW-SNAP-FILE
         AT END
             MOVE "Y" TO NEW-EOF-SW
     END-READ.

* ----------------------------------------------------------
* LOAD-AUDIT-TABLE reads the whole audit trail once, oldest
* generation first, keeping only records inside the window
* between the two snapshots. AU-TIMESTAMP starts with the same
* YYYYMMDDHHMMSS that FUNCTION CURRENT-DATE gives SNAP-ASOF, so
* the window test is a plain character compare. A record
* stamped at the older as-of time was already in the older
* snapshot; one stamped at the newer time is in the newer one.
* ----------------------------------------------------------
 LOAD-AUDIT-TABLE.
     PERFORM FIND-ARCHIVE-GENERATIONS.
     PERFORM VARYING GN-IDX FROM GEN-COUNT BY -1 UNTIL GN-IDX < 1
         PERFORM LOAD-AUDIT-GENERATION
     END-PERFORM.
     IF TABLE-FULL-SW = "Y"
         DISPLAY "Audit table full - results are incomplete;"
             " raise the table size and rerun."
     END-IF.

* FIND-ARCHIVE-GENERATIONS builds the generation table. Each file
* is opened for its first record only: a BASELINE names the
* archive it was cut from in bytes 24-40 of its reason, as
* CBAUDV reads it. Only a cutover stamped after the older
* snapshot can have moved window records off the newer file.
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
         IF FIRST-STAMP > OLD-ASOF
             MOVE "Y" TO MORE-GENS-SW
         END-IF
     END-IF.
     IF MORE-GENS-SW = "Y"
         IF GEN-COUNT < 12
             ADD 1 TO GEN-COUNT
             SET GN-IDX TO GEN-COUNT
             MOVE PRIOR-FILE-NAME TO GN-FILE-NAME(GN-IDX)
         ELSE
             DISPLAY "More than 12 archive generations inside the"
                 " window - comparison aborted."
             CLOSE OLD-SNAP-FILE
             CLOSE NEW-SNAP-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
     END-IF.

* LOAD-AUDIT-GENERATION reads one file of the trail. In a file
* cut over from an older generation also being read, the records
* stamped before its BASELINE are the adds CBAUDAR carried
* forward - already taken from the older file.
 LOAD-AUDIT-GENERATION.
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
                 IF AU-TIMESTAMP(1:14) > OLD-ASOF
                         AND AU-TIMESTAMP(1:14) NOT > NEW-ASOF
                         AND (GN-IDX = GEN-COUNT
                         OR AU-TIMESTAMP(1:14) NOT < GN-CUTOVER(GN-IDX))
                     PERFORM STORE-AUDIT-RECORD
                 END-IF
         END-READ
     END-PERFORM.
     CLOSE AUDIT-FILE.

* An archive the window needs and cannot be read would turn every
* change made before the cut into a false UNAUDITED, so the run
* gets no verdict at all.
 STOP-ON-MISSING-TRAIL.
     IF GN-IDX = 1
         DISPLAY "Unable to open " TRAIL-FILE-NAME
             " - comparison aborted."
     ELSE
         DISPLAY "Unable to open archive " TRAIL-FILE-NAME
             " named by the BASELINE on " GN-FILE-NAME(GN-IDX - 1)
         DISPLAY "  - audit records before the cutover are not"
             " available; comparison aborted."
     END-IF.
     CLOSE OLD-SNAP-FILE.
     CLOSE NEW-SNAP-FILE.
     MOVE 8 TO RETURN-CODE.
     STOP RUN.

* Only records that put a row in, took one out, or changed or
* moved one can stand behind a difference - DENIED, REJECTED
* and WARNING records describe attempts, not changes.
 STORE-AUDIT-RECORD.
     IF AU-STATUS = "ADDED" OR AU-STATUS = "REHIRED"
             OR AU-STATUS = "REMOVED" OR AU-STATUS = "CHANGED"
             OR AU-STATUS = "XFERRED"
         ADD 1 TO WINDOW-COUNT
         MOVE AU-EMPNO TO LOOKUP-EMPNO
         PERFORM FIND-AUDIT-ENTRY
         IF MATCH-FOUND-SW NOT = "Y"
             PERFORM ADD-AUDIT-ENTRY
         END-IF
         IF MATCH-FOUND-SW = "Y"
             PERFORM SET-AUDIT-FLAGS
         END-IF
     END-IF.

 ADD-AUDIT-ENTRY.
     IF AT-COUNT < 5000
         ADD 1 TO AT-COUNT
         SET AT-IDX TO AT-COUNT
         MOVE AU-EMPNO TO AT-EMPNO(AT-IDX)
         MOVE "N" TO AT-ADD-SW(AT-IDX)
         MOVE "N" TO AT-DROP-SW(AT-IDX)
         MOVE "N" TO AT-NAME-SW(AT-IDX)
         MOVE "N" TO AT-JOB-SW(AT-IDX)
         MOVE "N" TO AT-SAL-SW(AT-IDX)
         MOVE "N" TO AT-DEPT-SW(AT-IDX)
         MOVE "Y" TO MATCH-FOUND-SW
     ELSE
         MOVE "Y" TO TABLE-FULL-SW
     END-IF.

* CBEMPQ writes its CHANGED reason as the field name keyed
* (NAME/JOB/SAL/DEPT/COMM) followed by old -> new, and CBRAISE
* follows the same "SAL old -> new" form, so the first four
* bytes of AU-REASON say which field the record covers.
 SET-AUDIT-FLAGS.
     EVALUATE AU-STATUS
         WHEN "ADDED"
             MOVE "Y" TO AT-ADD-SW(AT-IDX)
         WHEN "REHIRED"
             MOVE "Y" TO AT-ADD-SW(AT-IDX)
         WHEN "REMOVED"
             MOVE "Y" TO AT-DROP-SW(AT-IDX)
         WHEN "XFERRED"
             MOVE "Y" TO AT-DEPT-SW(AT-IDX)
         WHEN "CHANGED"
             EVALUATE AU-REASON(1:4)
                 WHEN "NAME"
                     MOVE "Y" TO AT-NAME-SW(AT-IDX)
                 WHEN "JOB "
                     MOVE "Y" TO AT-JOB-SW(AT-IDX)
                 WHEN "SAL "
                     MOVE "Y" TO AT-SAL-SW(AT-IDX)
                 WHEN "DEPT"
                     MOVE "Y" TO AT-DEPT-SW(AT-IDX)
             END-EVALUATE
     END-EVALUATE.

* FIND-AUDIT-ENTRY leaves AT-IDX on the entry for LOOKUP-EMPNO
* and MATCH-FOUND-SW at Y, or MATCH-FOUND-SW at N.
 FIND-AUDIT-ENTRY.
     MOVE "N" TO MATCH-FOUND-SW.
     PERFORM VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > AT-COUNT OR MATCH-FOUND-SW = "Y"
         IF AT-EMPNO(AT-IDX) = LOOKUP-EMPNO
             SET AT-HIT TO AT-IDX
             MOVE "Y" TO MATCH-FOUND-SW
         END-IF
     END-PERFORM.
     IF MATCH-FOUND-SW = "Y"
         SET AT-IDX TO AT-HIT
     END-IF.

* ----------------------------------------------------------
* REPORT-ADD / REPORT-DROP / COMPARE-FIELDS print one line per
* difference, each flagged UNAUDITED unless the audit table
* holds a record of the right kind for that EMPNO.
* ----------------------------------------------------------
 REPORT-ADD.
     ADD 1 TO ADD-COUNT.
     MOVE NS-EMPNO TO LOOKUP-EMPNO.
     PERFORM FIND-AUDIT-ENTRY.
     MOVE "N" TO AUDITED-SW.
     IF MATCH-FOUND-SW = "Y"
         MOVE AT-ADD-SW(AT-IDX) TO AUDITED-SW
     END-IF.
     MOVE "ADD"      TO PL-TYPE.
     MOVE NS-EMPNO   TO PL-EMPNO.
     MOVE NS-ENAME   TO PL-ENAME.
     MOVE "DEPT"     TO PL-FIELD.
     MOVE SPACES     TO PL-OLD.
     MOVE NS-DEPTNO  TO PL-NEW.
     PERFORM PRINT-DIFFERENCE-LINE.

 REPORT-DROP.
     ADD 1 TO DROP-COUNT.
     MOVE OS-EMPNO TO LOOKUP-EMPNO.
     PERFORM FIND-AUDIT-ENTRY.
     MOVE "N" TO AUDITED-SW.
     IF MATCH-FOUND-SW = "Y"
         MOVE AT-DROP-SW(AT-IDX) TO AUDITED-SW
     END-IF.
     MOVE "DROP"     TO PL-TYPE.
     MOVE OS-EMPNO   TO PL-EMPNO.
     MOVE OS-ENAME   TO PL-ENAME.
     MOVE "DEPT"     TO PL-FIELD.
     MOVE OS-DEPTNO  TO PL-OLD.
     MOVE SPACES     TO PL-NEW.
     PERFORM PRINT-DIFFERENCE-LINE.

 COMPARE-FIELDS.
     MOVE NS-EMPNO TO LOOKUP-EMPNO.
     PERFORM FIND-AUDIT-ENTRY.
     MOVE "CHANGE"   TO PL-TYPE.
     MOVE NS-EMPNO   TO PL-EMPNO.
     MOVE NS-ENAME   TO PL-ENAME.
     IF OS-ENAME NOT = NS-ENAME
         MOVE "N" TO AUDITED-SW
         IF MATCH-FOUND-SW = "Y"
             MOVE AT-NAME-SW(AT-IDX) TO AUDITED-SW
         END-IF
         MOVE "ENAME"  TO PL-FIELD
         MOVE OS-ENAME TO PL-OLD
         MOVE NS-ENAME TO PL-NEW
         PERFORM REPORT-FIELD-CHANGE
     END-IF.
     IF OS-JOB NOT = NS-JOB
         MOVE "N" TO AUDITED-SW
         IF MATCH-FOUND-SW = "Y"
             MOVE AT-JOB-SW(AT-IDX) TO AUDITED-SW
         END-IF
         MOVE "JOB"    TO PL-FIELD
         MOVE OS-JOB   TO PL-OLD
         MOVE NS-JOB   TO PL-NEW
         PERFORM REPORT-FIELD-CHANGE
     END-IF.
     IF OS-SAL NOT = NS-SAL
         MOVE "N" TO AUDITED-SW
         IF MATCH-FOUND-SW = "Y"
             MOVE AT-SAL-SW(AT-IDX) TO AUDITED-SW
         END-IF
         MOVE "SAL"    TO PL-FIELD
         MOVE OS-SAL   TO SAL-D
         MOVE SAL-D    TO PL-OLD
         MOVE NS-SAL   TO SAL-D
         MOVE SAL-D    TO PL-NEW
         PERFORM REPORT-FIELD-CHANGE
     END-IF.
     IF OS-DEPTNO NOT = NS-DEPTNO
         MOVE "N" TO AUDITED-SW
         IF MATCH-FOUND-SW = "Y"
             MOVE AT-DEPT-SW(AT-IDX) TO AUDITED-SW
         END-IF
         MOVE "DEPT"    TO PL-FIELD
         MOVE OS-DEPTNO TO PL-OLD
         MOVE NS-DEPTNO TO PL-NEW
         PERFORM REPORT-FIELD-CHANGE
     END-IF.

 REPORT-FIELD-CHANGE.
     ADD 1 TO CHANGE-COUNT.
     PERFORM PRINT-DIFFERENCE-LINE.

 PRINT-DIFFERENCE-LINE.
     IF AUDITED-SW = "Y"
         MOVE "audited" TO PL-FLAG
     ELSE
         MOVE "UNAUDITED" TO PL-FLAG
         ADD 1 TO UNAUDITED-COUNT
     END-IF.
     MOVE PRINT-LINE TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY PRINT-LINE.

* ----------------------------------------------------------
* PRINT-VERDICT writes the totals and the one verdict line, and
* sets the step return code to match, the way CBRECON does. An
* overflowed audit table gets no CLEAN / NOT CLEAN verdict at
* all - a change whose audit record fell off the end of the
* table would be flagged falsely, and a false CLEAN is worse.
* ----------------------------------------------------------
 PRINT-VERDICT.
     MOVE SPACES TO REPORT-LINE.
     WRITE REPORT-LINE.
     MOVE MATCHED-COUNT TO MATCHED-COUNT-D.
     MOVE ADD-COUNT TO ADD-COUNT-D.
     MOVE DROP-COUNT TO DROP-COUNT-D.
     MOVE CHANGE-COUNT TO CHANGE-COUNT-D.
     MOVE WINDOW-COUNT TO WINDOW-COUNT-D.
     MOVE UNAUDITED-COUNT TO UNAUDITED-COUNT-D.
     MOVE SPACES TO REPORT-LINE.
     STRING "Employees in both snapshots: " MATCHED-COUNT-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM PRINT-TOTAL-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "Adds: " ADD-COUNT-D "  Drops: " DROP-COUNT-D
         "  Field changes: " CHANGE-COUNT-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM PRINT-TOTAL-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "Audit records in window: " WINDOW-COUNT-D
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM PRINT-TOTAL-LINE.
     IF TABLE-FULL-SW = "Y"
         PERFORM PRINT-OVERFLOW-VERDICT
     ELSE
         PERFORM PRINT-CLEAN-VERDICT
     END-IF.

 PRINT-TOTAL-LINE.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:70).

 PRINT-OVERFLOW-VERDICT.
     MOVE "COULD NOT COMPARE - AUDIT TABLE OVERFLOWED" TO
         REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY "COULD NOT COMPARE - AUDIT TABLE OVERFLOWED".
     MOVE "Raise the table size and rerun - UNAUDITED flags above
-        " are unreliable." TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY REPORT-LINE(1:75).
     MOVE 8 TO RETURN-CODE.

 PRINT-CLEAN-VERDICT.
     IF UNAUDITED-COUNT = 0
         MOVE "SNAPSHOT CHANGES CLEAN" TO REPORT-LINE
         WRITE REPORT-LINE
         DISPLAY "SNAPSHOT CHANGES CLEAN"
         MOVE 0 TO RETURN-CODE
     ELSE
         MOVE SPACES TO REPORT-LINE
         STRING "SNAPSHOT CHANGES NOT CLEAN - "
             UNAUDITED-COUNT-D " UNAUDITED DIFFERENCE(S)"
             DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         DISPLAY REPORT-LINE(1:65)
         MOVE 4 TO RETURN-CODE
     END-IF.

 PRINT-REPORT-HEADING.
     MOVE OLD-ASOF(1:8) TO AD-DATE.
     MOVE OLD-ASOF(9:6) TO AD-TIME.
     MOVE SPACES TO REPORT-LINE.
     STRING "Older snapshot " OLD-SNAP-NAME " as of " ASOF-DISPLAY
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM PRINT-TOTAL-LINE.
     MOVE NEW-ASOF(1:8) TO AD-DATE.
     MOVE NEW-ASOF(9:6) TO AD-TIME.
     MOVE SPACES TO REPORT-LINE.
     STRING "Newer snapshot " NEW-SNAP-NAME " as of " ASOF-DISPLAY
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM PRINT-TOTAL-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "Audit trail    " AUDIT-FILE-NAME
         DELIMITED BY SIZE INTO REPORT-LINE
     END-STRING.
     PERFORM PRINT-TOTAL-LINE.
     IF GEN-COUNT > 1
         SUBTRACT 1 FROM GEN-COUNT GIVING GEN-COUNT-D
         MOVE SPACES TO REPORT-LINE
         STRING "  with " GEN-COUNT-D
             " archive generation(s) back to "
             GN-FILE-NAME(GEN-COUNT)
             DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         PERFORM PRINT-TOTAL-LINE
     END-IF.
     MOVE SPACES TO REPORT-LINE.
     WRITE REPORT-LINE.
     MOVE HEADING-LINE-1 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY HEADING-LINE-1.
     MOVE HEADING-LINE-2 TO REPORT-LINE.
     WRITE REPORT-LINE.
     DISPLAY HEADING-LINE-2.
