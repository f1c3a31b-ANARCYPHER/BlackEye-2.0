* MATCHING RETURN-CODE (0 CLEAN, 4 NOT CLEAN, 8 COULD NOT RUN)
* THE WAY CBRECON DOES, SO THE PAY-PERIOD JCL STREAM CAN STOP
* COLD WHEN PAYROLL DID NOT POST EVERYONE WE SENT.
*
* THE SAME CHECK RUNS AGAINST CBPAYD'S CHANGES-ONLY EXTRACT.
* THE PROGRAM ASKS WHICH FILE IS BEING ACKNOWLEDGED:
*
*        (F)ull or (C)hanges extract, blank for full:
*
* F MATCHES CBPAYX.ACK AGAINST CBPAYX.DAT AS ALWAYS; C MATCHES
* PAYROLL'S CBPAYD.ACK, IN THE SAME ACK LAYOUT, AGAINST THE
* CBPAYD.DAT TRAILER, WHOSE COUNT AND HASHES SIT IN THE SAME
* COLUMNS.
*-----------------------------------------------------------

 IDENTIFICATION DIVISION.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ACK-FILE ASSIGN TO ACK-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS ACK-STATUS.
     SELECT EXTRACT-FILE ASSIGN TO EXTRACT-FILE-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS EXTRACT-STATUS.
     SELECT REPORT-FILE ASSIGN TO "CBPAYIN.LST"
 77   ERR-RC             PIC S9(4) COMP.
 77   ERR-RC-D           PIC ZZZ9.

 77   EXTRACT-ANS        PIC X     VALUE SPACE.
 77   ASK-EXTRACT        PIC X(50) VALUE
                           "(F)ull or (C)hanges extract, blank for full
-                          ": ".
 77   ACK-FILE-NAME      PIC X(17) VALUE "CBPAYX.ACK".
 77   EXTRACT-FILE-NAME  PIC X(17) VALUE "CBPAYX.DAT".

 77   ACK-STATUS         PIC XX    VALUE "00".
 77   EXTRACT-STATUS     PIC XX    VALUE "00".
 77   REPORT-STATUS      PIC XX    VALUE "00".
     02   RL-REASON      PIC X(8).
     02   FILLER         PIC X(24) VALUE SPACES.

 01  HEADING-LINE-1.
     02   FILLER         PIC X(31) VALUE
                           "Payroll Acknowledgment Report -".
     02   FILLER         PIC X(1)  VALUE SPACES.
     02   HL-ACK-NAME    PIC X(10).
     02   FILLER         PIC X(9)  VALUE " against ".
     02   HL-EXTRACT-NAME PIC X(10).
     02   FILLER         PIC X(19) VALUE SPACES.
 01  REJECT-HEADING       PIC X(80) VALUE
         "Employees payroll could not post:".

 PROCEDURE DIVISION.
 BEGIN.
     PERFORM PROMPT-FOR-EXTRACT.
     OPEN INPUT EXTRACT-FILE.
     IF EXTRACT-STATUS NOT = "00"
         DISPLAY "Unable to open " EXTRACT-FILE-NAME
             " - acknowledgment check aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     PERFORM READ-OUR-TRAILER.
     CLOSE EXTRACT-FILE.
     IF OUR-TRAILER-SW NOT = "Y"
         DISPLAY "No trailer on " EXTRACT-FILE-NAME
             " - acknowledgment check aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN

     OPEN INPUT ACK-FILE.
     IF ACK-STATUS NOT = "00"
         DISPLAY "Unable to open " ACK-FILE-NAME
             " - acknowledgment check aborted."
         MOVE 8 TO RETURN-CODE
         STOP RUN
     PERFORM DISCONNECT-FROM-ORACLE.
     STOP RUN.

* PROMPT-FOR-EXTRACT picks the file pair; anything but C keeps
* the full-extract pair the pay-period stream has always used.
 PROMPT-FOR-EXTRACT.
     DISPLAY ASK-EXTRACT WITH NO ADVANCING.
     ACCEPT EXTRACT-ANS.
     IF EXTRACT-ANS = "C" OR EXTRACT-ANS = "c"
         MOVE "CBPAYD.ACK" TO ACK-FILE-NAME
         MOVE "CBPAYD.DAT" TO EXTRACT-FILE-NAME
     END-IF.
     MOVE ACK-FILE-NAME TO HL-ACK-NAME.
     MOVE EXTRACT-FILE-NAME TO HL-EXTRACT-NAME.

* ----------------------------------------------------------
* READ-OUR-TRAILER scans the extract for its "T" record - the
* count and salary hash CBPAYX (or CBPAYD) reported when the
* file went out.
* ----------------------------------------------------------
 READ-OUR-TRAILER.
     PERFORM UNTIL EXTRACT-EOF-SW = "Y"
