      *>Author: Christophe Brun
      *>Date: 06/03/2021
      *>Purpose: Compute Fibonacci Numbers
      *>         - or, with mode P on the parameter card, the Pisano
      *>         period (the cycle length of the Fibonacci numbers
      *>         modulo m) of every modulus from 2 to the card's
      *>         limit: a long-running, overflow-free integer workload
      *>         whose cost scales with the limit, written to
      *>         fib-out.dat in the copy/fibout.cpy Pisano layout,
      *>         and recorded under its own program id FIB-PISANO
      *>         so its timings never mix into the series' figures
      *>Tectonics: cobc
      *>****************************************************************
       IDENTIFICATION DIVISION.
       FD  MACHINE-PARM-IN.
       COPY machparm.
       WORKING-STORAGE SECTION.
       COPY envarea.
       COPY stamparea.
       COPY benchres.
       COPY auditlog.
       COPY benchhist.
       01  CAL-FLOOR-CS   PIC 9(4).
       01  CAL-LOOP-COUNT PIC 9(9).
       01  CAL-LOOPS-DONE PIC 9(9).
       01  CAL-START-STAMP PIC X(21).
       01  CAL-END-STAMP  PIC X(21).
       01  CAL-ELAPSED-CS PIC S9(8).
       01  CAL-PER-PASS-MS PIC 9(6)V999.
       01  CAL-APPLIED-FLAG PIC X VALUE "N".
       01  CPU-END-CS     PIC 9(9).
       01  CPU-AVAIL-FLAG PIC X.
           88 CPU-AVAILABLE VALUE "Y".
       01  BENCH-PROGRAM-ID PIC X(20) VALUE "FIB".
       01  PISANO-MODE-FLAG PIC X VALUE "N".
           88 PISANO-MODE VALUE "Y".
       01  MODULUS        BINARY-C-LONG.
       01  PIS-A          BINARY-C-LONG.
       01  PIS-B          BINARY-C-LONG.
       01  PIS-SUM        BINARY-C-LONG.
       01  PIS-PERIOD     BINARY-C-LONG.
       01  LARGEST-PERIOD BINARY-C-LONG.
       01  MODULUS-COUNT  BINARY-C-LONG.
       01  MODULUS-DISP   PIC Z(8)9.
       01  PERIOD-DISP    PIC Z(9)9.
       PROCEDURE DIVISION.
       MOVE "S" TO ES-FUNCTION
       CALL "ENV-SVC" USING ENV-SVC-AREA
           ON EXCEPTION CONTINUE
       END-CALL.
       IF ES-ENV-REFUSED
           GOBACK
       END-IF.
       PERFORM REGISTER-MODULE.
       MOVE FUNCTION CURRENT-DATE TO START-STAMP.
       PERFORM READ-CPU-START.
       MOVE 0 TO I.
       MOVE "N" TO RANGE-FLAG.
       MOVE "N" TO PARM-REJECTED-FLAG.
       MOVE "N" TO CAL-APPLIED-FLAG.
       PERFORM READ-TERMS-PARM.
       MOVE "FIB" TO BENCH-PROGRAM-ID.
       IF PISANO-MODE
           MOVE "FIB-PISANO" TO BENCH-PROGRAM-ID
       END-IF.
       PERFORM VALIDATE-TERMS-PARM.
       IF PARM-REJECTED
           PERFORM WRITE-BENCH-RESULT
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       IF PISANO-MODE
           PERFORM RUN-PISANO-MODE
           PERFORM WRITE-BENCH-RESULT
           PERFORM WRITE-AUDIT-LOG
           PERFORM WRITE-HISTORY
           PERFORM WRITE-TELEMETRY
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT FIB-OUT.
       MOVE N0 TO RESULT.
       DISPLAY RESULT.
       END-IF.
       GOBACK.

       RUN-PISANO-MODE.
      *> the Pisano workload is sized by its limit, so it runs once,
      *> without BENCH-CAL repetition
       OPEN OUTPUT FIB-OUT.
       MOVE 0 TO MODULUS-COUNT.
       MOVE 0 TO LARGEST-PERIOD.
       PERFORM VARYING MODULUS FROM 2 BY 1 UNTIL MODULUS > TERMS
           PERFORM COMPUTE-PISANO-PERIOD
           ADD 1 TO MODULUS-COUNT
           IF PIS-PERIOD > LARGEST-PERIOD
               MOVE PIS-PERIOD TO LARGEST-PERIOD
           END-IF
           MOVE "PISA" TO FP-RECORD-TYPE
           MOVE MODULUS TO FP-MODULUS
           MOVE PIS-PERIOD TO FP-PERIOD
           WRITE FIB-PISANO-RECORD
       END-PERFORM.
       MOVE "PTRL" TO FP-RECORD-TYPE.
       MOVE MODULUS-COUNT TO FP-MODULUS.
       MOVE LARGEST-PERIOD TO FP-PERIOD.
       WRITE FIB-PISANO-RECORD.
       CLOSE FIB-OUT.
       MOVE MODULUS-COUNT TO MODULUS-DISP.
       MOVE LARGEST-PERIOD TO PERIOD-DISP.
       DISPLAY "pisano periods for " FUNCTION TRIM (MODULUS-DISP)
           " moduli - largest period " FUNCTION TRIM (PERIOD-DISP).

       COMPUTE-PISANO-PERIOD.
      *> step the pair (F(k) mod m, F(k+1) mod m) until it comes back
      *> to (0, 1); the step count is the period. The sum of two
      *> residues is under 2m, so one subtraction reduces it and
      *> nothing can overflow at any limit
       MOVE 0 TO PIS-A.
       MOVE 1 TO PIS-B.
       MOVE 0 TO PIS-PERIOD.
       PERFORM UNTIL PIS-PERIOD > 0 AND PIS-A = 0 AND PIS-B = 1
           ADD PIS-A TO PIS-B GIVING PIS-SUM
           IF PIS-SUM >= MODULUS
               SUBTRACT MODULUS FROM PIS-SUM
           END-IF
           MOVE PIS-B TO PIS-A
           MOVE PIS-SUM TO PIS-B
           ADD 1 TO PIS-PERIOD
       END-PERFORM.

       WRITE-BENCH-RESULT.
       MOVE FUNCTION CURRENT-DATE TO END-STAMP.
       MOVE START-STAMP TO SX-FROM-STAMP.
       MOVE END-STAMP TO SX-TO-STAMP.
       PERFORM STAMP-INTERVAL.
       COMPUTE ELAPSED-CS = SX-SECONDS * 100.
       IF CAL-APPLIED
           MOVE CAL-ELAPSED-CS TO ELAPSED-CS
       END-IF.
       MOVE BENCH-PROGRAM-ID TO BR-PROGRAM-ID.
       MOVE START-STAMP TO BR-START-TIMESTAMP.
       MOVE END-STAMP TO BR-END-TIMESTAMP.
       COMPUTE BR-ELAPSED-MS = ELAPSED-CS * 10.
       MOVE "BR" TO FB-FILE-ID.
       PERFORM CALL-FILE-BROKER.

       STAMP-INTERVAL.
      *> interval from sx-from-stamp to sx-to-stamp in seconds,
      *> through their GMT offsets; without the service module
      *> the clock digits are subtracted as before
       MOVE "I" TO SX-FUNCTION.
       CALL "STAMP-SVC" USING STAMP-SVC-AREA
           ON EXCEPTION
               MOVE SX-FROM-STAMP (9:8) TO START-HMS
               MOVE SX-TO-STAMP (9:8) TO END-HMS
               COMPUTE SX-SECONDS = (END-HMS - START-HMS) / 100
       END-CALL.

       WRITE-HISTORY.
       PERFORM READ-MACHINE-PARM.
       MOVE START-STAMP (1:8) TO BH-RUN-DATE.
       MOVE BENCH-PROGRAM-ID TO BH-PROGRAM-ID.
       MOVE BR-ELAPSED-MS TO BH-ELAPSED-MS.
       MOVE MACHINE-TAG TO BH-MACHINE-TAG.
       MOVE SUITE-RUN-ID TO BH-RUN-ID.
       END-IF.

       WRITE-ERROR-LOG.
       MOVE BENCH-PROGRAM-ID TO EL-PROGRAM-ID.
       MOVE EL-PARAGRAPH-CUR TO EL-PARAGRAPH.
       MOVE EL-FIELD-CUR TO EL-FIELD-NAME.
       MOVE FUNCTION CURRENT-DATE TO EL-TIMESTAMP.
       ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER".
       MOVE SPACES TO RUN-PARAMETERS.
       MOVE TERMS TO TERMS-DISP.
       IF PISANO-MODE
           STRING "MODULUS-LIMIT=" DELIMITED BY SIZE
                  TERMS-DISP       DELIMITED BY SIZE
                  INTO RUN-PARAMETERS
       ELSE
           STRING "TERMS="    DELIMITED BY SIZE
                  TERMS-DISP  DELIMITED BY SIZE
                  INTO RUN-PARAMETERS
       END-IF.
       MOVE BENCH-PROGRAM-ID TO AL-PROGRAM-ID.
       MOVE OPERATOR-ID TO AL-OPERATOR-ID.
       MOVE END-STAMP TO AL-TIMESTAMP.
       MOVE RUN-PARAMETERS TO AL-PARAMETERS.
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO CAL-END-STAMP.
       MOVE START-STAMP TO SX-FROM-STAMP.
       MOVE CAL-END-STAMP TO SX-TO-STAMP.
       PERFORM STAMP-INTERVAL.
       COMPUTE CAL-ELAPSED-CS = SX-SECONDS * 100.
       IF CAL-ELAPSED-CS >= CAL-FLOOR-CS
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO CAL-END-STAMP.
       MOVE CAL-END-STAMP TO CAL-START-STAMP.
       MOVE 0 TO CAL-LOOPS-DONE.
       MOVE 0 TO CAL-ELAPSED-CS.
       IF CAL-LOOP-COUNT > 0
       PERFORM RUN-SERIES-SILENT.
       ADD 1 TO CAL-LOOPS-DONE.
       MOVE FUNCTION CURRENT-DATE TO CAL-END-STAMP.
       MOVE CAL-START-STAMP TO SX-FROM-STAMP.
       MOVE CAL-END-STAMP TO SX-TO-STAMP.
       PERFORM STAMP-INTERVAL.
       COMPUTE CAL-ELAPSED-CS = SX-SECONDS * 100.

       RUN-SERIES-SILENT.
      *> the series arithmetic alone, no console or file output -
       IF NOT CPU-AVAILABLE
           EXIT PARAGRAPH
       END-IF.
       MOVE BENCH-PROGRAM-ID TO RT-PROGRAM-ID.
       MOVE SUITE-RUN-ID TO RT-RUN-ID.
       MOVE FUNCTION CURRENT-DATE TO RT-TIMESTAMP.
       MOVE BR-ELAPSED-MS TO RT-WALL-MS.
       CALL "RUN-IDENT" USING RI-FUNCTION, SUITE-RUN-ID
           ON EXCEPTION
               MOVE FUNCTION CURRENT-DATE (1:16) TO SUITE-RUN-ID
               MOVE "BNCH003W" TO OG-MESSAGE
               PERFORM POST-OPERATOR-WARNING
       END-CALL.

               DISPLAY
                   "FILE-BROKER module not installed - record "
                   "not written"
               MOVE "BNCH002W" TO OG-MESSAGE
               PERFORM POST-OPERATOR-WARNING
       END-CALL.


       VALIDATE-TERMS-PARM.
       MOVE "FIB" TO VP-PROGRAM-ID.
       MOVE TERMS TO VP-PARM-VALUE.
       MOVE 9999 TO VP-MAX-VALUE.
       IF PISANO-MODE
           MOVE "MODULUS-LIMIT" TO VP-PARM-NAME
           MOVE 2 TO VP-MIN-VALUE
       ELSE
           MOVE "TERMS" TO VP-PARM-NAME
           MOVE 0 TO VP-MIN-VALUE
       END-IF.
       CALL "VALIDATE-PARM" USING VP-PROGRAM-ID, VP-PARM-NAME,
           VP-PARM-VALUE, VP-MIN-VALUE, VP-MAX-VALUE, VP-REJECT-FLAG.
       IF VP-REJECTED
           MOVE "Y" TO PARM-REJECTED-FLAG
           IF PISANO-MODE
               DISPLAY
                   "MODULUS-LIMIT is outside the allowed range "
                   "(2-9999) - request rejected"
           ELSE
               DISPLAY
                   "TERMS is outside the allowed range (0-9999) - "
                   "request rejected"
           END-IF
       END-IF.

       READ-TERMS-PARM.
       MOVE 15 TO TERMS.
       MOVE "N" TO PISANO-MODE-FLAG.
       OPEN INPUT FIB-PARM-IN.
       IF FIB-PARM-STATUS NOT = "00"
           MOVE "BNCH001I TERM COUNT" TO OG-MESSAGE
           MOVE "I" TO OG-SEVERITY
           CALL "OPER-MSG" USING OG-PROGRAM-ID, OG-SEVERITY,
               OG-MESSAGE
       IF FIB-PARM-STATUS = "00"
           READ FIB-PARM-IN
               AT END MOVE 15 TO TERMS
               NOT AT END
                   MOVE FIB-PARM-TERMS TO TERMS
                   IF FIB-PISANO-MODE
                       MOVE "Y" TO PISANO-MODE-FLAG
                   END-IF
           END-READ
           CLOSE FIB-PARM-IN
       END-IF.
