      *	mismatch.
      *
      *					Sep/02/2026
      *	Oct/15/2026  every run posts its control totals to the
      *	             control ledger (control.ldg, layout in
      *	             ctlledg.cpy): the city records, population
      *	             and ward lines read from cities.txt, the
      *	             details and population written to the host
      *	             file and the records rejected, for
      *	             text_balance.cob to check against what
      *	             text_create.cob wrote.  the host layout is
      *	             city-level, so the wards go on as dropped by
      *	             design, not as rejects.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_hostout.
       SELECT R-FILE
           ASSIGN TO W-REJECT-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT L-FILE
           ASSIGN TO W-LDG-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-LDG-STATUS.
      * ---------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  REJ-REC.
           03 PIC X(120).
       FD  L-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ctlledg.
      * ---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  W-INPUT-FILENAME  PIC X(256)
       77  W-REJ-POP-UNK-SW  PIC X VALUE "N".
           88  W-REJ-POP-UNKNOWN VALUE "Y".
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      *
      * the control totals posted to the control ledger: every
      * city record and ward line read, and the population of
      * the rejected records (one whose population field would
      * not fit counts in neither the input nor the rejects)
       77  W-LDG-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/control.ldg".
       77  W-LDG-STATUS      PIC X(02).
       77  W-LDG-IN-RECS     PIC 9(07) VALUE ZERO.
       77  W-LDG-IN-POP      PIC 9(11) VALUE ZERO.
       77  W-LDG-IN-WARDS    PIC 9(07) VALUE ZERO.
       77  W-LDG-REJ-POP     PIC 9(11) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       READ I-FILE INTO INP-REC AT END MOVE HIGH-VALUE TO W-EOF.
       PERFORM UNTIL W-EOF = HIGH-VALUE
          IF INP-REC(1:1) = "W" AND INP-REC(2:1) = X"09"
             ADD 1 TO W-LDG-IN-WARDS
          ELSE
             IF INP-REC(1:7) NOT = "TRAILER"
                PERFORM 1000-CONVERT-ONE-CITY
             MOVE 4 TO W-EXIT-CODE
          END-IF
       END-IF.
       PERFORM 8700-POST-CONTROL-LEDGER.
       DISPLAY "出力先　　　:".
       DISPLAY W-HOST-FILENAME.
       DISPLAY "*** 終了 ***".
                    W-CITY-DATE  COUNT IN W-LEN-DATE
                    W-CITY-PREF  COUNT IN W-LEN-PREF
           END-UNSTRING
           ADD 1 TO W-LDG-IN-RECS
           IF W-LEN-POP NOT > 8
                   AND FUNCTION TRIM(W-CITY-POP-TEXT) NUMERIC
              COMPUTE W-LDG-IN-POP = W-LDG-IN-POP
                    + FUNCTION NUMVAL(W-CITY-POP-TEXT)
           END-IF

           EVALUATE TRUE
               WHEN W-CITY-ID = SPACE
              COMPUTE W-CITY-POP-NUM =
                      FUNCTION NUMVAL(W-CITY-POP-TEXT)
              ADD W-CITY-POP-NUM TO W-REJ-POP
              IF W-LEN-POP NOT > 8
                 ADD W-CITY-POP-NUM TO W-LDG-REJ-POP
              END-IF
           ELSE
              SET W-REJ-POP-UNKNOWN TO TRUE
           END-IF.
              DISPLAY "トレーラーの形式が不正です"
           END-IF.
      * ---------------------------------------------------------
      *	append this run's control totals to the control ledger
      *	(created by the first run to post): cities.txt in, the
      *	host file out.  the host file has no ward lines, so the
      *	wards read go on as dropped (LDG-WARD-MODE "N")
      * ---------------------------------------------------------
       8700-POST-CONTROL-LEDGER.
           OPEN EXTEND L-FILE
           IF W-LDG-STATUS = "35"
              OPEN OUTPUT L-FILE
           END-IF
           MOVE SPACE TO LDG-REC
           MOVE W-RUN-DATE TO LDG-RUN-DATE
           MOVE "text_hostout" TO LDG-PROGRAM
           ACCEPT LDG-TIME FROM TIME
           MOVE W-INPUT-FILENAME TO LDG-IN-NAME
           MOVE W-LDG-IN-RECS TO LDG-IN-RECS
           MOVE W-LDG-IN-POP TO LDG-IN-POP
           MOVE W-LDG-IN-WARDS TO LDG-IN-WARDS
           MOVE W-HOST-FILENAME TO LDG-OUT-NAME
           MOVE W-TOTAL-RECORDS TO LDG-OUT-RECS
           MOVE W-TOTAL-POP TO LDG-OUT-POP
           MOVE ZERO TO LDG-OUT-WARDS
           MOVE W-REJECT-COUNT TO LDG-REJ-RECS
           MOVE W-LDG-REJ-POP TO LDG-REJ-POP
           MOVE ZERO TO LDG-REJ-WARDS
           SET LDG-WARDS-DROPPED TO TRUE
           MOVE W-EXIT-CODE TO LDG-RC
           WRITE LDG-REC
           CLOSE L-FILE.
      * ---------------------------------------------------------
