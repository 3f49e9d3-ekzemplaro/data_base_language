      *	             the later copy (and its own ward lines,
      *	             now counted as skipped) is dropped, and the
      *	             first copy's wards survive intact.
      *	Oct/15/2026  every run posts its control totals to the
      *	             control ledger (control.ldg, layout in
      *	             ctlledg.cpy): the city rows, population and
      *	             ward lines read from the master, written to
      *	             the output and skipped, each counted where it
      *	             happens, for text_balance.cob to carry down
      *	             the nightly chain.  LEDGER-FILE in the
      *	             control file names another ledger.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        test-cob01.
           ORGANIZATION LINE SEQUENTIAL.
       SELECT S-FILE
           ASSIGN TO W-SORTWK-FILENAME.
       SELECT L-FILE
           ASSIGN TO W-LDG-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-LDG-STATUS.
      * ---------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  SUM-REC.
           03  PIC X(80).
       FD  L-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ctlledg.
       SD  S-FILE.
       01  SRT-REC.
           03  SRT-ID            PIC X(07).
       77  W-SUM-LINE        PIC X(80).
       77  W-SKIP-COUNT      PIC 9(05) VALUE ZERO.
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      *
      * the control totals posted to the control ledger: what
      * came in from the master and what was skipped, counted
      * where it happens rather than worked out from the output
       77  W-LDG-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/control.ldg".
       77  W-LDG-STATUS      PIC X(02).
       77  W-LDG-PARM        PIC X(256).
       77  W-LDG-IN-RECS     PIC 9(07) VALUE ZERO.
       77  W-LDG-IN-POP      PIC 9(11) VALUE ZERO.
       77  W-LDG-IN-WARDS    PIC 9(07) VALUE ZERO.
       77  W-LDG-OUT-WARDS   PIC 9(07) VALUE ZERO.
       77  W-LDG-REJ-RECS    PIC 9(07) VALUE ZERO.
       77  W-LDG-REJ-POP     PIC 9(11) VALUE ZERO.
       77  W-LDG-REJ-WARDS   PIC 9(07) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
          COMPUTE W-RETENTION =
                  FUNCTION NUMVAL(W-RETENTION-PARM)
       END-IF.
       IF W-LDG-PARM NOT = SPACE
          MOVE W-LDG-PARM TO W-LDG-FILENAME
       END-IF.
       PERFORM 1600-SET-GENERATION-NAME.
       OPEN OUTPUT O-FILE.
       OPEN OUTPUT G-FILE.
          DISPLAY "スキップ件数: " W-SKIP-COUNT
          MOVE 4 TO W-EXIT-CODE
       END-IF.
       PERFORM 8700-POST-CONTROL-LEDGER.
       PERFORM 9800-WRITE-RUN-SUMMARY.
       DISPLAY "*** 終了 ***".
       MOVE W-EXIT-CODE TO RETURN-CODE.
           END-READ
           PERFORM UNTIL W-EOF = HIGH-VALUE
              IF MST-REC(1:1) = "W" AND MST-REC(2:1) = X"09"
                 ADD 1 TO W-LDG-IN-WARDS
                 IF W-REL-ID = SPACE
                    DISPLAY "区の親都市がありません"
                    ADD 1 TO W-SKIP-COUNT
                    ADD 1 TO W-LDG-REJ-WARDS
                 ELSE
                    ADD 1 TO W-REL-SEQ
                    MOVE W-REL-ID TO SRT-ID
                    RELEASE SRT-REC
                 END-IF
              ELSE
                 MOVE SPACE TO W-MST-ID W-MST-NAME W-MST-POP
                 UNSTRING MST-REC DELIMITED BY X"09"
                     INTO W-MST-ID W-MST-NAME W-MST-POP
                 END-UNSTRING
                 IF W-MST-ID NOT = SPACE
                    ADD 1 TO W-LDG-IN-RECS
                    IF FUNCTION TRIM(W-MST-POP) NUMERIC
                       COMPUTE W-LDG-IN-POP = W-LDG-IN-POP
                             + FUNCTION NUMVAL(W-MST-POP)
                    END-IF
                    MOVE W-MST-ID TO W-REL-ID
                    ADD 1 TO W-REL-SEQ
                    MOVE W-REL-ID TO SRT-ID
                         IF SRT-ID = W-PREV-ID
                            SET W-DUPSKIP TO TRUE
                            ADD 1 TO W-SKIP-COUNT
                            PERFORM 1160-COUNT-DUPLICATE
                            DISPLAY "重複IDのためスキップ: "
                                    SRT-ID
                         ELSE
                      ELSE
                         IF W-DUPSKIP
                            ADD 1 TO W-SKIP-COUNT
                            ADD 1 TO W-LDG-REJ-WARDS
                         ELSE
                            PERFORM 1300-WRITE-ONE-WARD
                         END-IF
              END-RETURN
           END-PERFORM.
      * ---------------------------------------------------------
      *	a skipped duplicate goes on the ledger's reject totals
      *	with the population it carried, so the drift between the
      *	master and the output is explained by it
      * ---------------------------------------------------------
       1160-COUNT-DUPLICATE.
           ADD 1 TO W-LDG-REJ-RECS
           MOVE SPACE TO W-MST-ID W-MST-NAME W-MST-POP
           UNSTRING MST-REC DELIMITED BY X"09"
               INTO W-MST-ID W-MST-NAME W-MST-POP
           END-UNSTRING
           IF FUNCTION TRIM(W-MST-POP) NUMERIC
              COMPUTE W-LDG-REJ-POP = W-LDG-REJ-POP
                    + FUNCTION NUMVAL(W-MST-POP)
           END-IF.
      * ---------------------------------------------------------
      *	split one master row on its tab delimiters and, when its
      *	id has not been written yet and its population is usable,
      *	format it through the same tab-delimited / CSV logic the
              IF FUNCTION TRIM(W-MST-POP) NOT NUMERIC
                 DISPLAY "人口が数値でない: " W-MST-ID
                 ADD 1 TO W-SKIP-COUNT
                 ADD 1 TO W-LDG-REJ-RECS
              ELSE
                    MOVE SPACE TO WORK_AREA
                    STRING FUNCTION TRIM(W-MST-ID) X'09'
           IF FUNCTION TRIM(W-MST-POP) NOT NUMERIC
              DISPLAY "区人口が数値でない: " W-MST-NAME
              ADD 1 TO W-SKIP-COUNT
              ADD 1 TO W-LDG-REJ-WARDS
           ELSE
              ADD 1 TO W-LDG-OUT-WARDS
              MOVE SPACE TO WORK_AREA
              STRING "W" X'09'
                     FUNCTION TRIM(W-MST-NAME) X'09'
      *	when the control file is present its KEYWORD=VALUE lines
      *	(MASTER-FILE, OUTPUT-FILE, CSV, RETENTION) replace the
      *	prompts, so the overnight scheduler can run this program
      *	hands-off; LEDGER-FILE names the control ledger
      * ---------------------------------------------------------
       0300-READ-CONTROL-FILE.
           MOVE SPACE TO W-MASTER-PARM W-PARM-FILENAME
                         W-CSV-PARM W-RETENTION-PARM W-LDG-PARM
           OPEN INPUT CTL-FILE
           IF W-CTL-STATUS NOT = "00"
              CONTINUE
                    MOVE W-CTL-VALUE(1:1) TO W-CSV-PARM
               WHEN "RETENTION"
                    MOVE W-CTL-VALUE(1:2) TO W-RETENTION-PARM
               WHEN "LEDGER-FILE"
                    MOVE W-CTL-VALUE TO W-LDG-PARM
               WHEN OTHER
                    DISPLAY "不明なキーワード: " W-CTL-KEYWORD
           END-EVALUATE.
              WRITE CSV-REC FROM CSV-WORK-AREA
           END-IF.
      * ---------------------------------------------------------
      *	append this run's control totals to the control ledger
      *	(created by the first run to post): master in, cities.txt
      *	out, skipped rows and wards as the rejects
      * ---------------------------------------------------------
       8700-POST-CONTROL-LEDGER.
           OPEN EXTEND L-FILE
           IF W-LDG-STATUS = "35"
              OPEN OUTPUT L-FILE
           END-IF
           MOVE SPACE TO LDG-REC
           MOVE W-RUN-DATE TO LDG-RUN-DATE
           MOVE "text_create" TO LDG-PROGRAM
           ACCEPT LDG-TIME FROM TIME
           MOVE W-MASTER-FILENAME TO LDG-IN-NAME
           MOVE W-LDG-IN-RECS TO LDG-IN-RECS
           MOVE W-LDG-IN-POP TO LDG-IN-POP
           MOVE W-LDG-IN-WARDS TO LDG-IN-WARDS
           MOVE W-OUTPUT-FILENAME TO LDG-OUT-NAME
           MOVE W-RECORD-COUNT TO LDG-OUT-RECS
           MOVE W-POP-TOTAL TO LDG-OUT-POP
           MOVE W-LDG-OUT-WARDS TO LDG-OUT-WARDS
           MOVE W-LDG-REJ-RECS TO LDG-REJ-RECS
           MOVE W-LDG-REJ-POP TO LDG-REJ-POP
           MOVE W-LDG-REJ-WARDS TO LDG-REJ-WARDS
           SET LDG-WARDS-CARRIED TO TRUE
           MOVE W-EXIT-CODE TO LDG-RC
           WRITE LDG-REC
           CLOSE L-FILE.
      * ---------------------------------------------------------
      *	one KEYWORD=VALUE line per fact, so the scheduler and the
      *	monitoring can parse the run without scraping the log
      * ---------------------------------------------------------
