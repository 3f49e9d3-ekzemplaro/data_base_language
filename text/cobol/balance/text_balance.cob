      * ---------------------------------------------------------
      *	text_balance.cob
      *
      *	control-total balancing report over one night's control
      *	ledger (control.ldg, layout in ctlledg.cpy), for the
      *	auditors who used to rebuild it from the step logs.
      *	every nightly step - text_create, text_read, mysql_load,
      *	mysql_delta, text_hostout and text_split - appends one
      *	ledger line per run with what it read, what it wrote and
      *	what it rejected: city records, population and wards,
      *	each counted on its own.  the report walks the night's
      *	lines in the order they were posted and, for each step:
      *
      *	    hands over - the step's input against the output of
      *	    the step that wrote it (the latest earlier step whose
      *	    output names the same file, or the file of which the
      *	    input is a dated generation, <file>.YYYYMMDD);
      *	    nothing is rejected between two steps, so any
      *	    difference here is unexplained;
      *
      *	    balances - input less output, the drift through the
      *	    step, against the rejects the step reported; what
      *	    the rejects do not account for is unexplained.  wards
      *	    are balanced only where the step carries them: a
      *	    city-level output (text_hostout) drops them by design.
      *
      *	a closing table takes every step back to the night's
      *	starting point (the step whose input no step wrote) and
      *	sets the whole drift since then against all the rejects
      *	reported along the way.  a step run again the same night
      *	(same program, same input) is shown but not judged; the
      *	later run stands.
      *
      *	RC 0 the night balances; RC 4 more than one starting
      *	point (a step did not post) or too many lines to hold;
      *	RC 8 an unexplained difference anywhere, or no ledger
      *	line for the night at all - the chain stops; RC 12 the
      *	ledger cannot be read or the date is not a date.
      *
      *	control file keywords: LEDGER-FILE, RUN-DATE (yyyymmdd,
      *	default today), REPORT-FILE.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_balance.
      * ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT L-FILE
           ASSIGN TO W-LDG-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-LDG-STATUS.
       SELECT P-FILE
           ASSIGN TO W-PRINT-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT CTL-FILE
           ASSIGN TO W-CTL-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-CTL-STATUS.
       SELECT SUM-FILE
           ASSIGN TO W-SUM-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
      * ---------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  L-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ctlledg.
       FD  P-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRT-REC.
           03 PIC X(132).
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC.
           03 PIC X(300).
       FD  SUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUM-REC.
           03 PIC X(300).
      * ---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  W-LDG-FILENAME    PIC X(256)
                              VALUE "/var/tmp/plain_text/control.ldg".
       77  W-LDG-STATUS      PIC X(02).
       77  W-PRINT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/control.bal".
       77  W-PARM-FILENAME   PIC X(256).
       77  W-PARM-DATE       PIC X(08).
       77  W-PRINT-AREA      PIC X(132).
      *
      * the night's ledger lines in the order they were posted,
      * each with the step that wrote its input and the running
      * totals back to the night's starting point
       01  W-STEP-TABLE.
           03  W-STEP-ENTRY      OCCURS 100 TIMES.
               05  W-ST-PROGRAM      PIC X(20).
               05  W-ST-TIME         PIC X(06).
               05  W-ST-IN-NAME      PIC X(80).
               05  W-ST-IN-RECS      PIC 9(07).
               05  W-ST-IN-POP       PIC 9(11).
               05  W-ST-IN-WARDS     PIC 9(07).
               05  W-ST-OUT-NAME     PIC X(80).
               05  W-ST-OUT-RECS     PIC 9(07).
               05  W-ST-OUT-POP      PIC 9(11).
               05  W-ST-OUT-WARDS    PIC 9(07).
               05  W-ST-REJ-RECS     PIC 9(07).
               05  W-ST-REJ-POP      PIC 9(11).
               05  W-ST-REJ-WARDS    PIC 9(07).
               05  W-ST-WARD-MODE    PIC X(01).
                   88  W-ST-WARDS-CARRIED VALUE "Y".
               05  W-ST-RC           PIC 9(02).
               05  W-ST-FROM         PIC 9(03).
               05  W-ST-ORIGIN       PIC 9(03).
               05  W-ST-CUM-REJ-RECS PIC 9(08).
               05  W-ST-CUM-REJ-POP  PIC 9(12).
               05  W-ST-REPLACED-SW  PIC X(01).
                   88  W-ST-REPLACED     VALUE "Y".
       77  W-STEP-COUNT      PIC 9(03) VALUE ZERO.
       77  W-STEP-IX         PIC 9(03).
       77  W-SCAN-IX         PIC 9(03).
       77  W-PROD-IX         PIC 9(03).
       77  W-ORIG-IX         PIC 9(03).
       77  W-STEP-DROPPED    PIC 9(05) VALUE ZERO.
      *
      * matching an input name with an earlier output name
       77  W-NAME-LEN        PIC 9(03).
       77  W-MATCH-SW        PIC X.
           88  W-NAME-MATCHES    VALUE "Y".
      *
      * one step's differences, signed
       77  W-STEP-BAD-SW     PIC X.
           88  W-STEP-BAD        VALUE "Y".
       77  W-DIFF-RECS       PIC S9(08).
       77  W-DIFF-POP        PIC S9(12).
       77  W-DIFF-WARDS      PIC S9(08).
       77  W-LEFT-RECS       PIC S9(08).
       77  W-LEFT-POP        PIC S9(12).
       77  W-LEFT-WARDS      PIC S9(08).
      *
      * one printed line of amounts
       77  W-LABEL           PIC X(30).
       77  W-AMT-RECS        PIC S9(08).
       77  W-AMT-POP         PIC S9(12).
       77  W-AMT-WARDS       PIC S9(08).
       77  W-AMT-WARDS-SW    PIC X.
           88  W-AMT-WARDS-ON    VALUE "Y".
       77  W-RECS-ED         PIC -Z,ZZZ,ZZ9.
       77  W-POP-ED          PIC -ZZ,ZZZ,ZZZ,ZZ9.
       77  W-WARDS-ED        PIC -Z,ZZZ,ZZ9.
       77  W-WARDS-TXT       PIC X(10).
       77  W-CUM-ED1         PIC -ZZ,ZZZ,ZZZ,ZZ9.
       77  W-CUM-ED2         PIC -ZZ,ZZZ,ZZZ,ZZ9.
       77  W-CUM-ED3         PIC -ZZ,ZZZ,ZZZ,ZZ9.
       77  W-CUM-ED4         PIC -ZZ,ZZZ,ZZZ,ZZ9.
       77  W-KIND-TXT        PIC X(06).
       77  W-STEP-ED         PIC ZZ9.
      *
      * how the night came out
       77  W-OK-COUNT        PIC 9(03) VALUE ZERO.
       77  W-EXPLAINED-COUNT PIC 9(03) VALUE ZERO.
       77  W-BAD-COUNT       PIC 9(03) VALUE ZERO.
       77  W-REPLACED-COUNT  PIC 9(03) VALUE ZERO.
       77  W-ORIGIN-COUNT    PIC 9(03) VALUE ZERO.
      *
       77  W-BAL-DATE        PIC X(08) VALUE SPACE.
       77  W-RUN-DATE        PIC X(08).
       77  W-RUN-TIME        PIC X(08).
       77  W-PAGE-NUM        PIC 9(04) VALUE ZERO.
       77  W-LINE-COUNT      PIC 9(02) VALUE 99.
       77  W-PAGE-SIZE       PIC 9(02) VALUE 50.
       77  W-PAGE-ED         PIC ZZZ9.
      *
       77  W-CTL-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_balance.ctl".
       77  W-CTL-STATUS      PIC X(02).
       77  W-CTL-KEYWORD     PIC X(20).
       77  W-CTL-VALUE       PIC X(256).
       77  W-CTL-SW          PIC X VALUE "N".
           88  W-CTL-PRESENT     VALUE "Y".
      *
       77  W-OUTCOME         PIC X(20).
       77  W-SUM-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_balance.sum".
       77  W-SUM-LINE        PIC X(300).
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT W-RUN-TIME FROM TIME.
       PERFORM 0300-READ-CONTROL-FILE.
       IF NOT W-CTL-PRESENT
          DISPLAY "対象日 yyyymmdd（省略時は本日）："
          ACCEPT W-PARM-DATE
          MOVE W-PARM-DATE TO W-BAL-DATE
          DISPLAY "帳票ファイル名（省略可）："
          ACCEPT W-PARM-FILENAME
          IF W-PARM-FILENAME NOT = SPACE
             MOVE W-PARM-FILENAME TO W-PRINT-FILENAME
          END-IF
       END-IF.
       IF W-BAL-DATE = SPACE
          MOVE W-RUN-DATE TO W-BAL-DATE
       END-IF.
       IF W-BAL-DATE NOT NUMERIC
          DISPLAY "対象日が正しくありません : " W-BAL-DATE
          MOVE "BAD RUN-DATE" TO W-OUTCOME
          PERFORM 9700-END-SETUP-ERROR
       END-IF.
      *
       PERFORM 1000-LOAD-LEDGER.
       PERFORM 2000-LINK-STEPS.
      *
       OPEN OUTPUT P-FILE.
       PERFORM 9060-PRINT-PAGE-HEADING.
       IF W-STEP-COUNT = ZERO
          MOVE SPACE TO W-PRINT-AREA
          STRING "対象日の記録が制御台帳に"
                 "ありません　"
                 "夜間処理が記帳していないか、"
                 "別の台帳です"
                 DELIMITED BY SIZE INTO W-PRINT-AREA
          WRITE PRT-REC FROM W-PRINT-AREA
       ELSE
          PERFORM VARYING W-STEP-IX FROM 1 BY 1
                  UNTIL W-STEP-IX > W-STEP-COUNT
             PERFORM 3000-PRINT-ONE-STEP
          END-PERFORM
          PERFORM 4000-PRINT-FROM-ORIGIN
          PERFORM 4500-PRINT-TOTALS
       END-IF.
       CLOSE P-FILE.
      *
       EVALUATE TRUE
           WHEN W-STEP-COUNT = ZERO
                MOVE "NO LEDGER ENTRIES" TO W-OUTCOME
                MOVE 8 TO W-EXIT-CODE
           WHEN W-BAD-COUNT > ZERO
                MOVE "UNEXPLAINED" TO W-OUTCOME
                MOVE 8 TO W-EXIT-CODE
           WHEN W-ORIGIN-COUNT > 1 OR W-STEP-DROPPED > ZERO
                MOVE "WARNINGS" TO W-OUTCOME
                MOVE 4 TO W-EXIT-CODE
           WHEN OTHER
                MOVE "BALANCED" TO W-OUTCOME
       END-EVALUATE.
       DISPLAY "工程数　　: " W-STEP-COUNT.
       DISPLAY "差異あり　: " W-BAD-COUNT.
       DISPLAY "帳票を作成しました：".
       DISPLAY W-PRINT-FILENAME.
       PERFORM 9800-WRITE-RUN-SUMMARY.
       DISPLAY "*** 終了 ***".
       MOVE W-EXIT-CODE TO RETURN-CODE.
       STOP RUN.
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	replace the prompts, so the report can run in the chain
      * ---------------------------------------------------------
       0300-READ-CONTROL-FILE.
           OPEN INPUT CTL-FILE
           IF W-CTL-STATUS NOT = "00"
              CONTINUE
           ELSE
              SET W-CTL-PRESENT TO TRUE
              DISPLAY "制御ファイルから実行します"
              PERFORM UNTIL W-CTL-STATUS NOT = "00"
                 READ CTL-FILE
                 IF W-CTL-STATUS = "00" AND CTL-REC NOT = SPACE
                    PERFORM 0310-APPLY-CONTROL-LINE
                 END-IF
              END-PERFORM
              CLOSE CTL-FILE
           END-IF.
      * ---------------------------------------------------------
       0310-APPLY-CONTROL-LINE.
           MOVE SPACE TO W-CTL-KEYWORD W-CTL-VALUE
           UNSTRING CTL-REC DELIMITED BY "="
               INTO W-CTL-KEYWORD W-CTL-VALUE
           END-UNSTRING
           EVALUATE W-CTL-KEYWORD
               WHEN "LEDGER-FILE"
                    MOVE W-CTL-VALUE TO W-LDG-FILENAME
               WHEN "RUN-DATE"
                    MOVE W-CTL-VALUE(1:8) TO W-BAL-DATE
               WHEN "REPORT-FILE"
                    MOVE W-CTL-VALUE TO W-PRINT-FILENAME
               WHEN OTHER
                    DISPLAY "不明なキーワード: " W-CTL-KEYWORD
           END-EVALUATE.
      * ---------------------------------------------------------
      *	the night's lines, in the order the steps posted them;
      *	no ledger at all is a setup error, not an empty night
      * ---------------------------------------------------------
       1000-LOAD-LEDGER.
           OPEN INPUT L-FILE
           IF W-LDG-STATUS NOT = "00"
              DISPLAY "制御台帳を開けません : " W-LDG-STATUS
              DISPLAY W-LDG-FILENAME
              MOVE "NO LEDGER" TO W-OUTCOME
              PERFORM 9700-END-SETUP-ERROR
           END-IF
           PERFORM UNTIL W-LDG-STATUS NOT = "00"
              READ L-FILE
              IF W-LDG-STATUS = "00" AND LDG-RUN-DATE = W-BAL-DATE
                 PERFORM 1100-HOLD-ONE-ENTRY
              END-IF
           END-PERFORM
           CLOSE L-FILE
           IF W-STEP-DROPPED > ZERO
              DISPLAY "100件を超えた分は未照合 : "
                      W-STEP-DROPPED
           END-IF.
      * ---------------------------------------------------------
       1100-HOLD-ONE-ENTRY.
           IF W-STEP-COUNT >= 100
              ADD 1 TO W-STEP-DROPPED
           ELSE
              ADD 1 TO W-STEP-COUNT
              MOVE W-STEP-COUNT TO W-STEP-IX
              MOVE LDG-PROGRAM TO W-ST-PROGRAM(W-STEP-IX)
              MOVE LDG-TIME TO W-ST-TIME(W-STEP-IX)
              MOVE LDG-IN-NAME TO W-ST-IN-NAME(W-STEP-IX)
              MOVE LDG-IN-RECS TO W-ST-IN-RECS(W-STEP-IX)
              MOVE LDG-IN-POP TO W-ST-IN-POP(W-STEP-IX)
              MOVE LDG-IN-WARDS TO W-ST-IN-WARDS(W-STEP-IX)
              MOVE LDG-OUT-NAME TO W-ST-OUT-NAME(W-STEP-IX)
              MOVE LDG-OUT-RECS TO W-ST-OUT-RECS(W-STEP-IX)
              MOVE LDG-OUT-POP TO W-ST-OUT-POP(W-STEP-IX)
              MOVE LDG-OUT-WARDS TO W-ST-OUT-WARDS(W-STEP-IX)
              MOVE LDG-REJ-RECS TO W-ST-REJ-RECS(W-STEP-IX)
              MOVE LDG-REJ-POP TO W-ST-REJ-POP(W-STEP-IX)
              MOVE LDG-REJ-WARDS TO W-ST-REJ-WARDS(W-STEP-IX)
              MOVE LDG-WARD-MODE TO W-ST-WARD-MODE(W-STEP-IX)
              MOVE LDG-RC TO W-ST-RC(W-STEP-IX)
              MOVE ZERO TO W-ST-FROM(W-STEP-IX)
              MOVE "N" TO W-ST-REPLACED-SW(W-STEP-IX)
           END-IF.
      * ---------------------------------------------------------
      *	first mark the runs a later run of the same step on the
      *	same input replaced; then give every step the step that
      *	wrote its input (replaced runs never count as writers),
      *	its starting point and the rejects reported since then
      * ---------------------------------------------------------
       2000-LINK-STEPS.
           PERFORM VARYING W-STEP-IX FROM 1 BY 1
                   UNTIL W-STEP-IX > W-STEP-COUNT
              PERFORM VARYING W-SCAN-IX FROM W-STEP-IX BY 1
                      UNTIL W-SCAN-IX > W-STEP-COUNT
                 IF W-SCAN-IX > W-STEP-IX
                    AND W-ST-PROGRAM(W-SCAN-IX) =
                        W-ST-PROGRAM(W-STEP-IX)
                    AND W-ST-IN-NAME(W-SCAN-IX) =
                        W-ST-IN-NAME(W-STEP-IX)
                    SET W-ST-REPLACED(W-STEP-IX) TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING W-STEP-IX FROM 1 BY 1
                   UNTIL W-STEP-IX > W-STEP-COUNT
              PERFORM 2100-FIND-PRODUCER
              MOVE W-ST-FROM(W-STEP-IX) TO W-PROD-IX
              IF W-PROD-IX = ZERO
                 MOVE W-STEP-IX TO W-ST-ORIGIN(W-STEP-IX)
                 MOVE W-ST-REJ-RECS(W-STEP-IX)
                   TO W-ST-CUM-REJ-RECS(W-STEP-IX)
                 MOVE W-ST-REJ-POP(W-STEP-IX)
                   TO W-ST-CUM-REJ-POP(W-STEP-IX)
                 IF NOT W-ST-REPLACED(W-STEP-IX)
                    ADD 1 TO W-ORIGIN-COUNT
                 END-IF
              ELSE
                 MOVE W-ST-ORIGIN(W-PROD-IX)
                   TO W-ST-ORIGIN(W-STEP-IX)
                 COMPUTE W-ST-CUM-REJ-RECS(W-STEP-IX) =
                         W-ST-CUM-REJ-RECS(W-PROD-IX)
                       + W-ST-REJ-RECS(W-STEP-IX)
                 COMPUTE W-ST-CUM-REJ-POP(W-STEP-IX) =
                         W-ST-CUM-REJ-POP(W-PROD-IX)
                       + W-ST-REJ-POP(W-STEP-IX)
              END-IF
           END-PERFORM.
      * ---------------------------------------------------------
      *	the latest earlier step whose output is this step's input
      * ---------------------------------------------------------
       2100-FIND-PRODUCER.
           MOVE ZERO TO W-ST-FROM(W-STEP-IX)
           IF W-ST-IN-NAME(W-STEP-IX) NOT = SPACE
              PERFORM VARYING W-SCAN-IX FROM W-STEP-IX BY -1
                      UNTIL W-SCAN-IX < 1
                         OR W-ST-FROM(W-STEP-IX) > ZERO
                 IF W-SCAN-IX < W-STEP-IX
                    AND NOT W-ST-REPLACED(W-SCAN-IX)
                    AND W-ST-OUT-NAME(W-SCAN-IX) NOT = SPACE
                    PERFORM 2110-MATCH-NAME
                    IF W-NAME-MATCHES
                       MOVE W-SCAN-IX TO W-ST-FROM(W-STEP-IX)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
      * ---------------------------------------------------------
      *	the same name, or a dated generation of it (the copy
      *	text_create.cob keeps as <output>.YYYYMMDD, which is
      *	what mysql_delta.cob reads)
      * ---------------------------------------------------------
       2110-MATCH-NAME.
           MOVE "N" TO W-MATCH-SW
           IF W-ST-IN-NAME(W-STEP-IX) = W-ST-OUT-NAME(W-SCAN-IX)
              SET W-NAME-MATCHES TO TRUE
           ELSE
              MOVE ZERO TO W-NAME-LEN
              INSPECT W-ST-OUT-NAME(W-SCAN-IX) TALLYING W-NAME-LEN
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF W-NAME-LEN > ZERO AND W-NAME-LEN < 71
                 IF W-ST-IN-NAME(W-STEP-IX)(1:W-NAME-LEN) =
                    W-ST-OUT-NAME(W-SCAN-IX)(1:W-NAME-LEN)
                    AND W-ST-IN-NAME(W-STEP-IX)(W-NAME-LEN + 1:1)
                        = "."
                    AND W-ST-IN-NAME(W-STEP-IX)(W-NAME-LEN + 2:8)
                        NUMERIC
                    AND W-ST-IN-NAME(W-STEP-IX)(W-NAME-LEN + 10:)
                        = SPACE
                    SET W-NAME-MATCHES TO TRUE
                 END-IF
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	one step: what it was handed against what the step before
      *	wrote, then its drift from input to output against the
      *	rejects it reported, and the verdict
      * ---------------------------------------------------------
       3000-PRINT-ONE-STEP.
           IF W-LINE-COUNT + 14 > W-PAGE-SIZE
              PERFORM 9060-PRINT-PAGE-HEADING
           END-IF
           MOVE "N" TO W-STEP-BAD-SW
           MOVE W-ST-FROM(W-STEP-IX) TO W-PROD-IX
           MOVE W-STEP-IX TO W-STEP-ED
           MOVE SPACE TO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "■ " W-STEP-ED " " W-ST-PROGRAM(W-STEP-IX)
                  " " W-ST-TIME(W-STEP-IX)(1:2) ":"
                  W-ST-TIME(W-STEP-IX)(3:2) ":"
                  W-ST-TIME(W-STEP-IX)(5:2)
                  "  RC " W-ST-RC(W-STEP-IX)
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "    入力: " W-ST-IN-NAME(W-STEP-IX)
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           IF W-ST-OUT-NAME(W-STEP-IX) = SPACE
              MOVE "    出力: （検証のみ、出力なし）"
                TO W-PRINT-AREA
           ELSE
              STRING "    出力: " W-ST-OUT-NAME(W-STEP-IX)
                     DELIMITED BY SIZE INTO W-PRINT-AREA
           END-IF
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           MOVE "区分" TO W-PRINT-AREA(7:6)
           MOVE "件数" TO W-PRINT-AREA(39:6)
           MOVE "人口" TO W-PRINT-AREA(56:6)
           MOVE "区" TO W-PRINT-AREA(71:3)
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 5 TO W-LINE-COUNT
      *
           IF W-PROD-IX > ZERO
              MOVE SPACE TO W-LABEL
              STRING "前工程 "
                     FUNCTION TRIM(W-ST-PROGRAM(W-PROD-IX))
                     " 出力"
                     DELIMITED BY SIZE INTO W-LABEL
              MOVE W-ST-OUT-RECS(W-PROD-IX) TO W-AMT-RECS
              MOVE W-ST-OUT-POP(W-PROD-IX) TO W-AMT-POP
              MOVE W-ST-OUT-WARDS(W-PROD-IX) TO W-AMT-WARDS
              MOVE W-ST-WARD-MODE(W-PROD-IX) TO W-AMT-WARDS-SW
              PERFORM 7300-PRINT-AMOUNT-LINE
           END-IF
           MOVE "入力" TO W-LABEL
           MOVE W-ST-IN-RECS(W-STEP-IX) TO W-AMT-RECS
           MOVE W-ST-IN-POP(W-STEP-IX) TO W-AMT-POP
           MOVE W-ST-IN-WARDS(W-STEP-IX) TO W-AMT-WARDS
           MOVE "Y" TO W-AMT-WARDS-SW
           PERFORM 7300-PRINT-AMOUNT-LINE
           IF W-PROD-IX > ZERO
              PERFORM 3100-CHECK-HANDOVER
           END-IF
           PERFORM 3200-CHECK-STEP
           PERFORM 3300-PRINT-VERDICT.
      * ---------------------------------------------------------
      *	nothing is rejected between two steps: what one wrote
      *	is what the next must have read
      * ---------------------------------------------------------
       3100-CHECK-HANDOVER.
           COMPUTE W-DIFF-RECS = W-ST-OUT-RECS(W-PROD-IX)
                               - W-ST-IN-RECS(W-STEP-IX)
           COMPUTE W-DIFF-POP = W-ST-OUT-POP(W-PROD-IX)
                              - W-ST-IN-POP(W-STEP-IX)
           MOVE ZERO TO W-DIFF-WARDS
           IF W-ST-WARDS-CARRIED(W-PROD-IX)
              COMPUTE W-DIFF-WARDS = W-ST-OUT-WARDS(W-PROD-IX)
                                   - W-ST-IN-WARDS(W-STEP-IX)
           END-IF
           MOVE "引継差 (前工程-入力)" TO W-LABEL
           MOVE W-DIFF-RECS TO W-AMT-RECS
           MOVE W-DIFF-POP TO W-AMT-POP
           MOVE W-DIFF-WARDS TO W-AMT-WARDS
           MOVE W-ST-WARD-MODE(W-PROD-IX) TO W-AMT-WARDS-SW
           PERFORM 7300-PRINT-AMOUNT-LINE
           IF W-DIFF-RECS NOT = ZERO OR W-DIFF-POP NOT = ZERO
              OR W-DIFF-WARDS NOT = ZERO
              SET W-STEP-BAD TO TRUE
           END-IF.
      * ---------------------------------------------------------
      *	input less output is the step's drift; the rejects it
      *	reported explain that much of it and no more
      * ---------------------------------------------------------
       3200-CHECK-STEP.
           MOVE "出力" TO W-LABEL
           MOVE W-ST-OUT-RECS(W-STEP-IX) TO W-AMT-RECS
           MOVE W-ST-OUT-POP(W-STEP-IX) TO W-AMT-POP
           MOVE W-ST-OUT-WARDS(W-STEP-IX) TO W-AMT-WARDS
           MOVE W-ST-WARD-MODE(W-STEP-IX) TO W-AMT-WARDS-SW
           PERFORM 7300-PRINT-AMOUNT-LINE
      *
           COMPUTE W-DIFF-RECS = W-ST-IN-RECS(W-STEP-IX)
                               - W-ST-OUT-RECS(W-STEP-IX)
           COMPUTE W-DIFF-POP = W-ST-IN-POP(W-STEP-IX)
                              - W-ST-OUT-POP(W-STEP-IX)
           COMPUTE W-DIFF-WARDS = W-ST-IN-WARDS(W-STEP-IX)
                                - W-ST-OUT-WARDS(W-STEP-IX)
           MOVE "入出力差 (入力-出力)" TO W-LABEL
           MOVE W-DIFF-RECS TO W-AMT-RECS
           MOVE W-DIFF-POP TO W-AMT-POP
           MOVE W-DIFF-WARDS TO W-AMT-WARDS
           PERFORM 7300-PRINT-AMOUNT-LINE
      *
           MOVE "うち REJECT" TO W-LABEL
           MOVE W-ST-REJ-RECS(W-STEP-IX) TO W-AMT-RECS
           MOVE W-ST-REJ-POP(W-STEP-IX) TO W-AMT-POP
           MOVE W-ST-REJ-WARDS(W-STEP-IX) TO W-AMT-WARDS
           PERFORM 7300-PRINT-AMOUNT-LINE
      *
           COMPUTE W-LEFT-RECS = W-DIFF-RECS
                               - W-ST-REJ-RECS(W-STEP-IX)
           COMPUTE W-LEFT-POP = W-DIFF-POP
                              - W-ST-REJ-POP(W-STEP-IX)
           MOVE ZERO TO W-LEFT-WARDS
           IF W-ST-WARDS-CARRIED(W-STEP-IX)
              COMPUTE W-LEFT-WARDS = W-DIFF-WARDS
                                   - W-ST-REJ-WARDS(W-STEP-IX)
           END-IF
           MOVE "説明できない差" TO W-LABEL
           MOVE W-LEFT-RECS TO W-AMT-RECS
           MOVE W-LEFT-POP TO W-AMT-POP
           MOVE W-LEFT-WARDS TO W-AMT-WARDS
           PERFORM 7300-PRINT-AMOUNT-LINE
           IF W-LEFT-RECS NOT = ZERO OR W-LEFT-POP NOT = ZERO
              OR W-LEFT-WARDS NOT = ZERO
              SET W-STEP-BAD TO TRUE
           END-IF.
      * ---------------------------------------------------------
       3300-PRINT-VERDICT.
           MOVE SPACE TO W-PRINT-AREA
           EVALUATE TRUE
               WHEN W-ST-REPLACED(W-STEP-IX)
                    ADD 1 TO W-REPLACED-COUNT
                    STRING "    判定: 同じ夜の再実行で"
                           "置き換え済み（判定対象外）"
                           DELIMITED BY SIZE INTO W-PRINT-AREA
               WHEN W-STEP-BAD
                    ADD 1 TO W-BAD-COUNT
                    STRING "    判定: ＊＊差異あり＊＊　"
                           "REJECT で説明できない"
                           "差異があります"
                           DELIMITED BY SIZE INTO W-PRINT-AREA
               WHEN W-ST-REJ-RECS(W-STEP-IX) > ZERO
                 OR W-ST-REJ-POP(W-STEP-IX) > ZERO
                 OR W-ST-REJ-WARDS(W-STEP-IX) > ZERO
                    ADD 1 TO W-EXPLAINED-COUNT
                    STRING "    判定: 一致（入出力差は "
                           "REJECT で説明済み）"
                           DELIMITED BY SIZE INTO W-PRINT-AREA
               WHEN OTHER
                    ADD 1 TO W-OK-COUNT
                    MOVE "    判定: 一致" TO W-PRINT-AREA
           END-EVALUATE
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT
           IF W-STEP-BAD AND NOT W-ST-REPLACED(W-STEP-IX)
              AND W-ST-RC(W-STEP-IX) >= 6
              AND W-ST-OUT-RECS(W-STEP-IX) = ZERO
              MOVE SPACE TO W-PRINT-AREA
              STRING "          工程は RC " W-ST-RC(W-STEP-IX)
                     " で中止または取り消し（出力なし）"
                     DELIMITED BY SIZE INTO W-PRINT-AREA
              WRITE PRT-REC FROM W-PRINT-AREA
              ADD 1 TO W-LINE-COUNT
           END-IF
           IF W-PROD-IX = ZERO AND NOT W-ST-REPLACED(W-STEP-IX)
              MOVE SPACE TO W-PRINT-AREA
              STRING "          起点（この入力を出力した"
                     "工程の記録がこの夜にありません）"
                     DELIMITED BY SIZE INTO W-PRINT-AREA
              WRITE PRT-REC FROM W-PRINT-AREA
              ADD 1 TO W-LINE-COUNT
           END-IF.
      * ---------------------------------------------------------
      *	every step taken back to its starting point: the whole
      *	drift since then against all the rejects reported on the
      *	way, so the population leaving text_create.cob can be
      *	followed to each place it reached
      * ---------------------------------------------------------
       4000-PRINT-FROM-ORIGIN.
           IF W-LINE-COUNT + 6 > W-PAGE-SIZE
              PERFORM 9060-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACE TO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           MOVE "■ 起点からの累計" TO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           MOVE "工程" TO W-PRINT-AREA(3:6)
           MOVE "起点" TO W-PRINT-AREA(24:6)
           MOVE "区分" TO W-PRINT-AREA(45:6)
           MOVE "起点の入力" TO W-PRINT-AREA(57:15)
           MOVE "出力" TO W-PRINT-AREA(80:6)
           MOVE "REJECT累計" TO W-PRINT-AREA(89:12)
           MOVE "説明できない差" TO W-PRINT-AREA(102:21)
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 3 TO W-LINE-COUNT
           PERFORM VARYING W-STEP-IX FROM 1 BY 1
                   UNTIL W-STEP-IX > W-STEP-COUNT
              IF NOT W-ST-REPLACED(W-STEP-IX)
                 PERFORM 4100-PRINT-ONE-FROM-ORIGIN
              END-IF
           END-PERFORM.
      * ---------------------------------------------------------
       4100-PRINT-ONE-FROM-ORIGIN.
           IF W-LINE-COUNT + 2 > W-PAGE-SIZE
              PERFORM 9060-PRINT-PAGE-HEADING
           END-IF
           MOVE W-ST-ORIGIN(W-STEP-IX) TO W-ORIG-IX
           MOVE W-ST-IN-RECS(W-ORIG-IX) TO W-CUM-ED1
           MOVE W-ST-OUT-RECS(W-STEP-IX) TO W-CUM-ED2
           MOVE W-ST-CUM-REJ-RECS(W-STEP-IX) TO W-CUM-ED3
           COMPUTE W-LEFT-RECS = W-ST-IN-RECS(W-ORIG-IX)
                               - W-ST-OUT-RECS(W-STEP-IX)
                               - W-ST-CUM-REJ-RECS(W-STEP-IX)
           MOVE W-LEFT-RECS TO W-CUM-ED4
           MOVE "件数" TO W-KIND-TXT
           MOVE SPACE TO W-PRINT-AREA
           STRING "  " W-ST-PROGRAM(W-STEP-IX) " "
                  W-ST-PROGRAM(W-ORIG-IX) " " W-KIND-TXT
                  W-CUM-ED1 "  " W-CUM-ED2 "  " W-CUM-ED3
                  "  " W-CUM-ED4
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE W-ST-IN-POP(W-ORIG-IX) TO W-CUM-ED1
           MOVE W-ST-OUT-POP(W-STEP-IX) TO W-CUM-ED2
           MOVE W-ST-CUM-REJ-POP(W-STEP-IX) TO W-CUM-ED3
           COMPUTE W-LEFT-POP = W-ST-IN-POP(W-ORIG-IX)
                              - W-ST-OUT-POP(W-STEP-IX)
                              - W-ST-CUM-REJ-POP(W-STEP-IX)
           MOVE W-LEFT-POP TO W-CUM-ED4
           MOVE "人口" TO W-KIND-TXT
           MOVE SPACE TO W-PRINT-AREA
           STRING "  " W-ST-PROGRAM(W-STEP-IX) " "
                  W-ST-PROGRAM(W-ORIG-IX) " " W-KIND-TXT
                  W-CUM-ED1 "  " W-CUM-ED2 "  " W-CUM-ED3
                  "  " W-CUM-ED4
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 2 TO W-LINE-COUNT.
      * ---------------------------------------------------------
       4500-PRINT-TOTALS.
           IF W-LINE-COUNT + 4 > W-PAGE-SIZE
              PERFORM 9060-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACE TO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "  工程:" W-STEP-COUNT "　一致:" W-OK-COUNT
                  "　REJECTで説明:" W-EXPLAINED-COUNT
                  "　差異あり:" W-BAD-COUNT
                  "　置き換え:" W-REPLACED-COUNT
                  "　起点:" W-ORIGIN-COUNT
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 2 TO W-LINE-COUNT
           IF W-ORIGIN-COUNT > 1
              MOVE SPACE TO W-PRINT-AREA
              STRING "  起点が複数あります　"
                     "記帳していない工程がないか"
                     "確認してください"
                     DELIMITED BY SIZE INTO W-PRINT-AREA
              WRITE PRT-REC FROM W-PRINT-AREA
              ADD 1 TO W-LINE-COUNT
           END-IF
           IF W-STEP-DROPPED > ZERO
              MOVE SPACE TO W-PRINT-AREA
              STRING "  表に収まらず未照合: "
                     W-STEP-DROPPED "件"
                     DELIMITED BY SIZE INTO W-PRINT-AREA
              WRITE PRT-REC FROM W-PRINT-AREA
              ADD 1 TO W-LINE-COUNT
           END-IF.
      * ---------------------------------------------------------
      *	one line of amounts under the 区分/件数/人口/区 heading;
      *	wards the step does not carry print as 対象外
      * ---------------------------------------------------------
       7300-PRINT-AMOUNT-LINE.
           IF W-LINE-COUNT >= W-PAGE-SIZE
              PERFORM 9060-PRINT-PAGE-HEADING
           END-IF
           MOVE W-AMT-RECS TO W-RECS-ED
           MOVE W-AMT-POP TO W-POP-ED
           IF W-AMT-WARDS-ON
              MOVE W-AMT-WARDS TO W-WARDS-ED
              MOVE W-WARDS-ED TO W-WARDS-TXT
           ELSE
              MOVE " 対象外" TO W-WARDS-TXT
           END-IF
           MOVE SPACE TO W-PRINT-AREA
           STRING "      " W-LABEL W-RECS-ED "  " W-POP-ED
                  "  " W-WARDS-TXT
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
       9060-PRINT-PAGE-HEADING.
           ADD 1 TO W-PAGE-NUM
           MOVE W-PAGE-NUM TO W-PAGE-ED
           MOVE SPACE TO W-PRINT-AREA
           STRING "夜間処理　制御合計照合表"
                  "　　対象日: "
                  W-BAL-DATE(1:4) "/" W-BAL-DATE(5:2) "/"
                  W-BAL-DATE(7:2)
                  "　　作成日: "
                  W-RUN-DATE(1:4) "/" W-RUN-DATE(5:2) "/"
                  W-RUN-DATE(7:2) " " W-RUN-TIME(1:2) ":"
                  W-RUN-TIME(3:2)
                  "　　頁: " W-PAGE-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           MOVE ALL "-" TO W-PRINT-AREA(1:120)
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE ZERO TO W-LINE-COUNT.
      * ---------------------------------------------------------
       9700-END-SETUP-ERROR.
           MOVE 12 TO W-EXIT-CODE
           PERFORM 9800-WRITE-RUN-SUMMARY
           MOVE W-EXIT-CODE TO RETURN-CODE
           STOP RUN.
      * ---------------------------------------------------------
      *	one KEYWORD=VALUE line per fact, so the scheduler and the
      *	monitoring can parse the run without scraping the log
      * ---------------------------------------------------------
       9800-WRITE-RUN-SUMMARY.
           OPEN OUTPUT SUM-FILE
           WRITE SUM-REC FROM "PROGRAM=text_balance"
           MOVE SPACE TO W-SUM-LINE
           STRING "RUN-DATE=" W-BAL-DATE
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RECORDS=" W-STEP-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "UNEXPLAINED=" W-BAD-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "REPORT=" FUNCTION TRIM(W-PRINT-FILENAME)
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "CONDITION=" FUNCTION TRIM(W-OUTCOME)
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RC=" W-EXIT-CODE
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           CLOSE SUM-FILE.
