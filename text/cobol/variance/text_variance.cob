      * ---------------------------------------------------------
      *	text_variance.cob
      *
      *	variance tolerance gate between text_read.cob and the
      *	nightly load (mysql_delta.cob / mysql_load.cob).
      *	tonight's cities.txt is compared against the previous
      *	generation from the <input>.gen catalog text_create.cob
      *	and mysql_export.cob keep - both SORTed by city id and
      *	match-merged the way text_compare.cob does it - and every
      *	change past tolerance is printed on the exception report:
      *
      *	    a population that moved by more than PCT-LIMIT
      *	    percent or by more than ABS-LIMIT people,
      *	    a rename of a city of LARGE-CITY people or more,
      *	    a prefecture-code change,
      *	    a swing in the city record count of more than
      *	    COUNT-LIMIT records (the added and dropped ids are
      *	    listed under it).
      *
      *	the run ends 0 when nothing is past tolerance, 8 when
      *	something is (the plan's max-rc for this step is 4, so
      *	text_chain.cob stops before the load), 12 when a file or
      *	the previous generation cannot be found.  a supervisor
      *	who has checked the report releases the held file with
      *	text_release.cob; the release is keyed to tonight's
      *	record count, population total and exception count, so
      *	when the chain is restarted at this step the same file
      *	passes with RC 4 - and a different file does not.
      *
      *	control file keywords: INPUT-FILE, GENERATION (a number
      *	into the catalog or a full filename - by default the
      *	newest generation that is not tonight's), PCT-LIMIT
      *	(default 10), ABS-LIMIT (50000), LARGE-CITY (100000),
      *	COUNT-LIMIT (0 - any swing), REPORT-FILE.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_variance.
      * ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT I-FILE
           ASSIGN TO W-INPUT-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-INPUT-STATUS.
       SELECT S-FILE
           ASSIGN TO W-SORTWK-FILENAME.
       SELECT OS-FILE
           ASSIGN TO W-OLDSORT-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT NS-FILE
           ASSIGN TO W-NEWSORT-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT GC-FILE
           ASSIGN TO W-CATALOG-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-CATALOG-STATUS.
       SELECT RL-FILE
           ASSIGN TO W-RELEASE-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-RELEASE-STATUS.
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
       FD  I-FILE
           LABEL RECORDS ARE STANDARD.
       01  INP-REC.
           03 PIC X(70).
       SD  S-FILE.
       01  SRT-REC.
           03  SRT-ID            PIC X(07).
           03  SRT-NAME          PIC X(20).
           03  SRT-POP           PIC 9(08).
           03  SRT-PREF          PIC X(02).
       FD  OS-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-REC.
           03  OLD-ID            PIC X(07).
           03  OLD-NAME          PIC X(20).
           03  OLD-POP           PIC 9(08).
           03  OLD-PREF          PIC X(02).
       FD  NS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-REC.
           03  NEW-ID            PIC X(07).
           03  NEW-NAME          PIC X(20).
           03  NEW-POP           PIC 9(08).
           03  NEW-PREF          PIC X(02).
       FD  GC-FILE
           LABEL RECORDS ARE STANDARD.
       01  GC-REC.
           03 GC-FILENAME        PIC X(256).
       FD  RL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-REC.
           03 PIC X(80).
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
       77  W-INPUT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.txt".
       77  W-INPUT-STATUS    PIC X(02).
       77  W-NEW-FILENAME    PIC X(256).
       77  W-OLD-FILENAME    PIC X(256).
       77  W-SORTWK-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/variance.srt".
       77  W-OLDSORT-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/variance.old".
       77  W-NEWSORT-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/variance.new".
       77  W-PRINT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.var".
       77  W-RELEASE-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.rel".
       77  W-RELEASE-STATUS  PIC X(02).
       77  W-PARM-FILENAME   PIC X(256).
       77  W-EOF             PIC X VALUE LOW-VALUE.
       77  W-OLD-EOF         PIC X.
       77  W-NEW-EOF         PIC X.
       77  W-PRINT-AREA      PIC X(132).
      *
      * the generation catalog and the pick out of it
       77  W-CATALOG-FILENAME PIC X(256).
       77  W-CATALOG-STATUS  PIC X(02).
       01  W-GEN-TABLE.
           03  W-GEN-ENTRY       OCCURS 60 TIMES
                                  PIC X(256).
       77  W-GEN-COUNT       PIC 9(03) VALUE ZERO.
       77  W-GEN-IX          PIC 9(03).
       77  W-PICK            PIC 9(03) VALUE ZERO.
       77  W-PICK-PARM       PIC X(256).
       77  W-TODAY-GEN       PIC X(256).
      *
       77  W-CITY-ID         PIC X(07).
       77  W-CITY-NAME       PIC X(20).
       77  W-CITY-POP-TEXT   PIC X(08).
       77  W-CITY-DATE       PIC X(10).
       77  W-CITY-PREF       PIC X(02).
      *
      * what one generation held: city records and population
       77  W-GEN-RECORDS     PIC 9(07).
       77  W-GEN-POP         PIC 9(10).
       77  W-OLD-RECORDS     PIC 9(07) VALUE ZERO.
       77  W-OLD-TOTAL-POP   PIC 9(10) VALUE ZERO.
       77  W-NEW-RECORDS     PIC 9(07) VALUE ZERO.
       77  W-NEW-TOTAL-POP   PIC 9(10) VALUE ZERO.
      *
      * the tolerances, from the control file or the defaults
       77  W-PCT-LIMIT       PIC 9(03) VALUE 10.
       77  W-ABS-LIMIT       PIC 9(08) VALUE 50000.
       77  W-LARGE-CITY      PIC 9(08) VALUE 100000.
       77  W-COUNT-LIMIT     PIC 9(07) VALUE ZERO.
      *
       77  W-POP-DIFF        PIC S9(09).
       77  W-POP-ABS         PIC 9(09).
       77  W-POP-PCT         PIC 9(05)V9.
       77  W-REC-DIFF        PIC S9(08).
       77  W-REC-ABS         PIC 9(08).
       77  W-DIFF-ED         PIC +ZZZZZZZZ9.
       77  W-PCT-ED          PIC ZZZZ9.9.
       77  W-POP-ED          PIC ZZ,ZZZ,ZZ9.
       77  W-POP-ED-2        PIC ZZ,ZZZ,ZZ9.
       77  W-REC-ED          PIC ZZZZZZ9.
       77  W-REC-ED-2        PIC ZZZZZZ9.
      *
       77  W-EXCEPTION-COUNT PIC 9(05) VALUE ZERO.
       77  W-POP-EXC-COUNT   PIC 9(05) VALUE ZERO.
       77  W-NAME-EXC-COUNT  PIC 9(05) VALUE ZERO.
       77  W-PREF-EXC-COUNT  PIC 9(05) VALUE ZERO.
       77  W-ADDED-COUNT     PIC 9(05) VALUE ZERO.
       77  W-DROPPED-COUNT   PIC 9(05) VALUE ZERO.
      *
      * the added and dropped ids are listed under the record-
      * count line, which can only be printed once the match is
      * over - they are held here until then
       01  W-MOVED-TABLE.
           03  W-MOVED-ENTRY     OCCURS 500 TIMES.
               05  W-MOVED-KIND      PIC X(01).
               05  W-MOVED-ID        PIC X(07).
               05  W-MOVED-NAME      PIC X(20).
               05  W-MOVED-POP       PIC 9(08).
       77  W-MOVED-COUNT     PIC 9(03) VALUE ZERO.
       77  W-MOVED-IX        PIC 9(03).
      *
      * a supervisor's release of a held file (text_release.cob)
       77  W-REL-KEYWORD     PIC X(20).
       77  W-REL-VALUE       PIC X(60).
       77  W-REL-DATE        PIC X(08).
       77  W-REL-RECORDS     PIC 9(07).
       77  W-REL-POP         PIC 9(10).
       77  W-REL-EXCEPTIONS  PIC 9(05).
       77  W-REL-OPERATOR    PIC X(08).
       77  W-RELEASED-SW     PIC X VALUE "N".
           88  W-RELEASED        VALUE "Y".
      *
       77  W-RUN-DATE        PIC X(08).
       77  W-PAGE-NUM        PIC 9(04) VALUE ZERO.
       77  W-LINE-COUNT      PIC 9(02) VALUE 99.
       77  W-PAGE-SIZE       PIC 9(02) VALUE 50.
       77  W-PAGE-ED         PIC ZZZ9.
       77  W-KIND-TEXT       PIC X(18).
       77  W-LIMIT-ED        PIC ZZ9.
       77  W-COUNT-ED        PIC ZZZZZZ9.
      *
       77  W-CTL-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_variance.ctl".
       77  W-CTL-STATUS      PIC X(02).
       77  W-CTL-KEYWORD     PIC X(20).
       77  W-CTL-VALUE       PIC X(256).
       77  W-CTL-SW          PIC X VALUE "N".
           88  W-CTL-PRESENT     VALUE "Y".
      *
       77  W-RC-OUTCOME      PIC X(20).
       77  W-SUM-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_variance.sum".
       77  W-SUM-LINE        PIC X(300).
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM 0300-READ-CONTROL-FILE.
       IF NOT W-CTL-PRESENT
          DISPLAY "入力ファイル名（省略可）："
          ACCEPT W-PARM-FILENAME
          DISPLAY "比較世代（番号かファイル名）："
          ACCEPT W-PICK-PARM
       END-IF.
       IF W-PARM-FILENAME NOT = SPACE
          MOVE W-PARM-FILENAME TO W-INPUT-FILENAME
       END-IF.
       MOVE W-INPUT-FILENAME TO W-NEW-FILENAME.
      *
       PERFORM 1000-READ-CATALOG.
       PERFORM 1500-PICK-GENERATION.
       IF W-OLD-FILENAME = SPACE
          DISPLAY "比較する前世代がありません"
          MOVE "NO PREVIOUS GEN" TO W-RC-OUTCOME
          PERFORM 9700-END-SETUP-ERROR
       END-IF.
       DISPLAY "今回　: " W-NEW-FILENAME(1:60).
       DISPLAY "前世代: " W-OLD-FILENAME(1:60).
      *
       MOVE W-OLD-FILENAME TO W-INPUT-FILENAME.
       PERFORM 1900-CHECK-INPUT-OPENS.
       SORT S-FILE ON ASCENDING KEY SRT-ID
           INPUT PROCEDURE 2000-RELEASE-ONE-GENERATION
           GIVING OS-FILE.
       MOVE W-GEN-RECORDS TO W-OLD-RECORDS.
       MOVE W-GEN-POP TO W-OLD-TOTAL-POP.
       MOVE W-NEW-FILENAME TO W-INPUT-FILENAME.
       PERFORM 1900-CHECK-INPUT-OPENS.
       SORT S-FILE ON ASCENDING KEY SRT-ID
           INPUT PROCEDURE 2000-RELEASE-ONE-GENERATION
           GIVING NS-FILE.
       MOVE W-GEN-RECORDS TO W-NEW-RECORDS.
       MOVE W-GEN-POP TO W-NEW-TOTAL-POP.
      *
       OPEN OUTPUT P-FILE.
       PERFORM 3000-MATCH-GENERATIONS.
       PERFORM 4000-CHECK-RECORD-COUNT.
      *
       IF W-EXCEPTION-COUNT = ZERO
          MOVE "NORMAL" TO W-RC-OUTCOME
       ELSE
          PERFORM 5000-READ-RELEASE
          IF W-RELEASED
             MOVE "VARIANCE RELEASED" TO W-RC-OUTCOME
             MOVE 4 TO W-EXIT-CODE
          ELSE
             MOVE "VARIANCE HELD" TO W-RC-OUTCOME
             MOVE 8 TO W-EXIT-CODE
          END-IF
       END-IF.
       PERFORM 6000-PRINT-TOTALS.
       CLOSE P-FILE.
      *
       DISPLAY "件数　　: " W-OLD-RECORDS " -> " W-NEW-RECORDS.
       DISPLAY "人口合計: " W-OLD-TOTAL-POP " -> "
               W-NEW-TOTAL-POP.
       DISPLAY "許容超過: " W-EXCEPTION-COUNT.
       EVALUATE TRUE
           WHEN W-EXCEPTION-COUNT = ZERO
                DISPLAY "許容範囲内です"
           WHEN W-RELEASED
                DISPLAY "解除済み: " W-REL-OPERATOR
           WHEN OTHER
                DISPLAY "許容超過のため保留します"
                DISPLAY "確認後 text_release で解除"
       END-EVALUATE.
       DISPLAY "帳票を作成しました：".
       DISPLAY W-PRINT-FILENAME.
       PERFORM 9800-WRITE-RUN-SUMMARY.
       DISPLAY "*** 終了 ***".
       MOVE W-EXIT-CODE TO RETURN-CODE.
       STOP RUN.
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	replace the prompts and set the tolerances, so the
      *	overnight scheduler can run this program hands-off
      * ---------------------------------------------------------
       0300-READ-CONTROL-FILE.
           MOVE SPACE TO W-PARM-FILENAME W-PICK-PARM
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
               WHEN "INPUT-FILE"
                    MOVE W-CTL-VALUE TO W-PARM-FILENAME
               WHEN "GENERATION"
                    MOVE W-CTL-VALUE TO W-PICK-PARM
               WHEN "REPORT-FILE"
                    MOVE W-CTL-VALUE TO W-PRINT-FILENAME
               WHEN "PCT-LIMIT"
                    IF FUNCTION TRIM(W-CTL-VALUE) NUMERIC
                       COMPUTE W-PCT-LIMIT =
                               FUNCTION NUMVAL(W-CTL-VALUE)
                    END-IF
               WHEN "ABS-LIMIT"
                    IF FUNCTION TRIM(W-CTL-VALUE) NUMERIC
                       COMPUTE W-ABS-LIMIT =
                               FUNCTION NUMVAL(W-CTL-VALUE)
                    END-IF
               WHEN "LARGE-CITY"
                    IF FUNCTION TRIM(W-CTL-VALUE) NUMERIC
                       COMPUTE W-LARGE-CITY =
                               FUNCTION NUMVAL(W-CTL-VALUE)
                    END-IF
               WHEN "COUNT-LIMIT"
                    IF FUNCTION TRIM(W-CTL-VALUE) NUMERIC
                       COMPUTE W-COUNT-LIMIT =
                               FUNCTION NUMVAL(W-CTL-VALUE)
                    END-IF
               WHEN OTHER
                    DISPLAY "不明なキーワード: " W-CTL-KEYWORD
           END-EVALUATE.
      * ---------------------------------------------------------
      *	the generations on hand for tonight's file, oldest first,
      *	from the catalog text_create.cob and mysql_export.cob
      *	keep next to it
      * ---------------------------------------------------------
       1000-READ-CATALOG.
           MOVE SPACE TO W-CATALOG-FILENAME
           STRING FUNCTION TRIM(W-NEW-FILENAME) ".gen"
                  DELIMITED BY SIZE INTO W-CATALOG-FILENAME
           MOVE SPACE TO W-TODAY-GEN
           STRING FUNCTION TRIM(W-NEW-FILENAME) "." W-RUN-DATE
                  DELIMITED BY SIZE INTO W-TODAY-GEN
           MOVE ZERO TO W-GEN-COUNT
           OPEN INPUT GC-FILE
           IF W-CATALOG-STATUS = "00"
              PERFORM UNTIL W-CATALOG-STATUS NOT = "00"
                 READ GC-FILE
                 IF W-CATALOG-STATUS = "00"
                         AND GC-FILENAME NOT = SPACE
                         AND W-GEN-COUNT < 60
                    ADD 1 TO W-GEN-COUNT
                    MOVE GC-FILENAME TO W-GEN-ENTRY(W-GEN-COUNT)
                 END-IF
              END-PERFORM
              CLOSE GC-FILE
           END-IF.
      * ---------------------------------------------------------
      *	the previous generation: the control file's or the
      *	operator's pick (a number into the catalog or a full
      *	filename), otherwise the newest catalogued generation
      *	that is not tonight's own copy
      * ---------------------------------------------------------
       1500-PICK-GENERATION.
           MOVE SPACE TO W-OLD-FILENAME
           IF W-PICK-PARM NOT = SPACE
              IF FUNCTION TRIM(W-PICK-PARM) NUMERIC
                 COMPUTE W-PICK = FUNCTION NUMVAL(W-PICK-PARM)
                 IF W-PICK >= 1 AND W-PICK <= W-GEN-COUNT
                    MOVE W-GEN-ENTRY(W-PICK) TO W-OLD-FILENAME
                 ELSE
                    DISPLAY "番号が範囲外です"
                 END-IF
              ELSE
                 MOVE W-PICK-PARM TO W-OLD-FILENAME
              END-IF
           ELSE
              PERFORM VARYING W-GEN-IX FROM W-GEN-COUNT BY -1
                      UNTIL W-GEN-IX < 1
                         OR W-OLD-FILENAME NOT = SPACE
                 IF W-GEN-ENTRY(W-GEN-IX) NOT = W-TODAY-GEN
                    MOVE W-GEN-ENTRY(W-GEN-IX) TO W-OLD-FILENAME
                 END-IF
              END-PERFORM
           END-IF.
      * ---------------------------------------------------------
      *	a file that will not open ends the run RC 12 before the
      *	SORT is started on it
      * ---------------------------------------------------------
       1900-CHECK-INPUT-OPENS.
           OPEN INPUT I-FILE
           IF W-INPUT-STATUS NOT = "00"
              DISPLAY "ファイルが開けません: "
                      W-INPUT-FILENAME(1:50)
              MOVE "INPUT NOT FOUND" TO W-RC-OUTCOME
              PERFORM 9700-END-SETUP-ERROR
           END-IF
           CLOSE I-FILE.
      * ---------------------------------------------------------
      *	read one generation and RELEASE one fixed-layout record
      *	per usable city, counting the city records and their
      *	population the way text_read.cob totals them (wards and
      *	the trailer stay out)
      * ---------------------------------------------------------
       2000-RELEASE-ONE-GENERATION.
           MOVE ZERO TO W-GEN-RECORDS W-GEN-POP
           MOVE LOW-VALUE TO W-EOF
           OPEN INPUT I-FILE
           READ I-FILE INTO INP-REC AT END MOVE HIGH-VALUE TO W-EOF
           END-READ
           PERFORM UNTIL W-EOF = HIGH-VALUE
              IF INP-REC(1:7) NOT = "TRAILER"
                      AND NOT (INP-REC(1:1) = "W"
                               AND INP-REC(2:1) = X"09")
                 PERFORM 2100-RELEASE-ONE-CITY
              END-IF
              READ I-FILE INTO INP-REC
                   AT END MOVE HIGH-VALUE TO W-EOF END-READ
           END-PERFORM
           CLOSE I-FILE.
      * ---------------------------------------------------------
       2100-RELEASE-ONE-CITY.
           MOVE SPACE TO W-CITY-ID W-CITY-NAME
                         W-CITY-POP-TEXT W-CITY-DATE W-CITY-PREF
           UNSTRING INP-REC DELIMITED BY X"09"
               INTO W-CITY-ID W-CITY-NAME
                    W-CITY-POP-TEXT W-CITY-DATE W-CITY-PREF
           END-UNSTRING

           IF W-CITY-ID = SPACE
                   OR FUNCTION TRIM(W-CITY-POP-TEXT) NOT NUMERIC
              CONTINUE
           ELSE
              MOVE W-CITY-ID   TO SRT-ID
              MOVE W-CITY-NAME TO SRT-NAME
              COMPUTE SRT-POP = FUNCTION NUMVAL(W-CITY-POP-TEXT)
              MOVE W-CITY-PREF TO SRT-PREF
              ADD 1 TO W-GEN-RECORDS
              ADD SRT-POP TO W-GEN-POP
              RELEASE SRT-REC
           END-IF.
      * ---------------------------------------------------------
      *	classic two-file match on the sorted generations: an id
      *	on one side only was added or dropped, an id on both
      *	sides is held against the tolerances
      * ---------------------------------------------------------
       3000-MATCH-GENERATIONS.
           OPEN INPUT OS-FILE
           OPEN INPUT NS-FILE
           MOVE LOW-VALUE TO W-OLD-EOF W-NEW-EOF
           PERFORM 3100-READ-OLD
           PERFORM 3200-READ-NEW
           PERFORM UNTIL W-OLD-EOF = HIGH-VALUE
                   AND W-NEW-EOF = HIGH-VALUE
              EVALUATE TRUE
                  WHEN W-NEW-EOF = HIGH-VALUE
                       PERFORM 3300-NOTE-DROPPED
                       PERFORM 3100-READ-OLD
                  WHEN W-OLD-EOF = HIGH-VALUE
                       PERFORM 3400-NOTE-ADDED
                       PERFORM 3200-READ-NEW
                  WHEN OLD-ID < NEW-ID
                       PERFORM 3300-NOTE-DROPPED
                       PERFORM 3100-READ-OLD
                  WHEN OLD-ID > NEW-ID
                       PERFORM 3400-NOTE-ADDED
                       PERFORM 3200-READ-NEW
                  WHEN OTHER
                       PERFORM 3500-CHECK-TOLERANCES
                       PERFORM 3100-READ-OLD
                       PERFORM 3200-READ-NEW
              END-EVALUATE
           END-PERFORM
           CLOSE OS-FILE
           CLOSE NS-FILE.
      * ---------------------------------------------------------
       3100-READ-OLD.
           READ OS-FILE
               AT END MOVE HIGH-VALUE TO W-OLD-EOF
           END-READ.
      * ---------------------------------------------------------
       3200-READ-NEW.
           READ NS-FILE
               AT END MOVE HIGH-VALUE TO W-NEW-EOF
           END-READ.
      * ---------------------------------------------------------
       3300-NOTE-DROPPED.
           ADD 1 TO W-DROPPED-COUNT
           IF W-MOVED-COUNT < 500
              ADD 1 TO W-MOVED-COUNT
              MOVE "D"      TO W-MOVED-KIND(W-MOVED-COUNT)
              MOVE OLD-ID   TO W-MOVED-ID(W-MOVED-COUNT)
              MOVE OLD-NAME TO W-MOVED-NAME(W-MOVED-COUNT)
              MOVE OLD-POP  TO W-MOVED-POP(W-MOVED-COUNT)
           END-IF.
      * ---------------------------------------------------------
       3400-NOTE-ADDED.
           ADD 1 TO W-ADDED-COUNT
           IF W-MOVED-COUNT < 500
              ADD 1 TO W-MOVED-COUNT
              MOVE "A"      TO W-MOVED-KIND(W-MOVED-COUNT)
              MOVE NEW-ID   TO W-MOVED-ID(W-MOVED-COUNT)
              MOVE NEW-NAME TO W-MOVED-NAME(W-MOVED-COUNT)
              MOVE NEW-POP  TO W-MOVED-POP(W-MOVED-COUNT)
           END-IF.
      * ---------------------------------------------------------
      *	one city on both sides: population movement past either
      *	tolerance, a rename of a large city, a prefecture-code
      *	change - each is an exception line of its own
      * ---------------------------------------------------------
       3500-CHECK-TOLERANCES.
           COMPUTE W-POP-DIFF = NEW-POP - OLD-POP
           IF W-POP-DIFF < ZERO
              COMPUTE W-POP-ABS = ZERO - W-POP-DIFF
           ELSE
              MOVE W-POP-DIFF TO W-POP-ABS
           END-IF
           IF OLD-POP = ZERO
              IF W-POP-ABS = ZERO
                 MOVE ZERO TO W-POP-PCT
              ELSE
                 MOVE 9999.9 TO W-POP-PCT
              END-IF
           ELSE
              COMPUTE W-POP-PCT ROUNDED = W-POP-ABS * 100 / OLD-POP
                  ON SIZE ERROR MOVE 9999.9 TO W-POP-PCT
              END-COMPUTE
           END-IF
           IF W-POP-PCT > W-PCT-LIMIT OR W-POP-ABS > W-ABS-LIMIT
              ADD 1 TO W-POP-EXC-COUNT
              ADD 1 TO W-EXCEPTION-COUNT
              PERFORM 3600-PRINT-POP-LINE
           END-IF

           IF OLD-NAME NOT = NEW-NAME
                   AND (OLD-POP >= W-LARGE-CITY
                        OR NEW-POP >= W-LARGE-CITY)
              ADD 1 TO W-NAME-EXC-COUNT
              ADD 1 TO W-EXCEPTION-COUNT
              PERFORM 3700-PRINT-NAME-LINE
           END-IF

           IF OLD-PREF NOT = NEW-PREF
              ADD 1 TO W-PREF-EXC-COUNT
              ADD 1 TO W-EXCEPTION-COUNT
              PERFORM 3800-PRINT-PREF-LINE
           END-IF.
      * ---------------------------------------------------------
       3600-PRINT-POP-LINE.
           PERFORM 3050-CHECK-PAGE
           MOVE OLD-POP TO W-POP-ED
           MOVE NEW-POP TO W-POP-ED-2
           MOVE W-POP-DIFF TO W-DIFF-ED
           MOVE W-POP-PCT TO W-PCT-ED
           MOVE SPACE TO W-PRINT-AREA
           STRING "人口変動　　" NEW-ID " " NEW-NAME " "
                  W-POP-ED " -> " W-POP-ED-2 " "
                  W-DIFF-ED " " W-PCT-ED "%"
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
       3700-PRINT-NAME-LINE.
           PERFORM 3050-CHECK-PAGE
           MOVE NEW-POP TO W-POP-ED
           MOVE SPACE TO W-PRINT-AREA
           STRING "大都市改名　" NEW-ID " " OLD-NAME " -> "
                  NEW-NAME " " W-POP-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
       3800-PRINT-PREF-LINE.
           PERFORM 3050-CHECK-PAGE
           MOVE SPACE TO W-PRINT-AREA
           STRING "県コード変更" NEW-ID " " NEW-NAME " "
                  OLD-PREF " -> " NEW-PREF
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	a new page when the current one is full (or none has
      *	been started yet)
      * ---------------------------------------------------------
       3050-CHECK-PAGE.
           IF W-LINE-COUNT >= W-PAGE-SIZE
              PERFORM 3060-PRINT-PAGE-HEADING
           END-IF.
      * ---------------------------------------------------------
       3060-PRINT-PAGE-HEADING.
           ADD 1 TO W-PAGE-NUM
           MOVE W-PAGE-NUM TO W-PAGE-ED
           MOVE SPACE TO W-PRINT-AREA
           STRING "人口変動許容チェック　　作成日: "
                  W-RUN-DATE(1:4) "/" W-RUN-DATE(5:2) "/"
                  W-RUN-DATE(7:2)
                  "　　頁: " W-PAGE-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "今回　: " FUNCTION TRIM(W-NEW-FILENAME)
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "前世代: " FUNCTION TRIM(W-OLD-FILENAME)
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "種別　　　　ID      名称"
                  "                  前回 -> 今回"
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           MOVE ALL "-" TO W-PRINT-AREA(1:80)
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE ZERO TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	the record-count swing is judged on the whole file once
      *	the match is over; when it is past tolerance the added
      *	and dropped ids are listed under it
      * ---------------------------------------------------------
       4000-CHECK-RECORD-COUNT.
           COMPUTE W-REC-DIFF = W-NEW-RECORDS - W-OLD-RECORDS
           IF W-REC-DIFF < ZERO
              COMPUTE W-REC-ABS = ZERO - W-REC-DIFF
           ELSE
              MOVE W-REC-DIFF TO W-REC-ABS
           END-IF
           IF W-REC-ABS > W-COUNT-LIMIT
              ADD 1 TO W-EXCEPTION-COUNT
              PERFORM 3050-CHECK-PAGE
              MOVE W-OLD-RECORDS TO W-REC-ED
              MOVE W-NEW-RECORDS TO W-REC-ED-2
              MOVE W-REC-DIFF TO W-DIFF-ED
              MOVE SPACE TO W-PRINT-AREA
              STRING "件数変動　　" W-REC-ED " -> " W-REC-ED-2
                     " " W-DIFF-ED
                     DELIMITED BY SIZE INTO W-PRINT-AREA
              WRITE PRT-REC FROM W-PRINT-AREA
              ADD 1 TO W-LINE-COUNT
              PERFORM VARYING W-MOVED-IX FROM 1 BY 1
                      UNTIL W-MOVED-IX > W-MOVED-COUNT
                 PERFORM 4100-PRINT-MOVED-LINE
              END-PERFORM
           END-IF.
      * ---------------------------------------------------------
       4100-PRINT-MOVED-LINE.
           PERFORM 3050-CHECK-PAGE
           IF W-MOVED-KIND(W-MOVED-IX) = "A"
              MOVE "　　追加　　" TO W-KIND-TEXT
           ELSE
              MOVE "　　削除　　" TO W-KIND-TEXT
           END-IF
           MOVE W-MOVED-POP(W-MOVED-IX) TO W-POP-ED
           MOVE SPACE TO W-PRINT-AREA
           STRING W-KIND-TEXT W-MOVED-ID(W-MOVED-IX) " "
                  W-MOVED-NAME(W-MOVED-IX) " " W-POP-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	a release written by text_release.cob holds for this
      *	run only if it is today's and was given for exactly this
      *	file - the same city count, population total and number
      *	of exceptions the held run reported
      * ---------------------------------------------------------
       5000-READ-RELEASE.
           MOVE SPACE TO W-REL-DATE W-REL-OPERATOR
           MOVE ZERO TO W-REL-RECORDS W-REL-POP W-REL-EXCEPTIONS
           OPEN INPUT RL-FILE
           IF W-RELEASE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-RELEASE-STATUS NOT = "00"
              READ RL-FILE
              IF W-RELEASE-STATUS = "00" AND RL-REC NOT = SPACE
                 PERFORM 5100-NOTE-RELEASE-LINE
              END-IF
           END-PERFORM
           CLOSE RL-FILE
           IF W-REL-DATE = W-RUN-DATE
                   AND W-REL-RECORDS = W-NEW-RECORDS
                   AND W-REL-POP = W-NEW-TOTAL-POP
                   AND W-REL-EXCEPTIONS = W-EXCEPTION-COUNT
              SET W-RELEASED TO TRUE
           END-IF.
      * ---------------------------------------------------------
       5100-NOTE-RELEASE-LINE.
           MOVE SPACE TO W-REL-KEYWORD W-REL-VALUE
           UNSTRING RL-REC DELIMITED BY "="
               INTO W-REL-KEYWORD W-REL-VALUE
           END-UNSTRING
           EVALUATE W-REL-KEYWORD
               WHEN "DATE"
                    MOVE W-REL-VALUE(1:8) TO W-REL-DATE
               WHEN "RECORDS"
                    IF FUNCTION TRIM(W-REL-VALUE) NUMERIC
                       COMPUTE W-REL-RECORDS =
                               FUNCTION NUMVAL(W-REL-VALUE)
                    END-IF
               WHEN "POPULATION"
                    IF FUNCTION TRIM(W-REL-VALUE) NUMERIC
                       COMPUTE W-REL-POP =
                               FUNCTION NUMVAL(W-REL-VALUE)
                    END-IF
               WHEN "EXCEPTIONS"
                    IF FUNCTION TRIM(W-REL-VALUE) NUMERIC
                       COMPUTE W-REL-EXCEPTIONS =
                               FUNCTION NUMVAL(W-REL-VALUE)
                    END-IF
               WHEN "OPERATOR"
                    MOVE W-REL-VALUE(1:8) TO W-REL-OPERATOR
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      * ---------------------------------------------------------
      *	the closing block: the tolerances used, the counts, and
      *	the verdict - clean, held, or released and by whom
      * ---------------------------------------------------------
       6000-PRINT-TOTALS.
           IF W-PAGE-NUM = ZERO
              PERFORM 3060-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACE TO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE W-ABS-LIMIT TO W-POP-ED
           MOVE W-LARGE-CITY TO W-POP-ED-2
           MOVE W-PCT-LIMIT TO W-LIMIT-ED
           MOVE W-COUNT-LIMIT TO W-COUNT-ED
           MOVE SPACE TO W-PRINT-AREA
           STRING "  許容値: 人口 " W-LIMIT-ED "% / " W-POP-ED
                  "人　改名対象 " W-POP-ED-2 "人以上"
                  "　件数 " W-COUNT-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "  ＊人口変動:" W-POP-EXC-COUNT
                  "　大都市改名:" W-NAME-EXC-COUNT
                  "　県コード変更:" W-PREF-EXC-COUNT
                  "　追加:" W-ADDED-COUNT
                  "　削除:" W-DROPPED-COUNT
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           EVALUATE TRUE
               WHEN W-EXCEPTION-COUNT = ZERO
                    STRING "  判定: 許容範囲内"
                           DELIMITED BY SIZE INTO W-PRINT-AREA
               WHEN W-RELEASED
                    STRING "  判定: 許容超過 " W-EXCEPTION-COUNT
                           "件　承認者 " W-REL-OPERATOR
                           " により解除済み"
                           DELIMITED BY SIZE INTO W-PRINT-AREA
               WHEN OTHER
                    STRING "  判定: 許容超過 " W-EXCEPTION-COUNT
                           "件　保留 (text_release で解除)"
                           DELIMITED BY SIZE INTO W-PRINT-AREA
           END-EVALUATE
           WRITE PRT-REC FROM W-PRINT-AREA.
      * ---------------------------------------------------------
      *	a file or generation that cannot be read: RC 12 and the
      *	summary, nothing compared
      * ---------------------------------------------------------
       9700-END-SETUP-ERROR.
           MOVE 12 TO W-EXIT-CODE
           PERFORM 9800-WRITE-RUN-SUMMARY
           MOVE W-EXIT-CODE TO RETURN-CODE
           STOP RUN.
      * ---------------------------------------------------------
      *	one KEYWORD=VALUE line per fact, so the scheduler and the
      *	monitoring can parse the run without scraping the log;
      *	text_release.cob reads the held file's figures from here
      * ---------------------------------------------------------
       9800-WRITE-RUN-SUMMARY.
           OPEN OUTPUT SUM-FILE
           WRITE SUM-REC FROM "PROGRAM=text_variance"
           MOVE SPACE TO W-SUM-LINE
           STRING "RUN-DATE=" W-RUN-DATE
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RECORDS=" W-NEW-RECORDS
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "POPULATION=" W-NEW-TOTAL-POP
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "EXCEPTIONS=" W-EXCEPTION-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "REPORT=" FUNCTION TRIM(W-PRINT-FILENAME)
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "CONDITION=" FUNCTION TRIM(W-RC-OUTCOME)
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RC=" W-EXIT-CODE
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           CLOSE SUM-FILE.
      * ---------------------------------------------------------
