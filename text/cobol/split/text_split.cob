      *	             file back, so a branch file that never
      *	             returns - or returns short - is caught at
      *	             the merge instead of at reconciliation.
      *	Oct/15/2026  the prefecture table holds 50 entries, not
      *	             10: prefect.txt is now regenerated from
      *	             the prefectures table by mysql_prefout.cob
      *	             and must have room for every prefecture
      *	             in the country.
      *	Oct/15/2026  every run posts its control totals to the
      *	             control ledger (control.ldg, layout in
      *	             ctlledg.cpy): the city records, population
      *	             and ward lines read from cities.txt (counted
      *	             on the first pass), the totals of all the
      *	             extracts together and the records left out
      *	             of every extract - unusable, or carrying a
      *	             code not on the lookup - with their wards,
      *	             for text_balance.cob to check against what
      *	             text_create.cob wrote.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_split.
       SELECT MF-FILE
           ASSIGN TO W-MANIFEST-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT L-FILE
           ASSIGN TO W-LDG-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-LDG-STATUS.
      * ---------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  MF-REC.
           03 PIC X(300).
       FD  L-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ctlledg.
      * ---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  W-INPUT-FILENAME  PIC X(256)
       77  W-CITY-PREF       PIC X(02).
      *
       01  W-PREF-TABLE.
           03  W-PREF-ENTRY      OCCURS 50 TIMES
                                  INDEXED BY W-PREF-IX.
               05  W-PREF-CODE       PIC X(02).
               05  W-PREF-NAME       PIC X(20).
       77  W-MANIFEST-FILENAME PIC X(256).
       77  W-MF-LINE         PIC X(300).
       77  W-RUN-DATE        PIC X(08).
      *
      * the control totals posted to the control ledger: the
      * input and the records left out of every extract are
      * counted on the first pass only, the extracts' totals on
      * every pass; the switch says whether the last city read
      * on the first pass goes into some extract, so its ward
      * lines are counted with it
       77  W-LDG-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/control.ldg".
       77  W-LDG-STATUS      PIC X(02).
       77  W-LDG-IN-RECS     PIC 9(07) VALUE ZERO.
       77  W-LDG-IN-POP      PIC 9(11) VALUE ZERO.
       77  W-LDG-IN-WARDS    PIC 9(07) VALUE ZERO.
       77  W-LDG-OUT-RECS    PIC 9(07) VALUE ZERO.
       77  W-LDG-OUT-POP     PIC 9(11) VALUE ZERO.
       77  W-LDG-OUT-WARDS   PIC 9(07) VALUE ZERO.
       77  W-LDG-REJ-RECS    PIC 9(07) VALUE ZERO.
       77  W-LDG-REJ-POP     PIC 9(11) VALUE ZERO.
       77  W-LDG-REJ-WARDS   PIC 9(07) VALUE ZERO.
       77  W-LDG-KNOWN-SW    PIC X VALUE "N".
           88  W-LDG-CITY-KNOWN  VALUE "Y".
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       IF W-UNKNOWN-COUNT > ZERO
          DISPLAY "コード不明件数: " W-UNKNOWN-COUNT
       END-IF.
       PERFORM 8700-POST-CONTROL-LEDGER.
       DISPLAY "*** 終了 ***".
       STOP RUN.
      * ---------------------------------------------------------
           READ I-FILE INTO INP-REC AT END MOVE HIGH-VALUE TO W-EOF
           END-READ
           MOVE "N" TO W-CITY-IN-SW
           MOVE "N" TO W-LDG-KNOWN-SW
           PERFORM UNTIL W-EOF = HIGH-VALUE
              IF INP-REC(1:1) = "W" AND INP-REC(2:1) = X"09"
                 IF W-CITY-IN
                    WRITE SPL-REC FROM INP-REC
                    ADD 1 TO W-LDG-OUT-WARDS
                 END-IF
                 IF W-PREF-NUM = 1
                    ADD 1 TO W-LDG-IN-WARDS
                    IF NOT W-LDG-CITY-KNOWN
                       ADD 1 TO W-LDG-REJ-WARDS
                    END-IF
                 END-IF
              ELSE
                 IF INP-REC(1:7) NOT = "TRAILER"
           WRITE SPL-REC FROM W-WORK-AREA
           CLOSE S-FILE
           CLOSE I-FILE
           ADD W-FILE-RECORDS TO W-LDG-OUT-RECS
           ADD W-FILE-POP TO W-LDG-OUT-POP
           PERFORM 1500-WRITE-MANIFEST
           DISPLAY W-CUR-PREF " "
                   W-PREF-NAME(W-PREF-NUM)(1:8)
           END-UNSTRING

           MOVE "N" TO W-CITY-IN-SW
           MOVE "N" TO W-LDG-KNOWN-SW
           IF W-PREF-NUM = 1
              PERFORM 1050-COUNT-INPUT
           END-IF
           IF W-CITY-ID = SPACE
                   OR FUNCTION TRIM(W-CITY-POP-TEXT) NOT NUMERIC
              IF W-PREF-NUM = 1
                 PERFORM 1060-COUNT-REJECT
              END-IF
           ELSE
              SET W-LDG-CITY-KNOWN TO TRUE
              IF W-CITY-PREF = W-CUR-PREF
                 WRITE SPL-REC FROM INP-REC
                 ADD 1 TO W-FILE-RECORDS
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	the ledger's input and reject totals, first pass only
      * ---------------------------------------------------------
       1050-COUNT-INPUT.
           ADD 1 TO W-LDG-IN-RECS
           IF FUNCTION TRIM(W-CITY-POP-TEXT) NUMERIC
              COMPUTE W-LDG-IN-POP = W-LDG-IN-POP
                    + FUNCTION NUMVAL(W-CITY-POP-TEXT)
           END-IF.
      * ---------------------------------------------------------
       1060-COUNT-REJECT.
           ADD 1 TO W-LDG-REJ-RECS
           IF FUNCTION TRIM(W-CITY-POP-TEXT) NUMERIC
              COMPUTE W-LDG-REJ-POP = W-LDG-REJ-POP
                    + FUNCTION NUMVAL(W-CITY-POP-TEXT)
           END-IF.
      * ---------------------------------------------------------
      *	a record whose code is on the lookup belongs to another
      *	extract; one that is not is reported (on the first pass
      *	only, so it shows up once)
                   ADD 1 TO W-UNKNOWN-COUNT
                   DISPLAY "コード不明: " W-CITY-ID " "
                           W-CITY-PREF
                   MOVE "N" TO W-LDG-KNOWN-SW
                   PERFORM 1060-COUNT-REJECT
               WHEN W-PREF-CODE(W-PREF-IX) = W-CITY-PREF
                   CONTINUE
           END-SEARCH.
           PERFORM UNTIL W-PREF-STATUS NOT = "00"
              READ PF-FILE
              IF W-PREF-STATUS = "00" AND PF-REC NOT = SPACE
                      AND W-PREF-COUNT < 50
                 ADD 1 TO W-PREF-COUNT
                 SET W-PREF-IX TO W-PREF-COUNT
                 UNSTRING PF-REC DELIMITED BY X"09"
              STOP RUN
           END-IF.
      * ---------------------------------------------------------
      *	append this run's control totals to the control ledger
      *	(created by the first run to post): cities.txt in, the
      *	extracts <input>.p* together out
      * ---------------------------------------------------------
       8700-POST-CONTROL-LEDGER.
           OPEN EXTEND L-FILE
           IF W-LDG-STATUS = "35"
              OPEN OUTPUT L-FILE
           END-IF
           MOVE SPACE TO LDG-REC
           MOVE W-RUN-DATE TO LDG-RUN-DATE
           MOVE "text_split" TO LDG-PROGRAM
           ACCEPT LDG-TIME FROM TIME
           MOVE W-INPUT-FILENAME TO LDG-IN-NAME
           MOVE W-LDG-IN-RECS TO LDG-IN-RECS
           MOVE W-LDG-IN-POP TO LDG-IN-POP
           MOVE W-LDG-IN-WARDS TO LDG-IN-WARDS
           STRING FUNCTION TRIM(W-INPUT-FILENAME) ".p*"
                  DELIMITED BY SIZE INTO LDG-OUT-NAME
           MOVE W-LDG-OUT-RECS TO LDG-OUT-RECS
           MOVE W-LDG-OUT-POP TO LDG-OUT-POP
           MOVE W-LDG-OUT-WARDS TO LDG-OUT-WARDS
           MOVE W-LDG-REJ-RECS TO LDG-REJ-RECS
           MOVE W-LDG-REJ-POP TO LDG-REJ-POP
           MOVE W-LDG-REJ-WARDS TO LDG-REJ-WARDS
           SET LDG-WARDS-CARRIED TO TRUE
           MOVE ZERO TO LDG-RC
           WRITE LDG-REC
           CLOSE L-FILE.
      * ---------------------------------------------------------
