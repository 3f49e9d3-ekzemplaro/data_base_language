      *	             suspense entry is keyed on the ward name, so
      *	             distinct orphans no longer collapse into one
      *	             entry keyed "W".
      *	Oct/15/2026  the run_control row now carries the operator
      *	             column; an unattended batch run records itself
      *	             as BATCH.
      *	Oct/15/2026  a city id issued by mysql_idreg.cob carries a
      *	             check digit; a record whose id fails it goes
      *	             to the reject file with CITY ID CHECK DIGIT
      *	             IS WRONG, so a transposed digit is caught
      *	             here rather than loaded as a new city.  ids
      *	             of four digits or fewer predate the registry
      *	             and are not checked.
      *	Oct/15/2026  the run_control row carries the new
      *	             throughput column (rate), left at zero:
      *	             only the load and the delta measure it.
      *	Oct/15/2026  the prefecture table holds 50 entries, not
      *	             10: prefect.txt is now regenerated from
      *	             the prefectures table by mysql_prefout.cob
      *	             and must have room for every prefecture
      *	             in the country.
      *	Oct/15/2026  every run posts its control totals to the
      *	             control ledger (control.ldg, layout in
      *	             ctlledg.cpy): the city records, population
      *	             and ward lines read, accepted and rejected -
      *	             a city rejected for its ward total counted
      *	             once, with its wards - for text_balance.cob
      *	             to check against what text_create.cob wrote.
      *	             LEDGER-FILE in the control file names
      *	             another ledger.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_read.
           ASSIGN TO W-SUSP-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-SUSP-STATUS.
       SELECT L-FILE
           ASSIGN TO W-LDG-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-LDG-STATUS.
      * ---------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  SUSP-REC.
           03 PIC X(200).
       FD  L-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ctlledg.
      * ---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  W-INPUT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/prefect.txt".
       77  W-PREF-STATUS     PIC X(02).
       01  W-PREF-TABLE.
           03  W-PREF-ENTRY      OCCURS 50 TIMES
                                  INDEXED BY W-PREF-IX.
               05  W-PREF-CODE       PIC X(02).
               05  W-PREF-NAME       PIC X(20).
           88  W-VALID           VALUE "Y".
           88  W-INVALID         VALUE "N".
       77  W-REJECT-REASON   PIC X(40).
      * the city-id check digit (same as mysql_idreg.cob)
       77  W-CKD-ID          PIC X(07).
       77  W-CKD-LEN         PIC 9(02).
       77  W-CKD-IX          PIC 9(02).
       77  W-CKD-DIGIT       PIC 9(01).
       77  W-CKD-DOUBLE      PIC 9(02).
       77  W-CKD-SUM         PIC 9(03).
       77  W-CKD-QUOT        PIC 9(03).
       77  W-CKD-REM         PIC 9(01).
       77  W-CKD-ALT-SW      PIC X.
           88  W-CKD-ALT         VALUE "Y".
       77  W-CKD-SW          PIC X.
           88  W-CKD-GOOD        VALUE "Y".
           88  W-CKD-BAD         VALUE "N".
       77  W-PARM-FILENAME   PIC X(256).
      *
       77  W-CITY-POP-NUM    PIC 9(08).
      * record after the restart point
       77  W-WARD-SUPPR-SW   PIC X VALUE "N".
           88  W-WARD-SUPPRESS   VALUE "Y".
      *
      * the control totals posted to the control ledger: every
      * city record and ward line read, and where each one went
       77  W-LDG-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/control.ldg".
       77  W-LDG-STATUS      PIC X(02).
       77  W-LDG-PARM        PIC X(256).
       77  W-LDG-IN-RECS     PIC 9(07) VALUE ZERO.
       77  W-LDG-IN-POP      PIC 9(11) VALUE ZERO.
       77  W-LDG-IN-WARDS    PIC 9(07) VALUE ZERO.
       77  W-LDG-OUT-RECS    PIC 9(07) VALUE ZERO.
       77  W-LDG-OUT-POP     PIC 9(11) VALUE ZERO.
       77  W-LDG-OUT-WARDS   PIC 9(07) VALUE ZERO.
       77  W-LDG-REJ-RECS    PIC 9(07) VALUE ZERO.
       77  W-LDG-REJ-POP     PIC 9(11) VALUE ZERO.
       77  W-LDG-REJ-WARDS   PIC 9(07) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       IF W-YEAR-TO-PARM NOT = SPACE AND W-YEAR-TO-PARM NUMERIC
          MOVE W-YEAR-TO-PARM TO W-YEAR-TO
       END-IF.
       IF W-LDG-PARM NOT = SPACE
          MOVE W-LDG-PARM TO W-LDG-FILENAME
       END-IF.
       ACCEPT W-TODAY FROM DATE YYYYMMDD.
       PERFORM 0400-LOAD-PREF-TABLE.
       PERFORM 0450-LOAD-SUSPENSE.
             PERFORM 1600-CLOSE-WARD-GROUP
             MOVE "N" TO W-WARD-SUPPR-SW
             PERFORM 1000-VALIDATE-RECORD
             ADD 1 TO W-LDG-IN-RECS
             IF FUNCTION TRIM(W-CITY-POP-TEXT) NUMERIC
                ADD W-CITY-POP-NUM TO W-LDG-IN-POP
             END-IF
             IF W-VALID
                ADD 1 TO W-TOTAL-RECORDS
                ADD W-CITY-POP-NUM TO W-TOTAL-POP
             ELSE
                PERFORM 2000-WRITE-REJECT
                ADD 1 TO W-REJECT-COUNT
                ADD 1 TO W-LDG-REJ-RECS
                IF FUNCTION TRIM(W-CITY-POP-TEXT) NUMERIC
                   ADD W-CITY-POP-NUM TO W-LDG-REJ-POP
                END-IF
             END-IF
          ELSE
             PERFORM 1600-CLOSE-WARD-GROUP
             MOVE 4 TO W-EXIT-CODE
          END-IF
       END-IF.
       PERFORM 8700-POST-CONTROL-LEDGER.
       PERFORM 9800-WRITE-RUN-SUMMARY.
       DISPLAY "*** 終了 ***".
       MOVE W-EXIT-CODE TO RETURN-CODE.

           IF W-VALID
              PERFORM 1300-VALIDATE-PREF
           END-IF

           IF W-VALID
              MOVE W-CITY-ID TO W-CKD-ID
              PERFORM 1400-CHECK-ID-DIGIT
              IF W-CKD-BAD
                 SET W-INVALID TO TRUE
                 MOVE "CITY ID CHECK DIGIT IS WRONG"
                   TO W-REJECT-REASON
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	pull the founding date apart on its "-" delimiters and
              MOVE "PREFECTURE CODE IS INVALID" TO W-REJECT-REASON
           END-IF.
      * ---------------------------------------------------------
      *	the check digit on a city id (same as mysql_idreg.cob,
      *	which issues them): an id of five or more digits after
      *	the "t" ends in a mod-10 check digit over the digits
      *	ahead of it, every second digit from the right doubled.
      *	ids of four digits or fewer predate the registry and
      *	carry no check digit.
      * ---------------------------------------------------------
       1400-CHECK-ID-DIGIT.
           SET W-CKD-GOOD TO TRUE
           MOVE ZERO TO W-CKD-LEN
           INSPECT W-CKD-ID(2:6) TALLYING W-CKD-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-CKD-LEN >= 5
              IF W-CKD-ID(2:W-CKD-LEN) NOT NUMERIC
                 SET W-CKD-BAD TO TRUE
              ELSE
                 MOVE ZERO TO W-CKD-SUM
                 MOVE "N" TO W-CKD-ALT-SW
                 PERFORM VARYING W-CKD-IX FROM W-CKD-LEN BY -1
                         UNTIL W-CKD-IX = ZERO
                    MOVE W-CKD-ID(W-CKD-IX + 1:1) TO W-CKD-DIGIT
                    IF W-CKD-ALT
                       COMPUTE W-CKD-DOUBLE = W-CKD-DIGIT * 2
                       IF W-CKD-DOUBLE > 9
                          SUBTRACT 9 FROM W-CKD-DOUBLE
                       END-IF
                       ADD W-CKD-DOUBLE TO W-CKD-SUM
                       MOVE "N" TO W-CKD-ALT-SW
                    ELSE
                       ADD W-CKD-DIGIT TO W-CKD-SUM
                       MOVE "Y" TO W-CKD-ALT-SW
                    END-IF
                 END-PERFORM
                 DIVIDE W-CKD-SUM BY 10 GIVING W-CKD-QUOT
                        REMAINDER W-CKD-REM
                 IF W-CKD-REM NOT = ZERO
                    SET W-CKD-BAD TO TRUE
                 END-IF
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	one ward detail record: its population must be numeric
      *	and it must follow a valid city record; a good ward
      *	joins the running sum its group is checked against
                 MOVE "WARD WITHOUT CITY RECORD" TO W-REJECT-REASON
                 PERFORM 2000-WRITE-REJECT
                 ADD 1 TO W-REJECT-COUNT
                 ADD 1 TO W-LDG-IN-WARDS W-LDG-REJ-WARDS
              END-IF
           ELSE
              ADD 1 TO W-LDG-IN-WARDS
              IF FUNCTION TRIM(W-WARD-POP-TEXT) NOT NUMERIC
                 MOVE W-GRP-CITY-ID TO W-CITY-ID
                 MOVE "WARD POPULATION IS NOT NUMERIC"
                   TO W-REJECT-REASON
                 PERFORM 2000-WRITE-REJECT
                 ADD 1 TO W-REJECT-COUNT
                 ADD 1 TO W-LDG-REJ-WARDS
              ELSE
                 COMPUTE W-WARD-SUM = W-WARD-SUM
                       + FUNCTION NUMVAL(W-WARD-POP-TEXT)
      *	the group ends at the next city record, the trailer or
      *	end of file: when ward lines turned up, their sum must
      *	equal the city figure or the city goes on the reject
      *	file, its good wards with it; otherwise the city and its
      *	wards are what this run accepted
      * ---------------------------------------------------------
       1600-CLOSE-WARD-GROUP.
           IF W-GRP-OPEN AND W-WARD-COUNT > ZERO
              PERFORM 2000-WRITE-REJECT
              ADD 1 TO W-REJECT-COUNT
              MOVE W-SAVE-REC TO INP-REC
              ADD 1 TO W-LDG-REJ-RECS
              ADD W-GRP-CITY-POP TO W-LDG-REJ-POP
              ADD W-WARD-COUNT TO W-LDG-REJ-WARDS
           ELSE
              IF W-GRP-OPEN
                 ADD 1 TO W-LDG-OUT-RECS
                 ADD W-GRP-CITY-POP TO W-LDG-OUT-POP
                 ADD W-WARD-COUNT TO W-LDG-OUT-WARDS
              END-IF
           END-IF
           MOVE "N" TO W-GRP-OPEN-SW
           MOVE ZERO TO W-WARD-SUM W-WARD-COUNT.
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	(INPUT-FILE, YEAR-FROM, YEAR-TO) replace the prompts, so
      *	the overnight scheduler can run this program hands-off;
      *	LEDGER-FILE names the control ledger
      * ---------------------------------------------------------
       0300-READ-CONTROL-FILE.
           MOVE SPACE TO W-PARM-FILENAME
                         W-YEAR-FROM-PARM W-YEAR-TO-PARM W-LDG-PARM
           OPEN INPUT CTL-FILE
           IF W-CTL-STATUS NOT = "00"
              CONTINUE
                    MOVE W-CTL-VALUE(1:4) TO W-YEAR-FROM-PARM
               WHEN "YEAR-TO"
                    MOVE W-CTL-VALUE(1:4) TO W-YEAR-TO-PARM
               WHEN "LEDGER-FILE"
                    MOVE W-CTL-VALUE TO W-LDG-PARM
               WHEN OTHER
                    DISPLAY "不明なキーワード: " W-CTL-KEYWORD
           END-EVALUATE.
           PERFORM UNTIL W-PREF-STATUS NOT = "00"
              READ PF-FILE
              IF W-PREF-STATUS = "00" AND PF-REC NOT = SPACE
                      AND W-PREF-COUNT < 50
                 ADD 1 TO W-PREF-COUNT
                 SET W-PREF-IX TO W-PREF-COUNT
                 UNSTRING PF-REC DELIMITED BY X"09"

           MOVE SPACE TO W-RC-QUERY
           STRING "insert into run_control values (curdate(),"
                  "'text_read',now(),null,0,'','RUNNING',"
                  "'BATCH',0)"
                  DELIMITED BY SIZE INTO W-RC-QUERY
           CALL "MySQL_query" USING W-RC-QUERY
           IF RETURN-CODE NOT = 0
           MOVE W-EXIT-CODE TO RETURN-CODE.
           STOP RUN.
      * ---------------------------------------------------------
      *	append this run's control totals to the control ledger
      *	(created by the first run to post).  this step only
      *	verifies - it writes no output file - so no output name
      *	is posted and no later step's input is matched to it;
      *	the accepted totals still have to equal what was read
      *	less the rejects
      * ---------------------------------------------------------
       8700-POST-CONTROL-LEDGER.
           OPEN EXTEND L-FILE
           IF W-LDG-STATUS = "35"
              OPEN OUTPUT L-FILE
           END-IF
           MOVE SPACE TO LDG-REC
           MOVE W-TODAY TO LDG-RUN-DATE
           MOVE "text_read" TO LDG-PROGRAM
           ACCEPT LDG-TIME FROM TIME
           MOVE W-INPUT-FILENAME TO LDG-IN-NAME
           MOVE W-LDG-IN-RECS TO LDG-IN-RECS
           MOVE W-LDG-IN-POP TO LDG-IN-POP
           MOVE W-LDG-IN-WARDS TO LDG-IN-WARDS
           MOVE W-LDG-OUT-RECS TO LDG-OUT-RECS
           MOVE W-LDG-OUT-POP TO LDG-OUT-POP
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
