      * ---------------------------------------------------------
      *	ctlledg.cpy
      *
      *	record layout of the control ledger (control.ldg): one
      *	line per run of a nightly step, appended at the end of
      *	the run, carrying the step's control totals - what it
      *	read, what it wrote and what it rejected - so that
      *	text_balance.cob can walk one night's chain step by step
      *	and prove the population total leaving text_create.cob
      *	is the one that reached every later step.  the
      *	mysql-side programs post the same layout through the
      *	copybook of the same name in mysql/cobol/copy; the two
      *	must be changed together.
      *
      *	LDG-IN-NAME and LDG-OUT-NAME name the dataset read and
      *	the one written (the file as opened, or the table as
      *	"TABLE:cities"), so a step's input can be matched with
      *	the output of the step that produced it.  records and
      *	population are city-level; wards (区) are counted on
      *	their own and never enter the population, which the
      *	city figure already includes.  a step whose output
      *	layout is city-level only posts LDG-WARD-MODE "N": its
      *	wards are dropped by design, not rejected.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
       01  LDG-REC.
           03  LDG-RUN-DATE      PIC X(08).
           03  LDG-PROGRAM       PIC X(20).
           03  LDG-TIME          PIC X(06).
           03  LDG-IN-NAME       PIC X(80).
           03  LDG-IN-RECS       PIC 9(07).
           03  LDG-IN-POP        PIC 9(11).
           03  LDG-IN-WARDS      PIC 9(07).
           03  LDG-OUT-NAME      PIC X(80).
           03  LDG-OUT-RECS      PIC 9(07).
           03  LDG-OUT-POP       PIC 9(11).
           03  LDG-OUT-WARDS     PIC 9(07).
           03  LDG-REJ-RECS      PIC 9(07).
           03  LDG-REJ-POP       PIC 9(11).
           03  LDG-REJ-WARDS     PIC 9(07).
           03  LDG-WARD-MODE     PIC X(01).
               88  LDG-WARDS-CARRIED VALUE "Y".
               88  LDG-WARDS-DROPPED VALUE "N".
           03  LDG-RC            PIC 9(02).
