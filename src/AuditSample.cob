IDENTIFICATION DIVISION.
  PROGRAM-ID. AuditSample.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> The samples drawn - one row each, with the parameters and
      *> seed that reproduce it and, once reviewed, the sign-off.
      SELECT Sample-Reg-File ASSIGN TO WS-Sample-Reg-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS SG-Id
      FILE STATUS WS-Sample-Reg-Status.

      *> The items each sample drew, with the reviewer's verdicts.
      SELECT Sample-Item-File ASSIGN TO WS-Sample-Item-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS SM-Item-Id
      FILE STATUS WS-Sample-Item-Status.

      *> Population T - the keyed transaction master.
      SELECT Trans-Master-File ASSIGN TO WS-Trans-Master-Path
      ORGANISATION INDEXED
      ACCESS MODE DYNAMIC
      RECORD KEY IS TM-Key
      ALTERNATE RECORD KEY IS TM-Date WITH DUPLICATES
      FILE STATUS WS-Trans-Master-Status.

      *> Population J - the Trans Master journal WriteTMJournal
      *> appends, every master's updates in the one file.
      SELECT Journal-File ASSIGN TO WS-Journal-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Journal-Status.

      *> Population M - the hand-keyed extract Manual Entry builds.
      SELECT Manual-File ASSIGN TO WS-Manual-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Manual-Status.

      *> The sample worksheet / signed-off register, one per sample.
      SELECT Worksheet-File ASSIGN TO WS-Worksheet-Path
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
      FILE STATUS WS-Worksheet-Status.

DATA DIVISION.
  FILE SECTION.
    FD Sample-Reg-File.
      COPY "SampleRecord.cpy" REPLACING ==:PREFIX:== BY ==SG==.

    FD Sample-Item-File.
      COPY "SampleItemRecord.cpy" REPLACING ==:PREFIX:== BY ==SM==.

    FD Trans-Master-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==TM==.

    FD Journal-File.
      COPY "JournalRecord.cpy" REPLACING ==:PREFIX:== BY ==JL==.

    FD Manual-File.
      COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==MN==.

    FD Worksheet-File.
      01 WK-Line PIC X(80).

  WORKING-STORAGE SECTION.
    *> Login's training flag, shown on every screen so a
    *> trainee can always tell which world they are in.
    01 WS-Training-Banner PIC X(12) EXTERNAL.

    *> Training mode, shared by CobAll's login - the journal is named
    *> by hand the way the journal inquiry names it.
    01 WS-Training-Mode-Switch PIC A EXTERNAL.
      88 Training-Mode-Active VALUE "Y".

    *> The session's company, shared by CobAll's login - named on
    *> every worksheet.
    01 WS-Company-ID PIC X(4) EXTERNAL.

    01 WS-Sample-Reg-Path PIC X(80) VALUE "SampleReg.dat".
    01 WS-Sample-Reg-Status PIC XX.
      88 Sample-Reg-Opened-OK VALUE "00".
      88 Sample-Reg-Not-Found VALUE "35".
    01 WS-Sample-Item-Path PIC X(80) VALUE "SampleItem.dat".
    01 WS-Sample-Item-Status PIC XX.
      88 Sample-Item-Opened-OK VALUE "00".
      88 Sample-Item-Not-Found VALUE "35".
    01 WS-Trans-Master-Path PIC X(80) VALUE "TransMaster.dat".
    01 WS-Trans-Master-Status PIC XX.
      88 Trans-Master-Opened-OK VALUE "00".
    01 WS-Journal-Path PIC X(40) VALUE "TMJournal.dat".
    01 WS-Journal-Status PIC XX.
      88 Journal-Opened-OK VALUE "00".
    01 WS-Manual-Path PIC X(80) VALUE "ManualExtract.dat".
    01 WS-Manual-Status PIC XX.
      88 Manual-Opened-OK VALUE "00".
    01 WS-Worksheet-Path PIC X(80) VALUE SPACES.
    01 WS-Worksheet-Status PIC XX.
      88 Worksheet-Opened-OK VALUE "00".

    01 WS-Walk-At-End-Flag PIC X VALUE "N".
      88 Walk-At-End VALUE "Y".
    01 WS-Population-Open-Flag PIC A VALUE "N".
      88 Population-Open VALUE "Y".

    *> Menu request and the draw's parameters.
    01 WS-Sample-Choice PIC 9 VALUE 0.
      88 Sample-Draw VALUE 1.
      88 Sample-Review VALUE 2.
      88 Sample-Sign-Off VALUE 3.
      88 Sample-Print VALUE 4.
      88 Sample-Back VALUE 5.
    01 WS-Sample-Population PIC X VALUE SPACES.
      88 Population-Master VALUE "T".
      88 Population-Journal VALUE "J".
      88 Population-Manual VALUE "M".
    01 WS-Sample-Period-From PIC X(8) VALUE SPACES.
    01 WS-Sample-Period-To PIC X(8) VALUE SPACES.
    01 WS-Sample-Method PIC X VALUE SPACES.
      88 Method-Random VALUE "R".
      88 Method-Monetary VALUE "M".
    01 WS-Sample-Size PIC 9(4) VALUE 0.
    01 WS-Sample-Seed PIC 9(9) VALUE 0.
    01 WS-Sample-Confirm PIC A VALUE SPACES.
      88 Sample-Confirmed VALUE "Y" "y".

    *> The sample picked for review, sign-off or printing.
    01 WS-Sample-Pick-Title PIC X(60) VALUE SPACES.
    01 WS-Sample-Pick-Id PIC X(14) VALUE SPACES.
    01 WS-Sample-Pick-Item-Prompt PIC X(28) VALUE SPACES.
    01 WS-Sample-Pick-Item PIC 9(4) VALUE 0.

    *> The item under review.
    01 WS-Sample-Item-Title PIC X(60) VALUE SPACES.
    01 WS-Sample-Item-Reviewed PIC X(70) VALUE SPACES.
    01 WS-Sample-Result PIC X VALUE SPACES.
    01 WS-Sample-Comment PIC X(40) VALUE SPACES.
    01 WS-Sample-Next-Item PIC 9(4) VALUE 0.
    01 WS-Review-Item-No PIC 9(4) VALUE 0.
    01 WS-Review-Saved PIC 9(4) VALUE 0.
    01 WS-Review-Done-Flag PIC A VALUE "N".
      88 Review-Done VALUE "Y".

    *> Screen labels.
    01 WS-Sample-Latest-Label PIC X(60) VALUE SPACES.
    01 WS-Sample-Result-Label PIC X(76) VALUE SPACES.
    01 WS-Sample-Result-Detail PIC X(76) VALUE SPACES.
    01 WS-Sample-Found-Flag PIC A VALUE "N".
      88 Sample-Found VALUE "Y".

    *> The population walk: every candidate item is set up in these
    *> fields and handed to Take-Candidate - counted on the first
    *> pass, judged for the sample on the second.
    01 WS-Pass-Flag PIC A VALUE "C".
      88 Counting-Pass VALUE "C".
      88 Selecting-Pass VALUE "S".
    01 WS-Cand-Ref PIC X(30) VALUE SPACES.
    01 WS-Cand-Key PIC X(10) VALUE SPACES.
    01 WS-Cand-Date PIC X(8) VALUE SPACES.
    01 WS-Cand-Amount PIC S9(9)V99 VALUE 0.
    01 WS-Cand-Abs PIC 9(9)V99 VALUE 0.
    01 WS-Cand-Seq PIC 9(7) VALUE 0.
    01 WS-Manual-Rec-No PIC 9(7) VALUE 0.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==JB==.
    COPY "TransRecord.cpy" REPLACING ==:PREFIX:== BY ==JA==.

    *> Population totals off the counting pass.
    01 WS-Pop-Count PIC 9(7) VALUE 0.
    01 WS-Pop-Value PIC 9(13)V99 VALUE 0.

    *> Selection state. A random sample is Knuth's selection
    *> sampling: item t of N is taken with chance (n - m) / (N - t + 1)
    *> where m have been taken so far, which draws exactly n without a
    *> table. A monetary-unit sample is systematic from a random start
    *> - every item a sampling point falls in is taken.
    01 WS-Take-Count PIC 9(4) VALUE 0.
    01 WS-Take-Hits PIC 9(3) VALUE 0.
    01 WS-Sel-Needed PIC 9(7) VALUE 0.
    01 WS-Sel-Remaining PIC 9(7) VALUE 0.
    01 WS-Sel-Test PIC 9(7)V9(10) VALUE 0.
    01 WS-Mus-Interval PIC 9(13)V9(4) VALUE 0.
    01 WS-Mus-Start PIC 9(13)V9(4) VALUE 0.
    01 WS-Mus-Next-Point PIC 9(13)V9(4) VALUE 0.
    01 WS-Mus-Cum PIC 9(13)V99 VALUE 0.
    01 WS-Mus-Points-Used PIC 9(4) VALUE 0.

    *> Park-Miller minimal standard generator - reproducible from the
    *> recorded seed on any machine, unlike the run-time's own.
    01 WS-Rand-State PIC 9(10) VALUE 1.
    01 WS-Rand-Work PIC 9(15) VALUE 0.
    01 WS-Rand-Quotient PIC 9(15) VALUE 0.
    01 WS-Rand-Uniform PIC V9(10) VALUE 0.

    *> The sample being drawn or handled.
    01 WS-Sample-Id PIC X(14) VALUE SPACES.
    01 WS-Sample-Stamp PIC X(14) VALUE SPACES.
    01 WS-Sample-Unreviewed PIC 9(4) VALUE 0.
    01 WS-Sample-Passed PIC 9(4) VALUE 0.
    01 WS-Sample-Failed PIC 9(4) VALUE 0.
    01 WS-Pop-Desc PIC X(30) VALUE SPACES.
    01 WS-Method-Desc PIC X(14) VALUE SPACES.

    *> Worksheet lines.
    01 WS-Sheet-Detail.
      05 SD-Item-No PIC ZZZ9.
      05 FILLER PIC X(1) VALUE SPACE.
      05 SD-Ref PIC X(30).
      05 FILLER PIC X(1) VALUE SPACE.
      05 SD-Key PIC X(10).
      05 FILLER PIC X(1) VALUE SPACE.
      05 SD-Date PIC X(8).
      05 FILLER PIC X(1) VALUE SPACE.
      05 SD-Amount PIC -ZZZ,ZZZ,ZZ9.99.
      05 FILLER PIC X(2) VALUE SPACES.
      05 SD-Result PIC X(1).
      05 FILLER PIC X(6) VALUE SPACES.
    01 WS-Sheet-Review.
      05 FILLER PIC X(5) VALUE SPACES.
      05 SR-Comment PIC X(40).
      05 FILLER PIC X(1) VALUE SPACE.
      05 SR-Reviewed-By PIC X(8).
      05 FILLER PIC X(1) VALUE SPACE.
      05 SR-Reviewed-Date PIC X(8).
      05 FILLER PIC X(1) VALUE SPACE.
      05 SR-Hits-Label PIC X(16).

    01 WS-Edit-Count PIC Z(6)9.
    01 WS-Edit-Small PIC ZZZ9.
    01 WS-Edit-Hits PIC ZZ9.
    01 WS-Edit-Seed PIC Z(8)9.
    01 WS-Edit-Value PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    01 WS-Edit-Value-2 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

    01 WS-Spool-Source PIC X(8) VALUE "AUDSAMP".
    01 WS-Spool-Paginate PIC X(1) VALUE "Y".

    01 WS-Audit-Message PIC X(80).

    01 WS-Log-Level PIC A(4).
    01 WS-Log-Message PIC X(80).
    01 WS-Log-Write-Status PIC XX.

  *> Subroutine Parameters
  LINKAGE SECTION.
    01 LK-Run-ID PIC X(14).
    01 LK-Terminal-ID PIC X(8).
    01 LK-Operator-ID PIC X(8).

  SCREEN SECTION.
    COPY "SampleScr.cpy". *> Audit Sampling screens

PROCEDURE DIVISION USING LK-Run-ID LK-Terminal-ID LK-Operator-ID.
  AuditSampleMain.
    MOVE "INF" TO WS-Log-Level.
    MOVE "Audit Sampling selected" TO WS-Log-Message.
    CALL "WriteDebugLog" USING WS-Log-Level WS-Log-Message LK-Run-ID
      LK-Terminal-ID LK-Operator-ID
      WS-Log-Write-Status.

    *> Re-defaulted every invocation, then qualified - the samples,
    *> the master and the keyed extract are the company's own; the
    *> journal is shared, split only by training.
    MOVE "SampleReg.dat" TO WS-Sample-Reg-Path.
    MOVE "SampleItem.dat" TO WS-Sample-Item-Path.
    MOVE "TransMaster.dat" TO WS-Trans-Master-Path.
    MOVE "ManualExtract.dat" TO WS-Manual-Path.
    CALL "ResolveDataPath" USING WS-Sample-Reg-Path.
    CALL "ResolveDataPath" USING WS-Sample-Item-Path.
    CALL "ResolveDataPath" USING WS-Trans-Master-Path.
    CALL "ResolveDataPath" USING WS-Manual-Path.
    IF Training-Mode-Active THEN
      MOVE "TRAIN.TMJournal.dat" TO WS-Journal-Path
    ELSE
      MOVE "TMJournal.dat" TO WS-Journal-Path
    END-IF.

    MOVE 0 TO WS-Sample-Choice.
    PERFORM Sample-Loop UNTIL Sample-Back.

    GOBACK.

  *> One request off the menu, which always names the latest sample.
  Sample-Loop.
    PERFORM Load-Latest-Sample.
    MOVE 0 TO WS-Sample-Choice.
    DISPLAY SC-Sample-Menu.
    ACCEPT SC-Sample-Menu.

    MOVE SPACES TO WS-Sample-Result-Label.
    MOVE SPACES TO WS-Sample-Result-Detail.
    EVALUATE TRUE
      WHEN Sample-Draw
        PERFORM Draw-Sample
      WHEN Sample-Review
        PERFORM Review-Sample
      WHEN Sample-Sign-Off
        PERFORM Sign-Off-Sample
      WHEN Sample-Print
        PERFORM Print-Sample
      WHEN Sample-Back
        CONTINUE
      WHEN OTHER
        MOVE "Invalid choice - pick 1-5." TO WS-Sample-Result-Label
    END-EVALUATE.

    IF NOT Sample-Back AND WS-Sample-Result-Label NOT = SPACES THEN
      DISPLAY SC-Sample-Result
      ACCEPT OMITTED
    END-IF.

  *> The newest sample on the register (IDs sort by the time they
  *> were drawn), labelled for the menu.
  Load-Latest-Sample.
    MOVE "(none drawn yet)" TO WS-Sample-Latest-Label.
    OPEN INPUT Sample-Reg-File.
    IF NOT Sample-Reg-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-Sample-Id.
    MOVE "N" TO WS-Walk-At-End-Flag.
    PERFORM UNTIL Walk-At-End
      READ Sample-Reg-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          MOVE SG-Id TO WS-Sample-Id
      END-READ
    END-PERFORM.
    IF WS-Sample-Id NOT = SPACES THEN
      MOVE WS-Sample-Id TO SG-Id
      READ Sample-Reg-File KEY IS SG-Id
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          PERFORM Decode-Sample-Params
          MOVE SG-Size-Drawn TO WS-Edit-Small
          MOVE SPACES TO WS-Sample-Latest-Label
          STRING
            SG-Id DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(WS-Method-Desc) DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            FUNCTION TRIM(WS-Edit-Small) DELIMITED BY SIZE
            " items - " DELIMITED BY SIZE
            INTO WS-Sample-Latest-Label
          END-STRING
          IF SG-State = "S" THEN
            STRING
              FUNCTION TRIM(WS-Sample-Latest-Label) DELIMITED BY SIZE
              " - signed off" DELIMITED BY SIZE
              INTO WS-Sample-Latest-Label
            END-STRING
          ELSE
            STRING
              FUNCTION TRIM(WS-Sample-Latest-Label) DELIMITED BY SIZE
              " - open for review" DELIMITED BY SIZE
              INTO WS-Sample-Latest-Label
            END-STRING
          END-IF
      END-READ
    END-IF.
    CLOSE Sample-Reg-File.

  *> Takes the population, method, size and seed off the screen,
  *> walks the population twice - once to count and value it, once
  *> to draw - and records the sample, its items and its worksheet.
  Draw-Sample.
    MOVE SPACES TO WS-Sample-Population.
    MOVE SPACES TO WS-Sample-Period-From.
    MOVE SPACES TO WS-Sample-Period-To.
    MOVE "R" TO WS-Sample-Method.
    MOVE 25 TO WS-Sample-Size.
    MOVE 0 TO WS-Sample-Seed.
    MOVE SPACES TO WS-Sample-Confirm.
    DISPLAY SC-Sample-Draw.
    ACCEPT SC-Sample-Draw.

    IF NOT Sample-Confirmed THEN
      MOVE "Sample abandoned - nothing drawn." TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION UPPER-CASE(WS-Sample-Population)
      TO WS-Sample-Population.
    MOVE FUNCTION UPPER-CASE(WS-Sample-Method) TO WS-Sample-Method.
    PERFORM Validate-Draw.
    IF WS-Sample-Result-Label NOT = SPACES THEN
      EXIT PARAGRAPH
    END-IF.

    *> No seed keyed means one off the clock - recorded either way,
    *> so the draw can always be repeated.
    IF WS-Sample-Seed = 0 THEN
      MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Sample-Seed
      IF WS-Sample-Seed = 0 THEN
        MOVE 1 TO WS-Sample-Seed
      END-IF
    END-IF.

    MOVE "C" TO WS-Pass-Flag.
    MOVE 0 TO WS-Pop-Count.
    MOVE 0 TO WS-Pop-Value.
    PERFORM Walk-Population.
    IF NOT Population-Open THEN
      MOVE "The population's file is not there - nothing to sample."
        TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Pop-Count = 0 THEN
      MOVE "No items in that population and period - nothing to sample."
        TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF Method-Monetary AND WS-Pop-Value = 0 THEN
      MOVE "The population carries no value - use a random sample."
        TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Sample-Stamp.
    MOVE SPACES TO WS-Sample-Id.
    STRING
      "AS" DELIMITED BY SIZE
      WS-Sample-Stamp(3:12) DELIMITED BY SIZE
      INTO WS-Sample-Id
    END-STRING.

    OPEN I-O Sample-Reg-File.
    IF Sample-Reg-Not-Found THEN
      OPEN OUTPUT Sample-Reg-File
      CLOSE Sample-Reg-File
      OPEN I-O Sample-Reg-File
    END-IF.
    MOVE WS-Sample-Id TO SG-Id.
    READ Sample-Reg-File KEY IS SG-Id
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        CLOSE Sample-Reg-File
        MOVE "A sample was drawn this second - draw again."
          TO WS-Sample-Result-Label
        EXIT PARAGRAPH
    END-READ.

    OPEN I-O Sample-Item-File.
    IF Sample-Item-Not-Found THEN
      OPEN OUTPUT Sample-Item-File
      CLOSE Sample-Item-File
      OPEN I-O Sample-Item-File
    END-IF.

    *> Selection state from the seed, then the drawing pass.
    MOVE WS-Sample-Seed TO WS-Rand-State.
    MOVE 0 TO WS-Take-Count.
    MOVE 0 TO WS-Mus-Interval.
    MOVE 0 TO WS-Mus-Start.
    MOVE 0 TO WS-Mus-Cum.
    MOVE 0 TO WS-Mus-Points-Used.
    IF Method-Monetary THEN
      COMPUTE WS-Mus-Interval = WS-Pop-Value / WS-Sample-Size
      PERFORM Next-Random
      COMPUTE WS-Mus-Start = WS-Rand-Uniform * WS-Mus-Interval
      MOVE WS-Mus-Start TO WS-Mus-Next-Point
    END-IF.
    MOVE "S" TO WS-Pass-Flag.
    PERFORM Walk-Population.
    CLOSE Sample-Item-File.

    INITIALIZE SG-Record.
    MOVE WS-Sample-Id TO SG-Id.
    MOVE LK-Operator-ID TO SG-Drawn-By.
    MOVE WS-Sample-Stamp TO SG-Drawn-Stamp.
    MOVE WS-Sample-Population TO SG-Population.
    MOVE WS-Sample-Period-From TO SG-Period-From.
    MOVE WS-Sample-Period-To TO SG-Period-To.
    MOVE WS-Sample-Method TO SG-Method.
    MOVE WS-Sample-Seed TO SG-Seed.
    MOVE WS-Sample-Size TO SG-Size-Asked.
    MOVE WS-Take-Count TO SG-Size-Drawn.
    MOVE WS-Pop-Count TO SG-Pop-Count.
    MOVE WS-Pop-Value TO SG-Pop-Value.
    MOVE WS-Mus-Interval TO SG-Interval.
    MOVE WS-Mus-Start TO SG-Start.
    MOVE "O" TO SG-State.
    MOVE SPACES TO SG-Signed-By SG-Signed-Stamp.
    WRITE SG-Record
      INVALID KEY
        CLOSE Sample-Reg-File
        MOVE "The sample register refused the sample - nothing recorded."
          TO WS-Sample-Result-Label
        EXIT PARAGRAPH
    END-WRITE.
    CLOSE Sample-Reg-File.

    MOVE WS-Sample-Seed TO WS-Edit-Seed.
    MOVE WS-Take-Count TO WS-Edit-Small.
    MOVE WS-Pop-Count TO WS-Edit-Count.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Sample " DELIMITED BY SIZE
      WS-Sample-Id DELIMITED BY SIZE
      " drawn by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " pop=" DELIMITED BY SIZE
      WS-Sample-Population DELIMITED BY SIZE
      " meth=" DELIMITED BY SIZE
      WS-Sample-Method DELIMITED BY SIZE
      " seed=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Seed) DELIMITED BY SIZE
      " n=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Small) DELIMITED BY SIZE
      " of " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    PERFORM Write-Worksheet.

    MOVE SPACES TO WS-Sample-Result-Label.
    STRING
      "Sample " DELIMITED BY SIZE
      WS-Sample-Id DELIMITED BY SIZE
      " drawn: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Small) DELIMITED BY SIZE
      " item(s) of " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      ", seed " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Seed) DELIMITED BY SIZE
      "." DELIMITED BY SIZE
      INTO WS-Sample-Result-Label
    END-STRING.
    MOVE SPACES TO WS-Sample-Result-Detail.
    STRING
      "Worksheet: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Worksheet-Path) DELIMITED BY SIZE
      INTO WS-Sample-Result-Detail
    END-STRING.

  *> A population the system knows, a real period (the journal is
  *> only ever sampled a period at a time), a method, and a size.
  Validate-Draw.
    MOVE SPACES TO WS-Sample-Result-Label.
    IF NOT Population-Master AND NOT Population-Journal
      AND NOT Population-Manual THEN
      MOVE "Population must be T, J or M." TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF NOT Method-Random AND NOT Method-Monetary THEN
      MOVE "Method must be R (random) or M (monetary-unit)."
        TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Sample-Size < 1 OR WS-Sample-Size > 2000 THEN
      MOVE "Sample size must be 1-2000." TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF Population-Journal AND WS-Sample-Period-From = SPACES THEN
      MOVE "Journal entries are sampled a period at a time - give one."
        TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF WS-Sample-Period-From = SPACES THEN
      MOVE SPACES TO WS-Sample-Period-To
      EXIT PARAGRAPH
    END-IF.
    IF WS-Sample-Period-To = SPACES THEN
      MOVE WS-Sample-Period-From TO WS-Sample-Period-To
    END-IF.
    EVALUATE TRUE
      WHEN WS-Sample-Period-From NOT NUMERIC
        OR WS-Sample-Period-To NOT NUMERIC
        MOVE "Period dates must be real dates, YYYYMMDD."
          TO WS-Sample-Result-Label
      WHEN FUNCTION TEST-DATE-YYYYMMDD(
          FUNCTION NUMVAL(WS-Sample-Period-From)) NOT = 0
        OR FUNCTION TEST-DATE-YYYYMMDD(
          FUNCTION NUMVAL(WS-Sample-Period-To)) NOT = 0
        MOVE "Period dates must be real dates, YYYYMMDD."
          TO WS-Sample-Result-Label
      WHEN WS-Sample-Period-To < WS-Sample-Period-From
        MOVE "Period ends before it starts." TO WS-Sample-Result-Label
    END-EVALUATE.

  *> Walks the chosen population in its natural order - key order,
  *> journal order, keying order - so the same population and seed
  *> always meet the same items in the same sequence.
  Walk-Population.
    MOVE 0 TO WS-Cand-Seq.
    MOVE "N" TO WS-Population-Open-Flag.
    EVALUATE TRUE
      WHEN Population-Master
        PERFORM Walk-Master
      WHEN Population-Journal
        PERFORM Walk-Journal
      WHEN Population-Manual
        PERFORM Walk-Manual
    END-EVALUATE.

  Walk-Master.
    OPEN INPUT Trans-Master-File.
    IF NOT Trans-Master-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Population-Open-Flag.
    MOVE LOW-VALUES TO TM-Key.
    MOVE "N" TO WS-Walk-At-End-Flag.
    START Trans-Master-File KEY IS NOT < TM-Key
      INVALID KEY
        MOVE "Y" TO WS-Walk-At-End-Flag
    END-START.
    PERFORM UNTIL Walk-At-End
      READ Trans-Master-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          IF WS-Sample-Period-From = SPACES
            OR (TM-Date >= WS-Sample-Period-From
              AND TM-Date <= WS-Sample-Period-To) THEN
            MOVE TM-Key TO WS-Cand-Ref
            MOVE TM-Key TO WS-Cand-Key
            MOVE TM-Date TO WS-Cand-Date
            MOVE TM-Amount TO WS-Cand-Amount
            PERFORM Take-Candidate
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Trans-Master-File.

  *> Journal entries stamped in the period - the writes, rewrites and
  *> deletes; the rebuild markers are not postings and never drawn.
  Walk-Journal.
    OPEN INPUT Journal-File.
    IF NOT Journal-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Population-Open-Flag.
    MOVE "N" TO WS-Walk-At-End-Flag.
    PERFORM UNTIL Walk-At-End
      READ Journal-File
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          IF JL-Action NOT = "RB"
            AND JL-Stamp(1:8) >= WS-Sample-Period-From
            AND JL-Stamp(1:8) <= WS-Sample-Period-To THEN
            MOVE SPACES TO WS-Cand-Ref
            STRING
              JL-Stamp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              JL-Action DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              JL-Operator DELIMITED BY SIZE
              INTO WS-Cand-Ref
            END-STRING
            MOVE JL-Stamp(1:8) TO WS-Cand-Date
            MOVE 0 TO WS-Cand-Amount
            IF JL-After NOT = SPACES THEN
              MOVE JL-After TO JA-Record
              MOVE JA-Key TO WS-Cand-Key
              IF JA-Amount NUMERIC THEN
                MOVE JA-Amount TO WS-Cand-Amount
              END-IF
            ELSE
              MOVE JL-Before TO JB-Record
              MOVE JB-Key TO WS-Cand-Key
              IF JB-Amount NUMERIC THEN
                MOVE JB-Amount TO WS-Cand-Amount
              END-IF
            END-IF
            PERFORM Take-Candidate
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Journal-File.

  *> Manually keyed transactions in keying order, the period taken
  *> against the transaction date.
  Walk-Manual.
    OPEN INPUT Manual-File.
    IF NOT Manual-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Population-Open-Flag.
    MOVE 0 TO WS-Manual-Rec-No.
    MOVE "N" TO WS-Walk-At-End-Flag.
    PERFORM UNTIL Walk-At-End
      READ Manual-File
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          ADD 1 TO WS-Manual-Rec-No
          IF WS-Sample-Period-From = SPACES
            OR (MN-Date >= WS-Sample-Period-From
              AND MN-Date <= WS-Sample-Period-To) THEN
            MOVE WS-Manual-Rec-No TO WS-Edit-Count
            MOVE SPACES TO WS-Cand-Ref
            STRING
              "Manual record " DELIMITED BY SIZE
              FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
              INTO WS-Cand-Ref
            END-STRING
            MOVE MN-Key TO WS-Cand-Key
            MOVE MN-Date TO WS-Cand-Date
            MOVE 0 TO WS-Cand-Amount
            IF MN-Amount NUMERIC THEN
              MOVE MN-Amount TO WS-Cand-Amount
            END-IF
            PERFORM Take-Candidate
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Manual-File.

  *> One population item: counted and valued on the first pass; on
  *> the second, judged by the chosen method and written to the
  *> sample when drawn.
  Take-Candidate.
    ADD 1 TO WS-Cand-Seq.
    IF WS-Cand-Amount < 0 THEN
      COMPUTE WS-Cand-Abs = 0 - WS-Cand-Amount
    ELSE
      MOVE WS-Cand-Amount TO WS-Cand-Abs
    END-IF.

    IF Counting-Pass THEN
      ADD 1 TO WS-Pop-Count
      ADD WS-Cand-Abs TO WS-Pop-Value
      EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-Take-Hits.
    IF Method-Random THEN
      IF WS-Take-Count < WS-Sample-Size THEN
        COMPUTE WS-Sel-Needed = WS-Sample-Size - WS-Take-Count
        COMPUTE WS-Sel-Remaining = WS-Pop-Count - WS-Cand-Seq + 1
        PERFORM Next-Random
        COMPUTE WS-Sel-Test = WS-Rand-Uniform * WS-Sel-Remaining
        IF WS-Sel-Test < WS-Sel-Needed THEN
          MOVE 1 TO WS-Take-Hits
        END-IF
      END-IF
    ELSE
      *> Every sampling point in [cumulative before, cumulative
      *> after) is a hit on this item.
      ADD WS-Cand-Abs TO WS-Mus-Cum
      PERFORM UNTIL WS-Mus-Next-Point >= WS-Mus-Cum
        OR WS-Mus-Points-Used >= WS-Sample-Size
        ADD 1 TO WS-Take-Hits
        ADD 1 TO WS-Mus-Points-Used
        ADD WS-Mus-Interval TO WS-Mus-Next-Point
      END-PERFORM
    END-IF.
    IF WS-Take-Hits = 0 THEN
      EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-Take-Count.
    INITIALIZE SM-Record.
    MOVE WS-Sample-Id TO SM-Sample-Id.
    MOVE WS-Take-Count TO SM-Item-No.
    MOVE WS-Cand-Seq TO SM-Pop-Seq.
    MOVE WS-Cand-Ref TO SM-Ref.
    MOVE WS-Cand-Key TO SM-Key.
    MOVE WS-Cand-Date TO SM-Date.
    MOVE WS-Cand-Amount TO SM-Amount.
    MOVE WS-Take-Hits TO SM-Hits.
    MOVE SPACES TO SM-Result SM-Comment SM-Reviewed-By
      SM-Reviewed-Stamp.
    WRITE SM-Record
      INVALID KEY
        CONTINUE
    END-WRITE.

  *> Next value of the generator, x = x * 16807 mod (2^31 - 1), and
  *> its uniform fraction in [0, 1).
  Next-Random.
    COMPUTE WS-Rand-Work = WS-Rand-State * 16807.
    DIVIDE WS-Rand-Work BY 2147483647 GIVING WS-Rand-Quotient
      REMAINDER WS-Rand-State.
    COMPUTE WS-Rand-Uniform = WS-Rand-State / 2147483647.

  *> Takes a sample ID off the pick screen and reads it - the result
  *> label says why when it can't be had.
  Pick-Sample.
    MOVE "N" TO WS-Sample-Found-Flag.
    MOVE SPACES TO WS-Sample-Pick-Id.
    DISPLAY SC-Sample-Pick.
    ACCEPT SC-Sample-Pick.
    MOVE FUNCTION UPPER-CASE(WS-Sample-Pick-Id) TO WS-Sample-Pick-Id.

    OPEN INPUT Sample-Reg-File.
    IF NOT Sample-Reg-Opened-OK THEN
      MOVE "No sample has been drawn yet." TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Sample-Pick-Id TO SG-Id.
    READ Sample-Reg-File KEY IS SG-Id
      INVALID KEY
        MOVE "No sample with that ID." TO WS-Sample-Result-Label
      NOT INVALID KEY
        MOVE "Y" TO WS-Sample-Found-Flag
    END-READ.
    CLOSE Sample-Reg-File.

  *> The reviewer's pass over a sample, item by item. Whoever drew
  *> the sample may not review it, and a signed-off sample is closed.
  Review-Sample.
    MOVE "Audit Sampling - Review a Sample" TO WS-Sample-Pick-Title.
    MOVE "Start at item:" TO WS-Sample-Pick-Item-Prompt.
    MOVE 1 TO WS-Sample-Pick-Item.
    PERFORM Pick-Sample.
    IF NOT Sample-Found THEN
      EXIT PARAGRAPH
    END-IF.
    IF SG-State = "S" THEN
      MOVE "That sample is signed off - its register is final."
        TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF SG-Drawn-By = LK-Operator-ID THEN
      MOVE "Independence: the operator who drew a sample can't review it."
        TO WS-Sample-Result-Label
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Sample " DELIMITED BY SIZE
        SG-Id DELIMITED BY SIZE
        " review refused - " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " drew it" DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      EXIT PARAGRAPH
    END-IF.

    OPEN I-O Sample-Item-File.
    IF NOT Sample-Item-Opened-OK THEN
      MOVE "The sample's items are not on file." TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.
    MOVE WS-Sample-Pick-Item TO WS-Review-Item-No.
    IF WS-Review-Item-No = 0 THEN
      MOVE 1 TO WS-Review-Item-No
    END-IF.
    MOVE 0 TO WS-Review-Saved.
    MOVE "N" TO WS-Review-Done-Flag.
    MOVE SPACES TO WS-Sample-Item-Title.
    PERFORM Review-One-Item UNTIL Review-Done.
    CLOSE Sample-Item-File.

    MOVE WS-Review-Saved TO WS-Edit-Small.
    MOVE SPACES TO WS-Sample-Result-Label.
    STRING
      "Review of " DELIMITED BY SIZE
      SG-Id DELIMITED BY SIZE
      " ended - " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Small) DELIMITED BY SIZE
      " verdict(s) recorded." DELIMITED BY SIZE
      INTO WS-Sample-Result-Label
    END-STRING.

  *> One item on screen; a P or F (with its comment) is recorded
  *> against the reviewer, a blank leaves the item as it was.
  Review-One-Item.
    MOVE SG-Id TO SM-Sample-Id.
    MOVE WS-Review-Item-No TO SM-Item-No.
    READ Sample-Item-File KEY IS SM-Item-Id
      INVALID KEY
        MOVE "Y" TO WS-Review-Done-Flag
        EXIT PARAGRAPH
    END-READ.

    IF WS-Sample-Item-Title = SPACES THEN
      MOVE SG-Size-Drawn TO WS-Edit-Small
      MOVE WS-Review-Item-No TO WS-Edit-Count
      STRING
        "Sample " DELIMITED BY SIZE
        SG-Id DELIMITED BY SIZE
        " - item " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Small) DELIMITED BY SIZE
        INTO WS-Sample-Item-Title
      END-STRING
    END-IF.
    MOVE SPACES TO WS-Sample-Item-Reviewed.
    IF SM-Result NOT = SPACES THEN
      STRING
        "Recorded: " DELIMITED BY SIZE
        SM-Result DELIMITED BY SIZE
        " by " DELIMITED BY SIZE
        FUNCTION TRIM(SM-Reviewed-By) DELIMITED BY SIZE
        " at " DELIMITED BY SIZE
        SM-Reviewed-Stamp DELIMITED BY SIZE
        INTO WS-Sample-Item-Reviewed
      END-STRING
    ELSE
      MOVE "Not yet reviewed." TO WS-Sample-Item-Reviewed
    END-IF.

    MOVE SM-Result TO WS-Sample-Result.
    MOVE SM-Comment TO WS-Sample-Comment.
    IF WS-Review-Item-No < SG-Size-Drawn THEN
      COMPUTE WS-Sample-Next-Item = WS-Review-Item-No + 1
    ELSE
      MOVE 0 TO WS-Sample-Next-Item
    END-IF.
    DISPLAY SC-Sample-Item.
    ACCEPT SC-Sample-Item.
    MOVE SPACES TO WS-Sample-Item-Title.

    MOVE FUNCTION UPPER-CASE(WS-Sample-Result) TO WS-Sample-Result.
    IF WS-Sample-Result NOT = SPACE AND WS-Sample-Result NOT = "P"
      AND WS-Sample-Result NOT = "F" THEN
      MOVE "Result must be P (pass) or F (fail) - item not recorded."
        TO WS-Sample-Item-Title
      EXIT PARAGRAPH
    END-IF.
    IF WS-Sample-Result = "F" AND WS-Sample-Comment = SPACES THEN
      MOVE "A fail needs a comment saying why - item not recorded."
        TO WS-Sample-Item-Title
      EXIT PARAGRAPH
    END-IF.

    IF WS-Sample-Result NOT = SPACE
      AND (WS-Sample-Result NOT = SM-Result
        OR WS-Sample-Comment NOT = SM-Comment) THEN
      MOVE WS-Sample-Result TO SM-Result
      MOVE WS-Sample-Comment TO SM-Comment
      MOVE LK-Operator-ID TO SM-Reviewed-By
      MOVE FUNCTION CURRENT-DATE(1:14) TO SM-Reviewed-Stamp
      REWRITE SM-Record
        INVALID KEY
          MOVE "The verdict could not be recorded - try the item again."
            TO WS-Sample-Item-Title
          EXIT PARAGRAPH
      END-REWRITE
      ADD 1 TO WS-Review-Saved
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Sample " DELIMITED BY SIZE
        SG-Id DELIMITED BY SIZE
        " item " DELIMITED BY SIZE
        SM-Item-No DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SM-Result DELIMITED BY SIZE
        " by " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
    END-IF.

    IF WS-Sample-Next-Item = 0 THEN
      MOVE "Y" TO WS-Review-Done-Flag
    ELSE
      MOVE WS-Sample-Next-Item TO WS-Review-Item-No
    END-IF.

  *> Closes a sample once every item carries a verdict - by anyone
  *> but the operator who drew it. The signed register is written
  *> and spooled, and from then on nothing on the sample changes.
  Sign-Off-Sample.
    MOVE "Audit Sampling - Sign Off a Sample" TO WS-Sample-Pick-Title.
    MOVE SPACES TO WS-Sample-Pick-Item-Prompt.
    MOVE 0 TO WS-Sample-Pick-Item.
    PERFORM Pick-Sample.
    IF NOT Sample-Found THEN
      EXIT PARAGRAPH
    END-IF.
    IF SG-State = "S" THEN
      MOVE "That sample is already signed off." TO WS-Sample-Result-Label
      EXIT PARAGRAPH
    END-IF.
    IF SG-Drawn-By = LK-Operator-ID THEN
      MOVE "Independence: the operator who drew a sample can't sign it off."
        TO WS-Sample-Result-Label
      MOVE SPACES TO WS-Audit-Message
      STRING
        "Sample " DELIMITED BY SIZE
        SG-Id DELIMITED BY SIZE
        " sign-off refused - " DELIMITED BY SIZE
        FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
        " drew it" DELIMITED BY SIZE
        INTO WS-Audit-Message
      END-STRING
      CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID
      EXIT PARAGRAPH
    END-IF.

    PERFORM Tally-Sample-Items.
    IF WS-Sample-Unreviewed > 0 THEN
      MOVE WS-Sample-Unreviewed TO WS-Edit-Small
      MOVE SPACES TO WS-Sample-Result-Label
      STRING
        "Not signed off: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Small) DELIMITED BY SIZE
        " item(s) still without a verdict." DELIMITED BY SIZE
        INTO WS-Sample-Result-Label
      END-STRING
      EXIT PARAGRAPH
    END-IF.

    OPEN I-O Sample-Reg-File.
    MOVE WS-Sample-Pick-Id TO SG-Id.
    READ Sample-Reg-File KEY IS SG-Id
      INVALID KEY
        CLOSE Sample-Reg-File
        MOVE "No sample with that ID." TO WS-Sample-Result-Label
        EXIT PARAGRAPH
    END-READ.
    MOVE "S" TO SG-State.
    MOVE WS-Sample-Failed TO SG-Failed.
    MOVE LK-Operator-ID TO SG-Signed-By.
    MOVE FUNCTION CURRENT-DATE(1:14) TO SG-Signed-Stamp.
    REWRITE SG-Record
      INVALID KEY
        CLOSE Sample-Reg-File
        MOVE "The sign-off could not be recorded - try again."
          TO WS-Sample-Result-Label
        EXIT PARAGRAPH
    END-REWRITE.
    CLOSE Sample-Reg-File.

    MOVE SG-Id TO WS-Sample-Id.
    MOVE WS-Sample-Passed TO WS-Edit-Small.
    MOVE WS-Sample-Failed TO WS-Edit-Hits.
    MOVE SPACES TO WS-Audit-Message.
    STRING
      "Sample " DELIMITED BY SIZE
      SG-Id DELIMITED BY SIZE
      " SIGNED OFF by " DELIMITED BY SIZE
      FUNCTION TRIM(LK-Operator-ID) DELIMITED BY SIZE
      " pass=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Small) DELIMITED BY SIZE
      " fail=" DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Hits) DELIMITED BY SIZE
      INTO WS-Audit-Message
    END-STRING.
    CALL "WriteAuditLog" USING WS-Audit-Message LK-Run-ID.

    PERFORM Write-Worksheet.

    MOVE SPACES TO WS-Sample-Result-Label.
    STRING
      "Sample " DELIMITED BY SIZE
      SG-Id DELIMITED BY SIZE
      " signed off: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Small) DELIMITED BY SIZE
      " passed, " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Hits) DELIMITED BY SIZE
      " failed." DELIMITED BY SIZE
      INTO WS-Sample-Result-Label
    END-STRING.
    MOVE SPACES TO WS-Sample-Result-Detail.
    STRING
      "Register: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Worksheet-Path) DELIMITED BY SIZE
      INTO WS-Sample-Result-Detail
    END-STRING.

  *> Reprints a sample's worksheet as it stands - the signed-off
  *> register once the sample is closed.
  Print-Sample.
    MOVE "Audit Sampling - Print a Sample's Register"
      TO WS-Sample-Pick-Title.
    MOVE SPACES TO WS-Sample-Pick-Item-Prompt.
    MOVE 0 TO WS-Sample-Pick-Item.
    PERFORM Pick-Sample.
    IF NOT Sample-Found THEN
      EXIT PARAGRAPH
    END-IF.
    MOVE SG-Id TO WS-Sample-Id.
    PERFORM Write-Worksheet.
    MOVE SPACES TO WS-Sample-Result-Label.
    STRING
      "Register for " DELIMITED BY SIZE
      SG-Id DELIMITED BY SIZE
      " printed." DELIMITED BY SIZE
      INTO WS-Sample-Result-Label
    END-STRING.
    MOVE SPACES TO WS-Sample-Result-Detail.
    STRING
      "Register: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Worksheet-Path) DELIMITED BY SIZE
      INTO WS-Sample-Result-Detail
    END-STRING.

  *> Counts the sample's verdicts.
  Tally-Sample-Items.
    MOVE 0 TO WS-Sample-Unreviewed.
    MOVE 0 TO WS-Sample-Passed.
    MOVE 0 TO WS-Sample-Failed.
    OPEN INPUT Sample-Item-File.
    IF NOT Sample-Item-Opened-OK THEN
      MOVE SG-Size-Drawn TO WS-Sample-Unreviewed
      EXIT PARAGRAPH
    END-IF.
    MOVE SG-Id TO SM-Sample-Id.
    MOVE 0 TO SM-Item-No.
    MOVE "N" TO WS-Walk-At-End-Flag.
    START Sample-Item-File KEY IS NOT < SM-Item-Id
      INVALID KEY
        MOVE "Y" TO WS-Walk-At-End-Flag
    END-START.
    PERFORM UNTIL Walk-At-End
      READ Sample-Item-File NEXT
        AT END
          MOVE "Y" TO WS-Walk-At-End-Flag
        NOT AT END
          IF SM-Sample-Id NOT = SG-Id THEN
            MOVE "Y" TO WS-Walk-At-End-Flag
          ELSE
            EVALUATE SM-Result
              WHEN "P"
                ADD 1 TO WS-Sample-Passed
              WHEN "F"
                ADD 1 TO WS-Sample-Failed
              WHEN OTHER
                ADD 1 TO WS-Sample-Unreviewed
            END-EVALUATE
          END-IF
      END-READ
    END-PERFORM.
    CLOSE Sample-Item-File.

  *> Population and method in words, for the menu and worksheet.
  Decode-Sample-Params.
    EVALUATE SG-Population
      WHEN "T"
        MOVE "Transaction Master keys" TO WS-Pop-Desc
      WHEN "J"
        MOVE "Trans Master journal entries" TO WS-Pop-Desc
      WHEN OTHER
        MOVE "Manually keyed transactions" TO WS-Pop-Desc
    END-EVALUATE.
    IF SG-Method = "M" THEN
      MOVE "monetary-unit" TO WS-Method-Desc
    ELSE
      MOVE "random" TO WS-Method-Desc
    END-IF.

  *> The sample's worksheet - its parameters and seed, every item
  *> with room for (or the record of) the reviewer's verdict, and
  *> the sign-off - written fresh from the files and spooled. SG-
  *> Record holds the sample.
  Write-Worksheet.
    MOVE SPACES TO WS-Worksheet-Path.
    STRING
      "AuditSample." DELIMITED BY SIZE
      SG-Id DELIMITED BY SIZE
      ".txt" DELIMITED BY SIZE
      INTO WS-Worksheet-Path
    END-STRING.
    CALL "ResolveDataPath" USING WS-Worksheet-Path.

    PERFORM Tally-Sample-Items.
    PERFORM Decode-Sample-Params.

    OPEN OUTPUT Worksheet-File.
    IF NOT Worksheet-Opened-OK THEN
      EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WK-Line.
    STRING
      "AUDIT SAMPLE " DELIMITED BY SIZE
      SG-Id DELIMITED BY SIZE
      "   Company " DELIMITED BY SIZE
      WS-Company-ID DELIMITED BY SIZE
      "   " DELIMITED BY SIZE
      WS-Training-Banner DELIMITED BY SIZE
      INTO WK-Line
    END-STRING.
    WRITE WK-Line.
    MOVE ALL "=" TO WK-Line.
    WRITE WK-Line.

    MOVE SPACES TO WK-Line.
    STRING
      "Population: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Pop-Desc) DELIMITED BY SIZE
      INTO WK-Line
    END-STRING.
    IF SG-Period-From NOT = SPACES THEN
      STRING
        FUNCTION TRIM(WK-Line) DELIMITED BY SIZE
        "   Period: " DELIMITED BY SIZE
        SG-Period-From DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        SG-Period-To DELIMITED BY SIZE
        INTO WK-Line
      END-STRING
    ELSE
      STRING
        FUNCTION TRIM(WK-Line) DELIMITED BY SIZE
        "   Period: all" DELIMITED BY SIZE
        INTO WK-Line
      END-STRING
    END-IF.
    WRITE WK-Line.

    MOVE SG-Seed TO WS-Edit-Seed.
    MOVE SG-Size-Asked TO WS-Edit-Small.
    MOVE SG-Size-Drawn TO WS-Edit-Count.
    MOVE SPACES TO WK-Line.
    STRING
      "Method: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Method-Desc) DELIMITED BY SIZE
      "   Seed: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Seed) DELIMITED BY SIZE
      "   Size asked: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Small) DELIMITED BY SIZE
      "   Items drawn: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      INTO WK-Line
    END-STRING.
    WRITE WK-Line.

    MOVE SG-Pop-Count TO WS-Edit-Count.
    MOVE SG-Pop-Value TO WS-Edit-Value.
    MOVE SPACES TO WK-Line.
    STRING
      "Population size: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      " items   Absolute value: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Value) DELIMITED BY SIZE
      INTO WK-Line
    END-STRING.
    WRITE WK-Line.

    IF SG-Method = "M" THEN
      MOVE SG-Interval TO WS-Edit-Value
      MOVE SG-Start TO WS-Edit-Value-2
      MOVE SPACES TO WK-Line
      STRING
        "Sampling interval: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Value) DELIMITED BY SIZE
        "   Random start: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Edit-Value-2) DELIMITED BY SIZE
        INTO WK-Line
      END-STRING
      WRITE WK-Line
    END-IF.

    MOVE SPACES TO WK-Line.
    STRING
      "Drawn by " DELIMITED BY SIZE
      FUNCTION TRIM(SG-Drawn-By) DELIMITED BY SIZE
      " at " DELIMITED BY SIZE
      SG-Drawn-Stamp DELIMITED BY SIZE
      INTO WK-Line
    END-STRING.
    WRITE WK-Line.
    MOVE SPACES TO WK-Line.
    WRITE WK-Line.

    MOVE "Item Reference                      Key        Date                 Amount  R"
      TO WK-Line.
    WRITE WK-Line.
    MOVE ALL "-" TO WK-Line.
    WRITE WK-Line.

    OPEN INPUT Sample-Item-File.
    IF Sample-Item-Opened-OK THEN
      MOVE SG-Id TO SM-Sample-Id
      MOVE 0 TO SM-Item-No
      MOVE "N" TO WS-Walk-At-End-Flag
      START Sample-Item-File KEY IS NOT < SM-Item-Id
        INVALID KEY
          MOVE "Y" TO WS-Walk-At-End-Flag
      END-START
      PERFORM UNTIL Walk-At-End
        READ Sample-Item-File NEXT
          AT END
            MOVE "Y" TO WS-Walk-At-End-Flag
          NOT AT END
            IF SM-Sample-Id NOT = SG-Id THEN
              MOVE "Y" TO WS-Walk-At-End-Flag
            ELSE
              PERFORM Write-Worksheet-Item
            END-IF
        END-READ
      END-PERFORM
      CLOSE Sample-Item-File
    END-IF.

    MOVE ALL "-" TO WK-Line.
    WRITE WK-Line.
    MOVE WS-Sample-Passed TO WS-Edit-Small.
    MOVE WS-Sample-Failed TO WS-Edit-Hits.
    MOVE WS-Sample-Unreviewed TO WS-Edit-Count.
    MOVE SPACES TO WK-Line.
    STRING
      "Passed: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Small) DELIMITED BY SIZE
      "   Failed: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Hits) DELIMITED BY SIZE
      "   Not yet reviewed: " DELIMITED BY SIZE
      FUNCTION TRIM(WS-Edit-Count) DELIMITED BY SIZE
      INTO WK-Line
    END-STRING.
    WRITE WK-Line.
    MOVE SPACES TO WK-Line.
    IF SG-State = "S" THEN
      STRING
        "SIGNED OFF by " DELIMITED BY SIZE
        FUNCTION TRIM(SG-Signed-By) DELIMITED BY SIZE
        " at " DELIMITED BY SIZE
        SG-Signed-Stamp DELIMITED BY SIZE
        INTO WK-Line
      END-STRING
    ELSE
      MOVE "OPEN FOR REVIEW - not signed off" TO WK-Line
    END-IF.
    WRITE WK-Line.
    CLOSE Worksheet-File.

    CALL "WriteSpoolJob" USING WS-Spool-Source WS-Worksheet-Path
      WS-Spool-Paginate LK-Run-ID.

  *> One item's line, and a second line for its verdict when there
  *> is one (or when it was hit more than once).
  Write-Worksheet-Item.
    MOVE SM-Item-No TO SD-Item-No.
    MOVE SM-Ref TO SD-Ref.
    MOVE SM-Key TO SD-Key.
    MOVE SM-Date TO SD-Date.
    MOVE SM-Amount TO SD-Amount.
    IF SM-Result = SPACES THEN
      MOVE "_" TO SD-Result
    ELSE
      MOVE SM-Result TO SD-Result
    END-IF.
    MOVE WS-Sheet-Detail TO WK-Line.
    WRITE WK-Line.

    IF SM-Result NOT = SPACES OR SM-Hits > 1 THEN
      MOVE SM-Comment TO SR-Comment
      MOVE SM-Reviewed-By TO SR-Reviewed-By
      MOVE SM-Reviewed-Stamp(1:8) TO SR-Reviewed-Date
      MOVE SPACES TO SR-Hits-Label
      IF SM-Hits > 1 THEN
        MOVE SM-Hits TO WS-Edit-Hits
        STRING
          "(" DELIMITED BY SIZE
          FUNCTION TRIM(WS-Edit-Hits) DELIMITED BY SIZE
          " hits)" DELIMITED BY SIZE
          INTO SR-Hits-Label
        END-STRING
      END-IF
      MOVE WS-Sheet-Review TO WK-Line
      WRITE WK-Line
    END-IF.

END PROGRAM AuditSample.
