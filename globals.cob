      * edit rejected can never reach an INPUT statement.
       01 txnEditReady is external usage binary-long signed.

      * question catalogue - loadQCatalog reads the model's catalogue
      * (QCAT=, default <pname>.QCT) before the edit pass: one row
      * per INPUT the model asks, by line number and/or VNT variable
      * name, naming the transaction key that answers it and the
      * answer's type (N numeric, S string), range and allowed
      * values.  With a catalogue loaded the edit pass rejects
      * out-of-domain answers and doInput refuses a record whose key
      * isn't the one the question asks for, so a missing or extra
      * record can't shift every later answer onto the wrong
      * question.  qcatCount zero is the old in-order feed.
       01 maxQuestions constant as 200.
       01 questionCatalogue is external.
           05 qcatRows occurs maxQuestions times.
               10 qc-line usage binary-long signed.
               10 qc-var pic x(32).
               10 qc-key pic x(8).
               10 qc-type pic x.
               10 qc-hasMin usage binary-long signed.
               10 qc-min usage computational-2.
               10 qc-hasMax usage binary-long signed.
               10 qc-max usage computational-2.
               10 qc-values pic x(200).
       01 qcatCount is external usage binary-long signed.
       01 qcatFileName is external pic x(64).

      * multi-case batch mode - a transaction dataset whose records
      * are grouped under "*CASE" header records (the case id in the
      * value) is one job of many cases.  The edit pass builds the
      * case table: the case id, the count of edited-file records up
      * to and including its header (where doInput starts reading
      * the case), and the records the edit rejected (a case with any
      * is failed without running).  The loaded model is re-run from
      * the top for every case; caseSeq is the case now running (zero
      * outside a case), caseRunning is set while its interpretation
      * is under way so doEnd and fatal come back to the case loop
      * through caseJmp (2 = completed, 1 = failed) instead of ending
      * the job, and caseRunId is the case's own audit run-id.
      * caseCount zero is an ordinary single-case dataset.
       01 maxCases constant as 999.
       01 caseTable is external.
           05 caseRows occurs maxCases times.
               10 cs-id pic x(12).
               10 cs-editStart usage binary-long signed.
               10 cs-rejects usage binary-long signed.
       01 caseCount is external usage binary-long signed.
       01 caseSeq is external usage binary-long signed.
       01 caseRunning is external usage binary-long signed.
       01 caseJmp is external pic x(512).
       01 caseRunId is external pic x(14).

      * set once writeResults has started this job's extract, so the
      * later cases of a multi-case job add their records to it
      * instead of replacing the earlier cases'
       01 resultsAppend is external usage binary-long signed.

      * reproducible RND - a seeded minimal-standard generator
      * (state = state * 16807 mod 2147483647) instead of an
      * unseeded random function.  rndSeed is the SEED= keyword or
      * chosen at startup, stamped in the audit trail and results
      * extract; every run (every deck entry, every case) starts
      * rndState at the seed, and the checkpoint carries rndState so
      * a resumed run continues the same sequence.
       01 rndModulus constant as 2147483647.
       01 rndMultiplier constant as 16807.
       01 rndSeed is external usage binary-long signed.
       01 rndState is external usage binary-long signed.

      * replay (the REPLAY= keyword) - the jiffy clock values a run
      * PEEKed are in its audit trail ("jiffy=" records, beside its
      * "rnd seed=" record); a replay loads them for the named run-id
      * and serves them back in order instead of the wall clock, so
      * the disputed run is reproduced exactly.
       01 maxReplayJiffies constant as 4000.
       01 replayTable is external.
           05 replayJiffy usage binary-long unsigned
               occurs maxReplayJiffies times.
       01 replayActive is external usage binary-long signed.
       01 replayCount is external usage binary-long signed.
       01 replayNext is external usage binary-long signed.
       01 replayRunId is external pic x(14).

      * the operator the run is signed on by (OPER=), stamped in
      * every audit record and RUNSTAT entry
       01 operId is external pic x(8).

      * the model release running - the member as PNAME.EXT, its
      * registered version tag (NONE if its contents were never
      * registered), the chain checksum, and whether that version is
      * approved for production (Y/N).  Stamped in the audit trail
      * and on every results record.
       01 modelMember is external pic x(12).
       01 modelVersion is external pic x(8).
       01 modelCksum is external pic x(8).
       01 modelApproved is external pic x.

      * what-if sweep (the SWEEP= keyword) - the model is run once per
      * combination of one or two swept parameters, each setting
      * from/to/step of its control record; sp-value is the current
      * combination's value, which loadParams sets after PARAMS.DAT
      * while sweepActive is set.  Each combination runs as a deck
      * entry (deckEntryNum = sweep combination), and the watched
      * variables of every combination's results extract are laid
      * out as a grid by writeSweepReport.
       01 maxSweepParms constant as 2.
       01 maxSweepWatch constant as 6.
       01 maxSweepCombos constant as 999.
       01 sweepActive is external usage binary-long signed.
       01 sweepFileName is external pic x(64).
       01 sweepParmCount is external usage binary-long signed.
       01 sweepParms is external.
           05 sweepParmRows occurs maxSweepParms times.
               10 sp-name pic x(32).
               10 sp-from pic s9(9)v9(6).
               10 sp-to pic s9(9)v9(6).
               10 sp-step pic s9(9)v9(6).
               10 sp-count usage binary-long signed.
               10 sp-value pic s9(9)v9(6).
       01 sweepWatchCount is external usage binary-long signed.
       01 sweepWatches is external.
           05 sweepWatchRows occurs maxSweepWatch times.
               10 sw-name pic x(32).
               10 sw-sub1 pic 9(5).
               10 sw-sub2 pic 9(5).
       01 sweepComboCount is external usage binary-long signed.
       01 sweepCombos is external.
           05 sweepComboRows occurs maxSweepCombos times.
               10 sc-value1 pic s9(9)v9(6).
               10 sc-value2 pic s9(9)v9(6).
               10 sc-status pic x(9).
               10 sc-resultsName pic x(64).

      * OS address table for PEEK/POKE - covers the handful of Atari
      * OS/hardware locations a decision model is likely to touch
      * (console-keys and keyboard-code latches, margin, cursor
       01 opEOL    constant as H"16".
       01 opTo     constant as H"19".
       01 opStep   constant as H"1a".
       01 opGoto   constant as H"17".
       01 opGosub  constant as H"18".
       01 opThen   constant as H"1b".
       01 opSharp  constant as H"1c".
       01 opNE     constant as H"1e".
       01 tokREM      constant as H"00".
       01 tokDATA     constant as H"01".
       01 tokINPUT    constant as H"02".
      *  the LET keyword itself (tokLET below is the silent one)
       01 tokLETKW    constant as H"06".
       01 tokIF       constant as H"07".
       01 tokFOR      constant as H"08".
       01 tokNEXT     constant as H"09".
       01 tokGO_TO    constant as H"0b".
       01 tokGOSUB    constant as H"0c".
       01 tokTRAP     constant as H"0d".
       01 tokBYE      constant as H"0e".
       01 tokCOM      constant as H"10".
       01 tokDIM      constant as H"14".
       01 tokEND      constant as H"15".
       01 tokNEW      constant as H"16".
       01 tokON       constant as H"1e".
       01 tokPOKE     constant as H"1f".
       01 tokPRINT    constant as H"20".
       01 tokREAD     constant as H"22".
       01 tokRESTORE  constant as H"23".
       01 tokRETURN   constant as H"24".
       01 tokRUN      constant as H"25".
       01 tokSTOP     constant as H"26".
       01 tokPOP      constant as H"27".
       01 tokQMARK    constant as H"28".
       01 tokGET      constant as H"29".
       01 tokGRAPHICS constant as H"2b".
       01 tokPOSITION constant as H"2d".
       01 tokSETCOLOR constant as H"30".
      *  silent let
       01 tokLET      constant as H"36".
      *  a line the editor could not tokenize (kept as raw text)
       01 tokERROR    constant as H"37".

      *  Special tokens for our parser

