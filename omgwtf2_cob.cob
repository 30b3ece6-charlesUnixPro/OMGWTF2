           select host-fd assign dynamic hostFileName
              organization is record sequential
              file status is hostStatus.
           select list-fd assign dynamic hostFileName
              organization is line sequential
              file status is listStatus.
           select casestat-fd assign dynamic caseStatFileName
              organization is line sequential
              file status is casestatStatus.
           select sweep-fd assign dynamic sweepFileName
              organization is line sequential
              file status is sweepStatus.
           select modelreg-fd assign dynamic modelRegFileName
              organization is line sequential
              file status is modelregStatus.
           select signoff-fd assign "SIGNOFF.DAT"
              organization is line sequential
              file status is signoffStatus.
           select operators-fd assign "OPERATORS.DAT"
              organization is line sequential
              file status is operatorsStatus.

       data division.

           05 rst-status pic x(9).
           05 rst-fill3 pic x.
           05 rst-stamp pic x(14).
           05 rst-fill4 pic x.
           05 rst-oper pic x(8).

      * print file for the LIST maintenance operation
       fd list-fd.
       01 list-record pic x(132).

      * per-case completed/failed status records of a multi-case job
       fd casestat-fd.
       01 casestat-record.
           05 cst-seq pic zz9.
           05 cst-fill1 pic x.
           05 cst-case pic x(12).
           05 cst-fill2 pic x.
           05 cst-status pic x(9).
           05 cst-fill3 pic x.
           05 cst-stamp pic x(14).
           05 cst-fill4 pic x.
           05 cst-runid pic x(14).

      * what-if sweep control file - the record type in columns 1-5.
      * PARAM: a loadParams name in 7-38, from in 40-51, to in 53-64,
      * step in 66-77.  WATCH: a results variable (its res-name) in
      * 7-38 with its subscripts in 40-44 and 46-50 (blank = 0).  An
      * "*" in column 1 is a comment.
       fd sweep-fd.
       01 sweep-record.
           05 swr-type pic x(5).
           05 swr-fill1 pic x.
           05 swr-name pic x(32).
           05 swr-fill2 pic x.
           05 swr-from pic x(12).
           05 swr-watchSubs redefines swr-from.
               10 swr-sub1 pic x(5).
               10 swr-fill5 pic x.
               10 swr-sub2 pic x(5).
               10 swr-fill6 pic x.
           05 swr-fill3 pic x.
           05 swr-to pic x(12).
           05 swr-fill4 pic x.
           05 swr-step pic x(12).

      * model release registry - one record per registered version of
      * a member, keyed by image (1-64) and pname.ext (66-73, 75-77):
      * the version tag (79-86), the CRC-32 of the member's sector
      * chain in hex (88-95), its size in bytes (97-102), the install
      * stamp (104-117), the approved flag Y/N (119), the approval
      * stamp (121-134) and the stamp of the rescmp sign-off it was
      * approved on (136-149).
       fd modelreg-fd.
       01 modelreg-record pic x(149).

      * rescmp sign-offs - one record per compare, written by rescmp
      * for the new extract's model version
       fd signoff-fd.
       01 signoff-record.
           05 sgn-stamp pic x(14).
           05 sgn-fill1 pic x.
           05 sgn-result pic x(4).
           05 sgn-fill2 pic x.
           05 sgn-model pic x(12).
           05 sgn-fill3 pic x.
           05 sgn-version pic x(8).
           05 sgn-fill4 pic x.
           05 sgn-cksum pic x(8).
           05 sgn-fill5 pic x.
           05 sgn-diffs pic 9(6).
           05 sgn-fill6 pic x.
           05 sgn-old pic x(64).
           05 sgn-fill7 pic x.
           05 sgn-new pic x(64).

      * operator authority - one record per operator and image: the
      * operator id (1-8), the rights held (10-19: R run models, D
      * run decks, E EXTRACT, I INSTALL/DELETE, M the other image
      * maintenance - LIST, VERIFY, REGISTER, APPROVE) and the image
      * they are held on (21-84, blank = every image).  An "*" in
      * column 1 is a comment.
       fd operators-fd.
       01 operators-record.
           05 opr-id pic x(8).
           05 opr-fill1 pic x.
           05 opr-rights pic x(10).
           05 opr-fill2 pic x.
           05 opr-image pic x(64).

       working-storage section.

       01 deckCount usage binary-long signed.
       01 deckIdx usage binary-long signed.
       01 deckRc usage binary-long signed.
       01 deckFailed usage binary-long signed.
       01 entryRefused usage binary-long signed.
       01 deckStamp pic x(21).
       01 deckEntryDisp pic 9(3).
       01 resultsBaseName pic x(64).
       01 posCount usage binary-long signed.
       01 argIsKeyword usage binary-long signed.

      * QCAT= names the question catalogue outright; otherwise each
      * run looks for its own model's <pname>.QCT
       01 qcatOverride pic x(64).

      * multi-case job control (runCases)
       01 caseStatFileName pic x(64).
       01 caseStatBaseName pic x(64).
       01 casestatStatus pic xx.
       01 caseIdx usage binary-long signed.
       01 caseRc usage binary-long signed.
       01 caseResumeSeq usage binary-long signed.
       01 caseRestored usage binary-long signed.
       01 casesCompleted usage binary-long signed.
       01 casesFailed usage binary-long signed.
       01 casePrefix pic x(14).
       01 caseSuffix pic x(8).
       01 casePrefixLen usage binary-long signed.
       01 caseSeqDisp pic 9(3).
       01 caseCntDisp pic zzzz9.
       01 caseCntDisp2 pic zzzz9.
       01 caseStamp pic x(21).
       01 caseText pic x(120).

      * the RND seed (SEED=, else chosen from the clock at startup)
       01 seedText pic x(12).
       01 seedStamp pic x(21).
       01 seedDisp pic 9(10).

      * what-if sweep control (runSweep)
       01 sweepStatus pic xx.
       01 sweepEof usage binary-long signed.
       01 sweepBad usage binary-long signed.
       01 sweepIdx usage binary-long signed.
       01 sweepI1 usage binary-long signed.
       01 sweepI2 usage binary-long signed.
       01 sweepInner usage binary-long signed.
       01 sweepNameLen usage binary-long signed.
       01 sweepFailed usage binary-long signed.
       01 sweepRefused usage binary-long signed.
       01 sweepStamp pic x(21).
       01 sweepCntDisp pic 9(3).
       01 sweepText pic x(120).

      * model release registry (MODELREG.DAT, or MODELREG=)
       01 maxRegEntries constant as 500.
       01 modelRegFileName pic x(64).
       01 modelregStatus pic xx.
       01 signoffStatus pic xx.
       01 regTable.
           05 regRow pic x(149) occurs maxRegEntries times.
       01 regCount usage binary-long signed.
       01 regIdx usage binary-long signed.
       01 regI usage binary-long signed.
       01 regEof usage binary-long signed.
       01 regVersions usage binary-long signed.
       01 regSeqDisp pic 9(4).
       01 regTagTaken usage binary-long signed.
       01 regMatches usage binary-long signed.
       01 reg-entry.
           05 reg-image pic x(64).
           05 reg-fill1 pic x.
           05 reg-pname pic x(8).
           05 reg-fill2 pic x.
           05 reg-ext pic x(3).
           05 reg-fill3 pic x.
           05 reg-version pic x(8).
           05 reg-fill4 pic x.
           05 reg-cksum pic x(8).
           05 reg-fill5 pic x.
           05 reg-size pic 9(6).
           05 reg-fill6 pic x.
           05 reg-installed pic x(14).
           05 reg-fill7 pic x.
           05 reg-approved pic x.
           05 reg-fill8 pic x.
           05 reg-approvedStamp pic x(14).
           05 reg-fill9 pic x.
           05 reg-signoff pic x(14).
       01 regStamp pic x(21).
       01 versionTag pic x(8).
       01 testRun usage binary-long signed.
       01 regText pic x(120).
       01 signoffEof usage binary-long signed.
       01 signoffResult pic x(4).
       01 signoffStamp pic x(14).

      * computeMemberCrc() - a member's chain checksum
       01 memberCrc usage binary-long unsigned.
       01 memberSize usage binary-long signed.
       01 memberCksum pic x(8).
       01 hexWork usage binary-long unsigned.
       01 hexDigit usage binary-long unsigned.
       01 hexI usage binary-long signed.
       01 hexDigits pic x(16) value "0123456789ABCDEF".

      * operator authority (OPERATORS.DAT)
       01 operatorsStatus pic xx.
       01 operatorsEof usage binary-long signed.
       01 authRight pic x.
       01 authImage pic x(64).
       01 authWhat pic x(20).
       01 authOk usage binary-long signed.
       01 authHits usage binary-long signed.
       01 authPtr usage binary-long signed.
       01 authText pic x(120).

      * maintMode()

      * sectors an install may never claim: boot (1-3), VTOC (360),
       01 vtocByteVal usage binary-long signed.
       01 dispSec pic zzz9.
       01 dispCnt pic zzzz9.

      * maintList()

      * Atari BASIC statement keywords by token value, 0x00 (REM)
      * through 0x37 (a line the editor could not tokenize); the
      * implied LET (0x36) lists as nothing
       01 stmtNameValues.
           05 filler pic x(8) value "REM".
           05 filler pic x(8) value "DATA".
           05 filler pic x(8) value "INPUT".
           05 filler pic x(8) value "COLOR".
           05 filler pic x(8) value "LIST".
           05 filler pic x(8) value "ENTER".
           05 filler pic x(8) value "LET".
           05 filler pic x(8) value "IF".
           05 filler pic x(8) value "FOR".
           05 filler pic x(8) value "NEXT".
           05 filler pic x(8) value "GOTO".
           05 filler pic x(8) value "GO TO".
           05 filler pic x(8) value "GOSUB".
           05 filler pic x(8) value "TRAP".
           05 filler pic x(8) value "BYE".
           05 filler pic x(8) value "CONT".
           05 filler pic x(8) value "COM".
           05 filler pic x(8) value "CLOSE".
           05 filler pic x(8) value "CLR".
           05 filler pic x(8) value "DEG".
           05 filler pic x(8) value "DIM".
           05 filler pic x(8) value "END".
           05 filler pic x(8) value "NEW".
           05 filler pic x(8) value "OPEN".
           05 filler pic x(8) value "LOAD".
           05 filler pic x(8) value "SAVE".
           05 filler pic x(8) value "STATUS".
           05 filler pic x(8) value "NOTE".
           05 filler pic x(8) value "POINT".
           05 filler pic x(8) value "XIO".
           05 filler pic x(8) value "ON".
           05 filler pic x(8) value "POKE".
           05 filler pic x(8) value "PRINT".
           05 filler pic x(8) value "RAD".
           05 filler pic x(8) value "READ".
           05 filler pic x(8) value "RESTORE".
           05 filler pic x(8) value "RETURN".
           05 filler pic x(8) value "RUN".
           05 filler pic x(8) value "STOP".
           05 filler pic x(8) value "POP".
           05 filler pic x(8) value "?".
           05 filler pic x(8) value "GET".
           05 filler pic x(8) value "PUT".
           05 filler pic x(8) value "GRAPHICS".
           05 filler pic x(8) value "PLOT".
           05 filler pic x(8) value "POSITION".
           05 filler pic x(8) value "DOS".
           05 filler pic x(8) value "DRAWTO".
           05 filler pic x(8) value "SETCOLOR".
           05 filler pic x(8) value "LOCATE".
           05 filler pic x(8) value "SOUND".
           05 filler pic x(8) value "LPRINT".
           05 filler pic x(8) value "CSAVE".
           05 filler pic x(8) value "CLOAD".
           05 filler pic x(8) value spaces.
           05 filler pic x(8) value "ERROR-".
       01 stmtNameTable redefines stmtNameValues.
           05 stmtName pic x(8) occurs 56 times.

      * operator and function text by operand token, 0x12 through
      * 0x54.  op-word "W" marks the keywords listed with a blank
      * either side (GOTO, TO, THEN, AND ...); the array subscript
      * and DIM parentheses list as nothing, because the "(" is
      * already the last character of the array's name
       01 opNameValues.
           05 filler pic x(7) value " ,".
           05 filler pic x(7) value " $".
           05 filler pic x(7) value " :".
           05 filler pic x(7) value " ;".
           05 filler pic x(7) value " ".
           05 filler pic x(7) value "WGOTO".
           05 filler pic x(7) value "WGOSUB".
           05 filler pic x(7) value "WTO".
           05 filler pic x(7) value "WSTEP".
           05 filler pic x(7) value "WTHEN".
           05 filler pic x(7) value " #".
           05 filler pic x(7) value " <=".
           05 filler pic x(7) value " <>".
           05 filler pic x(7) value " >=".
           05 filler pic x(7) value " <".
           05 filler pic x(7) value " >".
           05 filler pic x(7) value " =".
           05 filler pic x(7) value " ^".
           05 filler pic x(7) value " *".
           05 filler pic x(7) value " +".
           05 filler pic x(7) value " -".
           05 filler pic x(7) value " /".
           05 filler pic x(7) value "WNOT".
           05 filler pic x(7) value "WOR".
           05 filler pic x(7) value "WAND".
           05 filler pic x(7) value " (".
           05 filler pic x(7) value " )".
           05 filler pic x(7) value " =".
           05 filler pic x(7) value " =".
           05 filler pic x(7) value " <=".
           05 filler pic x(7) value " <>".
           05 filler pic x(7) value " >=".
           05 filler pic x(7) value " <".
           05 filler pic x(7) value " >".
           05 filler pic x(7) value " =".
           05 filler pic x(7) value " +".
           05 filler pic x(7) value " -".
           05 filler pic x(7) value " (".
           05 filler pic x(7) value " ".
           05 filler pic x(7) value " ".
           05 filler pic x(7) value " (".
           05 filler pic x(7) value " (".
           05 filler pic x(7) value " ,".
           05 filler pic x(7) value " STR$".
           05 filler pic x(7) value " CHR$".
           05 filler pic x(7) value " USR".
           05 filler pic x(7) value " ASC".
           05 filler pic x(7) value " VAL".
           05 filler pic x(7) value " LEN".
           05 filler pic x(7) value " ADR".
           05 filler pic x(7) value " ATN".
           05 filler pic x(7) value " COS".
           05 filler pic x(7) value " PEEK".
           05 filler pic x(7) value " SIN".
           05 filler pic x(7) value " RND".
           05 filler pic x(7) value " FRE".
           05 filler pic x(7) value " EXP".
           05 filler pic x(7) value " LOG".
           05 filler pic x(7) value " CLOG".
           05 filler pic x(7) value " SQR".
           05 filler pic x(7) value " SGN".
           05 filler pic x(7) value " ABS".
           05 filler pic x(7) value " INT".
           05 filler pic x(7) value " PADDLE".
           05 filler pic x(7) value " STICK".
           05 filler pic x(7) value " PTRIG".
           05 filler pic x(7) value " STRIG".
       01 opNameTable redefines opNameValues.
           05 opNameRows occurs 67 times.
               10 op-word pic x.
               10 op-text pic x(6).

       01 listStatus pic xx.

      * one row per program line, in line-number order: whether flow
      * can fall off its end into the next line, whether it holds
      * anything but REM/DATA, and whether any path reaches it
       01 maxListLines constant as 4000.
       01 listLineTable.
           05 listLineRows occurs maxListLines times.
               10 ll-num usage binary-long signed.
               10 ll-stops usage binary-char unsigned.
               10 ll-code usage binary-char unsigned.
               10 ll-reached usage binary-char unsigned.
       01 listLineCount usage binary-long signed.

      * every variable reference, S (set) or R (read), once per line
       01 maxVarRefs constant as 8000.
       01 varRefTable.
           05 varRefRows occurs maxVarRefs times.
               10 vr-var usage binary-long signed.
               10 vr-line usage binary-long signed.
               10 vr-kind pic x.
       01 varRefCount usage binary-long signed.

      * every line-number jump; jr-target -1 is a computed one (an
      * expression, not a constant), jr-targetIdx zero a target that
      * isn't in the program.  jumpOrder holds them in target order.
       01 maxJumpRefs constant as 2000.
       01 jumpRefTable.
           05 jumpRefRows occurs maxJumpRefs times.
               10 jr-target usage binary-long signed.
               10 jr-from usage binary-long signed.
               10 jr-fromIdx usage binary-long signed.
               10 jr-targetIdx usage binary-long signed.
               10 jr-verb pic x(8).
       01 jumpOrderTable.
           05 jumpOrder usage binary-long signed
               occurs maxJumpRefs times.
       01 jumpRefCount usage binary-long signed.

      * the token walk
       01 lstLinePtr usage pointer.
       01 lstLineStart usage pointer.
       01 lstLineEnd usage pointer.
       01 lstStmtEnd usage pointer.
       01 lstOpPtr usage pointer.
       01 lstLineNum usage binary-long signed.
       01 lstLineLen usage binary-long signed.
       01 lstLineIdx usage binary-long signed.
       01 lstLineRefStart usage binary-long signed.
       01 lstStmtOff usage binary-long signed.
       01 lstToken usage binary-long signed.
       01 lstOp usage binary-long signed.
       01 lstIfSeen usage binary-long signed.
       01 lstSetMode usage binary-long signed.
       01 lstAssignSeen usage binary-long signed.
       01 lstChanPart usage binary-long signed.
       01 lstDepth usage binary-long signed.
       01 lstFirstOp usage binary-long signed.
       01 lstOnList usage binary-long signed.
       01 lstTerm usage binary-long signed.
       01 lstJumpState usage binary-long signed.
       01 lstJumpVerb pic x(8).
       01 lstPendTarget usage binary-long signed.
       01 lstVarNum usage binary-long signed.
       01 lstKind pic x.
       01 lstNum usage computational-2.
       01 lstFunc usage binary-long signed.
       01 lstStrPtr usage pointer.
       01 lstStrLen usage binary-long signed.

      * the print line being built; a line longer than the record
      * continues on the next one, indented lstIndent columns
       01 lstBuf pic x(132).
       01 lstLen usage binary-long signed.
       01 lstIndent usage binary-long signed.
       01 lstPiece pic x(132).
       01 lstPieceLen usage binary-long signed.
       01 lstCharByte.
           05 lstCharVal usage binary-char unsigned.
       01 lstChar redefines lstCharByte pic x.
       01 lstVarName pic x(64).
       01 lstVarNameLen usage binary-long signed.

       01 lstI usage binary-long signed.
       01 lstJ usage binary-long signed.
       01 lstK usage binary-long signed.
       01 lstLo usage binary-long signed.
       01 lstHi usage binary-long signed.
       01 lstMid usage binary-long signed.
       01 lstFindNum usage binary-long signed.
       01 lstFindIdx usage binary-long signed.
       01 lstChanged usage binary-long signed.
       01 lstSortDone usage binary-long signed.
       01 lstGroupDone usage binary-long signed.
       01 lstGroupTarget usage binary-long signed.
       01 lstGroupIdx usage binary-long signed.
       01 lstRef usage binary-long signed.
       01 lstMissing usage binary-long signed.
       01 lstFound usage binary-long signed.

       01 listOverflow usage binary-long signed.
       01 undefCount usage binary-long signed.
       01 unreachCount usage binary-long signed.
       01 computedCount usage binary-long signed.
       01 listProblems usage binary-long signed.
       01 dispLineNum pic z(4)9.
       copy "globals.cob".

       procedure division.
           move "RESTART.DAT" to restartFileName
           move "TRANSEDIT.DAT" to txnEditFileName
           move "TRANSREJ.DAT" to txnRejFileName
           move "CASESTAT.DAT" to caseStatFileName
           move spaces to runId
           move zero to lockHeld
           move zero to deckEntryNum
           move zero to maxStmtCap
           move zero to maxSecsCap
           move spaces to qcatOverride
           move zero to caseCount
           move zero to caseSeq
           move zero to caseRunning
           move zero to resultsAppend
           move spaces to seedText
           move zero to replayActive
           move zero to replayCount
           move 1 to replayNext
           move spaces to replayRunId
           move spaces to sweepFileName
           move zero to sweepActive
           move "MODELREG.DAT" to modelRegFileName
           move spaces to versionTag
           move zero to testRun
           move spaces to operId

      * keyword arguments, anywhere on the command: TRACE turns the
      * execution trace on; RUNID=x qualifies this run's work files
      * and audit stamp; TXN=/AUDIT=/RESTART=/TRACE=/PARAMS=/
      * RESULTS=/QCAT=/CASESTAT= name the files outright; SEED=n
      * fixes the RND seed and REPLAY=runid re-runs a past run from
      * its audit record; SWEEP=file runs the model once per setting
      * of a what-if sweep; TEST runs a model version that isn't
      * approved for production (never in a deck window - its
      * results are marked as a test extract); VERSION=tag names
      * the version an INSTALL/REGISTER/APPROVE is for and MODELREG=
      * the model registry; OPER=id signs the operator on - every
      * run, deck and image maintenance needs one with the authority
      * for it.  Arguments that match a keyword are set
      * aside here, so only the rest count as the positionals
      * (image, program/operation, ...) - TRACE or RUNID=x combines
      * freely with the default image and program.
           move zero to traceActive
           move zero to posCount
           perform varying argIndex from 1 by 1 until
                   move argValue(9:) to resultsFileName
                   move 1 to argIsKeyword
               end-if
               if argValue(1:5) equal "QCAT=" then
                   move argValue(6:) to qcatOverride
                   move 1 to argIsKeyword
               end-if
               if argValue(1:9) equal "CASESTAT=" then
                   move argValue(10:) to caseStatFileName
                   move 1 to argIsKeyword
               end-if
               if argValue(1:5) equal "SEED=" then
                   move argValue(6:) to seedText
                   move 1 to argIsKeyword
               end-if
               if argValue(1:7) equal "REPLAY=" then
                   move argValue(8:) to replayRunId
                   move 1 to argIsKeyword
               end-if
               if argValue(1:6) equal "SWEEP=" then
                   move argValue(7:) to sweepFileName
                   move 1 to argIsKeyword
               end-if
               if argValue equal "TEST" then
                   move 1 to testRun
                   move 1 to argIsKeyword
               end-if
               if argValue(1:8) equal "VERSION=" then
                   move argValue(9:) to versionTag
                   move 1 to argIsKeyword
               end-if
               if argValue(1:9) equal "MODELREG=" then
                   move argValue(10:) to modelRegFileName
                   move 1 to argIsKeyword
               end-if
               if argValue(1:5) equal "OPER=" then
                   move argValue(6:) to operId
                   move 1 to argIsKeyword
               end-if
      * runaway-run caps - executed statements and wall-clock
      * seconds a run (each deck entry) may consume before it is
      * ended through fatal
               perform qualifyWorkFiles
           end-if

      * the RND seed - SEED= as given, else one chosen from the clock
      * now; a replay takes the seed the replayed run stamped
           if seedText not equal spaces then
               if function trim (seedText) is not numeric then
                   display "SEED= must be a number from 1 to "
                     "2147483646"
                   stop run
               end-if
               compute rndSeed equal function numval (seedText)
               if rndSeed less than 1 or
                   rndSeed greater than or equal to rndModulus then
                   display "SEED= must be a number from 1 to "
                     "2147483646"
                   stop run
               end-if
           else
               move function current-date to seedStamp
               compute rndSeed equal function mod
                 (function numval (seedStamp(1:16)),
                  rndModulus - 1) + 1
           end-if

           if replayRunId not equal spaces then
               if posCount greater than or equal to 1 and
                   posArgVal(1) equal "RUNDECK" then
                   display "REPLAY= reproduces one run - it cannot "
                     "be combined with RUNDECK"
                   stop run
               end-if
               if sweepFileName not equal spaces then
                   display "REPLAY= reproduces one run - it cannot "
                     "be combined with SWEEP="
                   stop run
               end-if
               call "loadReplay"
           end-if

           if testRun not equal zero and
               posCount greater than or equal to 1 and
               posArgVal(1) equal "RUNDECK" then
               display "TEST runs one unapproved model - it cannot "
                 "be combined with RUNDECK"
               move 1 to return-code
               stop run
           end-if

           if sweepFileName not equal spaces and
               posCount greater than or equal to 1 and
               posArgVal(1) equal "RUNDECK" then
               display "SWEEP= runs one model - it cannot be "
                 "combined with RUNDECK"
               stop run
           end-if

           if posCount greater than or equal to 1 then
               if posArgVal(1) equal "RUNDECK" then
                   move "D" to authRight
                   move spaces to authImage
                   move "run decks" to authWhat
                   perform checkAuthority
                   perform runDeck
                   stop run
               end-if

           if posCount greater than or equal to 2 then
               move posArgVal(2) to argValue
      * positional 2 EXTRACT/INSTALL/DELETE/LIST selects disk
      * maintenance on the image named by positional 1 instead of a
      * model run: positional 3 is the member pname.ext, 4 the host
      * file (for LIST the listing, default <pname>.LIS).  VERIFY
      * takes no member - it checks the whole image.  REGISTER and
      * APPROVE take only the member: REGISTER enters the member as
      * it stands on the image in the model registry, APPROVE clears
      * a registered version for production runs.
               if argValue equal "VERIFY" then
                   move argValue to maintOp
                   perform maintMode
                   stop run
               end-if
               if argValue equal "EXTRACT" or argValue equal "INSTALL"
                   or argValue equal "DELETE" or argValue equal "LIST"
                   or argValue equal "REGISTER" or
                   argValue equal "APPROVE" then

                   move argValue to maintOp
                   if posCount less than 3 then
                   move spaces to reqExt
                   unstring posArgVal(3) delimited by "."
                     into reqPname reqExt
                   if maintOp equal "EXTRACT" or
                       maintOp equal "INSTALL" then
                       if posCount less than 4 then
                           display "host file name missing"
                           stop run
                       end-if
                       move posArgVal(4) to hostFileName
                   end-if
                   if maintOp equal "LIST" then
                       if posCount less than 4 then
                           move spaces to hostFileName
                           string function trim (reqPname)
                                    delimited by size
                                  ".LIS" delimited by size
                             into hostFileName
                       else
                           move posArgVal(4) to hostFileName
                       end-if
                   end-if
                   perform maintMode
                   stop run
               end-if
                 into reqPname reqExt
           end-if

           if sweepFileName not equal spaces then
               move "R" to authRight
               move atrFileName to authImage
               move "run models" to authWhat
               perform checkAuthority
               perform runSweep
               stop run
           end-if

           go to runModel
           .

      * runDeck () - reads the RUNDECK.DAT control file and executes
      * its entries in order.  Before each entry the variable table,
           move zero to deckEof
           move resultsFileName to resultsBaseName
           move traceFileName to traceBaseName
           move caseStatFileName to caseStatBaseName

           open input rundeck-fd
           if rundeckStatus equal "35" then
           open output runstat-fd
           close runstat-fd

           move zero to deckFailed
           perform varying deckIdx from 1 by 1 until
               deckIdx greater than deckCount

                   move "TRANSACTIONS.DAT" to txnFileName
               end-if

      * every entry writes its own results, trace and case status
      * files - one shared name would leave only the last model's
      * extract
               move deckIdx to deckEntryDisp
               move spaces to wrkName
               string function trim (resultsBaseName)
                      deckEntryDisp delimited by size
                 into wrkName
               move wrkName to traceFileName
               move spaces to wrkName
               string function trim (caseStatBaseName)
                        delimited by size
                      "." delimited by size
                      deckEntryDisp delimited by size
                 into wrkName
               move wrkName to caseStatFileName
               move deckIdx to deckEntryNum

               add 1 to txnCycle
               perform resetInterpState

      * runModel is entered by GO TO, not PERFORM: it only comes
      * back through deckJmp (doEnd completed = 2, fatal or abortRun
      * failed = 1), and a PERFORM left open on every entry would
      * pile up until the deck fell over.  A refused entry still
      * leaves the few frames between runModel and abortRun, which
      * maxDeckEntries keeps well inside the PERFORM stack.
               move zero to entryRefused
               call "setjmp" using deckJmp
               move return-code to deckRc
               if deckRc equal zero then
                   go to runModel
               end-if

               open extend runstat-fd
                   move "COMPLETED" to rst-status
               else
                   move "FAILED" to rst-status
                   add 1 to deckFailed
               end-if
               move space to rst-fill3
               move function current-date to deckStamp
               move deckStamp(1:14) to rst-stamp
               move space to rst-fill4
               move operId to rst-oper
               write runstat-record
               close runstat-fd
           end-perform

      * the deck is the whole job - it ends here, not back in the
      * mainline the entries longjmp'd past
           if deckFailed not equal zero then
               move 1 to return-code
           else
               move zero to return-code
           end-if
           stop run
           .

      * runSweep () - the what-if sweep: the model named on the
      * command is run against the same transaction dataset once per
      * combination of the SWEEP= control file's PARAM settings (the
      * first parameter outermost), each combination as a run-deck
      * entry - its own reset interpreter, its own audit run-id
      * (<run-id>.nnn, the run-id taken from the clock when RUNID=
      * isn't given), its own results extract - with loadParams
      * setting the swept values after PARAMS.DAT.  writeSweepReport
      * then lays the WATCH variables of every extract out as a grid.
       runSweep.

           move zero to sweepParmCount
           move zero to sweepWatchCount
           move zero to sweepBad

           open input sweep-fd
           if sweepStatus equal "35" then
               display "sweep control file "
                 function trim (sweepFileName) " not found"
               stop run
           end-if

           move zero to sweepEof
           read sweep-fd
             at end move 1 to sweepEof
           end-read
           perform until sweepEof equal 1
               if sweep-record equal spaces or
                   sweep-record(1:1) equal "*" then
                   continue
               else
                   perform loadSweepRecord
                   if sweepBad not equal zero then
                       close sweep-fd
                       display "sweep: bad control record: "
                         sweep-record(1:60)
                       stop run
                   end-if
               end-if
               read sweep-fd
                 at end move 1 to sweepEof
               end-read
           end-perform
           close sweep-fd

           if sweepParmCount equal zero or sweepWatchCount equal zero
           then
               display "sweep: the control file needs at least one "
                 "PARAM and one WATCH record"
               stop run
           end-if

      * the combinations, first parameter outermost
           move 1 to sweepInner
           if sweepParmCount equal 2 then
               move sp-count(2) to sweepInner
           end-if
           compute sweepComboCount equal sp-count(1) * sweepInner
           if sweepComboCount greater than maxSweepCombos then
               display "sweep: more than " maxSweepCombos
                 " combinations"
               stop run
           end-if

           if runId equal spaces then
               move function current-date to sweepStamp
               move sweepStamp(5:10) to runId
           end-if

           move 1 to rundeckActive
           move 1 to sweepActive
           move zero to sweepFailed
           move zero to sweepRefused
           move resultsFileName to resultsBaseName
           move traceFileName to traceBaseName
           move caseStatFileName to caseStatBaseName

           perform varying sweepIdx from 1 by 1 until
               sweepIdx greater than sweepComboCount

               compute sweepI1 equal (sweepIdx - 1) / sweepInner
               compute sweepI2 equal
                 sweepIdx - 1 - (sweepI1 * sweepInner)
               compute sp-value(1) equal
                 sp-from(1) + (sweepI1 * sp-step(1))
               move sp-value(1) to sc-value1(sweepIdx)
               move zero to sc-value2(sweepIdx)
               if sweepParmCount equal 2 then
                   compute sp-value(2) equal
                     sp-from(2) + (sweepI2 * sp-step(2))
                   move sp-value(2) to sc-value2(sweepIdx)
               end-if

      * each combination writes its own results, trace and case
      * status files, suffixed like a deck entry's
               move sweepIdx to deckEntryDisp
               move spaces to wrkName
               string function trim (resultsBaseName)
                        delimited by size
                      "." delimited by size
                      deckEntryDisp delimited by size
                 into wrkName
               move wrkName to resultsFileName
               move wrkName to sc-resultsName(sweepIdx)
               move spaces to wrkName
               string function trim (traceBaseName)
                        delimited by size
                      "." delimited by size
                      deckEntryDisp delimited by size
                 into wrkName
               move wrkName to traceFileName
               move spaces to wrkName
               string function trim (caseStatBaseName)
                        delimited by size
                      "." delimited by size
                      deckEntryDisp delimited by size
                 into wrkName
               move wrkName to caseStatFileName
               move sweepIdx to deckEntryNum

               add 1 to txnCycle
               perform resetInterpState

               move sweepComboCount to sweepCntDisp
               move spaces to sweepText
               string "sweep setting " delimited by size
                      deckEntryDisp delimited by size
                      " of " delimited by size
                      sweepCntDisp delimited by size
                      " from " delimited by size
                      sweepFileName delimited by space
                 into sweepText
               call "writeAudit" using sweepText

      * runModel is entered by GO TO for the reason given in runDeck.
      * Every setting runs the same model on the same image and
      * dataset, so once one is refused before it starts (authority,
      * lock, image, release) the rest would be too - they are failed
      * without another try.
               if sweepRefused equal zero then
                   move zero to entryRefused
                   call "setjmp" using deckJmp
                   move return-code to deckRc
                   if deckRc equal zero then
                       go to runModel
                   end-if
                   if entryRefused not equal zero then
                       move 1 to sweepRefused
                       display "sweep: setting " deckEntryDisp
                         " could not be started - the remaining "
                         "settings are failed"
                   end-if
               else
                   move 1 to deckRc
               end-if

               if deckRc equal 2 then
                   move "COMPLETED" to sc-status(sweepIdx)
               else
                   move "FAILED" to sc-status(sweepIdx)
                   add 1 to sweepFailed
               end-if
           end-perform

           move zero to sweepActive
           move zero to rundeckActive
           call "writeSweepReport"

           move sweepComboCount to sweepCntDisp
           display "sweep: " sweepCntDisp " settings run, grid in "
             "SWEEP.LIS"
           if sweepFailed not equal zero then
               move 1 to return-code
           else
               move zero to return-code
           end-if

      * the sweep is the whole job - like the deck, it ends here, not
      * back in the mainline the settings longjmp'd past
           stop run
           .

      * loadSweepRecord () - one PARAM or WATCH record of the sweep
      * control file into sweepParms/sweepWatches; sweepBad is set
      * for a record that can't be used.  A swept parameter must be
      * numeric (a string variable can't be stepped) and its range
      * must run from low to high in positive steps.
       loadSweepRecord.

           if swr-type equal "PARAM" then
               if sweepParmCount equal maxSweepParms or
                   swr-name equal spaces then
                   move 1 to sweepBad
                   exit paragraph
               end-if
               compute sweepNameLen equal function length
                 (function trim (swr-name))
               if swr-name(sweepNameLen:1) equal "$" then
                   move 1 to sweepBad
                   exit paragraph
               end-if
               if function test-numval (swr-from) not equal zero or
                   function test-numval (swr-to) not equal zero or
                   function test-numval (swr-step) not equal zero then
                   move 1 to sweepBad
                   exit paragraph
               end-if
               add 1 to sweepParmCount
               move swr-name to sp-name(sweepParmCount)
               compute sp-from(sweepParmCount) equal
                 function numval (swr-from)
               compute sp-to(sweepParmCount) equal
                 function numval (swr-to)
               compute sp-step(sweepParmCount) equal
                 function numval (swr-step)
               if sp-step(sweepParmCount) not greater than zero or
                   sp-to(sweepParmCount) less than
                   sp-from(sweepParmCount) then
                   move 1 to sweepBad
                   exit paragraph
               end-if
               compute sp-count(sweepParmCount) equal
                 (sp-to(sweepParmCount) - sp-from(sweepParmCount))
                 / sp-step(sweepParmCount)
               add 1 to sp-count(sweepParmCount)
               exit paragraph
           end-if

           if swr-type equal "WATCH" then
               if sweepWatchCount equal maxSweepWatch or
                   swr-name equal spaces then
                   move 1 to sweepBad
                   exit paragraph
               end-if
               if (swr-sub1 not equal spaces and
                   function trim (swr-sub1) is not numeric) or
                   (swr-sub2 not equal spaces and
                   function trim (swr-sub2) is not numeric) then
                   move 1 to sweepBad
                   exit paragraph
               end-if
               add 1 to sweepWatchCount
               move swr-name to sw-name(sweepWatchCount)
               move zero to sw-sub1(sweepWatchCount)
               move zero to sw-sub2(sweepWatchCount)
               if swr-sub1 not equal spaces then
                   compute sw-sub1(sweepWatchCount) equal
                     function numval (swr-sub1)
               end-if
               if swr-sub2 not equal spaces then
                   compute sw-sub2(sweepWatchCount) equal
                     function numval (swr-sub2)
               end-if
               exit paragraph
           end-if

           move 1 to sweepBad
           .

      * resetInterpState () - scrubs everything one model run leaves
               move zero to executedLine(i)
           end-perform

           perform resetRunState

           if programFile not equal NULL then
               free programFile
               set programFile to NULL
           end-if
           move zero to found

      * the checkpoint belongs to one model run; the deck's rerun
      * unit is the RUNSTAT entry, so a snapshot left by a killed
      * earlier entry must not resume into this entry's program
           call "clearCheckpoint"
           .

      * resetRunState () - the open GOSUB/FOR stacks, TRAP setting
      * and screen buffer a run leaves behind; shared by the deck's
      * resetInterpState and the case loop's resetCaseState.
       resetRunState.

           move 1 to rsp
           move 1 to fsp
           move zero to trapLine

               move spaces to screenBufferText(i)
           end-perform
           .

      * qualifyWorkFiles () - prefixes every work-file name still at
      * its default with the run identifier, so concurrent runs in
      * the same directory keep separate audit, checkpoint, edit,
      * reject, trace, results and case status files.
       qualifyWorkFiles.

           if auditFileName equal "AUDIT.LOG" then
                 into wrkName
               move wrkName to resultsFileName
           end-if
           if caseStatFileName equal "CASESTAT.DAT" then
               move spaces to wrkName
               string function trim (runId) delimited by size
                      "." delimited by size
                      "CASESTAT.DAT" delimited by size
                 into wrkName
               move wrkName to caseStatFileName
           end-if
           .

      * abortRun () - a model run that can't be started (bad image,
      * program not on the disk, transaction dataset locked).  In
      * run-deck mode the entry is failed and the deck moves on; a
      * single run stops here, same as always.  entryRefused tells
      * the deck or sweep loop the entry never started.
       abortRun.

           call "freeLock"
           move 1 to entryRefused
           if rundeckActive not equal zero then
               call "longjmp" using deckJmp, 1
           end-if
           stop run.

      * checkAuthority () - the operator signed on with OPER=
      * against OPERATORS.DAT: a record for the operator must hold
      * authRight on authImage (a blank authImage - deck authority -
      * is held on any record).  A refusal is audited and ends the
      * run - in a deck, the entry, which fails.
       checkAuthority.

           move zero to authOk
           move spaces to authText
           if operId equal spaces then
               string "operator refused: no OPER= operator id for "
                        delimited by size
                      authWhat delimited by "  "
                 into authText
           else
               open input operators-fd
               if operatorsStatus equal "00" then
                   move zero to operatorsEof
                   read operators-fd
                     at end move 1 to operatorsEof
                   end-read
                   perform until operatorsEof equal 1
                       if operators-record(1:1) not equal "*" and
                           opr-id equal operId and
                           (opr-image equal spaces or
                            authImage equal spaces or
                            opr-image equal authImage) then
                           move zero to authHits
                           inspect opr-rights tallying authHits
                             for all authRight
                           if authHits greater than zero then
                               move 1 to authOk
                           end-if
                       end-if
                       read operators-fd
                         at end move 1 to operatorsEof
                       end-read
                   end-perform
                   close operators-fd
               end-if
               if authOk not equal zero then
                   exit paragraph
               end-if
               move 1 to authPtr
               string "operator " delimited by size
                      operId delimited by space
                      " refused: no authority to " delimited by size
                      authWhat delimited by "  "
                 into authText with pointer authPtr
               if authImage not equal spaces then
                   string " on " delimited by size
                          authImage delimited by space
                     into authText with pointer authPtr
               end-if
           end-if
           call "writeAudit" using authText
           display function trim (authText)
           move 1 to return-code
           perform abortRun
           .

      * loadAtrImage () - readAtrFile(): pull the disk image into
      * atr-file and reconcile its CRC-32 against atr-header-dwCRC
      * before trusting any of the sector contents, so a truncated
      * host file, install (add or replace) a member from a host
      * file, or delete a member, maintaining the data-sector chains
      * and the directory and restamping the header CRC.  Model
      * promotion as a batch job instead of a desk procedure.  LIST
      * prints a member as BASIC text with its cross-references.
      * REGISTER and APPROVE maintain the model release registry.
       maintMode.

           move atrFileName to authImage
           if maintOp equal "EXTRACT" then
               move "E" to authRight
               move "EXTRACT" to authWhat
           else
             if maintOp equal "INSTALL" or maintOp equal "DELETE" then
               move "I" to authRight
               move "INSTALL/DELETE" to authWhat
             else
               move "M" to authRight
               move "image maintenance" to authWhat
             end-if
           end-if
           perform checkAuthority

           perform loadAtrImage

           if maintOp equal "EXTRACT" then
               if maintOp equal "VERIFY" then
                 perform maintVerify
               else
                 if maintOp equal "LIST" then
                   perform maintList
                 else
                   if maintOp equal "REGISTER" then
                     perform maintRegister
                   else
                     if maintOp equal "APPROVE" then
                       perform maintApprove
                     else
                       perform maintInstall
                     end-if
                   end-if
                 end-if
               end-if
             end-if
           end-if

       maintInstall.

           perform checkVersionTag

      * pull the host file into memory
           open input host-fd
           if hostStatus not equal "00" then
           free instBuf
           display "installed " hostFileName
             " as " reqPname "." reqExt

      * every version that goes onto the image is registered, not
      * approved - approval is a separate, signed-off step
           perform registerMember
           .

      * maintRegister () - enters the member as it stands on the
      * image in the model registry (a member installed before the
      * registry existed, or put on the image by other means), the
      * same way INSTALL registers each new version.
       maintRegister.

           perform checkVersionTag
           perform registerMember
           .

      * maintApprove () - clears a registered version (VERSION=, else
      * the member's latest) for production runs.  Approval needs a
      * passing rescmp sign-off on record for exactly that version -
      * the latest SIGNOFF.DAT record for the member, version tag and
      * checksum must be a PASS.  A VERSION= tag registered more than
      * once for the member names no one version and is refused.
       maintApprove.

           perform loadRegistry
           move zero to regIdx
           move zero to regMatches
           perform varying regI from 1 by 1 until regI greater than
             regCount

               move regRow(regI) to reg-entry
               if reg-image equal atrFileName(1:64) and
                   reg-pname equal reqPname and
                   reg-ext equal reqExt then
                   if versionTag equal spaces or
                       reg-version equal versionTag then
                       move regI to regIdx
                       add 1 to regMatches
                   end-if
               end-if
           end-perform
           if versionTag not equal spaces and
               regMatches greater than 1 then
               display "APPROVE refused: version "
                 function trim (versionTag) " of "
                 function trim (reqPname) "." reqExt
                 " is registered more than once"
               move 1 to return-code
               stop run
           end-if
           if regIdx equal zero then
               display "APPROVE refused: no registered version of "
                 function trim (reqPname) "." reqExt " "
                 function trim (versionTag)
               move 1 to return-code
               stop run
           end-if
           move regRow(regIdx) to reg-entry
           if reg-approved equal "Y" then
               display function trim (reqPname) "." reqExt
                 " version " function trim (reg-version)
                 " is already approved"
               stop run
           end-if

           perform buildModelMember
           move spaces to signoffResult
           move spaces to signoffStamp
           open input signoff-fd
           if signoffStatus equal "00" then
               move zero to signoffEof
               read signoff-fd
                 at end move 1 to signoffEof
               end-read
               perform until signoffEof equal 1
                   if sgn-model equal modelMember and
                       sgn-version equal reg-version and
                       sgn-cksum equal reg-cksum then
                       move sgn-result to signoffResult
                       move sgn-stamp to signoffStamp
                   end-if
                   read signoff-fd
                     at end move 1 to signoffEof
                   end-read
               end-perform
               close signoff-fd
           end-if
           if signoffResult equal spaces then
               display "APPROVE refused: no rescmp sign-off on record "
                 "for " function trim (modelMember) " version "
                 function trim (reg-version)
               move 1 to return-code
               stop run
           end-if
           if signoffResult not equal "PASS" then
               display "APPROVE refused: the latest rescmp sign-off "
                 "for " function trim (modelMember) " version "
                 function trim (reg-version) " (" signoffStamp
                 ") did not pass"
               move 1 to return-code
               stop run
           end-if

           move function current-date to regStamp
           move "Y" to reg-approved
           move regStamp(1:14) to reg-approvedStamp
           move signoffStamp to reg-signoff
           move reg-entry to regRow(regIdx)
           perform saveRegistry
           display "approved " function trim (modelMember)
             " version " function trim (reg-version)
             " checksum " reg-cksum " on sign-off " signoffStamp
           .

      * checkVersionTag () - a VERSION= tag already registered for
      * the member is refused before anything is changed
       checkVersionTag.

           if versionTag equal spaces then
               exit paragraph
           end-if
           perform loadRegistry
           perform findVersionTag
           if regTagTaken not equal zero then
               display "version " function trim (versionTag)
                 " of " function trim (reqPname) "." reqExt
                 " is already registered"
               move 1 to return-code
               stop run
           end-if
           .

      * registerMember () - the member's current contents as a new,
      * unapproved version in the registry: tagged VERSION=, else
      * V0001, V0002, ... in registration order, stepping past any
      * tag the member already holds (an explicit VERSION= may have
      * taken the next one).  Contents already registered under a
      * tag aren't registered twice.
       registerMember.

           perform computeMemberCrc
           if found equal zero then
               display "member not found: " reqPname "." reqExt
               stop run
           end-if

           perform loadRegistry
           move zero to regVersions
           perform varying regI from 1 by 1 until regI greater than
             regCount

               move regRow(regI) to reg-entry
               if reg-image equal atrFileName(1:64) and
                   reg-pname equal reqPname and
                   reg-ext equal reqExt then
                   add 1 to regVersions
                   if reg-cksum equal memberCksum then
                       display function trim (reqPname) "." reqExt
                         " checksum " memberCksum
                         " is already registered as version "
                         function trim (reg-version)
                       exit paragraph
                   end-if
               end-if
           end-perform
           if regCount equal maxRegEntries then
               display "model registry full - " maxRegEntries
                 " versions"
               move 1 to return-code
               stop run
           end-if
           if versionTag equal spaces then
               compute regSeqDisp equal regVersions + 1
               move 1 to regTagTaken
               perform until regTagTaken equal zero
                   move spaces to versionTag
                   string "V" delimited by size
                          regSeqDisp delimited by size
                     into versionTag
                   perform findVersionTag
                   if regTagTaken not equal zero then
                       add 1 to regSeqDisp
                   end-if
               end-perform
           end-if

           move function current-date to regStamp
           move spaces to reg-entry
           move atrFileName(1:64) to reg-image
           move reqPname to reg-pname
           move reqExt to reg-ext
           move versionTag to reg-version
           move memberCksum to reg-cksum
           move memberSize to reg-size
           move regStamp(1:14) to reg-installed
           move "N" to reg-approved
           add 1 to regCount
           move reg-entry to regRow(regCount)
           perform saveRegistry
           display "registered " function trim (reqPname) "." reqExt
             " version " function trim (versionTag)
             " checksum " memberCksum
             " - not approved for production"
           .

      * findVersionTag () - regTagTaken set when versionTag is
      * already registered for the member (regTable loaded)
       findVersionTag.

           move zero to regTagTaken
           perform varying regI from 1 by 1 until regI greater than
             regCount

               move regRow(regI) to reg-entry
               if reg-image equal atrFileName(1:64) and
                   reg-pname equal reqPname and
                   reg-ext equal reqExt and
                   reg-version equal versionTag then
                   move 1 to regTagTaken
                   exit perform
               end-if
           end-perform
           .

      * loadRegistry () / saveRegistry () - the model registry is
      * read whole into regTable and written back whole; no registry
      * file is an empty registry.
       loadRegistry.

           move zero to regCount
           open input modelreg-fd
           if modelregStatus equal "35" then
               exit paragraph
           end-if
           if modelregStatus not equal "00" then
               display "cannot open model registry "
                 function trim (modelRegFileName)
                 " status " modelregStatus
               perform abortRun
           end-if
           move zero to regEof
           read modelreg-fd
             at end move 1 to regEof
           end-read
           perform until regEof equal 1
               if regCount equal maxRegEntries then
                   close modelreg-fd
                   display "model registry full - " maxRegEntries
                     " versions"
                   perform abortRun
               end-if
               add 1 to regCount
               move modelreg-record to regRow(regCount)
               read modelreg-fd
                 at end move 1 to regEof
               end-read
           end-perform
           close modelreg-fd
           .

       saveRegistry.

           open output modelreg-fd
           if modelregStatus not equal "00" then
               display "cannot rewrite model registry "
                 function trim (modelRegFileName)
                 " status " modelregStatus
               move 1 to return-code
               stop run
           end-if
           perform varying regI from 1 by 1 until regI greater than
             regCount

               move regRow(regI) to modelreg-record
               write modelreg-record
           end-perform
           close modelreg-fd
           .

      * computeMemberCrc () - CRC-32 (the image CRC's table and
      * polynomial) over the data bytes of member reqPname.reqExt's
      * sector chain, as loaded: memberCrc, in hex in memberCksum,
      * and the byte count in memberSize.  found is zero when the
      * member isn't on the image.
       computeMemberCrc.

           move zero to memberSize
           move zero to memberCrc
           move spaces to memberCksum
           perform findMember
           if found equal zero then
               exit paragraph
           end-if

           move dirEntry-count(entryNum) to walkCnt
           move dirEntry-ssn(entryNum) to walkSn
           move H"ffffffff" to crcReg
           perform varying walkI from 1 by 1 until walkI greater than
             walkCnt

               if walkSn less than 1 or
                   walkSn greater than numSectors then
                   exit perform
               end-if
               move walkSn to mapSn
               perform mapSector
               perform sectorTrailer
               perform varying j from 1 by 1 until j greater than
                 secUsed

                   move atr-sectorByte (secBase + j) to crcByte
                   call "xorLong" using crcReg, crcByte,
                     by reference crcTmp
                   compute crcIdx equal function mod (crcTmp, 256) + 1
                   compute crcReg equal crcReg / 256
                   call "xorLong" using crcTableEntry (crcIdx), crcReg,
                     by reference crcResult
                   move crcResult to crcReg
               end-perform
               add secUsed to memberSize
               move secNext to walkSn
           end-perform
           call "xorLong" using crcReg, H"ffffffff",
             by reference memberCrc

           move memberCrc to hexWork
           perform varying hexI from 8 by -1 until hexI less than 1
               compute hexDigit equal function mod (hexWork, 16)
               move hexDigits(hexDigit + 1:1) to memberCksum(hexI:1)
               compute hexWork equal hexWork / 16
           end-perform
           .

      * buildModelMember () - "PNAME.EXT", the member as the results
      * extract and the sign-off file name it
       buildModelMember.

           move spaces to modelMember
           string function trim (reqPname) delimited by size
                  "." delimited by size
                  reqExt delimited by space
             into modelMember
           .

      * checkModelRelease () - the member about to run, against the
      * model registry: its version is the registered version with
      * the same checksum (NONE when the contents were never
      * registered).  A production run needs that version approved;
      * anything else is refused (in a deck, the entry fails).  A
      * TEST run goes ahead with the version noted as unapproved.
       checkModelRelease.

           perform computeMemberCrc
           perform buildModelMember
           move memberCksum to modelCksum
           move "NONE" to modelVersion
           move "N" to modelApproved
           perform loadRegistry
           perform varying regI from 1 by 1 until regI greater than
             regCount

               move regRow(regI) to reg-entry
               if reg-image equal atrFileName(1:64) and
                   reg-pname equal reqPname and
                   reg-ext equal reqExt and
                   reg-cksum equal memberCksum then
                   move reg-version to modelVersion
                   move reg-approved to modelApproved
               end-if
           end-perform

           if modelApproved equal "Y" then
               exit paragraph
           end-if

           move spaces to regText
           if testRun not equal zero then
               string "model " delimited by size
                      modelMember delimited by space
                      " version " delimited by size
                      modelVersion delimited by space
                      " checksum " delimited by size
                      modelCksum delimited by size
                      " not approved - TEST run" delimited by size
                 into regText
               call "writeAudit" using regText
               exit paragraph
           end-if

           string "run ended via fatal: model " delimited by size
                  modelMember delimited by space
                  " version " delimited by size
                  modelVersion delimited by space
                  " checksum " delimited by size
                  modelCksum delimited by size
                  " is not approved for production"
                    delimited by size
             into regText
           call "writeAudit" using regText
           display regText(22:)
           move 1 to return-code
           perform abortRun
           .

      * maintVerify () - integrity check over the whole image before
      * the night's runs: every in-use directory entry's sector chain
      * is walked, reporting sectors claimed by two members
      * (cross-linked), chains whose walked length disagrees with
      * dirEntry-count, sectors a chain uses that the VTOC (sector
      * 360) marks free, and in-use VTOC sectors no chain reaches
      * (orphans).  Problems go to the console and leave a nonzero
      * return code so the maintenance job fails instead of the next
      * model run loading garbage.
       maintVerify.

           move zero to verifyProblems
           perform varying i from 1 by 1 until
             i greater than numSectors

               move zero to claimCnt(i)
               move spaces to ownerName(i)
           end-perform

      * walk every in-use entry's chain, counting claims per sector
           perform varying dirSecI from 0 by 1 until
             dirSecI greater than or equal to numDirSectors

               compute mapSn equal startDirSector + dirSecI
               perform mapSector
               set address of dirSector to secPtr
               perform varying dirEntI from 1 by 1 until
                 dirEntI greater than numDirEntries

                   if dirEntry-flag(dirEntI) equal to 66 then
                       perform verifyOneChain
                   end-if
               end-perform
           end-perform

      * reconcile against the VTOC free-sector bitmap.  The bitmap
      * runs from byte offset 10, one bit per sector from sector 0,
      * high bit first; a 1 bit means the sector is free.  It covers
      * sectors 0-719 only, whatever the image geometry - sectors
      * past 719 get the chain checks but no bitmap reconciliation.
           compute vtocBase equal (vtocSector - 1) * sectorSize
           perform varying i from 1 by 1 until i greater than 719
             or i greater than or equal to numSectors
           end-if
           .

      * maintList () - the LIST operation: the member detokenized
      * back into BASIC text in a print file, then a cross-reference
      * of the lines that set and the lines that read each variable,
      * a cross-reference of every GOTO/GO TO/GOSUB/TRAP/RESTORE,
      * IF ... THEN line and ON ... GOTO/GOSUB target, and the lines
      * no path from the first line reaches.  A target that isn't in
      * the program and an unreachable line are flagged and make the
      * return code nonzero, so a model can be reviewed straight off
      * the image before it is promoted.
       maintList.

           perform readBasicFile

           open output list-fd
           if listStatus not equal "00" then
               display "cannot write listing file " hostFileName
               stop run
           end-if

           move zero to listLineCount
           move zero to varRefCount
           move zero to jumpRefCount
           move zero to listOverflow
           move zero to undefCount
           move zero to unreachCount
           move zero to computedCount

           move all "=" to lstBuf
           move lstBuf to list-record
           write list-record
           move spaces to lstBuf
           string "MODEL LISTING   IMAGE: " delimited by size
                  function trim (atrFileName) delimited by size
                  "  MEMBER: " delimited by size
                  function trim (reqPname) delimited by size
                  "." delimited by size
                  reqExt delimited by size
             into lstBuf
           move lstBuf to list-record
           write list-record
           move all "=" to lstBuf
           move lstBuf to list-record
           write list-record

      * the program itself, one line (and its cross-reference rows)
      * at a time, in the order the lines are stored
           move programFile to lstLinePtr
           set lstLinePtr up by stmtab
           perform until lstLinePtr greater than or equal to
             programEnd

               perform listOneLine
           end-perform

           perform listResolveTargets
           perform listReachability
           perform listVarXref
           perform listJumpXref
           perform listUnreached
           perform listSummary

           close list-fd

           display "listed " function trim (reqPname) "." reqExt
             " to " function trim (hostFileName)
           compute listProblems equal undefCount + unreachCount
           if listProblems not equal zero then
               move listProblems to dispCnt
               display "LIST: " dispCnt " problem(s) flagged in "
                 function trim (hostFileName)
               move 1 to return-code
           end-if
           if listOverflow not equal zero then
               display "LIST: listing tables full - cross-references "
                 "incomplete"
               move 1 to return-code
           end-if
           .

      * listOneLine - detokenizes the line at lstLinePtr, recording
      * its row in the line table and its variable references and
      * jumps as it goes, and leaves lstLinePtr on the next line.
       listOneLine.

           move lstLinePtr to lstLineStart
           set address of wordCast to lstLinePtr
           move wordCasted to lstLineNum
           set lstLinePtr up by length of wordCast
           set address of byteCast to lstLinePtr
           move byteCasted to lstLineLen
           set lstLinePtr up by length of byteCast
           move lstLineStart to lstLineEnd
           set lstLineEnd up by lstLineLen

           if listLineCount equal maxListLines or lstLineLen less than 3
           then
               if listLineCount equal maxListLines then
                   move 1 to listOverflow
               end-if
               move programEnd to lstLinePtr
               exit paragraph
           end-if

           add 1 to listLineCount
           move listLineCount to lstLineIdx
           move lstLineNum to ll-num(lstLineIdx)
           move zero to ll-stops(lstLineIdx)
           move zero to ll-code(lstLineIdx)
           move zero to ll-reached(lstLineIdx)
           move zero to lstIfSeen
           compute lstLineRefStart equal varRefCount + 1

           move lstLineNum to dispLineNum
           move spaces to lstBuf
           move dispLineNum to lstBuf(1:5)
           move 6 to lstLen
           move 6 to lstIndent

      * statements: an offset byte (to the next statement, from the
      * start of the line), the token, then its operands
           perform until lstLinePtr greater than or equal to lstLineEnd
               set address of byteCast to lstLinePtr
               move byteCasted to lstStmtOff
               set lstLinePtr up by length of byteCast
               set address of byteCast to lstLinePtr
               move byteCasted to lstToken
               set lstLinePtr up by length of byteCast
               move lstLineStart to lstStmtEnd
               set lstStmtEnd up by lstStmtOff
               if lstStmtEnd less than lstLinePtr or
                   lstStmtEnd greater than lstLineEnd then
                   move lstLineEnd to lstStmtEnd
               end-if
               perform listOneStmt
               move lstStmtEnd to lstLinePtr
           end-perform

           move lstBuf to list-record
           write list-record
           move lstLineEnd to lstLinePtr
           .

      * listOneStmt - one statement: its keyword, then its operands.
      * REM and DATA text (and a line the editor couldn't tokenize)
      * is raw characters, not operands.
       listOneStmt.

           if lstToken less than or equal to tokERROR then
               move stmtName(lstToken + 1) to lstPiece
           else
               move "?" to lstPiece
           end-if
           if lstPiece not equal spaces then
               compute lstPieceLen equal
                 function length (function trim (lstPiece)) + 1
               perform listPutPiece
           end-if

           if lstToken not equal tokREM and lstToken not equal tokDATA
           then
               move 1 to ll-code(lstLineIdx)
           end-if
           if lstToken equal tokREM or lstToken equal tokDATA or
               lstToken greater than or equal to tokERROR then
               move lstLinePtr to lstOpPtr
               perform until lstOpPtr greater than or equal to
                 lstStmtEnd

                   set address of byteCast to lstOpPtr
                   move byteCasted to lstCharVal
                   if lstCharVal not equal 155 then
                       perform listPutByte
                   end-if
                   set lstOpPtr up by length of byteCast
               end-perform
               exit paragraph
           end-if

      * which variables the statement sets: the target of a LET (or
      * implied LET) or FOR, a NEXT's index, and the receiving
      * variables of INPUT/READ/GET (past any #channel); the names a
      * DIM or COM declares are neither set nor read
           move zero to lstSetMode
           if lstToken equal tokLET or lstToken equal tokLETKW or
               lstToken equal tokFOR then
               move 1 to lstSetMode
           end-if
           if lstToken equal tokNEXT then
               move 2 to lstSetMode
           end-if
           if lstToken equal tokINPUT or lstToken equal tokREAD or
               lstToken equal tokGET then
               move 3 to lstSetMode
           end-if
           if lstToken equal tokDIM or lstToken equal tokCOM then
               move 4 to lstSetMode
           end-if
           move zero to lstAssignSeen
           move zero to lstChanPart
           move zero to lstDepth
           move zero to lstOnList
           move zero to lstJumpState
           move spaces to lstJumpVerb
           move 1 to lstFirstOp

      * the statements whose operand is a line number; lstJumpState
      * 1 = expecting the target, 2 = a lone constant so far, 3 = an
      * expression (a computed jump)
           if lstToken equal tokGOTO or lstToken equal tokGO_TO or
               lstToken equal tokGOSUB or lstToken equal tokTRAP or
               lstToken equal tokRESTORE then
               move stmtName(lstToken + 1) to lstJumpVerb
               move 1 to lstJumpState
           end-if

           move lstLinePtr to lstOpPtr
           perform until lstOpPtr greater than or equal to lstStmtEnd
               set address of byteCast to lstOpPtr
               move byteCasted to lstOp
               set lstOpPtr up by length of byteCast
               perform listOneOperand
               move zero to lstFirstOp
           end-perform
           if lstJumpState equal 2 then
               perform listAddJump
           end-if

      * flow can't fall off the end of a line through an
      * unconditional GOTO, END, STOP, RETURN, RUN, BYE or NEW; once
      * an IF has been seen the rest of the line is conditional
           if lstIfSeen equal zero and
               (lstToken equal tokGOTO or lstToken equal tokGO_TO or
                lstToken equal tokEND or lstToken equal tokSTOP or
                lstToken equal tokRETURN or lstToken equal tokRUN or
                lstToken equal tokBYE or lstToken equal tokNEW) then
               move 1 to ll-stops(lstLineIdx)
           end-if
           if lstToken equal tokIF then
               move 1 to lstIfSeen
           end-if
           .

      * listOneOperand - lists operand lstOp (lstOpPtr just past it)
      * and notes what it means for the cross-references.
       listOneOperand.

           if lstOp equal opNCONST then
               call "parseNCONST" using by reference lstOpPtr,
                                        by reference lstNum
               perform listPutNumber
               if lstJumpState equal 1 then
                   move lstNum to lstPendTarget
                   move 2 to lstJumpState
               else
                   if lstJumpState equal 2 then
                       perform listAddComputed
                   end-if
               end-if
               exit paragraph
           end-if

           if lstOp equal opSCONST then
               set address of byteCast to lstOpPtr
               move byteCasted to lstStrLen
               set lstOpPtr up by length of byteCast
               move '"' to lstChar
               perform listPutChar
               perform varying lstJ from 1 by 1 until
                 lstJ greater than lstStrLen

                   set address of byteCast to lstOpPtr
                   move byteCasted to lstCharVal
                   perform listPutByte
                   set lstOpPtr up by length of byteCast
               end-perform
               move '"' to lstChar
               perform listPutChar
               if lstJumpState equal 1 or lstJumpState equal 2 then
                   perform listAddComputed
               end-if
               exit paragraph
           end-if

           if lstOp greater than 127 then
               compute lstVarNum equal lstOp - 128 + 1
               perform listPutVarName
               if lstJumpState equal 1 or lstJumpState equal 2 then
                   perform listAddComputed
               end-if
               move "R" to lstKind
               if lstDepth equal zero then
                   if lstSetMode equal 1 and lstAssignSeen equal zero
                   then
                       move "S" to lstKind
                   end-if
                   if lstSetMode equal 2 then
                       move "S" to lstKind
                   end-if
                   if lstSetMode equal 3 and lstChanPart equal zero
                   then
                       move "S" to lstKind
                   end-if
                   if lstSetMode equal 4 then
                       move space to lstKind
                   end-if
               end-if
               if lstKind not equal space then
                   perform listAddVarRef
               end-if
               exit paragraph
           end-if

      * an operator or function name
           if lstOp greater than or equal to opComma1 and
               lstOp less than or equal to H"54" then
               compute lstI equal lstOp - opComma1 + 1
               move op-text(lstI) to lstPiece
               if op-text(lstI) not equal spaces then
                   compute lstPieceLen equal
                     function length (function trim (lstPiece))
                   if op-word(lstI) equal "W" then
                       if lstBuf(lstLen:1) not equal space then
                           move space to lstChar
                           perform listPutChar
                       end-if
                       perform listPutPiece
                       move space to lstChar
                       perform listPutChar
                   else
                       perform listPutPiece
                   end-if
               end-if
           end-if

      * a lone constant target ends at the end of the statement (or
      * at the next comma of an ON list); anything else where the
      * target should be makes it a computed jump
           move zero to lstTerm
           if lstOp equal opColon or lstOp equal opEOL then
               move 1 to lstTerm
           end-if
           if lstOp equal opComma1 and lstOnList not equal zero and
               lstDepth equal zero then
               move 1 to lstTerm
           end-if
           if lstTerm not equal zero then
               if lstJumpState equal 2 then
                   perform listAddJump
               end-if
               if lstOp equal opComma1 and lstJumpState not equal zero
               then
                   move 1 to lstJumpState
               else
                   move zero to lstJumpState
               end-if
           else
               if lstJumpState equal 1 or lstJumpState equal 2 then
                   perform listAddComputed
               end-if
           end-if

           if lstOp equal opThen and lstToken equal tokIF then
               move "THEN" to lstJumpVerb
               move 1 to lstJumpState
           end-if
           if lstToken equal tokON and
               (lstOp equal opGoto or lstOp equal opGosub) then
               if lstOp equal opGoto then
                   move "ON GOTO" to lstJumpVerb
               else
                   move "ON GOSUB" to lstJumpVerb
               end-if
               move 1 to lstJumpState
               move 1 to lstOnList
           end-if

      * parenthesis depth (subscripts, function arguments), the
      * assignment, and the #channel part of an INPUT/READ/GET
           if lstOp equal opOpen1 or
               (lstOp greater than or equal to opOpen2 and
                lstOp less than or equal to opOpen4) then
               add 1 to lstDepth
           end-if
           if lstOp equal opClose and lstDepth greater than zero then
               subtract 1 from lstDepth
           end-if
           if (lstOp equal opEQ2 or lstOp equal opEQ3) and
               lstDepth equal zero then
               move 1 to lstAssignSeen
           end-if
           if lstChanPart not equal zero and lstDepth equal zero and
               (lstOp equal opComma1 or lstOp equal opSemi) then
               move zero to lstChanPart
           end-if
           if lstOp equal opSharp and lstFirstOp not equal zero then
               move 1 to lstChanPart
           end-if
           .

      * listAddVarRef - variable lstVarNum, kind lstKind, once per
      * line.
       listAddVarRef.

           perform varying lstK from lstLineRefStart by 1 until
             lstK greater than varRefCount

               if vr-var(lstK) equal lstVarNum and
                   vr-kind(lstK) equal lstKind then
                   exit paragraph
               end-if
           end-perform
           if varRefCount equal maxVarRefs then
               move 1 to listOverflow
               exit paragraph
           end-if
           add 1 to varRefCount
           move lstVarNum to vr-var(varRefCount)
           move lstLineNum to vr-line(varRefCount)
           move lstKind to vr-kind(varRefCount)
           .

      * listAddJump - a constant target (TRAP 0 only switches
      * trapping off, so it isn't one).
       listAddJump.

           if lstJumpVerb equal "TRAP" and lstPendTarget equal zero
           then
               exit paragraph
           end-if
           if jumpRefCount equal maxJumpRefs then
               move 1 to listOverflow
               exit paragraph
           end-if
           add 1 to jumpRefCount
           move lstPendTarget to jr-target(jumpRefCount)
           move lstLineNum to jr-from(jumpRefCount)
           move lstLineIdx to jr-fromIdx(jumpRefCount)
           move zero to jr-targetIdx(jumpRefCount)
           move lstJumpVerb to jr-verb(jumpRefCount)
           .

      * listAddComputed - a jump whose target is an expression.
       listAddComputed.

           move 3 to lstJumpState
           add 1 to computedCount
           if jumpRefCount equal maxJumpRefs then
               move 1 to listOverflow
               exit paragraph
           end-if
           add 1 to jumpRefCount
           move -1 to jr-target(jumpRefCount)
           move lstLineNum to jr-from(jumpRefCount)
           move lstLineIdx to jr-fromIdx(jumpRefCount)
           move zero to jr-targetIdx(jumpRefCount)
           move lstJumpVerb to jr-verb(jumpRefCount)
           .

      * listPutNumber - numeric constant lstNum, formatted the way
      * STR$ formats it.
       listPutNumber.

           move opStr to lstFunc
           call "evalFuncS" using lstFunc lstNum
             by reference lstStrPtr
           move sfuncBufferChar(1) to lstPieceLen
           move spaces to lstPiece
           perform varying lstK from 1 by 1 until
             lstK greater than lstPieceLen

               move sfuncBufferChar(lstK + 1) to lstCharVal
               move lstChar to lstPiece(lstK:1)
           end-perform
           perform listPutPiece
           .

      * listPutVarName - the VNT name of variable lstVarNum (arrays
      * keep their "(", strings their "$"), into lstVarName and the
      * print line.
       listPutVarName.

           move spaces to lstVarName
           move zero to lstVarNameLen
           if lstVarNum less than 1 or lstVarNum greater than nv then
               move "?" to lstVarName
               move 1 to lstVarNameLen
           else
               set address of name-array to vts-name(lstVarNum)
               perform varying lstK from 1 by 1 until
                 lstK greater than 64 or name-array-char(lstK) equal
                 zero

                   move name-array-char(lstK) to lstCharVal
                   add 1 to lstVarNameLen
                   move lstChar to lstVarName(lstVarNameLen:1)
               end-perform
           end-if
           move lstVarName to lstPiece
           move lstVarNameLen to lstPieceLen
           perform listPutPiece
           .

      * listPutPiece - lstPiece(1:lstPieceLen) onto the print line,
      * starting a continuation line first if it won't fit.
       listPutPiece.

           if lstLen + lstPieceLen greater than 132 and
               lstLen greater than lstIndent then
               perform listWrapLine
           end-if
           perform varying lstK from 1 by 1 until
             lstK greater than lstPieceLen

               move lstPiece(lstK:1) to lstChar
               perform listPutChar
           end-perform
           .

      * listPutByte - ATASCII byte lstCharVal as a printable
      * character: inverse video as the plain character, control
      * and graphics characters as "."
       listPutByte.

           if lstCharVal greater than 127 then
               subtract 128 from lstCharVal
           end-if
           if lstCharVal less than 32 or lstCharVal equal 127 then
               move "." to lstChar
           end-if
           perform listPutChar
           .

       listPutChar.

           if lstLen greater than or equal to 132 then
               perform listWrapLine
           end-if
           add 1 to lstLen
           move lstChar to lstBuf(lstLen:1)
           .

       listWrapLine.

           move lstBuf to list-record
           write list-record
           move spaces to lstBuf
           move lstIndent to lstLen
           .

      * listFindLine - binary search of the line table for line
      * lstFindNum; lstFindIdx zero when the program has no such
      * line.
       listFindLine.

           move zero to lstFindIdx
           move 1 to lstLo
           move listLineCount to lstHi
           perform until lstLo greater than lstHi
               compute lstMid equal (lstLo + lstHi) / 2
               if ll-num(lstMid) equal lstFindNum then
                   move lstMid to lstFindIdx
                   exit perform
               end-if
               if ll-num(lstMid) less than lstFindNum then
                   compute lstLo equal lstMid + 1
               else
                   compute lstHi equal lstMid - 1
               end-if
           end-perform
           .

      * listResolveTargets - each constant target against the line
      * table, and the jumps sorted into target order.
       listResolveTargets.

           perform varying lstI from 1 by 1 until
             lstI greater than jumpRefCount

               if jr-target(lstI) not less than zero then
                   move jr-target(lstI) to lstFindNum
                   perform listFindLine
                   move lstFindIdx to jr-targetIdx(lstI)
               end-if
           end-perform

           perform varying lstI from 1 by 1 until
             lstI greater than jumpRefCount

               move lstI to lstJ
               move zero to lstSortDone
               perform until lstSortDone not equal zero
                   if lstJ equal 1 then
                       move 1 to lstSortDone
                   else
                       move jumpOrder(lstJ - 1) to lstK
                       if jr-target(lstK) greater than jr-target(lstI)
                       then
                           move lstK to jumpOrder(lstJ)
                           subtract 1 from lstJ
                       else
                           move 1 to lstSortDone
                       end-if
                   end-if
               end-perform
               move lstI to jumpOrder(lstJ)
           end-perform
           .

      * listReachability - marks every line some path from the first
      * line reaches: falling through from a reached line that can
      * fall off its end, or a GOTO/GOSUB/THEN/ON/TRAP on a reached
      * line naming it.  Repeated until nothing more is marked.
       listReachability.

           if listLineCount equal zero then
               exit paragraph
           end-if
           move 1 to ll-reached(1)
           move 1 to lstChanged
           perform until lstChanged equal zero
               move zero to lstChanged
               perform varying lstI from 1 by 1 until
                 lstI greater than or equal to listLineCount

                   if ll-reached(lstI) not equal zero and
                       ll-stops(lstI) equal zero and
                       ll-reached(lstI + 1) equal zero then
                       move 1 to ll-reached(lstI + 1)
                       move 1 to lstChanged
                   end-if
               end-perform
               perform varying lstI from 1 by 1 until
                 lstI greater than jumpRefCount

                   if jr-targetIdx(lstI) greater than zero and
                       jr-verb(lstI) not equal "RESTORE" then
                       if ll-reached(jr-fromIdx(lstI)) not equal zero
                           and ll-reached(jr-targetIdx(lstI)) equal
                           zero then
                           move 1 to ll-reached(jr-targetIdx(lstI))
                           move 1 to lstChanged
                       end-if
                   end-if
               end-perform
           end-perform
           .

      * listSectionHead - a blank line, a rule and the section title
      * in lstPiece.
       listSectionHead.

           move spaces to list-record
           write list-record
           move all "-" to lstBuf
           move lstBuf to list-record
           write list-record
           move lstPiece to list-record
           write list-record
           move spaces to list-record
           write list-record
           .

      * listVarXref - per variable, the lines that set it and the
      * lines that read it.
       listVarXref.

           move "VARIABLE CROSS-REFERENCE" to lstPiece
           perform listSectionHead

           perform varying lstVarNum from 1 by 1 until
             lstVarNum greater than nv

               move spaces to lstBuf
               move zero to lstLen
               move 26 to lstIndent
               perform listPutVarName
               if lstLen greater than 25 then
                   perform listWrapLine
               else
                   move 26 to lstLen
               end-if
               move "S" to lstKind
               perform listVarRefLine
               move spaces to lstBuf
               move 26 to lstLen
               move "R" to lstKind
               perform listVarRefLine
           end-perform
           .

      * listVarRefLine - the SET or READ row of one variable.
       listVarRefLine.

           if lstKind equal "S" then
               move "SET " to lstPiece
           else
               move "READ" to lstPiece
           end-if
           move 4 to lstPieceLen
           perform listPutPiece
           move 30 to lstIndent
           move zero to lstFound
           perform varying lstI from 1 by 1 until
             lstI greater than varRefCount

               if vr-var(lstI) equal lstVarNum and
                   vr-kind(lstI) equal lstKind then
                   move 1 to lstFound
                   move vr-line(lstI) to dispLineNum
                   move spaces to lstPiece
                   move dispLineNum to lstPiece(2:5)
                   move 6 to lstPieceLen
                   perform listPutPiece
               end-if
           end-perform
           if lstFound equal zero then
               move "  (none)" to lstPiece
               move 8 to lstPieceLen
               perform listPutPiece
           end-if
           move lstBuf to list-record
           write list-record
           move 26 to lstIndent
           .

      * listJumpXref - per target line, the jumps naming it.
       listJumpXref.

           move "LINE-NUMBER TARGETS" to lstPiece
           perform listSectionHead

           if jumpRefCount equal zero then
               move "(none)" to list-record
               write list-record
               exit paragraph
           end-if

           move 1 to lstGroupIdx
           perform until lstGroupIdx greater than jumpRefCount
               perform listJumpGroup
           end-perform
           .

      * listJumpGroup - one print row (with continuations) for the
      * jumps from lstGroupIdx on that share a target.  A missing
      * target is flagged, except a RESTORE's: READ just carries on
      * from the next line that is there.
       listJumpGroup.

           move jumpOrder(lstGroupIdx) to lstRef
           move jr-target(lstRef) to lstGroupTarget
           move spaces to lstBuf
           if lstGroupTarget less than zero then
               move "COMPUTED" to lstBuf(1:8)
           else
               move lstGroupTarget to dispLineNum
               move dispLineNum to lstBuf(1:5)
           end-if
           move 8 to lstLen
           move 10 to lstIndent
           move zero to lstMissing

           move zero to lstGroupDone
           perform until lstGroupDone not equal zero
               move jumpOrder(lstGroupIdx) to lstRef
               if lstGroupTarget not less than zero and
                   jr-targetIdx(lstRef) equal zero and
                   jr-verb(lstRef) not equal "RESTORE" then
                   move 1 to lstMissing
               end-if
               move jr-from(lstRef) to dispLineNum
               move spaces to lstPiece
               string "  " delimited by size
                      function trim (jr-verb(lstRef)) delimited by size
                      " " delimited by size
                      function trim (dispLineNum) delimited by size
                 into lstPiece
               compute lstPieceLen equal
                 function length (function trim (lstPiece trailing))
               perform listPutPiece

               add 1 to lstGroupIdx
               if lstGroupIdx greater than jumpRefCount then
                   move 1 to lstGroupDone
               else
                   if jr-target(jumpOrder(lstGroupIdx)) not equal
                       lstGroupTarget then
                       move 1 to lstGroupDone
                   end-if
               end-if
           end-perform

           if lstGroupTarget not less than zero and
               jr-targetIdx(lstRef) equal zero then
               if lstMissing not equal zero then
                   add 1 to undefCount
                   move "  *** NO SUCH LINE" to lstPiece
               else
                   move "  (no such line - READ carries on from "
                     & "the next line)" to lstPiece
               end-if
               compute lstPieceLen equal
                 function length (function trim (lstPiece trailing))
               perform listPutPiece
           end-if
           move lstBuf to list-record
           write list-record
           .

      * listUnreached - program lines (not just REM/DATA) that no
      * path reaches.
       listUnreached.

           move "LINES NO PATH FROM THE FIRST LINE REACHES" to lstPiece
           perform listSectionHead

           move spaces to lstBuf
           move zero to lstLen
           move zero to lstIndent
           perform varying lstI from 1 by 1 until
             lstI greater than listLineCount

               if ll-code(lstI) not equal zero and
                   ll-reached(lstI) equal zero then
                   add 1 to unreachCount
                   move ll-num(lstI) to dispLineNum
                   move spaces to lstPiece
                   move dispLineNum to lstPiece(2:5)
                   move 6 to lstPieceLen
                   perform listPutPiece
               end-if
           end-perform
           if unreachCount equal zero then
               move "(none)" to lstBuf
           end-if
           move lstBuf to list-record
           write list-record

           if computedCount not equal zero then
               move spaces to list-record
               write list-record
               move "NOTE: the program has computed jumps - a line "
                 & "listed here may still be reached through one"
                 to list-record
               write list-record
           end-if
           .

       listSummary.

           move spaces to list-record
           write list-record
           move all "-" to lstBuf
           move lstBuf to list-record
           write list-record

           move listLineCount to dispCnt
           move spaces to lstBuf
           string "LINES LISTED  . . . . :" delimited by size
                  dispCnt delimited by size
             into lstBuf
           move lstBuf to list-record
           write list-record
           move nv to dispCnt
           move spaces to lstBuf
           string "VARIABLES . . . . . . :" delimited by size
                  dispCnt delimited by size
             into lstBuf
           move lstBuf to list-record
           write list-record
           compute dispCnt equal jumpRefCount - computedCount
           move spaces to lstBuf
           string "LINE-NUMBER JUMPS . . :" delimited by size
                  dispCnt delimited by size
             into lstBuf
           move lstBuf to list-record
           write list-record
           move computedCount to dispCnt
           move spaces to lstBuf
           string "COMPUTED JUMPS  . . . :" delimited by size
                  dispCnt delimited by size
             into lstBuf
           move lstBuf to list-record
           write list-record
           move undefCount to dispCnt
           move spaces to lstBuf
           string "UNDEFINED TARGETS . . :" delimited by size
                  dispCnt delimited by size
             into lstBuf
           move lstBuf to list-record
           write list-record
           move unreachCount to dispCnt
           move spaces to lstBuf
           string "UNREACHABLE LINES . . :" delimited by size
                  dispCnt delimited by size
             into lstBuf
           move lstBuf to list-record
           write list-record
           .

      * runModel () - load one disk image, find one program,
      * interpret it.  Entered by GO TO from the mainline, the deck
      * and the sweep; it never returns - the run ends in doEnd,
      * fatal or abortRun.

       runModel.

      * the operator must hold run authority on this image
           move "R" to authRight
           move atrFileName to authImage
           move "run models" to authWhat
           perform checkAuthority

      * one run at a time against a transaction dataset - a second
      * run is refused here instead of corrupting the first
           call "takeLock" using lockOk
           if lockOk equal zero then
               go to abortRun
           end-if

      * a fresh trace per run - a stale LINE/LET stream from an
      * earlier run would poison the coverage reading
           if traceActive not equal zero then
               call "clearTrace"
           end-if

           perform loadAtrImage

           perform readBasicFile

      * only a registered, approved version of the member may make
      * production decisions
           perform checkModelRelease

      * interpret()

           move zero to auditRecsWritten
           move zero to caseSeq
           move zero to caseRunning
           move zero to resultsAppend
           perform initRunState
           call "initOsAddrTable"

      * loadQCatalog () loads the model's question catalogue (QCAT=,
      * default <pname>.QCT), which the edit pass and doInput check
      * each answer against.
      *
      * editTransactions () validates the whole transaction dataset
      * before interpretation starts - rejects to TRANSREJ.DAT with a
      * reason code, control totals reconciled against the *CONTROL
      * trailer - so bad input surfaces here, not four thousand
      * decisions into the night run.  It stops the run outright if
      * the totals don't balance.
           if qcatOverride not equal spaces then
               move qcatOverride to qcatFileName
           else
               move spaces to qcatFileName
               string function trim (reqPname) delimited by size
                      ".QCT" delimited by size
                 into qcatFileName
           end-if
           call "loadQCatalog"

           move zero to txnEditReady
           call "editTransactions"

      * a dataset of "*CASE" groups is a multi-case job - the case
      * loop runs the model once per case and ends the job itself
           if caseCount greater than zero then
               go to runCases
           end-if
      * a run with no cases writes no case status - an earlier run's
      * file under this name (the deck entry's or sweep setting's
      * ".nnn" included) must not stand for it
           open output casestat-fd
           close casestat-fd

      * loadParams () sets named variables from PARAMS.DAT before
      * interpretation - tuning a threshold is a control-file edit,
      * not a BASIC source edit on the disk image.  It runs before
      * loadCheckpoint so a resumed run keeps its checkpointed
      * values.
           call "loadParams"

      * loadCheckpoint () restores currentLineNumber, trapLine, vts,
      * and any open GOSUB/FOR frames from RESTART.DAT if a prior run
      * left one behind, so a long decision run that was killed
      * partway through - mid-subroutine or mid-loop - resumes from
      * there instead of starting over from line one.  It always
      * leaves rsp/fsp at 1 (empty stacks) when there is nothing to
      * restore.
           call "loadCheckpoint" using by reference restartLine
      * a snapshot taken inside a case belongs to a multi-case job,
      * not to this dataset
           if caseSeq not equal zero then
               move zero to caseSeq
               call "fatal" using "restart case not found"
           end-if
      * after the restore - a resumed run carries on with the seed
      * the killed run started from
           perform stampSeed

           go to startInterpret
           .

      * startInterpret () - points the lexer at the restart line (or
      * the top of the program) and hands over to the parser; the
      * run only ever leaves through doEnd or fatal.  It is entered
      * by GO TO, like runModel and runCases before it - none of the
      * three returns, and the longjmp out of them would leave a
      * PERFORM open for every case and every deck entry.
       startInterpret.

           if restartLine not equal zero then
               if lineNumberRow (restartLine) equal NULL then
                   call "fatal" using "restart line not found"
               end-if
               move lineNumberRow(restartLine) to lexLinePtr
           else
               move programFile to lexLinePtr
               set lexLinePtr up by stmtab
           end-if
                              display "lexLinePtr init " lexLinePtr

           move startOfLine to lexState

           call "setjmp" using trapJmp
           perform until hell equal frozen
             display "calling yyparse"
             call "yyparse"
             display "back from  yyparse"
           end-perform
           .

      * initRunState () - the per-run counters, runaway-run clock,
      * READ/DATA cursor and channel table, cleared before a run
      * (and before every case of a multi-case job) starts.
       initRunState.

           move zero to gInit
           move zero to checkpointCounter
           move zero to txnRecordsRead
           move rndSeed to rndState
           move 1 to replayNext

      * the runaway-run caps measure each run (each deck entry, each
      * case) on its own clock and statement count
           move zero to stmtExecCount
           move function current-date to runClock
           compute runStartDays equal function integer-of-date
             (function numval (runClock(1:8)))
           compute runStartSecs equal
             (function numval (runClock(9:2)) * 3600) +
             (function numval (runClock(11:2)) * 60) +
              function numval (runClock(13:2))
           move zero to dataLineNum
           move 1 to dataScanFrom
           set dataPtr to NULL
           set dataEnd to NULL
           perform varying i from 1 by 1 until i greater than
             maxChannels

               move zero to cht-open(i)
               move zero to cht-mode(i)
               move spaces to cht-fileName(i)
               move zero to cht-recsRead(i)
               move spaces to cht-lineBuf(i)
               move zero to cht-lineLen(i)
           end-perform
           .

      * runCases () - a multi-case job: the loaded model is run from
      * the top once per case of the edited dataset, each case with
      * a fresh variable table and its own audit run-id, results
      * records and status record in CASESTAT.DAT.  doEnd and fatal
      * come back here through caseJmp, so one bad case fails alone
      * and the rest still run.  The job's checkpoint carries the
      * case that was running, so a killed job resumes inside that
      * case and the cases before it are not run again.  The job ends
      * here - "run ended normally" under the base run-id once every
      * case has a status.
       runCases.

           move zero to casesCompleted
           move zero to casesFailed
           move zero to caseRestored

      * the case run-id is the base run-id (RUNID=, with the deck
      * entry in deck mode; the start time otherwise) and a ".nnn"
      * case number - a base too long for the 14-character run-id
      * is shortened to fit
           if runId not equal spaces then
               move runId to casePrefix
           else
               move runClock(5:10) to casePrefix
           end-if
           move spaces to caseSuffix
           if rundeckActive not equal zero then
               move deckEntryNum to caseSeqDisp
               string "." delimited by size
                      caseSeqDisp delimited by size
                 into caseSuffix
           end-if
           compute casePrefixLen equal 10 -
             function length (function trim (caseSuffix))
           if caseSuffix equal spaces then
               move 10 to casePrefixLen
           end-if

           move zero to caseSeq
           call "loadParams"
           call "loadCheckpoint" using by reference restartLine
           if caseSeq greater than caseCount then
               move zero to caseSeq
               call "fatal" using "restart case not found"
           end-if

           if caseSeq equal zero then
               move 1 to caseResumeSeq
               move zero to resultsAppend
               open output casestat-fd
               close casestat-fd
           else
               move caseSeq to caseResumeSeq
               move 1 to caseRestored
               if caseResumeSeq greater than 1 then
                   move 1 to resultsAppend
               else
                   move zero to resultsAppend
               end-if
               move caseResumeSeq to caseCntDisp
               move spaces to caseText
               string "case run resumed at case " delimited by size
                      function trim (caseCntDisp) delimited by size
                      " " delimited by size
                      cs-id(caseResumeSeq) delimited by space
                 into caseText
               move zero to caseSeq
               call "writeAudit" using caseText
           end-if

      * each case from a fresh start (or from the job's checkpoint,
      * for the case a killed job was running); a case the edit pass
      * rejected records from is failed without running - its
      * answers would be off by the missing records.  The setjmp
      * stays in this loop, not in a performed paragraph, since the
      * case comes back to it by longjmp
           perform varying caseIdx from caseResumeSeq by 1 until
               caseIdx greater than caseCount

               move caseIdx to caseSeq
               move caseIdx to caseSeqDisp
               move spaces to caseRunId
               string casePrefix(1:casePrefixLen) delimited by space
                      caseSuffix delimited by space
                      "." delimited by size
                      caseSeqDisp delimited by size
                 into caseRunId

               if caseRestored equal zero then
                   perform resetCaseState
                   call "loadParams"
                   move zero to restartLine
               end-if
               move zero to caseRestored

               move spaces to caseText
               string "case start " delimited by size
                      cs-id(caseIdx) delimited by space
                      " of " delimited by size
                      function trim (txnFileName) delimited by size
                 into caseText
               call "writeAudit" using caseText
               perform stampSeed

               if cs-rejects(caseIdx) greater than zero then
                   move spaces to caseText
                   string "run ended via fatal: " delimited by size
                          "case refused by the edit pass"
                            delimited by size
                     into caseText
                   call "writeAudit" using caseText
                   move 1 to caseRc
               else
                   if restartLine equal zero then
                       call "writeCheckpoint"
                   end-if
                   call "setjmp" using caseJmp
                   move return-code to caseRc
      * the case only comes back through caseJmp (doEnd completed
      * = 2, fatal failed = 1)
                   if caseRc equal zero then
                       move 1 to caseRunning
                       go to startInterpret
                   end-if
               end-if
               move zero to caseRunning

               open extend casestat-fd
               if casestatStatus equal "35" then
                   open output casestat-fd
               end-if
               move caseIdx to cst-seq
               move space to cst-fill1
               move cs-id(caseIdx) to cst-case
               move space to cst-fill2
               if caseRc equal 2 then
                   move "COMPLETED" to cst-status
                   add 1 to casesCompleted
               else
                   move "FAILED" to cst-status
                   add 1 to casesFailed
               end-if
               move space to cst-fill3
               move function current-date to caseStamp
               move caseStamp(1:14) to cst-stamp
               move space to cst-fill4
               move caseRunId to cst-runid
               write casestat-record
               close casestat-fd
           end-perform

           move zero to caseSeq
           move zero to caseRunning
           move spaces to caseText
           move casesCompleted to caseCntDisp
           move casesFailed to caseCntDisp2
           string "cases completed=" delimited by size
                  caseCntDisp delimited by size
                  " failed=" delimited by size
                  caseCntDisp2 delimited by size
             into caseText
           call "writeAudit" using caseText
           move spaces to caseText
           move "run ended normally" to caseText
           call "writeAudit" using caseText

           call "clearCheckpoint"
           call "clearRunStatus"
           call "flushScreen"
           call "freeLock"
           if rundeckActive not equal zero then
               call "longjmp" using deckJmp, 2
           end-if
           if casesFailed greater than zero then
               move 1 to return-code
           else
               move zero to return-code
           end-if
           stop run.

      * stampSeed () - the RND seed the run starts from goes into its
      * audit trail (with the run being replayed, on a replay), so
      * any run can be reproduced from its audit record - and the
      * model version that made its decisions beside it.
       stampSeed.

           move rndSeed to seedDisp
           move spaces to caseText
           string "rnd seed=" delimited by size
                  seedDisp delimited by size
             into caseText
           if replayActive not equal zero then
               move spaces to caseText(20:)
               string " replay of " delimited by size
                      replayRunId delimited by space
                 into caseText(20:)
           end-if
           call "writeAudit" using caseText

           move spaces to caseText
           string "model " delimited by size
                  modelMember delimited by space
                  " version " delimited by size
                  modelVersion delimited by space
                  " checksum " delimited by size
                  modelCksum delimited by size
             into caseText
           call "writeAudit" using caseText
           .

      * resetCaseState () - everything one case leaves behind, cleared
      * before the next: the variable values (names and types stay -
      * the program isn't reloaded), the stacks, TRAP, screen, and
      * the per-run counters and cursors.  Line coverage is kept, so
      * the END-time coverage reading covers the job so far.
       resetCaseState.

           perform varying i from 1 by 1 until i greater than nv
               if vts-sval(i) not equal NULL then
                   free vts-sval(i)
                   set vts-sval(i) to NULL
               end-if
               if vts-aval(i) not equal NULL then
                   free vts-aval(i)
                   set vts-aval(i) to NULL
               end-if
               move 0 to vts-dim(i)
               move 0 to vts-dim2(i)
               move 0 to vts-val(i)
           end-perform

           perform resetRunState
           perform initRunState
           move zero to currentLineNumber
           .

      * readBasicFile () - finds reqPname.reqExt on the loaded image,
      * pulls its sector chain into programFile and analyzes it: the
      * variable name and value tables and the line number table.
      * Shared by runModel and the LIST maintenance operation.
       readBasicFile.

           if function length (dirSector) not equal to 128 then
               display "struct dirSector wrong size"
               move lineNext to linePtr

           end-perform
           .

       identification division.
       program-id. yylex common.
      * exactly what explains the failure
       call "writePostMortem" using desc

      * a failed case of a multi-case job fails alone - the case loop
      * records it and carries on with the next case, keeping the
      * lock and the job's checkpoint
       if caseRunning not equal zero then
           call "flushScreen"
           move zero to caseRunning
           call "longjmp" using caseJmp, 1
       end-if

       call "clearCheckpoint"
       call "clearRunStatus"
       call "flushScreen"

      * xorLong () - bitwise exclusive-or of two unsigned 32-bit
      * values, built bit by bit since this dialect has no bitwise
      * intrinsics.  Used by the ATR CRC-32 reconciliation and the
      * audit trail's hash chain.
       identification division.
       program-id. xorLong common.
       environment division.
       data division.
       working-storage section.
           move byteCasted to sbufChar(i + 1)
       end-perform

       set sptr to address of sbuf
       call "doSLet" using varNum, sptr
       goback.

       end program doReadS.

      * doRestore () - RESTORE resets the READ cursor to the top of
      * the program; RESTORE n starts the next READ's search at line
      * n (the line need not itself hold DATA - the search walks
      * onward from there, per Atari BASIC).
       identification division.
       program-id. doRestore.
       environment division.
       data division.
       working-storage section.
       copy "globals.cob".
       01 lineNum usage is binary-long signed.

       linkage section.
       01 exp usage is computational-2.

       procedure division using exp.

       move exp to lineNum

       if lineNum less than 0 or lineNum greater than H"10000" then
         call "fatal" using "line number out of range"
       end-if

       move zero to dataLineNum
       set dataPtr to NULL
       set dataEnd to NULL
       if lineNum equal zero then
           move 1 to dataScanFrom
       else
           move lineNum to dataScanFrom
       end-if
       goback.

       end program doRestore.

      * loadReplay () - pins a run to a past one from the audit trail.
      * The records of run replayRunId in auditFileName give the seed
      * the run used ("rnd seed=") and every jiffy clock value it read
      * ("jiffy="), in order; the replay starts the generator from that
      * seed and feeds the jiffy PEEKs those values instead of the wall
      * clock, so the run takes the same decisions again.  A run-id
      * that isn't in the log stops before anything runs.
       identification division.
       program-id. loadReplay.
       environment division.
       input-output section.
       file-control.
           select replay-fd assign dynamic auditFileName
              organization is line sequential
              file status is replayStatus.

       data division.
       file section.
       fd replay-fd.
       01 replay-record pic x(191).

       working-storage section.
       copy "globals.cob".
       01 replayStatus pic xx.
       01 replayEof usage binary-long signed.
       01 replayRecs usage binary-long signed.
       01 replaySeed usage binary-long signed.
       01 countDisp pic zzzz9.
       01 replay-line.
           05 rpl-runid pic x(14).
           05 rpl-fill1 pic x.
           05 rpl-seq pic x(6).
           05 rpl-fill2 pic x.
           05 rpl-timestamp pic x(21).
           05 rpl-fill3 pic x.
           05 rpl-text pic x(120).
           05 rpl-fill4 pic x.
           05 rpl-oper pic x(8).
           05 rpl-fill5 pic x.
           05 rpl-prev pic x(8).
           05 rpl-fill6 pic x.
           05 rpl-hash pic x(8).

       procedure division.

       move zero to replayCount
       move zero to replayRecs
       move zero to replaySeed

       open input replay-fd
       if replayStatus not equal "00" then
           display "replay: cannot open " function trim (auditFileName)
             " status " replayStatus
           stop run
       end-if

       move zero to replayEof
       read replay-fd into replay-line
         at end move 1 to replayEof
       end-read
       perform until replayEof equal 1
           if rpl-runid equal replayRunId then
               add 1 to replayRecs
               if rpl-text(1:9) equal "rnd seed=" and
                   rpl-text(10:10) is numeric then
                   compute replaySeed equal
                     function numval (rpl-text(10:10))
               end-if
               if rpl-text(1:6) equal "jiffy=" then
                   if replayCount equal maxReplayJiffies then
                       close replay-fd
                       display "replay: run "
                         function trim (replayRunId)
                         " read the jiffy clock more than "
                         maxReplayJiffies " times"
                       stop run
                   end-if
                   add 1 to replayCount
                   compute replayJiffy(replayCount) equal
                     function numval (rpl-text(7:7))
               end-if
           end-if
           read replay-fd into replay-line
             at end move 1 to replayEof
           end-read
       end-perform
       close replay-fd

       if replayRecs equal zero then
           display "replay: run " function trim (replayRunId)
             " not found in " function trim (auditFileName)
           stop run
       end-if
       if replaySeed equal zero then
           display "replay: run " function trim (replayRunId)
             " has no seed on record"
           stop run
       end-if

       move replaySeed to rndSeed
       move 1 to replayNext
       move 1 to replayActive
       move replayCount to countDisp
       display "replay of run " function trim (replayRunId)
         " jiffy values=" function trim (countDisp)
       goback.

       end program loadReplay.

      * writeSweepReport () - SWEEP.LIS, the what-if grid: one row
      * per sweep setting (per case, in a multi-case job), the swept
      * parameter values, and the final value of each WATCH variable
      * read back from that setting's results extract.  A string
      * outcome that differs from the neighbouring setting's (the
      * previous step of either parameter) is a flip: its cell is
      * marked "*", the row is marked FLIP, and every flip is listed
      * under the grid with the values on both sides.
       identification division.
       program-id. writeSweepReport.
       environment division.
       input-output section.
       file-control.
           select res-fd assign dynamic sweepResName
              organization is line sequential
              file status is resStatus.
           select rpt-fd assign "SWEEP.LIS"
              organization is line sequential
              file status is rptStatus.

       data division.
       file section.
       fd res-fd.
       01 res-record pic x(398).

       fd rpt-fd.
       01 rpt-record pic x(132).

       working-storage section.
       copy "globals.cob".
       01 resStatus pic xx.
       01 rptStatus pic xx.
       01 resEof usage binary-long signed.
       01 sweepResName pic x(64).

      * the writeResults record layout
       01 res-line.
           05 res-name pic x(32).
           05 res-f1 pic x.
           05 res-type pic x.
           05 res-f2 pic x.
           05 res-sub1 pic 9(5).
           05 res-f3 pic x.
           05 res-sub2 pic 9(5).
           05 res-f4 pic x.
           05 res-numval pic s9(10)v9(8) sign leading separate.
           05 res-f5 pic x.
           05 res-strlen pic 9(3).
           05 res-f6 pic x.
           05 res-strval pic x(255).
           05 res-f7 pic x.
           05 res-case pic x(12).
           05 res-f8 pic x.
           05 res-runid pic x(14).
           05 res-f9 pic x.
           05 res-seed pic 9(10).
           05 res-f10 pic x.
           05 res-model pic x(12).
           05 res-f11 pic x.
           05 res-version pic x(8).
           05 res-f12 pic x.
           05 res-cksum pic x(8).
           05 res-f13 pic x.
           05 res-release pic x.

      * one grid row per setting and case, a cell per WATCH variable
       01 maxSweepRows constant as 2000.
       01 sweepRowTable.
           05 sweepRowRows occurs maxSweepRows times.
               10 sr-combo usage binary-long signed.
               10 sr-case pic x(12).
               10 sr-flipped usage binary-long signed.
               10 sr-cells occurs maxSweepWatch times.
                   15 sr-found usage binary-long signed.
                   15 sr-type pic x.
                   15 sr-numval pic s9(10)v9(8).
                   15 sr-strval pic x(60).
                   15 sr-flipFrom usage binary-long signed.
       01 rowCount usage binary-long signed.
       01 rowStart usage binary-long signed.
       01 rowOverflow usage binary-long signed.

       01 comboIdx usage binary-long signed.
       01 rowIdx usage binary-long signed.
       01 nbRow usage binary-long signed.
       01 nbCombo usage binary-long signed.
       01 watchIdx usage binary-long signed.
       01 cellIdx usage binary-long signed.
       01 parmIdx usage binary-long signed.
       01 innerCount usage binary-long signed.
       01 outerStep usage binary-long signed.
       01 innerStep usage binary-long signed.
       01 flipCount usage binary-long signed.
       01 failCount usage binary-long signed.

       01 numWork pic s9(10)v9(8).
       01 numEdit pic -(10)9.9(8).
       01 numText pic x(20).
       01 numLen usage binary-long signed.
       01 dispCount pic z(5)9.
       01 dispSet pic zz9.
       01 dispSet2 pic zz9.
       01 lastSetDisp pic 9(3).
       01 hdr-line pic x(132).
       01 dtl-line pic x(132).

       01 grid-line.
           05 gl-set pic zz9.
           05 gl-fill1 pic x(2) value spaces.
           05 gl-value1 pic x(12).
           05 gl-fill2 pic x(2) value spaces.
           05 gl-value2 pic x(12).
           05 gl-fill3 pic x(2) value spaces.
           05 gl-case pic x(12).
           05 gl-fill4 pic x value space.
           05 gl-cells occurs maxSweepWatch times.
               10 gl-flag pic x.
               10 gl-cell pic x(11).
           05 gl-fill5 pic x(2) value spaces.
           05 gl-status pic x(9).

       01 grid-head.
           05 gh-set pic x(3).
           05 gh-fill1 pic x(2) value spaces.
           05 gh-value1 pic x(12).
           05 gh-fill2 pic x(2) value spaces.
           05 gh-value2 pic x(12).
           05 gh-fill3 pic x(2) value spaces.
           05 gh-case pic x(12).
           05 gh-fill4 pic x value space.
           05 gh-cells occurs maxSweepWatch times.
               10 gh-flag pic x.
               10 gh-cell pic x(11).
           05 gh-fill5 pic x(2) value spaces.
           05 gh-status pic x(9).

       procedure division.

       move zero to rowCount
       move zero to rowOverflow
       move zero to flipCount
       move zero to failCount
       move 1 to innerCount
       if sweepParmCount equal 2 then
           move sp-count(2) to innerCount
       end-if

      * every setting's extract into the grid
       perform varying comboIdx from 1 by 1 until
           comboIdx greater than sweepComboCount

           if sc-status(comboIdx) not equal "COMPLETED" then
               add 1 to failCount
           end-if
           compute rowStart equal rowCount + 1
           move sc-resultsName(comboIdx) to sweepResName
           open input res-fd
           if resStatus equal "00" then
               move zero to resEof
               read res-fd into res-line
                 at end move 1 to resEof
               end-read
               perform until resEof equal 1
                   perform takeResult
                   read res-fd into res-line
                     at end move 1 to resEof
                   end-read
               end-perform
               close res-fd
           end-if
      * a setting with nothing to show still gets its row
           if rowCount less than rowStart then
               move spaces to res-case
               perform findRow
           end-if
       end-perform

      * string flips against the neighbouring settings
       perform varying rowIdx from 1 by 1 until
           rowIdx greater than rowCount

           compute outerStep equal (sr-combo(rowIdx) - 1) / innerCount
           compute innerStep equal
             sr-combo(rowIdx) - 1 - (outerStep * innerCount)
           if innerStep greater than zero then
               compute nbCombo equal sr-combo(rowIdx) - 1
               perform checkFlips
           end-if
           if outerStep greater than zero then
               compute nbCombo equal sr-combo(rowIdx) - innerCount
               perform checkFlips
           end-if
       end-perform

       open output rpt-fd

       move all "=" to hdr-line
       move hdr-line to rpt-record
       write rpt-record
       move sweepComboCount to lastSetDisp
       move spaces to hdr-line
       string "WHAT-IF SWEEP   CONTROL: " delimited by size
              function trim (sweepFileName) delimited by size
              "   RUN-IDS: " delimited by size
              function trim (runId) delimited by size
              ".001 - ." delimited by size
              lastSetDisp delimited by size
         into hdr-line
       move hdr-line to rpt-record
       write rpt-record
       move all "=" to hdr-line
       move hdr-line to rpt-record
       write rpt-record

       perform varying parmIdx from 1 by 1 until
           parmIdx greater than sweepParmCount

           move spaces to dtl-line
           if parmIdx equal 1 then
               string "PARAMETER 1 . . . . :" delimited by size
                 into dtl-line
           else
               string "PARAMETER 2 . . . . :" delimited by size
                 into dtl-line
           end-if
           move sp-name(parmIdx) to dtl-line(23:32)
           move sp-from(parmIdx) to numWork
           perform formatNum
           string "FROM " delimited by size
                  numText delimited by space
                 into dtl-line(45:)
           move sp-to(parmIdx) to numWork
           perform formatNum
           string "TO " delimited by size
                  numText delimited by space
                 into dtl-line(70:)
           move sp-step(parmIdx) to numWork
           perform formatNum
           string "STEP " delimited by size
                  numText delimited by space
                 into dtl-line(95:)
           move dtl-line to rpt-record
           write rpt-record
       end-perform
       move spaces to rpt-record
       write rpt-record

      * column headings
       move spaces to grid-head
       move "SET" to gh-set
       move sp-name(1) to gh-value1
       if sweepParmCount equal 2 then
           move sp-name(2) to gh-value2
       end-if
       move "CASE" to gh-case
       perform varying watchIdx from 1 by 1 until
           watchIdx greater than sweepWatchCount
           move sw-name(watchIdx) to gh-cell(watchIdx)
       end-perform
       move "STATUS" to gh-status
       move grid-head to rpt-record
       write rpt-record
       move spaces to grid-head
       move all "-" to gh-set
       move all "-" to gh-value1
       if sweepParmCount equal 2 then
           move all "-" to gh-value2
       end-if
       move all "-" to gh-case
       perform varying watchIdx from 1 by 1 until
           watchIdx greater than sweepWatchCount
           move all "-" to gh-cell(watchIdx)
       end-perform
       move all "-" to gh-status
       move grid-head to rpt-record
       write rpt-record

      * the grid
       perform varying rowIdx from 1 by 1 until
           rowIdx greater than rowCount

           move spaces to grid-line
           move sr-combo(rowIdx) to gl-set
           move sc-value1(sr-combo(rowIdx)) to numWork
           perform formatNum
           move numText to gl-value1
           if sweepParmCount equal 2 then
               move sc-value2(sr-combo(rowIdx)) to numWork
               perform formatNum
               move numText to gl-value2
           end-if
           move sr-case(rowIdx) to gl-case
           perform varying watchIdx from 1 by 1 until
               watchIdx greater than sweepWatchCount

               if sr-found(rowIdx, watchIdx) not equal zero then
                   if sr-type(rowIdx, watchIdx) equal "S" then
                       move sr-strval(rowIdx, watchIdx)
                         to gl-cell(watchIdx)
                   else
                       move sr-numval(rowIdx, watchIdx) to numWork
                       perform formatNum
                       move numText to gl-cell(watchIdx)
                   end-if
               end-if
               if sr-flipFrom(rowIdx, watchIdx) not equal zero then
                   move "*" to gl-flag(watchIdx)
               end-if
           end-perform
           if sc-status(sr-combo(rowIdx)) not equal "COMPLETED" then
               move "FAILED" to gl-status
           else
               if sr-flipped(rowIdx) not equal zero then
                   move "FLIP" to gl-status
               end-if
           end-if
           move grid-line to rpt-record
           write rpt-record
       end-perform

      * every flip, with the values either side of it
       move spaces to rpt-record
       write rpt-record
       move all "-" to hdr-line
       move hdr-line to rpt-record
       write rpt-record
       move "STRING OUTCOME FLIPS" to rpt-record
       write rpt-record
       perform varying rowIdx from 1 by 1 until
           rowIdx greater than rowCount
           perform varying watchIdx from 1 by 1 until
               watchIdx greater than sweepWatchCount
               if sr-flipFrom(rowIdx, watchIdx) not equal zero then
                   perform writeFlip
               end-if
           end-perform
       end-perform
       if flipCount equal zero then
           move "   (NONE)" to rpt-record
           write rpt-record
       end-if

       move spaces to rpt-record
       write rpt-record
       move all "-" to hdr-line
       move hdr-line to rpt-record
       write rpt-record
       move sweepComboCount to dispCount
       move spaces to dtl-line
       string "SETTINGS RUN  . . . :" delimited by size
              dispCount delimited by size
         into dtl-line
       move dtl-line to rpt-record
       write rpt-record
       move failCount to dispCount
       move spaces to dtl-line
       string "SETTINGS FAILED . . :" delimited by size
              dispCount delimited by size
         into dtl-line
       move dtl-line to rpt-record
       write rpt-record
       move flipCount to dispCount
       move spaces to dtl-line
       string "STRING FLIPS  . . . :" delimited by size
              dispCount delimited by size
         into dtl-line
       move dtl-line to rpt-record
       write rpt-record

       close rpt-fd

       if rowOverflow not equal zero then
           display "sweep: more than " maxSweepRows " grid rows - "
             "excess rows not reported"
       end-if
       goback.

      * takeResult - a results record of a WATCH variable goes into
      * its cell of the setting's row for the record's case
       takeResult.
           perform varying watchIdx from 1 by 1 until
               watchIdx greater than sweepWatchCount

               if res-name equal sw-name(watchIdx) and
                   res-sub1 equal sw-sub1(watchIdx) and
                   res-sub2 equal sw-sub2(watchIdx) then
                   perform findRow
                   if rowIdx not equal zero then
                       move 1 to sr-found(rowIdx, watchIdx)
                       move res-type to sr-type(rowIdx, watchIdx)
                       move res-numval to sr-numval(rowIdx, watchIdx)
                       move spaces to sr-strval(rowIdx, watchIdx)
                       if res-type equal "S" and
                           res-strlen greater than zero then
                           move res-strval(1:res-strlen)
                             to sr-strval(rowIdx, watchIdx)
                       end-if
                   end-if
               end-if
           end-perform
           .

      * findRow - rowIdx is this setting's row for res-case, added
      * when it's the case's first record (zero when the table is
      * full)
       findRow.
           perform varying rowIdx from rowStart by 1 until
               rowIdx greater than rowCount
               if sr-case(rowIdx) equal res-case then
                   exit paragraph
               end-if
           end-perform
           if rowCount equal maxSweepRows then
               move 1 to rowOverflow
               move zero to rowIdx
               exit paragraph
           end-if
           add 1 to rowCount
           move rowCount to rowIdx
           move comboIdx to sr-combo(rowIdx)
           move res-case to sr-case(rowIdx)
           move zero to sr-flipped(rowIdx)
           perform varying cellIdx from 1 by 1 until
               cellIdx greater than maxSweepWatch
               move zero to sr-found(rowIdx, cellIdx)
               move space to sr-type(rowIdx, cellIdx)
               move zero to sr-numval(rowIdx, cellIdx)
               move spaces to sr-strval(rowIdx, cellIdx)
               move zero to sr-flipFrom(rowIdx, cellIdx)
           end-perform
           .

      * checkFlips - the string cells of row rowIdx against the same
      * case's row of setting nbCombo
       checkFlips.
           perform varying nbRow from 1 by 1 until
               nbRow greater than rowCount
               if sr-combo(nbRow) equal nbCombo and
                   sr-case(nbRow) equal sr-case(rowIdx) then
                   exit perform
               end-if
           end-perform
           if nbRow greater than rowCount then
               exit paragraph
           end-if
           perform varying watchIdx from 1 by 1 until
               watchIdx greater than sweepWatchCount

               if sr-found(rowIdx, watchIdx) not equal zero and
                   sr-found(nbRow, watchIdx) not equal zero and
                   sr-type(rowIdx, watchIdx) equal "S" and
                   sr-flipFrom(rowIdx, watchIdx) equal zero and
                   sr-strval(rowIdx, watchIdx) not equal
                   sr-strval(nbRow, watchIdx) then
                   move nbCombo to sr-flipFrom(rowIdx, watchIdx)
                   move 1 to sr-flipped(rowIdx)
                   add 1 to flipCount
               end-if
           end-perform
           .

      * writeFlip - one flip line: the setting, case and variable,
      * the neighbouring setting's value and this setting's value
       writeFlip.
           move sr-flipFrom(rowIdx, watchIdx) to nbCombo
           perform varying nbRow from 1 by 1 until
               nbRow greater than rowCount
               if sr-combo(nbRow) equal nbCombo and
                   sr-case(nbRow) equal sr-case(rowIdx) then
                   exit perform
               end-if
           end-perform
           move sr-combo(rowIdx) to dispSet
           move nbCombo to dispSet2
           move spaces to dtl-line
           if sr-case(rowIdx) equal spaces then
               string "SET " delimited by size
                      dispSet delimited by size
                      "  " delimited by size
                      sw-name(watchIdx) delimited by space
                      "  SET " delimited by size
                      dispSet2 delimited by size
                      ' "' delimited by size
                      sr-strval(nbRow, watchIdx)
                        delimited by "  "
                      '" -> "' delimited by size
                      sr-strval(rowIdx, watchIdx)
                        delimited by "  "
                      '"' delimited by size
                 into dtl-line
           else
               string "SET " delimited by size
                      dispSet delimited by size
                      "  CASE " delimited by size
                      sr-case(rowIdx) delimited by space
                      "  " delimited by size
                      sw-name(watchIdx) delimited by space
                      "  SET " delimited by size
                      dispSet2 delimited by size
                      ' "' delimited by size
                      sr-strval(nbRow, watchIdx)
                        delimited by "  "
                      '" -> "' delimited by size
                      sr-strval(rowIdx, watchIdx)
                        delimited by "  "
                      '"' delimited by size
                 into dtl-line
           end-if
           move dtl-line to rpt-record
           write rpt-record
           .

      * formatNum - numWork as the shortest plain number: no leading
      * blanks, no trailing fractional zeros, no point for a whole
      * number
       formatNum.
           move numWork to numEdit
           move function trim (numEdit) to numText
           compute numLen equal function length
             (function trim (numText))
           perform until numLen less than 2 or
               numText(numLen:1) not equal "0"
               move space to numText(numLen:1)
               subtract 1 from numLen
           end-perform
           if numText(numLen:1) equal "." then
               move space to numText(numLen:1)
           end-if
           .

       end program writeSweepReport.

      * loadQCatalog () - reads the question catalogue named by
      * qcatFileName into questionCatalogue.  A record is fixed
      * columns: the INPUT's line number in 1-5 and/or its VNT
      * variable name in 7-38 (either may be blank, not both), the
      * transaction key that answers it in 40-47, the answer type in
      * 49 (N numeric, S string), minimum in 51-62 and maximum in
      * 64-75 (numeric answers, blank = open), allowed values in
      * 77-276 (comma separated, blank = any).  An "*" in column 1
      * is a comment.  No catalogue file leaves qcatCount zero - the
      * answers are fed in order, as before; a catalogue with a bad
      * record refuses the run the way a failed edit pass does.
       identification division.
       program-id. loadQCatalog.
       environment division.
       input-output section.
       file-control.
           select qcat-fd assign dynamic qcatFileName
              organization is line sequential
              file status is qcatStatus.

       data division.
       file section.
       fd qcat-fd.
       01 qcat-record.
           05 qcr-line pic x(5).
           05 qcr-fill1 pic x.
           05 qcr-var pic x(32).
           05 qcr-fill2 pic x.
           05 qcr-key pic x(8).
           05 qcr-fill3 pic x.
           05 qcr-type pic x.
           05 qcr-fill4 pic x.
           05 qcr-min pic x(12).
           05 qcr-fill5 pic x.
           05 qcr-max pic x(12).
           05 qcr-fill6 pic x.
           05 qcr-values pic x(200).

       working-storage section.
       copy "globals.cob".
       01 qcatStatus pic xx.
       01 qcatEof usage binary-long signed.
       01 badRecord usage binary-long signed.
       01 countDisp pic zzzz9.
       01 auditText pic x(120).

       procedure division.

       move zero to qcatCount

       open input qcat-fd
       if qcatStatus equal "35" then
           move spaces to auditText
           string "no question catalogue " delimited by size
                  qcatFileName delimited by space
                  " - batch answers taken in order" delimited by size
             into auditText
           call "writeAudit" using auditText
           goback
       end-if

       move zero to qcatEof
       read qcat-fd
         at end move 1 to qcatEof
       end-read
       perform until qcatEof equal 1

           if qcat-record equal spaces or
               qcat-record(1:1) equal "*" then
               continue
           else
               move zero to badRecord
               if qcr-line equal spaces and qcr-var equal spaces then
                   move 1 to badRecord
               end-if
               if qcr-line not equal spaces and
                   function trim (qcr-line) is not numeric then
                   move 1 to badRecord
               end-if
               if qcr-key equal spaces then
                   move 1 to badRecord
               end-if
               if qcr-type not equal "N" and qcr-type not equal "S"
               then
                   move 1 to badRecord
               end-if
               if qcr-min not equal spaces and
                   function test-numval (qcr-min) not equal zero then
                   move 1 to badRecord
               end-if
               if qcr-max not equal spaces and
                   function test-numval (qcr-max) not equal zero then
                   move 1 to badRecord
               end-if
               if badRecord not equal zero then
                   close qcat-fd
                   display "question catalogue: bad record: "
                     qcat-record(1:60)
                   perform refuseRun
               end-if
               if qcatCount equal maxQuestions then
                   close qcat-fd
                   display "question catalogue: more than "
                     maxQuestions " questions"
                   perform refuseRun
               end-if

               add 1 to qcatCount
               if qcr-line equal spaces then
                   move zero to qc-line(qcatCount)
               else
                   compute qc-line(qcatCount) equal
                     function numval (qcr-line)
               end-if
               move qcr-var to qc-var(qcatCount)
               move qcr-key to qc-key(qcatCount)
               move qcr-type to qc-type(qcatCount)
               move zero to qc-hasMin(qcatCount)
               move zero to qc-min(qcatCount)
               if qcr-min not equal spaces then
                   move 1 to qc-hasMin(qcatCount)
                   compute qc-min(qcatCount) equal
                     function numval (qcr-min)
               end-if
               move zero to qc-hasMax(qcatCount)
               move zero to qc-max(qcatCount)
               if qcr-max not equal spaces then
                   move 1 to qc-hasMax(qcatCount)
                   compute qc-max(qcatCount) equal
                     function numval (qcr-max)
               end-if
               move qcr-values to qc-values(qcatCount)
           end-if

           read qcat-fd
             at end move 1 to qcatEof
           end-read
       end-perform
       close qcat-fd

       move spaces to auditText
       move qcatCount to countDisp
       string "question catalogue " delimited by size
              qcatFileName delimited by space
              " questions=" delimited by size
              countDisp delimited by size
         into auditText
       call "writeAudit" using auditText
       goback.

      * refuseRun - a catalogue that can't be trusted refuses the
      * run before it starts, the same way editTransactions does.
       refuseRun.
           call "freeLock"
           if rundeckActive not equal zero then
               call "longjmp" using deckJmp, 1
           end-if
           stop run.

       end program loadQCatalog.

      * editTransactions () - the pre-run edit pass over the
      * transaction dataset.  Every record is validated before
      * TRANSREJ.DAT with a two-character reason code:
      *   K1 - key missing          K2 - key malformed
      *   V1 - value too long       C1 - extra *CONTROL record
      * and, when the model has a question catalogue, answers
      * outside the question's domain:
      *   Q1 - key not catalogued   Q2 - answer not numeric
      *   Q3 - answer out of range  Q4 - answer not an allowed value
      * and, in a multi-case dataset, bad case structure:
      *   H1 - case id blank/too long  H2 - case id repeated
      *   H3 - record outside a case
      * and the run refuses to start when the control count is
      * missing, non-numeric, or out of balance.  A dataset with
      * "*CASE" header records carries its case count in columns
      * 11-19 of the *CONTROL value as well; the record count in 1-9
      * counts the records under the headers, not the headers.  The
      * headers pass through to TRANSEDIT.DAT so doInput can find
      * each case's first record; a case with any record rejected is
      * failed by the case loop without running.  No transaction
      * dataset at all just means a terminal-input run - no edit.
       identification division.
       program-id. editTransactions.
       01 ctlDigits pic x(9).
       01 countDisp pic zzzz9.
       01 auditText pic x(120).
       01 q usage binary-long signed.
       01 answer pic x(256).
       01 numAnswer usage computational-2.
       01 oneValue pic x(200).
       01 valPtr usage binary-long signed.
       01 valueOk usage binary-long signed.
       01 hasCases usage binary-long signed.
       01 headerCount usage binary-long signed.
       01 openCase usage binary-long signed.
       01 editCount usage binary-long signed.
       01 caseRefused usage binary-long signed.
       01 ctlCases usage binary-long signed.
       01 ctlCaseDigits pic x(9).
       01 refusedDisp pic zzzz9.
       01 headerDisp pic 9(5).
       01 c usage binary-long signed.

       procedure division.

       move zero to rejectCount
       move zero to ctlSeen
       move zero to ctlCount
       move zero to ctlCases
       move zero to caseCount
       move zero to hasCases
       move zero to headerCount
       move zero to openCase
       move zero to editCount
       move zero to caseRefused

       open input txn-fd
       if txnStatus equal "35" then
         goback
       end-if

      * one look ahead for "*CASE" headers - in a multi-case dataset
      * a record ahead of the first header belongs to no case
       read txn-fd
         at end move 1 to txnEof
       end-read
       perform until txnEof equal 1
           if txn-key equal "*CASE" then
               move 1 to hasCases
               exit perform
           end-if
           read txn-fd
             at end move 1 to txnEof
           end-read
       end-perform
       close txn-fd
       move zero to txnEof
       open input txn-fd

       open output edit-fd
       open output rej-fd

                   else
                       move -1 to ctlCount
                   end-if
                   move txn-value(11:9) to ctlCaseDigits
                   if ctlCaseDigits equal spaces then
                       if hasCases not equal zero then
                           move -1 to ctlCases
                       end-if
                   else
                       if ctlCaseDigits is numeric then
                           compute ctlCases equal
                             function numval (ctlCaseDigits)
                       else
                           move -1 to ctlCases
                       end-if
                   end-if
               end-if
           else
           if txn-key equal "*CASE" then
               add 1 to headerCount
               perform editCaseHeader
           else
               compute keyLen equal function length
                 (function trim (txn-key))
                       move "V1" to reason
                   end-if
               end-if

               if reason equal spaces and qcatCount greater than zero
               then
                   perform checkCatalogue
               end-if

               if reason equal spaces and hasCases not equal zero and
                   openCase equal zero then
                   move "H3" to reason
               end-if
           end-if
           end-if

           if txn-key equal "*CONTROL" and reason equal spaces then
               continue
           else
               if reason equal spaces then
                   if txn-key not equal "*CASE" then
                       add 1 to acceptCount
                   end-if
                   add 1 to editCount
                   move txn-record to edit-record
                   write edit-record
                   if txn-key equal "*CASE" then
                       move editCount to cs-editStart(caseCount)
                   end-if
               else
                   if txn-key not equal "*CASE" then
                       add 1 to rejectCount
                       if openCase not equal zero then
                           add 1 to cs-rejects(openCase)
                       end-if
                   end-if
                   move reason to rej-reason
                   move space to rej-fill
                   move txn-record to rej-data
           perform refuseRun
       end-if

       if ctlCases less than zero then
           display "edit pass: *CONTROL case count missing or not "
             "numeric"
           perform refuseRun
       end-if

       if ctlCases not equal headerCount then
           move ctlCases to countDisp
           display "edit pass: case control total " countDisp
             " does not balance"
           move headerCount to countDisp
           display "edit pass: case headers read " countDisp
           perform refuseRun
       end-if

       move spaces to auditText
       move acceptCount to countDisp
       string "edit pass accepted=" delimited by size
         into auditText
       call "writeAudit" using auditText

       if caseCount greater than zero then
           perform varying c from 1 by 1 until c greater than caseCount
               if cs-rejects(c) greater than zero then
                   add 1 to caseRefused
               end-if
           end-perform
           move spaces to auditText
           move caseCount to countDisp
           move caseRefused to refusedDisp
           string "edit pass cases=" delimited by size
                  countDisp delimited by size
                  " refused=" delimited by size
                  refusedDisp delimited by size
             into auditText
           call "writeAudit" using auditText
       end-if

       move 1 to txnEditReady
       goback.

      * editCaseHeader - a "*CASE" record opens a new case under the
      * id in its value.  A header that can't open one leaves no
      * case open, so the records under it are rejected H3 rather
      * than fed to the previous case.  It still gets its row,
      * refused - a case with no id under "*NO-ID-nnnnn" (its header
      * number) - so the case loop writes it a FAILED status record
      * instead of the case vanishing from CASESTAT.DAT.
       editCaseHeader.

           move zero to openCase
           if txn-value equal spaces or
               txn-value(13:244) not equal spaces then
               move "H1" to reason
           else
               perform varying c from 1 by 1 until
                   c greater than caseCount
                   if cs-id(c) equal txn-value(1:12) then
                       move "H2" to reason
                       exit perform
                   end-if
               end-perform
           end-if
           if caseCount equal maxCases then
               close txn-fd
               close edit-fd
               close rej-fd
               display "edit pass: more than " maxCases " cases"
               perform refuseRun
           end-if

           add 1 to caseCount
           if reason equal "H1" then
               move headerCount to headerDisp
               move spaces to cs-id(caseCount)
               string "*NO-ID-" delimited by size
                      headerDisp delimited by size
                 into cs-id(caseCount)
           else
               move txn-value(1:12) to cs-id(caseCount)
           end-if
           move zero to cs-editStart(caseCount)
           move zero to cs-rejects(caseCount)
           if reason not equal spaces then
               move 1 to cs-rejects(caseCount)
               exit paragraph
           end-if
           move caseCount to openCase
           .

      * checkCatalogue - the answer in txn-value against the
      * catalogue row for its key (the first, if the key answers
      * more than one question); reason stays blank when it passes.
       checkCatalogue.

           perform varying q from 1 by 1 until q greater than qcatCount
               if qc-key(q) equal txn-key then
                   exit perform
               end-if
           end-perform
           if q greater than qcatCount then
               move "Q1" to reason
               exit paragraph
           end-if

           move spaces to answer
           move function trim (txn-value) to answer
           if qc-type(q) equal "N" then
               if answer equal spaces or
                   function test-numval (answer) not equal zero then
                   move "Q2" to reason
                   exit paragraph
               end-if
               compute numAnswer equal function numval (answer)
               if qc-hasMin(q) not equal zero and
                   numAnswer less than qc-min(q) then
                   move "Q3" to reason
                   exit paragraph
               end-if
               if qc-hasMax(q) not equal zero and
                   numAnswer greater than qc-max(q) then
                   move "Q3" to reason
                   exit paragraph
               end-if
           end-if

           if qc-values(q) not equal spaces then
               move zero to valueOk
               move 1 to valPtr
               perform until valPtr greater than 200 or
                   valueOk not equal zero
                   move spaces to oneValue
                   unstring qc-values(q) delimited by ","
                     into oneValue with pointer valPtr
                   if function trim (oneValue) equal answer then
                       move 1 to valueOk
                   end-if
               end-perform
               if valueOk equal zero then
                   move "Q4" to reason
               end-if
           end-if
           .

      * refuseRun - a run whose input doesn't reconcile is refused
      * before it starts.  The active-run lock is released (the
      * corrected rerun must not find its own stale lock) and the
      * model threshold is a control-file edit instead of a BASIC
      * source edit on the disk image.  Unknown names warn and are
      * skipped - a model release that dropped a tunable shouldn't
      * stop the whole batch.  No PARAMS.DAT means no injection.  In
      * a what-if sweep the swept parameters are set last, to the
      * values of the combination being run.
       identification division.
       program-id. loadParams.
       environment division.
           05 byteCasted usage binary-char unsigned.
       01 numWork usage computational-2.
       01 auditText pic x(120).
       01 paramLine pic x(300).
       01 sweepI usage binary-long signed.
       01 sweepValueDisp pic -(9)9.9(6).

       procedure division.

       open input params-fd
       if paramsStatus equal "35" then
         perform setSweepParams
         goback
       end-if

               params-record(1:1) equal "*" then
               continue
           else
               move params-record to paramLine
               perform setOneParam
           end-if

           end-read
       end-perform
       close params-fd
       perform setSweepParams
       goback.

      * setSweepParams - in a what-if sweep the current combination's
      * values go in after PARAMS.DAT, so a swept parameter overrides
      * its PARAMS.DAT setting.  A swept name the model doesn't have
      * fails the combination - the sweep would show nothing.
       setSweepParams.
           if sweepActive equal zero then
               exit paragraph
           end-if
           perform varying sweepI from 1 by 1 until
               sweepI greater than sweepParmCount

               move sp-value(sweepI) to sweepValueDisp
               move spaces to paramLine
               string sp-name(sweepI) delimited by space
                      " = " delimited by size
                      function trim (sweepValueDisp) delimited by size
                 into paramLine
               perform setOneParam
               if foundVar equal zero then
                   call "fatal" using
                     "sweep parameter is not a model variable"
               end-if
               move spaces to auditText
               string "param " delimited by size
                      sp-name(sweepI) delimited by space
                      " swept to " delimited by size
                      function trim (sweepValueDisp) delimited by size
                 into auditText
               call "writeAudit" using auditText
           end-perform
           .

       setOneParam.

           move zero to eqPos
           perform varying i from 1 by 1 until i greater than 299
               if paramLine(i:1) equal "=" then
                   move i to eqPos
                   exit perform
               end-if
           end-perform
           if eqPos less than 2 then
               display "params: bad record: " paramLine(1:40)
               exit paragraph
           end-if

           move spaces to pname
           move function trim (paramLine(1:eqPos - 1)) to pname
           move spaces to pvalue
           move function trim (paramLine(eqPos + 1:)) to pvalue
           if pvalue equal spaces then
               move zero to pvalLen
           else
      * input records is present, every INPUT statement instead pulls
      * its answer from the next record of that dataset, so a whole
      * day's worth of decision requests can be fed through in one
      * batch run with no one sitting at a terminal.  With a question
      * catalogue the record's key must be the one catalogued for the
      * INPUT being answered.  In a multi-case job each case reads
      * only the records under its own "*CASE" header; reaching the
      * next header is running out of transactions for that case.
       identification division.
       program-id. doInput.
       environment division.
       01 txnEof usage binary-long signed value 0.
       01 txnSeenCycle usage binary-long signed value 0.
       01 txnSkipI usage binary-long unsigned.
       01 txnSkipCount usage binary-long unsigned.
       01 txnSeenCase usage binary-long signed value 0.
       01 auditText pic x(120).
       01 q usage binary-long signed.
       01 qFound usage binary-long signed.
       01 varName pic x(32).
       01 nameLen usage binary-long signed.
       01 namePtr usage pointer.
       01 nameByteCast based.
           05 nameByteCasted usage binary-char unsigned.
       01 nameCharCast based.
           05 nameCharCasted pic x.
       01 lineDisp pic 9(5).

       linkage section.
       01 varNum usage is binary-long signed.

       move vts-dim(varNum) to maxLen

      * a new run-deck entry means a new transaction dataset, and a
      * new case a new start point in it - drop whatever open-file
      * state the previous entry or case left here
       if txnSeenCycle not equal txnCycle or
           txnSeenCase not equal caseSeq then
         if txnOpen equal 1 then
           close txn-fd
         end-if
         move 0 to txnOpen
         move 0 to txnEof
         move txnCycle to txnSeenCycle
         move caseSeq to txnSeenCase
       end-if

      * INPUT # pulls the answer from the open channel's host file
      * a resumed run skips back over the records the pre-restart
      * process already consumed (per txnRecordsRead from
      * loadCheckpoint) so the batch continues instead of restarting.
      * A case starts after its own header, so the records ahead of
      * it are skipped first.
           move txnRecordsRead to txnSkipCount
           if caseSeq greater than zero then
             add cs-editStart(caseSeq) to txnSkipCount
           end-if
           if txnSkipCount greater than zero then
             perform varying txnSkipI from 1 by 1 until
                 txnSkipI greater than txnSkipCount

                 read txn-fd into txn-record
                   at end move 1 to txnEof
             call "fireTrap"
             call "fatal" using "end of transaction file"
           end-if
           if caseSeq greater than zero and txn-key equal "*CASE" then
             close txn-fd
             move 0 to txnOpen
             move 1 to txnEof
             call "fireTrap"
             call "fatal" using "end of case transactions"
           end-if
           add 1 to txnRecordsRead
           move txn-value to buf
           move spaces to auditText
           string "batch input key=" delimited by size
                  txn-key delimited by size
             into auditText
           call "writeAudit" using auditText
      * with a question catalogue the record must carry the key of
      * the question this INPUT asks - a missing or extra record
      * would otherwise shift every later answer onto the wrong
      * question
           if qcatCount greater than zero then
             perform matchQuestion
           end-if
       else
           display "? "
           accept buf
       end-perform
       goback.

      * matchQuestion - the catalogue row for this INPUT (a row for
      * this line first, then one for the variable on any line) must
      * name the key the record carries; a miss is trappable, then
      * fatal, like running out of transactions.
       matchQuestion.

           move spaces to varName
           move zero to nameLen
           move vts-name(varNum) to namePtr
           set address of nameByteCast to namePtr
           perform until nameByteCasted equal zero or nameLen equal 32
               set address of nameCharCast to namePtr
               add 1 to nameLen
               move nameCharCasted to varName(nameLen:1)
               set namePtr up by 1
               set address of nameByteCast to namePtr
           end-perform

           move zero to qFound
           perform varying q from 1 by 1 until q greater than qcatCount
               if qc-line(q) equal currentLineNumber and
                   (qc-var(q) equal spaces or qc-var(q) equal varName)
               then
                   move q to qFound
                   exit perform
               end-if
           end-perform
           if qFound equal zero then
               perform varying q from 1 by 1 until
                   q greater than qcatCount
                   if qc-line(q) equal zero and qc-var(q) equal varName
                   then
                       move q to qFound
                       exit perform
                   end-if
               end-perform
           end-if

           move currentLineNumber to lineDisp
           if qFound equal zero then
               move spaces to auditText
               string "INPUT " delimited by size
                      varName delimited by space
                      " at line " delimited by size
                      lineDisp delimited by size
                      " not in question catalogue" delimited by size
                 into auditText
               call "writeAudit" using auditText
               call "fireTrap"
               call "fatal" using "INPUT not in question catalogue"
           end-if

           if qc-key(qFound) not equal txn-key then
               move spaces to auditText
               string "batch input key=" delimited by size
                      txn-key delimited by space
                      " expected=" delimited by size
                      qc-key(qFound) delimited by space
                      " for " delimited by size
                      varName delimited by space
                      " at line " delimited by size
                      lineDisp delimited by size
                 into auditText
               call "writeAudit" using auditText
               call "fireTrap"
               call "fatal" using
                 "transaction key does not match question"
           end-if
           .

       end program doInput.

       identification division.
       move "run ended normally" to auditText
       call "writeAudit" using auditText

      * a finished case hands control back to the case loop; the
      * job's checkpoint and lock belong to the whole job
       if caseRunning not equal zero then
           call "flushScreen"
           move zero to caseRunning
           call "longjmp" using caseJmp, 2
       end-if

       call "clearCheckpoint"
       call "clearRunStatus"
       call "flushScreen"
      * run that produced it.  Opened/closed on every call so that a
      * job that abends partway through (e.g. via fatal) still leaves
      * a complete, durable trail up to the last decision printed.
      * Every line carries the operator the run was signed on by.
      * The trail is tamper-evident: every line carries the hash of
      * the line before it in the log (aud-prev, 00000000 for the
      * first) and its own hash, a CRC-32 over aud-prev and columns
      * 1-173 of the line, so an altered, removed or reordered line
      * breaks the chain for audver to find.  The chain picks up
      * from the log's last line the first time a log is written.
       identification division.
       program-id. writeAudit common.
       environment division.
       data division.
       file section.
       fd audit-fd.
       01 audit-record pic x(191).

       working-storage section.
       copy "globals.cob".
       01 auditStatus pic xx.
       01 auditEof usage binary-long signed.
       01 auditRunId pic x(14) value spaces.
       01 auditSeq usage binary-long unsigned value zero.
       01 auditSeenCycle usage binary-long signed value zero.
       01 caseAuditSeq usage binary-long unsigned value zero.
       01 auditSeenCase usage binary-long signed value zero.
       01 auditEntryDisp pic 9(3).
       01 nowStamp pic x(21).
       01 audit-line.
           05 aud-timestamp pic x(21).
           05 aud-fill3 pic x value space.
           05 aud-text pic x(120).
           05 aud-fill4 pic x value space.
           05 aud-oper pic x(8).
           05 aud-fill5 pic x value space.
           05 aud-prev pic x(8).
           05 aud-fill6 pic x value space.
           05 aud-hash pic x(8).

      * the hash chain - the log it is kept for and its last hash
       01 chainName pic x(64) value spaces.
       01 chainHash pic x(8) value "00000000".
       01 hashInput.
           05 hashPrev pic x(8).
           05 hashLine pic x(173).
       01 hashBytes redefines hashInput.
           05 hashByte usage binary-char unsigned occurs 181 times.
       01 hashPoly usage binary-long unsigned value H"edb88320".
       01 hashTableBuilt usage binary-long signed value zero.
       01 hashTable.
           05 hashTableEntry usage binary-long unsigned
                occurs 256 times.
       01 hashReg usage binary-long unsigned.
       01 hashTmp usage binary-long unsigned.
       01 hashIdx usage binary-long unsigned.
       01 hashByteVal usage binary-long unsigned.
       01 hashResult usage binary-long unsigned.
       01 hashI usage binary-long unsigned.
       01 hashJ usage binary-long unsigned.
       01 hashHexDigit usage binary-long unsigned.
       01 hashHexDigits pic x(16) value "0123456789ABCDEF".

       linkage section.
       01 msgText pic x(120).
       if auditSeenCycle not equal txnCycle then
         move spaces to auditRunId
         move zero to auditSeq
         move zero to auditSeenCase
         move txnCycle to auditSeenCycle
       end-if
       if auditRunId equal spaces then
         end-if
       end-if

       if chainName not equal auditFileName then
         perform findChainTip
       end-if

       open extend audit-fd
       if auditStatus equal "35" then
         open output audit-fd
       end-if

       add 1 to auditRecsWritten
      * each case of a multi-case job is its own run in the trail,
      * under the run-id the case loop gave it; the job's own records
      * (edit pass, case totals, the end stamp) stay under the base
      * run-id with their own sequence
       if caseSeq greater than zero then
         if auditSeenCase not equal caseSeq then
           move zero to caseAuditSeq
           move caseSeq to auditSeenCase
         end-if
         add 1 to caseAuditSeq
         move caseRunId to aud-runid
         move caseAuditSeq to aud-seq
       else
         add 1 to auditSeq
         move auditRunId to aud-runid
         move auditSeq to aud-seq
       end-if
       move nowStamp to aud-timestamp
       move msgText to aud-text
       move operId to aud-oper
       move chainHash to aud-prev
       perform hashAuditLine
       move aud-hash to chainHash
       move audit-line to audit-record
       write audit-record
       close audit-fd
       goback.

      * findChainTip - the hash of the log's last line, the link the
      * next line chains from (00000000 for a new log)
       findChainTip.
         move auditFileName to chainName
         move "00000000" to chainHash
         open input audit-fd
         if auditStatus equal "00" then
           move zero to auditEof
           read audit-fd
             at end move 1 to auditEof
           end-read
           perform until auditEof equal 1
             if audit-record(184:8) not equal spaces then
               move audit-record(184:8) to chainHash
             end-if
             read audit-fd
               at end move 1 to auditEof
             end-read
           end-perform
           close audit-fd
         end-if.

      * hashAuditLine - aud-hash: CRC-32 (the image CRC's polynomial)
      * over aud-prev and columns 1-173 of the line, in hex
       hashAuditLine.
         if hashTableBuilt equal zero then
           perform varying hashI from 0 by 1 until hashI equal 256
             move hashI to hashReg
             perform varying hashJ from 1 by 1 until hashJ greater
               than 8

               if function mod (hashReg, 2) equal 1 then
                 compute hashTmp equal hashReg / 2
                 call "xorLong" using hashTmp, hashPoly,
                   by reference hashReg
               else
                 compute hashReg equal hashReg / 2
               end-if
             end-perform
             move hashReg to hashTableEntry (hashI + 1)
           end-perform
           move 1 to hashTableBuilt
         end-if

         move aud-prev to hashPrev
         move audit-line(1:173) to hashLine
         move H"ffffffff" to hashReg
         perform varying hashI from 1 by 1 until hashI greater than
           181

           move hashByte (hashI) to hashByteVal
           call "xorLong" using hashReg, hashByteVal,
             by reference hashTmp
           compute hashIdx equal function mod (hashTmp, 256) + 1
           compute hashReg equal hashReg / 256
           call "xorLong" using hashTableEntry (hashIdx), hashReg,
             by reference hashResult
           move hashResult to hashReg
         end-perform
         call "xorLong" using hashReg, H"ffffffff",
           by reference hashResult

         perform varying hashI from 8 by -1 until hashI less than 1
           compute hashHexDigit equal function mod (hashResult, 16)
           move hashHexDigits(hashHexDigit + 1:1) to aud-hash(hashI:1)
           compute hashResult equal hashResult / 16
         end-perform.

       end program writeAudit.

      * writeRunStatus () - the live-run heartbeat: overwrites the
       else
           move spaces to st-runid
       end-if
      * a case of a multi-case job reports under its own run-id
       if caseSeq greater than zero then
           move caseRunId to st-runid
       end-if

       move currentLineNumber to st-line
       move txnRecordsRead to st-txn
      * DIMmed array) with the variable's real name, type (N
      * numeric, S string, A array element), subscripts, and final
      * value, so downstream systems pick decisions up from a typed
      * file instead of scraping AUDIT.LOG text.  In a multi-case job
      * every case adds its records to the one extract, each carrying
      * the case id and the case's audit run-id.  Every record carries
      * the RND seed the run used and the model member, registered
      * version and checksum that made the decisions.
       identification division.
       program-id. writeResults common.
       environment division.
       data division.
       file section.
       fd results-fd.
       01 results-record pic x(398).

       working-storage section.
       copy "globals.cob".
           05 res-strlen pic 9(3).
           05 res-f6 pic x value space.
           05 res-strval pic x(255).
           05 res-f7 pic x value space.
           05 res-case pic x(12).
           05 res-f8 pic x value space.
           05 res-runid pic x(14).
           05 res-f9 pic x value space.
           05 res-seed pic 9(10).
           05 res-f10 pic x value space.
           05 res-model pic x(12).
           05 res-f11 pic x value space.
           05 res-version pic x(8).
           05 res-f12 pic x value space.
           05 res-cksum pic x(8).
      * P an approved production version, T a TEST run of one that
      * isn't
           05 res-f13 pic x value space.
           05 res-release pic x.

       procedure division.

       if caseSeq greater than zero then
           move cs-id(caseSeq) to res-case
           move caseRunId to res-runid
       else
           move spaces to res-case
           move spaces to res-runid
       end-if
       move rndSeed to res-seed
       move modelMember to res-model
       move modelVersion to res-version
       move modelCksum to res-cksum
       if modelApproved equal "Y" then
           move "P" to res-release
       else
           move "T" to res-release
       end-if

       if resultsAppend not equal zero then
           open extend results-fd
           if resultsStatus equal "35" then
               open output results-fd
           end-if
       else
           open output results-fd
       end-if
       if caseSeq greater than zero then
           move 1 to resultsAppend
       end-if

       perform varying varI from 1 by 1 until varI greater than nv

      * of transactions consumed.  Run-qualified like the other work
      * files (POSTMORT.DAT under RUNID=); in deck mode the entry
      * number is suffixed on, so one failed entry's dump isn't
      * overwritten by the next, and in a multi-case job the case
      * number after that.
       identification division.
       program-id. writePostMortem common.
       environment division.
       working-storage section.
       copy "globals.cob".
       01 dumpStatus pic xx.
       01 dumpOutName pic x(72).
       01 dumpEntryDisp pic 9(3).
       01 dumpWork pic x(72).
       01 nowStamp pic x(21).
       01 varI usage binary-long signed.
       01 sub1 usage binary-long signed.
                  dumpEntryDisp delimited by size
             into dumpOutName
       end-if
      * one dump per failed case, suffixed with the case number
       if caseSeq greater than zero then
           move caseSeq to dumpEntryDisp
           move dumpOutName to dumpWork
           move spaces to dumpOutName
           string function trim (dumpWork) delimited by size
                  "." delimited by size
                  dumpEntryDisp delimited by size
             into dumpOutName
       end-if

       open output dump-fd
       if dumpStatus not equal "00" then
       move txnRecordsRead to ckpt-txnrec
       move zero to ckpt-varnum
       move space to ckpt-vtype
      * the case running, in a multi-case job (zero otherwise), the
      * RND generator's state and seed, and a replay's place in its
      * recorded jiffy values
       move caseSeq to ckpt-dim
       move rndState to ckpt-numval
       move rndSeed to ckpt-numval2
       move replayNext to ckpt-off1
       move zero to ckpt-off2
       move zero to ckpt-strlen
       move spaces to ckpt-strval
      * at 1 (empty stacks) unless "R"/"F" frame records are found, in
      * which case each one re-derives its tokenEnd/lineNext pointers
      * from the saved line number via lineNumberRow, the same way the
      * top-level restart resolves restoredLine to a lexLinePtr.  The
      * header record also gives back caseSeq, the case a multi-case
      * job was running (zero for an ordinary run), and the RND
      * generator's seed and state, so the resumed run continues the
      * killed run's random sequence.
       identification division.
       program-id. loadCheckpoint.
       environment division.
               move ckpt-curline to restoredLine
               move ckpt-trap to trapLine
               move ckpt-txnrec to txnRecordsRead
               move ckpt-dim to caseSeq
               if ckpt-numval2 not equal zero then
                   move ckpt-numval to rndState
                   move ckpt-numval2 to rndSeed
               end-if
               if ckpt-off1 greater than zero then
                   move ckpt-off1 to replayNext
               end-if
           else
             if ckpt-tag equal "V" then
               if ckpt-vtype equal "S" then
       01 foundIdx usage is binary-long signed.
       01 jiffyNow usage binary-long unsigned.
       01 jiffyNowHundredths usage binary-long unsigned.
       01 jiffyDisp pic 9(7).
       01 rndWork usage binary-double signed.
       01 auditText pic x(120).

       linkage section.
       01 func usage is binary-long signed.
         end-if

         if oa-kind(foundIdx) equal oaKindJiffyLo then
           perform readJiffy
           compute res equal function mod (jiffyNow, 256)
           goback
         end-if

         if oa-kind(foundIdx) equal oaKindJiffyHi then
           perform readJiffy
           compute res equal function mod (jiffyNow / 256, 256)
           goback
         end-if
         goback
       end-if

      * the seeded generator - the next state of the sequence,
      * scaled into 0 <= RND < 1
       if func equal opRnd
         compute rndWork equal rndState * rndMultiplier
         compute rndState equal function mod (rndWork, rndModulus)
         compute res equal rndState / rndModulus
         goback
       end-if


       call "fatal" using "evalFunc failed".

      * readJiffy - the jiffy clock for a PEEK.  A replay takes the
      * values the original run read, in order, from its audit
      * record; otherwise the wall clock is read.  Either way the
      * value is audited so the run can itself be replayed.
       readJiffy.
           if replayActive not equal zero then
               if replayNext greater than replayCount then
                   call "fireTrap"
                   call "fatal" using "replay jiffy values exhausted"
               end-if
               move replayJiffy(replayNext) to jiffyNow
               add 1 to replayNext
           else
               call "currentJiffy" using jiffyNow jiffyNowHundredths
           end-if
           move jiffyNow to jiffyDisp
           move spaces to auditText
           string "jiffy=" delimited by size
                  jiffyDisp delimited by size
             into auditText
           call "writeAudit" using auditText.

       end program evalFunc.

      * evalFuncS () - the string-valued functions of a numeric
