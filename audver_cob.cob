      * audver - audit trail verification.  Walks the dated archives
      * audarc has cut from the audit log (<log>.YYYYMMDD in the
      * working directory, oldest first) and then the live log
      * (argument 1, default AUDIT.LOG) as one trail, and checks the
      * hash chain writeAudit builds: every record's hash must match
      * its contents, the record it chains from (aud-prev) must be
      * on the trail - and ahead of it, in the same file - and each
      * run-id's sequence numbers must run on without a gap.
      * AUDITVER.LIS reports the first BROKEN (altered), MISSING or
      * REORDERED record of every run that has one, and the return
      * code is nonzero - so a deleted or edited line in the
      * permanent record is caught by a batch job instead of
      * discovered at an audit.  Records written before the trail
      * was chained carry no hash and are counted, not checked; a
      * record without a hash after the chain has begun in the same
      * file is BROKEN.  A run-id that starts again at sequence 1 is
      * a rerun under the same RUNID=, not a gap.
       identification division.
       program-id.  audver.

       environment division.

       input-output section.

       file-control.
           select audit-fd assign dynamic auditFileName
              organization is line sequential
              file status is auditStatus.
           select rpt-fd assign "AUDITVER.LIS"
              organization is line sequential
              file status is rptStatus.

       data division.

       file section.
       fd audit-fd.
       01 audit-record pic x(191).

       fd rpt-fd.
       01 rpt-record pic x(132).

       working-storage section.

       01 auditStatus pic xx.
       01 rptStatus pic xx.
       01 auditEof usage binary-long signed.

      * argument 1 may name a run-qualified audit log to verify
       01 auditLogName pic x(64).
       01 auditFileName pic x(64).
       01 logNameLen usage binary-long signed.
       01 argCount usage binary-long unsigned.
       01 argIndex usage binary-long unsigned.
       01 argValue pic x(64).

      * directory scan through the C library, the way runinq finds
      * its heartbeat files; d_name sits 19 bytes into a struct
      * dirent here
       01 dirp usage pointer.
       01 entp usage pointer.
       01 namePtr usage pointer.
       01 nameByteCast based.
           05 nameByteCasted usage binary-char unsigned.
       01 nameCharCast based.
           05 nameCharCasted pic x.
       01 entryName pic x(64).
       01 nameLen usage binary-long signed.

      * the files of the trail in walk order - the archives by
      * date, then the live log
       01 maxVerFiles constant as 500.
       01 fileTable.
           05 fileRows occurs maxVerFiles times.
               10 vf-name pic x(64).
               10 vf-records usage binary-long signed.
       01 fileCount usage binary-long signed.
       01 fileIdx usage binary-long signed.
       01 sortI usage binary-long signed.
       01 sortJ usage binary-long signed.
       01 sortName pic x(64).

       01 audit-line.
           05 aud-runid pic x(14).
           05 aud-fill1 pic x.
           05 aud-seq pic x(6).
           05 aud-fill2 pic x.
           05 aud-timestamp pic x(21).
           05 aud-fill3 pic x.
           05 aud-text pic x(120).
           05 aud-fill4 pic x.
           05 aud-oper pic x(8).
           05 aud-fill5 pic x.
           05 aud-prev pic x(8).
           05 aud-fill6 pic x.
           05 aud-hash pic x(8).

      * every record's hash and where it sits, for finding the
      * record another chains from
       01 maxVerRecords constant as 100000.
       01 recordTable.
           05 recordRows occurs maxVerRecords times.
               10 vr-hash pic x(8).
               10 vr-file usage binary-long signed.
       01 recCount usage binary-long signed.
       01 recIdx usage binary-long signed.
       01 linkIdx usage binary-long signed.
       01 lastHashed usage binary-long signed.
       01 lineNum usage binary-long signed.

      * one row per run-id - its next sequence number and the first
      * problem found in it
       01 maxVerRuns constant as 20000.
       01 runTable.
           05 runRows occurs maxVerRuns times.
               10 rv-runid pic x(14).
               10 rv-nextSeq usage binary-long signed.
               10 rv-problem pic x(9).
               10 rv-seq usage binary-long signed.
               10 rv-file usage binary-long signed.
               10 rv-line usage binary-long signed.
               10 rv-detail pic x(60).
       01 runCount usage binary-long signed.
       01 runIdx usage binary-long signed.
       01 runFound usage binary-long signed.

       01 seqNum usage binary-long signed.
       01 chainStarted usage binary-long signed.
       01 rootSeen usage binary-long signed.
       01 legacyCount usage binary-long signed.
       01 checkedCount usage binary-long signed.
       01 problemRuns usage binary-long signed.
       01 problemKind pic x(9).
       01 problemDetail pic x(60).
       01 dispSeq pic z(5)9.
       01 dispSeq2 pic z(5)9.

      * writeAudit's hash - CRC-32 (the image CRC's polynomial) over
      * aud-prev and columns 1-173 of the line
       01 calcHash pic x(8).
       01 hashInput.
           05 hashPrev pic x(8).
           05 hashLine pic x(173).
       01 hashBytes redefines hashInput.
           05 hashByte usage binary-char unsigned occurs 181 times.
       01 hashPoly usage binary-long unsigned value H"edb88320".
       01 hashTable.
           05 hashTableEntry usage binary-long unsigned
                occurs 256 times.
       01 hashReg usage binary-long unsigned.
       01 hashIdx usage binary-long unsigned.
       01 hashResult usage binary-long unsigned.
       01 hashI usage binary-long unsigned.
       01 hashJ usage binary-long unsigned.
       01 hashHexDigit usage binary-long unsigned.
       01 hashHexDigits pic x(16) value "0123456789ABCDEF".
      * xorValues - xorA exclusive-or xorB into xorOut, bit by bit
       01 xorA usage binary-long unsigned.
       01 xorB usage binary-long unsigned.
       01 xorOut usage binary-long unsigned.
       01 xorWeight usage binary-long unsigned.
       01 xorN usage binary-long unsigned.

       01 dispCount pic z(7)9.
       01 hdr-line pic x(132).
       01 dtl-line pic x(132).

       01 problem-line.
           05 prb-runid pic x(14).
           05 prb-fill1 pic x value space.
           05 prb-seq pic z(5)9.
           05 prb-fill2 pic x value space.
           05 prb-kind pic x(9).
           05 prb-fill3 pic x value space.
           05 prb-file pic x(30).
           05 prb-fill4 pic x value space.
           05 prb-line pic z(7)9.
           05 prb-fill5 pic x value space.
           05 prb-detail pic x(60).

       01 detail-line.
           05 dtl-fill1 pic x(3) value spaces.
           05 dtl-label pic x(26).
           05 dtl-value pic x(80).

       procedure division.

       move zero to fileCount
       move zero to recCount
       move zero to runCount
       move zero to chainStarted
       move zero to rootSeen
       move zero to legacyCount
       move zero to checkedCount
       move zero to problemRuns
       move zero to lastHashed

       move "AUDIT.LOG" to auditLogName
       accept argCount from argument-number
       if argCount greater than or equal to 1 then
           move 1 to argIndex
           display argIndex upon argument-number
           accept argValue from argument-value
           move argValue to auditLogName
       end-if
       compute logNameLen equal
         function length (function trim (auditLogName))

       perform findArchives
       if fileCount equal maxVerFiles then
           display "audver: more than " maxVerFiles " archives of "
             function trim (auditLogName)
           move 1 to return-code
           stop run
       end-if
       add 1 to fileCount
       move auditLogName to vf-name(fileCount)

       move auditLogName to auditFileName
       open input audit-fd
       if auditStatus equal "35" then
           display "audver: " function trim (auditLogName)
             " not found"
           move 1 to return-code
           stop run
       end-if
       close audit-fd

       perform buildHashTable

      * pass 1 - every record's hash, in walk order
       perform varying fileIdx from 1 by 1 until
           fileIdx greater than fileCount

           move vf-name(fileIdx) to auditFileName
           move zero to vf-records(fileIdx)
           open input audit-fd
           move zero to auditEof
           read audit-fd into audit-line
             at end move 1 to auditEof
           end-read
           perform until auditEof equal 1
               if recCount equal maxVerRecords then
                   close audit-fd
                   display "audver: more than " maxVerRecords
                     " records on the trail - raise maxVerRecords"
                   move 1 to return-code
                   stop run
               end-if
               add 1 to recCount
               add 1 to vf-records(fileIdx)
               move aud-hash to vr-hash(recCount)
               move fileIdx to vr-file(recCount)
               read audit-fd into audit-line
                 at end move 1 to auditEof
               end-read
           end-perform
           close audit-fd
       end-perform

      * pass 2 - every record checked against the chain and its
      * run's sequence
       move zero to recIdx
       perform varying fileIdx from 1 by 1 until
           fileIdx greater than fileCount

           move vf-name(fileIdx) to auditFileName
           move zero to lineNum
           move zero to chainStarted
           open input audit-fd
           move zero to auditEof
           read audit-fd into audit-line
             at end move 1 to auditEof
           end-read
           perform until auditEof equal 1
               add 1 to recIdx
               add 1 to lineNum
               perform checkRecord
               read audit-fd into audit-line
                 at end move 1 to auditEof
               end-read
           end-perform
           close audit-fd
       end-perform

       perform writeReport

       move checkedCount to dispCount
       display "audver: " dispCount " record(s) checked"
       if problemRuns equal zero then
           display "audver: audit trail intact"
       else
           move problemRuns to dispCount
           display "audver: " dispCount " run(s) with a broken, "
             "missing or reordered record - see AUDITVER.LIS"
           move 1 to return-code
       end-if
       stop run.

      * findArchives - the <log>.YYYYMMDD files in the working
      * directory, sorted by name (so by date)
       findArchives.
           call "opendir" using z"." returning dirp
           if dirp equal NULL then
               display "audver: cannot read the working directory"
               move 1 to return-code
               stop run
           end-if
           call "readdir" using by value dirp returning entp
           perform until entp equal NULL
               move entp to namePtr
               set namePtr up by 19
               move spaces to entryName
               move zero to nameLen
               set address of nameByteCast to namePtr
               perform until nameByteCasted equal zero or
                   nameLen equal 64
                   set address of nameCharCast to namePtr
                   add 1 to nameLen
                   move nameCharCasted to entryName(nameLen:1)
                   set namePtr up by 1
                   set address of nameByteCast to namePtr
               end-perform

               if nameLen equal logNameLen + 9 and
                   entryName(1:logNameLen) equal
                     auditLogName(1:logNameLen) and
                   entryName(logNameLen + 1:1) equal "." and
                   entryName(logNameLen + 2:8) is numeric and
                   fileCount less than maxVerFiles then
                   add 1 to fileCount
                   move entryName to vf-name(fileCount)
               end-if

               call "readdir" using by value dirp returning entp
           end-perform
           call "closedir" using by value dirp

           perform varying sortI from 2 by 1 until
               sortI greater than fileCount

               move vf-name(sortI) to sortName
               move sortI to sortJ
               perform until sortJ equal 1 or
                   vf-name(sortJ - 1) not greater than sortName
                   move vf-name(sortJ - 1) to vf-name(sortJ)
                   subtract 1 from sortJ
               end-perform
               move sortName to vf-name(sortJ)
           end-perform.

      * checkRecord - record recIdx (line lineNum of file fileIdx)
      * against its hash, the record it chains from, and its run's
      * sequence; the first problem in a run is kept for the report
       checkRecord.
           perform findRun
           move spaces to problemKind
           move spaces to problemDetail
           if aud-seq is not equal spaces then
               compute seqNum equal function numval (aud-seq)
           end-if

           if aud-hash equal spaces then
               if chainStarted equal zero then
                   add 1 to legacyCount
                   exit paragraph
               end-if
               move "BROKEN" to problemKind
               move "record carries no hash" to problemDetail
           else
               move 1 to chainStarted
               add 1 to checkedCount
               perform hashAuditLine
               if calcHash not equal aud-hash then
                   move "BROKEN" to problemKind
                   move "record altered - its hash does not match"
                     to problemDetail
               else
                   perform checkLink
               end-if
               move recIdx to lastHashed
           end-if

           if problemKind equal spaces and aud-seq is not equal
             spaces then
               perform checkSequence
           end-if

           if problemKind not equal spaces and
               rv-problem(runIdx) equal spaces then
               move problemKind to rv-problem(runIdx)
               move seqNum to rv-seq(runIdx)
               move fileIdx to rv-file(runIdx)
               move lineNum to rv-line(runIdx)
               move problemDetail to rv-detail(runIdx)
               add 1 to problemRuns
           end-if.

      * checkLink - the record aud-prev names must be on the trail,
      * and ahead of this one when both are in the same file.  Only
      * the first record ever written chains from zeros; audarc moves
      * whole runs out of the middle of the log, so the archives are
      * not in chain order and a second start is what gives a lost
      * head of the log away
       checkLink.
           if aud-prev equal "00000000" then
               if rootSeen not equal zero then
                   move "MISSING" to problemKind
                   move "chain starts over - the records before it "
                     & "are missing" to problemDetail
               end-if
               move 1 to rootSeen
               exit paragraph
           end-if
           if lastHashed greater than zero and
               vr-hash(lastHashed) equal aud-prev then
               exit paragraph
           end-if
           move zero to linkIdx
           perform varying sortI from 1 by 1 until
               sortI greater than recCount

               if vr-hash(sortI) equal aud-prev then
                   move sortI to linkIdx
                   exit perform
               end-if
           end-perform
           if linkIdx equal zero then
               move "MISSING" to problemKind
               move spaces to problemDetail
               string "the record it chains from (" delimited by size
                      aud-prev delimited by size
                      ") is not on the trail" delimited by size
                 into problemDetail
           else
               if linkIdx greater than recIdx and
                   vr-file(linkIdx) equal fileIdx then
                   move "REORDERED" to problemKind
                   move "the record it chains from comes after it"
                     to problemDetail
               end-if
           end-if.

      * checkSequence - the run's records must number on without a
      * gap; a run-id starting over at 1 is a rerun of it
       checkSequence.
           if rv-nextSeq(runIdx) equal zero then
               if seqNum not equal 1 then
                   move "MISSING" to problemKind
                   compute dispSeq equal seqNum - 1
                   move spaces to problemDetail
                   string "the run's records 1 to " delimited by size
                          function trim (dispSeq) delimited by size
                          " are not on the trail" delimited by size
                     into problemDetail
               end-if
           else
               if seqNum not equal rv-nextSeq(runIdx) and
                   seqNum not equal 1 then
                   if seqNum greater than rv-nextSeq(runIdx) then
                       move "MISSING" to problemKind
                       move rv-nextSeq(runIdx) to dispSeq
                       compute dispSeq2 equal seqNum - 1
                       move spaces to problemDetail
                       string "the run's records " delimited by size
                              function trim (dispSeq)
                                delimited by size
                              " to " delimited by size
                              function trim (dispSeq2)
                                delimited by size
                              " are not on the trail"
                                delimited by size
                         into problemDetail
                   else
                       move "REORDERED" to problemKind
                       move rv-nextSeq(runIdx) to dispSeq
                       move spaces to problemDetail
                       string "out of sequence - record "
                                delimited by size
                              function trim (dispSeq)
                                delimited by size
                              " was expected" delimited by size
                         into problemDetail
                   end-if
               end-if
           end-if
           compute rv-nextSeq(runIdx) equal seqNum + 1.

      * findRun - the run table row for aud-runid, adding one when
      * it's new; a trail with more run-ids than the table holds
      * can't be vouched for, so that stops the job
       findRun.
           move zero to runFound
           move zero to seqNum
           perform varying runIdx from 1 by 1 until
               runIdx greater than runCount

               if rv-runid(runIdx) equal aud-runid then
                   move 1 to runFound
                   exit perform
               end-if
           end-perform
           if runFound equal zero then
               if runCount equal maxVerRuns then
                   close audit-fd
                   display "audver: more than " maxVerRuns
                     " run-ids on the trail - raise maxVerRuns"
                   move 1 to return-code
                   stop run
               end-if
               add 1 to runCount
               move runCount to runIdx
               move aud-runid to rv-runid(runIdx)
               move zero to rv-nextSeq(runIdx)
               move spaces to rv-problem(runIdx)
               move 1 to runFound
           end-if.

      * writeReport - AUDITVER.LIS: the files walked, the first
      * problem of each run that has one, and the totals
       writeReport.
           open output rpt-fd

           move all "=" to hdr-line
           move hdr-line to rpt-record
           write rpt-record
           move spaces to hdr-line
           string "AUDIT TRAIL VERIFICATION      LOG: "
                    delimited by size
                  function trim (auditLogName) delimited by size
             into hdr-line
           move hdr-line to rpt-record
           write rpt-record
           move all "=" to hdr-line
           move hdr-line to rpt-record
           write rpt-record

           perform varying fileIdx from 1 by 1 until
               fileIdx greater than fileCount

               move spaces to detail-line
               if fileIdx equal fileCount then
                   move "LIVE LOG  . . . . . . :" to dtl-label
               else
                   move "ARCHIVE . . . . . . . :" to dtl-label
               end-if
               move vf-records(fileIdx) to dispCount
               move spaces to dtl-value
               string vf-name(fileIdx) delimited by space
                      "  RECORDS " delimited by size
                      function trim (dispCount) delimited by size
                 into dtl-value
               move detail-line to rpt-record
               write rpt-record
           end-perform

           move spaces to rpt-record
           write rpt-record
           if problemRuns equal zero then
               move "NO BROKEN, MISSING OR REORDERED RECORDS FOUND"
                 to rpt-record
               write rpt-record
           else
               move "RUN ID            SEQ PROBLEM   FILE            "
                 & "                   LINE DETAIL" to rpt-record
               write rpt-record
               perform varying runIdx from 1 by 1 until
                   runIdx greater than runCount

                   if rv-problem(runIdx) not equal spaces then
                       move spaces to problem-line
                       move rv-runid(runIdx) to prb-runid
                       move rv-seq(runIdx) to prb-seq
                       move rv-problem(runIdx) to prb-kind
                       move vf-name(rv-file(runIdx)) to prb-file
                       move rv-line(runIdx) to prb-line
                       move rv-detail(runIdx) to prb-detail
                       move problem-line to rpt-record
                       write rpt-record
                   end-if
               end-perform
           end-if

           move spaces to rpt-record
           write rpt-record
           move all "-" to hdr-line
           move hdr-line to rpt-record
           write rpt-record

           move spaces to detail-line
           move "RECORDS CHECKED . . . :" to dtl-label
           move checkedCount to dispCount
           move dispCount to dtl-value
           move detail-line to rpt-record
           write rpt-record
           move "UNCHAINED (OLDER) . . :" to dtl-label
           move legacyCount to dispCount
           move dispCount to dtl-value
           move detail-line to rpt-record
           write rpt-record
           move "RUNS ON THE TRAIL . . :" to dtl-label
           move runCount to dispCount
           move dispCount to dtl-value
           move detail-line to rpt-record
           write rpt-record
           move "RUNS WITH PROBLEMS  . :" to dtl-label
           move problemRuns to dispCount
           move dispCount to dtl-value
           move detail-line to rpt-record
           write rpt-record

           close rpt-fd.

      * buildHashTable - the CRC-32 table, as the image CRC builds it
       buildHashTable.
           perform varying hashI from 0 by 1 until hashI equal 256
               move hashI to hashReg
               perform varying hashJ from 1 by 1 until hashJ greater
                 than 8

                   if function mod (hashReg, 2) equal 1 then
                       compute xorA equal hashReg / 2
                       move hashPoly to xorB
                       perform xorValues
                       move xorOut to hashReg
                   else
                       compute hashReg equal hashReg / 2
                   end-if
               end-perform
               move hashReg to hashTableEntry (hashI + 1)
           end-perform.

      * hashAuditLine - calcHash for audit-line, the way writeAudit
      * computes aud-hash
       hashAuditLine.
           move aud-prev to hashPrev
           move audit-line(1:173) to hashLine
           move H"ffffffff" to hashReg
           perform varying hashI from 1 by 1 until hashI greater than
             181

               move hashReg to xorA
               move hashByte (hashI) to xorB
               perform xorValues
               compute hashIdx equal function mod (xorOut, 256) + 1
               move hashTableEntry (hashIdx) to xorA
               compute xorB equal hashReg / 256
               perform xorValues
               move xorOut to hashReg
           end-perform
           move hashReg to xorA
           move H"ffffffff" to xorB
           perform xorValues
           move xorOut to hashResult

           perform varying hashI from 8 by -1 until hashI less than 1
               compute hashHexDigit equal function mod (hashResult, 16)
               move hashHexDigits(hashHexDigit + 1:1)
                 to calcHash(hashI:1)
               compute hashResult equal hashResult / 16
           end-perform.

      * xorValues - xorOut = xorA exclusive-or xorB, built bit by bit
      * since this dialect has no bitwise intrinsics
       xorValues.
           move zero to xorOut
           move 1 to xorWeight
           perform varying xorN from 1 by 1 until xorN greater than 32
               if function mod (xorA, 2) not equal
                   function mod (xorB, 2) then
                   add xorWeight to xorOut
               end-if
               compute xorA equal xorA / 2
               compute xorB equal xorB / 2
               compute xorWeight equal xorWeight * 2
           end-perform.

       end program audver.
