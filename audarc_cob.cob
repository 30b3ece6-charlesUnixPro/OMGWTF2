      * proves itself: records read must equal records archived plus
      * records kept, or nothing is touched and the return code is
      * nonzero.  Audit is the permanent record - it is kept, just
      * not all in one file.  Records move verbatim, hash chain and
      * all, and the new live log closes with an "audit log split"
      * record chained from the old log's last record, so the chain
      * carries on across the split and audver can walk the archives
      * and the live log as one trail.
       identification division.
       program-id.  audarc.


       file section.
       fd audit-fd.
       01 audit-record pic x(191).

       fd arch-fd.
       01 arch-record pic x(191).

       fd keep-fd.
       01 keep-record pic x(191).

       working-storage section.

           05 aud-timestamp pic x(21).
           05 aud-fill3 pic x.
           05 aud-text pic x(120).
           05 aud-fill4 pic x.
           05 aud-oper pic x(8).
           05 aud-fill5 pic x.
           05 aud-prev pic x(8).
           05 aud-fill6 pic x.
           05 aud-hash pic x(8).

      * one row per distinct run-id - sized well past audrpt's
      * reporting limit, since an overgrown log is exactly when this

       01 dispCount pic z(7)9.

      * the hash chain - the old log's last hash, and the CRC-32 the
      * chain is built with (writeAudit's: aud-prev and columns
      * 1-173 of the line)
       01 chainTip pic x(8).
       01 splitText pic x(120).
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

       procedure division.

       move zero to runCount
       move zero to recordsKept
       move zero to runsArchived
       move -1 to retainDays
       move "00000000" to chainTip

       move "AUDIT.LOG" to auditLogName
       accept argCount from argument-number

           move aud-timestamp to rt-lastTs(runIdx)
           if aud-text(1:18) equal "run ended normally" or
               aud-text(1:19) equal "run ended via fatal" or
               aud-text(1:15) equal "audit log split" then
               move 1 to rt-ended(runIdx)
           end-if
           if aud-hash not equal spaces then
               move aud-hash to chainTip
           end-if

           read audit-fd into audit-line
             at end move 1 to auditEof
           end-read
       end-perform
       close keep-fd

      * the split itself goes on the trail, chained from the old
      * log's last record
       move runsArchived to dispCount
       move spaces to splitText
       string "audit log split: " delimited by size
              function trim (dispCount) delimited by size
              " run(s) archived to " delimited by size
              archFileName delimited by space
         into splitText
       move spaces to audit-line
       move nowStamp(1:14) to aud-runid
       move "     1" to aud-seq
       move nowStamp to aud-timestamp
       move splitText to aud-text
       move chainTip to aud-prev
       perform hashAuditLine
       move audit-line to audit-record
       write audit-record
       close audit-fd
       call "CBL_DELETE_FILE" using keepFileName
         returning deleteRc
       display "audarc: records kept     " dispCount
       stop run.

      * hashAuditLine - aud-hash for audit-line, the way writeAudit
      * computes it
       hashAuditLine.
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
           end-perform

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
                 to aud-hash(hashI:1)
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

      * findRun - the run table row for aud-runid, adding one when
      * it's new; runFound zero means the table overflowed.
       findRun.
