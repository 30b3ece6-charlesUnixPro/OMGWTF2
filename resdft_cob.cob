      * resdft - decision outcome distribution and drift report.
      * Compares the runs respost has posted into HISTORY.DAT in a
      * current period against a baseline period, both picked by the
      * date of hst-stamp (BASE= and CURRENT=, each YYYYMMDD-YYYYMMDD
      * inclusive, or one YYYYMMDD for a single day), variable by
      * variable into RESDRIFT.LIS:
      *   string outcomes - count and percentage of every value in
      *      each period
      *   numeric outcomes - counts and percentages over equal bands
      *      (BANDS=, default 10, at most 20) spanning both periods'
      *      range, with the mean and standard deviation of each
      * A variable drifts when the share of any one value or band
      * moved by more than THRESHOLD= percentage points (default
      * 10); a variable posted in one period and not the other is
      * flagged too.  The report ends with the exceptions, and the
      * return code is nonzero when there are any, so a model or a
      * transaction feed that quietly changed behaviour turns up in
      * the weekly review.  Every posted value counts once - an
      * array element is a value of its variable - and string values
      * are told apart by their first 40 characters.
       identification division.
       program-id.  resdft.

       environment division.

       input-output section.

       file-control.
           select hist-fd assign "HISTORY.DAT"
              organization is indexed
              access mode is sequential
              record key is hst-key
              file status is histStatus.
           select rpt-fd assign "RESDRIFT.LIS"
              organization is line sequential
              file status is rptStatus.

       data division.

       file section.
       fd hist-fd.
       01 hist-record.
           05 hst-key.
               10 hst-runid pic x(14).
               10 hst-name pic x(32).
               10 hst-sub1 pic 9(5).
               10 hst-sub2 pic 9(5).
           05 hst-type pic x.
           05 hst-numval pic s9(10)v9(8) sign leading separate.
           05 hst-strlen pic 9(3).
           05 hst-strval pic x(255).
           05 hst-stamp pic x(14).

       fd rpt-fd.
       01 rpt-record pic x(132).

       working-storage section.

       01 histStatus pic xx.
       01 rptStatus pic xx.
       01 histEof usage binary-long signed.

       01 argCount usage binary-long unsigned.
       01 argIndex usage binary-long unsigned.
       01 argValue pic x(64).
       01 rangeValue pic x(64).
       01 rangeFrom pic x(8).
       01 rangeTo pic x(8).
       01 rangeBad usage binary-long signed.

       01 baseFrom pic x(8).
       01 baseTo pic x(8).
       01 currFrom pic x(8).
       01 currTo pic x(8).
       01 threshold usage computational-2.
       01 bandCount usage binary-long signed.

      * what the record just read counts toward
       01 inBase usage binary-long signed.
       01 inCurr usage binary-long signed.
       01 lastBaseRun pic x(14).
       01 lastCurrRun pic x(14).
       01 baseRuns usage binary-long signed.
       01 currRuns usage binary-long signed.
       01 baseValues usage binary-long signed.
       01 currValues usage binary-long signed.

      * one row per variable posted in either period
       01 maxDftVars constant as 300.
       01 maxDftBands constant as 20.
       01 varTable.
           05 varRows occurs maxDftVars times.
               10 dv-name pic x(32).
               10 dv-type pic x.
               10 dv-baseCount usage binary-long signed.
               10 dv-currCount usage binary-long signed.
               10 dv-baseSum usage computational-2.
               10 dv-baseSumSq usage computational-2.
               10 dv-currSum usage computational-2.
               10 dv-currSumSq usage computational-2.
               10 dv-hasRange usage binary-long signed.
               10 dv-min usage computational-2.
               10 dv-max usage computational-2.
               10 dv-baseBand usage binary-long signed
                    occurs maxDftBands times.
               10 dv-currBand usage binary-long signed
                    occurs maxDftBands times.
               10 dv-shift usage computational-2.
               10 dv-reason pic x(40).
       01 varCount usage binary-long signed.
       01 varIdx usage binary-long signed.
       01 varOrder usage binary-long signed occurs maxDftVars times.
       01 sortI usage binary-long signed.
       01 sortJ usage binary-long signed.
       01 sortKey usage binary-long signed.
       01 shareBase usage binary-long signed.
       01 shareCurr usage binary-long signed.

      * one row per distinct value of a string variable
       01 maxDftValues constant as 3000.
       01 valueTable.
           05 valueRows occurs maxDftValues times.
               10 vv-var usage binary-long signed.
               10 vv-value pic x(40).
               10 vv-base usage binary-long signed.
               10 vv-curr usage binary-long signed.
       01 valueCount usage binary-long signed.
       01 valueIdx usage binary-long signed.
       01 valueKey pic x(40).
       01 tableFull usage binary-long signed.

       01 numWork usage computational-2.
       01 bandWidth usage computational-2.
       01 bandIdx usage binary-long signed.
       01 bandsUsed usage binary-long signed.
       01 bandLow usage computational-2.
       01 bandHigh usage computational-2.
       01 basePct usage computational-2.
       01 currPct usage computational-2.
       01 pctChange usage computational-2.
       01 meanWork usage computational-2.
       01 sdWork usage computational-2.
       01 baseMean usage computational-2.
       01 currMean usage computational-2.
       01 exceptionCount usage binary-long signed.

       01 dispCount pic z(7)9.
       01 dispPct pic zz9.99.
       01 dispNum pic -(9)9.9(4).
       01 dispBand pic z9.
       01 hdr-line pic x(132).
       01 dtl-line pic x(132).

       01 dist-line.
           05 dst-fill1 pic x(3) value spaces.
           05 dst-label pic x(44).
           05 dst-baseCount pic z(7)9.
           05 dst-fill2 pic x(2) value spaces.
           05 dst-basePct pic zz9.99.
           05 dst-fill3 pic x(4) value spaces.
           05 dst-currCount pic z(7)9.
           05 dst-fill4 pic x(2) value spaces.
           05 dst-currPct pic zz9.99.
           05 dst-fill5 pic x(4) value spaces.
           05 dst-change pic +++9.99.
           05 dst-fill6 pic x(2) value spaces.
           05 dst-flag pic x(3).

       01 detail-line.
           05 dtl-fill1 pic x(3) value spaces.
           05 dtl-label pic x(26).
           05 dtl-value pic x(100).

       procedure division.

       move spaces to baseFrom
       move spaces to currFrom
       move 10 to threshold
       move 10 to bandCount
       move zero to varCount
       move zero to valueCount
       move zero to tableFull
       move zero to baseRuns
       move zero to currRuns
       move zero to baseValues
       move zero to currValues
       move spaces to lastBaseRun
       move spaces to lastCurrRun
       move zero to exceptionCount

       accept argCount from argument-number
       perform varying argIndex from 1 by 1 until
           argIndex greater than argCount

           display argIndex upon argument-number
           accept argValue from argument-value
           if argValue(1:5) equal "BASE=" then
               move argValue(6:) to rangeValue
               perform parseRange
               move rangeFrom to baseFrom
               move rangeTo to baseTo
           else
             if argValue(1:8) equal "CURRENT=" then
                 move argValue(9:) to rangeValue
                 perform parseRange
                 move rangeFrom to currFrom
                 move rangeTo to currTo
             else
               if argValue(1:10) equal "THRESHOLD=" then
                   if function test-numval (argValue(11:)) not equal
                       zero or function numval (argValue(11:))
                       not greater than zero then
                       display "resdft: THRESHOLD= must be a "
                         "positive number of percentage points"
                       move 1 to return-code
                       stop run
                   end-if
                   compute threshold equal
                     function numval (argValue(11:))
               else
                 if argValue(1:6) equal "BANDS=" then
                     if function trim (argValue(7:)) is not numeric
                         or function numval (argValue(7:)) less
                         than 2 or function numval (argValue(7:))
                         greater than maxDftBands then
                         display "resdft: BANDS= must be 2 to "
                           maxDftBands
                         move 1 to return-code
                         stop run
                     end-if
                     compute bandCount equal
                       function numval (argValue(7:))
                 else
                     display "resdft: unknown argument "
                       function trim (argValue)
                     move 1 to return-code
                     stop run
                 end-if
               end-if
             end-if
           end-if
       end-perform

       if baseFrom equal spaces or currFrom equal spaces then
           display "resdft: BASE= and CURRENT= periods are required "
             "(YYYYMMDD-YYYYMMDD)"
           move 1 to return-code
           stop run
       end-if

       open input hist-fd
       if histStatus equal "35" then
           display "resdft: HISTORY.DAT not found - nothing has "
             "been posted yet"
           move 1 to return-code
           stop run
       end-if

      * pass 1 - count, sum and range every variable in each period
       move zero to histEof
       read hist-fd next
         at end move 1 to histEof
       end-read
       perform until histEof equal 1
           perform selectPeriod
           if inBase not equal zero or inCurr not equal zero then
               perform tallyRecord
           end-if
           read hist-fd next
             at end move 1 to histEof
           end-read
       end-perform
       close hist-fd

       if tableFull not equal zero then
           display "resdft: more than " maxDftVars " variables or "
             maxDftValues " string values in the two periods"
           move 1 to return-code
           stop run
       end-if

      * pass 2 - drop the numeric values into their bands, now that
      * each variable's range over both periods is known
       open input hist-fd
       move zero to histEof
       read hist-fd next
         at end move 1 to histEof
       end-read
       perform until histEof equal 1
           perform selectPeriod
           if (inBase not equal zero or inCurr not equal zero) and
               hst-type not equal "S" then
               perform findVariable
               perform bandRecord
           end-if
           read hist-fd next
             at end move 1 to histEof
           end-read
       end-perform
       close hist-fd

      * report in variable name order
       perform varying sortI from 1 by 1 until
           sortI greater than varCount
           move sortI to varOrder(sortI)
       end-perform
       perform varying sortI from 2 by 1 until
           sortI greater than varCount

           move varOrder(sortI) to sortKey
           move sortI to sortJ
           perform until sortJ equal 1 or
               dv-name(varOrder(sortJ - 1)) not greater than
                 dv-name(sortKey)
               move varOrder(sortJ - 1) to varOrder(sortJ)
               subtract 1 from sortJ
           end-perform
           move sortKey to varOrder(sortJ)
       end-perform

       open output rpt-fd
       perform writeHeading
       perform varying sortI from 1 by 1 until
           sortI greater than varCount
           move varOrder(sortI) to varIdx
           perform reportVariable
       end-perform
       perform writeExceptions
       close rpt-fd

       if baseValues equal zero or currValues equal zero then
           display "resdft: nothing posted in the "
             "baseline or current period - see RESDRIFT.LIS"
           move 1 to return-code
           stop run
       end-if
       move exceptionCount to dispCount
       if exceptionCount equal zero then
           display "resdft: no drift beyond the threshold"
       else
           display "resdft: " dispCount " variable(s) drifted - "
             "see RESDRIFT.LIS"
           move 1 to return-code
       end-if
       stop run.

      * parseRange - rangeValue as YYYYMMDD-YYYYMMDD or YYYYMMDD into
      * rangeFrom and rangeTo
       parseRange.
           move zero to rangeBad
           move rangeValue(1:8) to rangeFrom
           if rangeValue(9:) equal spaces then
               move rangeFrom to rangeTo
           else
               if rangeValue(9:1) not equal "-" or
                   rangeValue(18:) not equal spaces then
                   move 1 to rangeBad
               end-if
               move rangeValue(10:8) to rangeTo
           end-if
           if rangeFrom is not numeric or rangeTo is not numeric then
               move 1 to rangeBad
           else
               if function test-date-yyyymmdd
                   (function numval (rangeFrom)) not equal zero or
                   function test-date-yyyymmdd
                   (function numval (rangeTo)) not equal zero or
                   rangeFrom greater than rangeTo then
                   move 1 to rangeBad
               end-if
           end-if
           if rangeBad not equal zero then
               display "resdft: bad period "
                 function trim (argValue)
                 " - use YYYYMMDD-YYYYMMDD"
               move 1 to return-code
               stop run
           end-if.

      * selectPeriod - which period(s) the record's posting date
      * falls in; overlapping periods count a record in both
       selectPeriod.
           move zero to inBase
           move zero to inCurr
           if hst-stamp(1:8) not less than baseFrom and
               hst-stamp(1:8) not greater than baseTo then
               move 1 to inBase
           end-if
           if hst-stamp(1:8) not less than currFrom and
               hst-stamp(1:8) not greater than currTo then
               move 1 to inCurr
           end-if.

      * tallyRecord - the record's value into its variable's counts,
      * sums and range, or into its string value's counts; the
      * history is in run-id order, so a run is counted when its
      * run-id first turns up in a period
       tallyRecord.
           if inBase not equal zero then
               add 1 to baseValues
               if hst-runid not equal lastBaseRun then
                   add 1 to baseRuns
                   move hst-runid to lastBaseRun
               end-if
           end-if
           if inCurr not equal zero then
               add 1 to currValues
               if hst-runid not equal lastCurrRun then
                   add 1 to currRuns
                   move hst-runid to lastCurrRun
               end-if
           end-if

           perform findVariable
           if varIdx equal zero then
               exit paragraph
           end-if
           if inBase not equal zero then
               add 1 to dv-baseCount(varIdx)
           end-if
           if inCurr not equal zero then
               add 1 to dv-currCount(varIdx)
           end-if

           if hst-type equal "S" then
               perform findValue
               if valueIdx not equal zero then
                   if inBase not equal zero then
                       add 1 to vv-base(valueIdx)
                   end-if
                   if inCurr not equal zero then
                       add 1 to vv-curr(valueIdx)
                   end-if
               end-if
               exit paragraph
           end-if

           move hst-numval to numWork
           if dv-hasRange(varIdx) equal zero then
               move 1 to dv-hasRange(varIdx)
               move numWork to dv-min(varIdx)
               move numWork to dv-max(varIdx)
           end-if
           if numWork less than dv-min(varIdx) then
               move numWork to dv-min(varIdx)
           end-if
           if numWork greater than dv-max(varIdx) then
               move numWork to dv-max(varIdx)
           end-if
           if inBase not equal zero then
               add numWork to dv-baseSum(varIdx)
               compute dv-baseSumSq(varIdx) equal
                 dv-baseSumSq(varIdx) + numWork * numWork
           end-if
           if inCurr not equal zero then
               add numWork to dv-currSum(varIdx)
               compute dv-currSumSq(varIdx) equal
                 dv-currSumSq(varIdx) + numWork * numWork
           end-if.

      * findVariable - varIdx for hst-name, adding a row when it's
      * new; zero when the table is full
       findVariable.
           perform varying varIdx from 1 by 1 until
               varIdx greater than varCount

               if dv-name(varIdx) equal hst-name then
                   exit paragraph
               end-if
           end-perform
           if varCount equal maxDftVars then
               move 1 to tableFull
               move zero to varIdx
               exit paragraph
           end-if
           add 1 to varCount
           move varCount to varIdx
           initialize varRows(varIdx)
           move hst-name to dv-name(varIdx)
           move hst-type to dv-type(varIdx)
           if hst-type not equal "S" then
               move "N" to dv-type(varIdx)
           end-if.

      * findValue - valueIdx for the string value of variable varIdx,
      * adding a row when it's new; zero when the table is full
       findValue.
           move spaces to valueKey
           if hst-strlen greater than zero then
               move hst-strval(1:hst-strlen) to valueKey
           end-if
           perform varying valueIdx from 1 by 1 until
               valueIdx greater than valueCount

               if vv-var(valueIdx) equal varIdx and
                   vv-value(valueIdx) equal valueKey then
                   exit paragraph
               end-if
           end-perform
           if valueCount equal maxDftValues then
               move 1 to tableFull
               move zero to valueIdx
               exit paragraph
           end-if
           add 1 to valueCount
           move valueCount to valueIdx
           move varIdx to vv-var(valueIdx)
           move valueKey to vv-value(valueIdx)
           move zero to vv-base(valueIdx)
           move zero to vv-curr(valueIdx).

      * bandRecord - the numeric value into one of bandCount equal
      * bands between the variable's minimum and maximum; a variable
      * with a single value has the one band
       bandRecord.
           move hst-numval to numWork
           if dv-max(varIdx) equal dv-min(varIdx) then
               move 1 to bandIdx
           else
               compute bandWidth equal
                 (dv-max(varIdx) - dv-min(varIdx)) / bandCount
               compute bandIdx equal function integer
                 ((numWork - dv-min(varIdx)) / bandWidth) + 1
               if bandIdx greater than bandCount then
                   move bandCount to bandIdx
               end-if
               if bandIdx less than 1 then
                   move 1 to bandIdx
               end-if
           end-if
           if inBase not equal zero then
               add 1 to dv-baseBand(varIdx, bandIdx)
           end-if
           if inCurr not equal zero then
               add 1 to dv-currBand(varIdx, bandIdx)
           end-if.

      * writeHeading - the report title and the two periods
       writeHeading.
           move all "=" to hdr-line
           move hdr-line to rpt-record
           write rpt-record
           move "DECISION OUTCOME DISTRIBUTION AND DRIFT" to hdr-line
           move hdr-line to rpt-record
           write rpt-record
           move all "=" to hdr-line
           move hdr-line to rpt-record
           write rpt-record

           move spaces to detail-line
           move "BASELINE PERIOD . . . :" to dtl-label
           move baseRuns to dispCount
           string baseFrom delimited by size
                  " TO " delimited by size
                  baseTo delimited by size
                  "   RUNS " delimited by size
                  function trim (dispCount) delimited by size
             into dtl-value
           move detail-line to rpt-record
           write rpt-record
           move spaces to dtl-value
           move "CURRENT PERIOD  . . . :" to dtl-label
           move currRuns to dispCount
           string currFrom delimited by size
                  " TO " delimited by size
                  currTo delimited by size
                  "   RUNS " delimited by size
                  function trim (dispCount) delimited by size
             into dtl-value
           move detail-line to rpt-record
           write rpt-record
           move spaces to dtl-value
           move "DRIFT THRESHOLD . . . :" to dtl-label
           move threshold to dispPct
           string function trim (dispPct) delimited by size
                  " PERCENTAGE POINTS ON ANY VALUE OR BAND"
                    delimited by size
             into dtl-value
           move detail-line to rpt-record
           write rpt-record.

      * reportVariable - one variable's distribution in both periods
      * and whether it drifted
       reportVariable.
           move zero to dv-shift(varIdx)
           move spaces to dv-reason(varIdx)

           move spaces to rpt-record
           write rpt-record
           move all "-" to hdr-line
           move hdr-line to rpt-record
           write rpt-record
           move spaces to hdr-line
           if dv-type(varIdx) equal "S" then
               string "VARIABLE " delimited by size
                      dv-name(varIdx) delimited by space
                      "   (STRING)" delimited by size
                 into hdr-line
           else
               string "VARIABLE " delimited by size
                      dv-name(varIdx) delimited by space
                      "   (NUMERIC)" delimited by size
                 into hdr-line
           end-if
           move hdr-line to rpt-record
           write rpt-record

           if dv-baseCount(varIdx) equal zero then
               move "ONLY IN THE CURRENT PERIOD" to dv-reason(varIdx)
           end-if
           if dv-currCount(varIdx) equal zero then
               move "ONLY IN THE BASELINE PERIOD" to dv-reason(varIdx)
           end-if

           move spaces to rpt-record
           move "BASELINE" to rpt-record(52:)
           move "CURRENT" to rpt-record(72:)
           move "CHANGE" to rpt-record(89:)
           write rpt-record
           if dv-type(varIdx) equal "S" then
               move "   VALUE" to rpt-record
               move "COUNT     PCT       COUNT     PCT        PTS"
                 to rpt-record(51:)
               write rpt-record
               perform reportStrings
           else
               move "   BAND" to rpt-record
               move "COUNT     PCT       COUNT     PCT        PTS"
                 to rpt-record(51:)
               write rpt-record
               perform reportBands
           end-if

           move spaces to dist-line
           move "TOTAL" to dst-label
           move dv-baseCount(varIdx) to dst-baseCount
           move dv-currCount(varIdx) to dst-currCount
           move dist-line to rpt-record
           write rpt-record

           if dv-type(varIdx) not equal "S" then
               perform reportMoments
           end-if

           if dv-reason(varIdx) equal spaces and
               dv-shift(varIdx) greater than threshold then
               move dv-shift(varIdx) to dispPct
               string "SHIFTED " delimited by size
                      function trim (dispPct) delimited by size
                      " POINTS" delimited by size
                 into dv-reason(varIdx)
           end-if
           if dv-reason(varIdx) not equal spaces then
               add 1 to exceptionCount
               move spaces to dtl-line
               string "   *** " delimited by size
                      dv-reason(varIdx) delimited by "  "
                      " ***" delimited by size
                 into dtl-line
               move dtl-line to rpt-record
               write rpt-record
           end-if.

      * reportStrings - a line per value of the variable
       reportStrings.
           perform varying valueIdx from 1 by 1 until
               valueIdx greater than valueCount

               if vv-var(valueIdx) equal varIdx then
                   move spaces to dist-line
                   string '"' delimited by size
                          vv-value(valueIdx) delimited by "  "
                          '"' delimited by size
                     into dst-label
                   move vv-base(valueIdx) to dst-baseCount
                   move vv-curr(valueIdx) to dst-currCount
                   move vv-base(valueIdx) to shareBase
                   move vv-curr(valueIdx) to shareCurr
                   perform writeShares
               end-if
           end-perform.

      * reportBands - a line per band with anything in it
       reportBands.
           move bandCount to bandsUsed
           if dv-max(varIdx) equal dv-min(varIdx) then
               move 1 to bandsUsed
           end-if
           compute bandWidth equal
             (dv-max(varIdx) - dv-min(varIdx)) / bandCount
           perform varying bandIdx from 1 by 1 until
               bandIdx greater than bandsUsed

               if dv-baseBand(varIdx, bandIdx) not equal zero or
                   dv-currBand(varIdx, bandIdx) not equal zero then
                   compute bandLow equal
                     dv-min(varIdx) + bandWidth * (bandIdx - 1)
                   compute bandHigh equal
                     dv-min(varIdx) + bandWidth * bandIdx
                   if bandIdx equal bandsUsed then
                       move dv-max(varIdx) to bandHigh
                   end-if
                   move spaces to dist-line
                   move bandIdx to dispBand
                   compute dispNum rounded equal bandLow
                   string dispBand delimited by size
                          "  " delimited by size
                          function trim (dispNum) delimited by size
                          " TO " delimited by size
                     into dst-label
                   compute dispNum rounded equal bandHigh
                   move function trim (dispNum) to
                     dst-label(function length (function trim
                       (dst-label, trailing)) + 2:)
                   move dv-baseBand(varIdx, bandIdx) to dst-baseCount
                   move dv-currBand(varIdx, bandIdx) to dst-currCount
                   move dv-baseBand(varIdx, bandIdx) to shareBase
                   move dv-currBand(varIdx, bandIdx) to shareCurr
                   perform writeShares
               end-if
           end-perform.

      * writeShares - percentages of shareBase and shareCurr in their
      * periods, the change, and the variable's largest change so
      * far; dist-line already has the label and counts
       writeShares.
           move zero to basePct
           move zero to currPct
           if dv-baseCount(varIdx) greater than zero then
               compute basePct equal
                 shareBase * 100 / dv-baseCount(varIdx)
           end-if
           if dv-currCount(varIdx) greater than zero then
               compute currPct equal
                 shareCurr * 100 / dv-currCount(varIdx)
           end-if
           compute pctChange equal currPct - basePct
           compute dst-basePct rounded equal basePct
           compute dst-currPct rounded equal currPct
           compute dst-change rounded equal pctChange
           if dv-baseCount(varIdx) greater than zero and
               dv-currCount(varIdx) greater than zero then
               if function abs (pctChange) greater than
                   dv-shift(varIdx) then
                   compute dv-shift(varIdx) equal
                     function abs (pctChange)
               end-if
               if function abs (pctChange) greater than threshold
               then
                   move "***" to dst-flag
               end-if
           end-if
           move dist-line to rpt-record
           write rpt-record.

      * reportMoments - mean and standard deviation in each period
       reportMoments.
           move zero to baseMean
           move zero to currMean
           if dv-baseCount(varIdx) greater than zero then
               compute baseMean equal
                 dv-baseSum(varIdx) / dv-baseCount(varIdx)
           end-if
           if dv-currCount(varIdx) greater than zero then
               compute currMean equal
                 dv-currSum(varIdx) / dv-currCount(varIdx)
           end-if
           move baseMean to meanWork
           move currMean to sdWork
           move "MEAN  . . . . . . . . :" to dtl-label
           perform writeMomentLine

           move zero to meanWork
           if dv-baseCount(varIdx) greater than zero then
               compute meanWork equal
                 dv-baseSumSq(varIdx) / dv-baseCount(varIdx)
                   - baseMean * baseMean
               if meanWork less than zero then
                   move zero to meanWork
               end-if
               compute meanWork equal function sqrt (meanWork)
           end-if
           move zero to sdWork
           if dv-currCount(varIdx) greater than zero then
               compute sdWork equal
                 dv-currSumSq(varIdx) / dv-currCount(varIdx)
                   - currMean * currMean
               if sdWork less than zero then
                   move zero to sdWork
               end-if
               compute sdWork equal function sqrt (sdWork)
           end-if
           move "STANDARD DEVIATION  . :" to dtl-label
           perform writeMomentLine.

      * writeMomentLine - dtl-label with meanWork as the baseline
      * figure and sdWork as the current one
       writeMomentLine.
           move spaces to dtl-value
           compute dispNum rounded equal meanWork
           string "BASELINE " delimited by size
                  function trim (dispNum) delimited by size
                  "   CURRENT " delimited by size
             into dtl-value
           compute dispNum rounded equal sdWork
           move function trim (dispNum) to
             dtl-value(function length (function trim
               (dtl-value, trailing)) + 2:)
           move detail-line to rpt-record
           write rpt-record.

      * writeExceptions - the summary: every variable that drifted
      * or turned up in one period only, and the totals
       writeExceptions.
           move spaces to rpt-record
           write rpt-record
           move all "=" to hdr-line
           move hdr-line to rpt-record
           write rpt-record
           move "EXCEPTIONS" to rpt-record
           write rpt-record
           move all "=" to hdr-line
           move hdr-line to rpt-record
           write rpt-record

           if baseValues equal zero then
               move "   NOTHING POSTED IN THE BASELINE PERIOD"
                 to rpt-record
               write rpt-record
           end-if
           if currValues equal zero then
               move "   NOTHING POSTED IN THE CURRENT PERIOD"
                 to rpt-record
               write rpt-record
           end-if
           if exceptionCount equal zero then
               move "   NO DRIFT BEYOND THE THRESHOLD" to rpt-record
               write rpt-record
           else
               perform varying sortI from 1 by 1 until
                   sortI greater than varCount

                   move varOrder(sortI) to varIdx
                   if dv-reason(varIdx) not equal spaces then
                       move spaces to dtl-line
                       move dv-name(varIdx) to dtl-line(4:32)
                       move dv-reason(varIdx) to dtl-line(38:40)
                       move dtl-line to rpt-record
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
           move "VARIABLES COMPARED  . :" to dtl-label
           move varCount to dispCount
           move dispCount to dtl-value
           move detail-line to rpt-record
           write rpt-record
           move "BASELINE VALUES . . . :" to dtl-label
           move baseValues to dispCount
           move dispCount to dtl-value
           move detail-line to rpt-record
           write rpt-record
           move "CURRENT VALUES  . . . :" to dtl-label
           move currValues to dispCount
           move dispCount to dtl-value
           move detail-line to rpt-record
           write rpt-record
           move "EXCEPTIONS  . . . . . :" to dtl-label
           move exceptionCount to dispCount
           move dispCount to dtl-value
           move detail-line to rpt-record
           write rpt-record.

       end program resdft.
