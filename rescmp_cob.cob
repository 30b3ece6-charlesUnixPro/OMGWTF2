      * produces RESCMP.LIS: variables present in only one extract,
      * numeric values that differ by more than a per-run tolerance
      * (the TOL= keyword argument, default exact), and string values
      * that changed.  Records are matched on the case id (blank
      * outside a multi-case extract), res-name, res-type and both
      * subscripts.  The RND seed each extract was run from is shown
      * under the heading, with a note when the two differ (values
      * drawn from RND can't be expected to match then).  The return
      * code is nonzero when anything differs, so a sign-off job
      * comparing a new cut of a decision model against the
      * production cut can fail automatically instead of an analyst
      * eyeballing the raw extracts.  When the new extract carries a
      * registered model version and the old one was run in
      * production (release P, a registered version) by another cut
      * (a different checksum) of the same model, the outcome is
      * put on record in SIGNOFF.DAT - PASS for a clean compare, FAIL
      * otherwise - and only a version with a passing sign-off can be
      * approved for production.
       identification division.
       program-id.  rescmp.

           select rpt-fd assign "RESCMP.LIS"
              organization is line sequential
              file status is rptStatus.
           select signoff-fd assign "SIGNOFF.DAT"
              organization is line sequential
              file status is signoffStatus.

       data division.

       file section.
       fd old-fd.
       01 old-record pic x(398).

       fd new-fd.
       01 new-record pic x(398).

       fd rpt-fd.
       01 rpt-record pic x(132).

      * one sign-off per compare of a registered model version
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

       working-storage section.

       01 oldStatus pic xx.
       01 newStatus pic xx.
       01 rptStatus pic xx.
       01 signoffStatus pic xx.
       01 resEof usage binary-long signed.

      * positional arguments 1 and 2 name the two extracts; TOL=
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

      * one row per record of each extract
       01 maxResRows constant as 5000.

       01 oldTable.
           05 oldRows occurs maxResRows times.
               10 ot-case pic x(12).
               10 ot-name pic x(32).
               10 ot-type pic x.
               10 ot-sub1 pic 9(5).

       01 newTable.
           05 newRows occurs maxResRows times.
               10 nt-case pic x(12).
               10 nt-name pic x(32).
               10 nt-type pic x.
               10 nt-sub1 pic 9(5).
               10 nt-matched usage binary-long signed.
       01 newCount usage binary-long signed.

      * the RND seed on each extract's first record
       01 oldSeed pic 9(10).
       01 newSeed pic 9(10).

      * the model version on each extract's first record
       01 oldModel pic x(12).
       01 oldVersion pic x(8).
       01 oldCksum pic x(8).
       01 oldRelease pic x.
       01 signoffWhy pic x(80).
       01 newModel pic x(12).
       01 newVersion pic x(8).
       01 newCksum pic x(8).
       01 signoffDate pic x(21).

       01 oldIdx usage binary-long signed.
       01 newIdx usage binary-long signed.
       01 tableOverflow usage binary-long signed.
       01 dispNum pic -(10)9.9(8).
       01 hdr-line pic x(132).
       01 dtl-line pic x(132).
       01 nameAndSubs pic x(64).

       procedure division.

       move spaces to oldFileName
       move spaces to newFileName
       move zero to posCount
       move zero to oldSeed
       move zero to newSeed
       move spaces to oldModel
       move spaces to oldCksum
       move spaces to oldRelease
       move spaces to oldVersion
       move spaces to newModel
       move spaces to newVersion
       move spaces to newCksum

       accept argCount from argument-number
       perform varying argIndex from 1 by 1 until
               move 1 to tableOverflow
           else
               add 1 to oldCount
               if oldCount equal 1 and res-seed is numeric then
                   move res-seed to oldSeed
               end-if
               if oldCount equal 1 then
                   move res-model to oldModel
                   move res-version to oldVersion
                   move res-cksum to oldCksum
                   move res-release to oldRelease
               end-if
               move res-case to ot-case(oldCount)
               move res-name to ot-name(oldCount)
               move res-type to ot-type(oldCount)
               move res-sub1 to ot-sub1(oldCount)
               move 1 to tableOverflow
           else
               add 1 to newCount
               if newCount equal 1 and res-seed is numeric then
                   move res-seed to newSeed
               end-if
               if newCount equal 1 then
                   move res-model to newModel
                   move res-version to newVersion
                   move res-cksum to newCksum
               end-if
               move res-case to nt-case(newCount)
               move res-name to nt-name(newCount)
               move res-type to nt-type(newCount)
               move res-sub1 to nt-sub1(newCount)
         into hdr-line
       move hdr-line to rpt-record
       write rpt-record
       move spaces to hdr-line
       string "RND SEED  OLD: " delimited by size
              oldSeed delimited by size
              "  NEW: " delimited by size
              newSeed delimited by size
         into hdr-line
       move hdr-line to rpt-record
       write rpt-record
       if oldSeed not equal newSeed then
           move spaces to hdr-line
           string "NOTE: THE EXTRACTS WERE RUN FROM DIFFERENT RND "
                    delimited by size
                  "SEEDS - VALUES DRAWN FROM RND MAY DIFFER"
                    delimited by size
             into hdr-line
           move hdr-line to rpt-record
           write rpt-record
       end-if
       move spaces to hdr-line
       string "MODEL     OLD: " delimited by size
              oldModel delimited by space
              " " delimited by size
              oldVersion delimited by space
              "  NEW: " delimited by size
              newModel delimited by space
              " " delimited by size
              newVersion delimited by space
         into hdr-line
       move hdr-line to rpt-record
       write rpt-record
       move all "=" to hdr-line
       move hdr-line to rpt-record
       write rpt-record
               newIdx greater than newCount

               if nt-matched(newIdx) equal zero and
                   nt-case(newIdx) equal ot-case(oldIdx) and
                   nt-name(newIdx) equal ot-name(oldIdx) and
                   nt-type(newIdx) equal ot-type(oldIdx) and
                   nt-sub1(newIdx) equal ot-sub1(oldIdx) and
           if nt-matched(newIdx) equal zero then
               add 1 to onlyNewCount
               add 1 to diffCount
               move nt-case(newIdx) to res-case
               move nt-name(newIdx) to res-name
               move nt-type(newIdx) to res-type
               move nt-sub1(newIdx) to res-sub1
               move nt-sub2(newIdx) to res-sub2
               perform buildNameAndSubs
               move spaces to dtl-line
               string "ONLY IN NEW   " delimited by size
                      nameAndSubs delimited by size
             "in RESCMP.LIS"
           move 1 to return-code
       end-if

      * put the compare on record as the new version's sign-off -
      * only a compare of the new cut against a different cut of the
      * same model, run in production under a registered version,
      * signs anything off
       if newVersion not equal spaces and
           newVersion not equal "NONE" then
           move spaces to signoffWhy
           if oldModel not equal newModel then
               string "the old extract is not from model "
                        delimited by size
                      newModel delimited by space
                 into signoffWhy
           end-if
           if signoffWhy equal spaces and oldRelease not equal "P"
           then
               string "the old extract is not from an approved "
                        delimited by size
                      "production run" delimited by size
                 into signoffWhy
           end-if
           if signoffWhy equal spaces and
               (oldVersion equal spaces or oldVersion equal "NONE")
           then
               string "the old extract carries no registered model "
                        delimited by size
                      "version" delimited by size
                 into signoffWhy
           end-if
           if signoffWhy equal spaces and oldCksum equal newCksum then
               move "both extracts were run by the same model checksum"
                 to signoffWhy
           end-if
           if signoffWhy equal spaces and
               oldFileName equal newFileName then
               move "an extract compared with itself" to signoffWhy
           end-if
           if signoffWhy equal spaces then
               perform recordSignoff
           else
               display "rescmp: no sign-off recorded - "
                 function trim (signoffWhy)
           end-if
       end-if
       stop run.

      * recordSignoff - the compare's outcome to SIGNOFF.DAT for the
      * new extract's model version and checksum
       recordSignoff.
           move spaces to signoff-record
           move function current-date to signoffDate
           move signoffDate(1:14) to sgn-stamp
           if diffCount equal zero and tableOverflow equal zero then
               move "PASS" to sgn-result
           else
               move "FAIL" to sgn-result
           end-if
           move newModel to sgn-model
           move newVersion to sgn-version
           move newCksum to sgn-cksum
           move diffCount to sgn-diffs
           move oldFileName to sgn-old
           move newFileName to sgn-new
           open extend signoff-fd
           if signoffStatus equal "35" then
               open output signoff-fd
           end-if
           write signoff-record
           close signoff-fd
           display "rescmp: sign-off " sgn-result " recorded for "
             function trim (newModel) " version "
             function trim (newVersion).

      * formatNameAndSubs - renders the old-side record being
      * reported as "NAME T (sub1,sub2)" for the report detail.
       formatNameAndSubs.
           move ot-case(oldIdx) to res-case
           move ot-name(oldIdx) to res-name
           move ot-type(oldIdx) to res-type
           move ot-sub1(oldIdx) to res-sub1
           move ot-sub2(oldIdx) to res-sub2
           perform buildNameAndSubs.

      * buildNameAndSubs - "NAME T (sub1,sub2)" from res-line, led by
      * "CASE id " for a record of a multi-case extract.
       buildNameAndSubs.
           move spaces to nameAndSubs
           if res-case equal spaces then
               string res-name delimited by size
                      " " delimited by size
                      res-type delimited by size
                      " (" delimited by size
                      res-sub1 delimited by size
                      "," delimited by size
                      res-sub2 delimited by size
                      ")" delimited by size
                 into nameAndSubs
           else
               string "CASE " delimited by size
                      res-case delimited by space
                      " " delimited by size
                      res-name delimited by space
                      " " delimited by size
                      res-type delimited by size
                      " (" delimited by size
                      res-sub1 delimited by size
                      "," delimited by size
                      res-sub2 delimited by size
                      ")" delimited by size
                 into nameAndSubs
           end-if.

       end program rescmp.
