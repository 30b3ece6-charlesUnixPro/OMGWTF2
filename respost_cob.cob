      * Argument 1 is the run-id (required - the same id the audit
      * trail carries, e.g. NIGHT.001); argument 2 may name the
      * extract (default RESULTS.DAT) and argument 3 the run
      * timestamp as YYYYMMDDHHMMSS (default: now).  The records of
      * a multi-case extract carry each case's own audit run-id, and
      * post under it instead of argument 1, so every case is its
      * own run in the history.  The extract of a TEST run (an
      * unapproved model version) is refused, nonzero return code.
       identification division.
       program-id.  respost.


       file section.
       fd results-fd.
       01 results-record pic x(398).

       fd hist-fd.
       01 hist-record.
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

       01 postedCount usage binary-long signed.
       01 rewrittenCount usage binary-long signed.
           stop run
       end-if

      * a TEST run of an unapproved model version is not a decision
      * of record - its extract stays out of the history
       move zero to resultsEof
       read results-fd into res-line
         at end move 1 to resultsEof
       end-read
       if resultsEof equal zero and res-release equal "T" then
           close results-fd
           display "respost: " function trim (resultsName)
             " is a TEST run's extract - not posted"
           move 1 to return-code
           stop run
       end-if

      * a first posting creates the master
       open i-o hist-fd
       if histStatus equal "35" then
           stop run
       end-if

       perform until resultsEof equal 1

           if res-runid not equal spaces then
               move res-runid to hst-runid
           else
               move postRunId to hst-runid
           end-if
           move res-name to hst-name
           move res-sub1 to hst-sub1
           move res-sub2 to hst-sub2
