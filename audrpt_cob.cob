      * the run ended via a normal END, via fatal, or never stamped
      * an ending at all (killed) - followed by a one-line-per-run
      * recap, so operations can sign off the batch window without
      * grepping the raw log.  Each page names the operator the run
      * was signed on by.
       identification division.
       program-id.  audrpt.


       file section.
       fd audit-fd.
       01 audit-record pic x(191).

       fd rpt-fd.
       01 rpt-record pic x(132).
           05 aud-timestamp pic x(21).
           05 aud-fill3 pic x.
           05 aud-text pic x(120).
           05 aud-fill4 pic x.
           05 aud-oper pic x(8).
           05 aud-fill5 pic x.
           05 aud-prev pic x(8).
           05 aud-fill6 pic x.
           05 aud-hash pic x(8).

      * one row per distinct run-id seen in the log
       01 maxRuns constant as 200.
       01 runTable.
           05 runRows occurs maxRuns times.
               10 rt-runid pic x(14).
               10 rt-oper pic x(8).
               10 rt-firstTs pic x(21).
               10 rt-lastTs pic x(21).
               10 rt-decisions usage binary-long signed.
                   move runCount to runIdx
                   move aud-runid to rt-runid(runIdx)
                   move aud-timestamp to rt-firstTs(runIdx)
                   move aud-oper to rt-oper(runIdx)
                   move zero to rt-decisions(runIdx)
                   move zero to rt-batchIn(runIdx)
                   move endStateUnknown to rt-endState(runIdx)
               if aud-text(1:16) equal "batch input key=" then
                   add 1 to rt-batchIn(runIdx)
               else
                 if aud-text(1:18) equal "run ended normally" or
                     aud-text(1:15) equal "audit log split" then
                   move endStateNormal to rt-endState(runIdx)
                 else
                   if aud-text(1:19) equal "run ended via fatal" then
                     move endStateFatal to rt-endState(runIdx)
                   else
                     if aud-text(1:9) equal "edit pass" or
                         aud-text(1:6) equal "param " or
                         aud-text(1:9) equal "rnd seed=" or
                         aud-text(1:6) equal "jiffy=" or
                         aud-text(1:11) equal "case start " or
                         aud-text(1:16) equal "cases completed=" or
                         aud-text(1:16) equal "case run resumed" or
                         aud-text(1:14) equal "sweep setting " or
                         aud-text(1:6) equal "model " or
                         aud-text(1:9) equal "operator " or
                         aud-text(1:19) equal "question catalogue " or
                         aud-text(1:6) equal "INPUT " or
                         aud-text(1:22) equal "no question catalogue "
                     then
                       continue
                     else
                       add 1 to rt-decisions(runIdx)
           move hdr-line to rpt-record
           write rpt-record

           move "OPERATOR  . . . . . . :" to dtl-label
           if rt-oper(runIdx) equal spaces then
               move "(NOT SIGNED ON)" to dtl-value
           else
               move rt-oper(runIdx) to dtl-value
           end-if
           move detail-line to rpt-record
           write rpt-record

           perform formatStartStamp
           move "STARTED . . . . . . . :" to dtl-label
           move fmt-stamp to dtl-value
