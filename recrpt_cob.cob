
       file section.
       fd runstat-fd.
       01 runstat-record pic x(50).

       fd audit-fd.
       01 audit-record pic x(191).

       fd results-fd.
       01 results-record pic x(398).

       fd rpt-fd.
       01 rpt-record pic x(132).
           05 rst-status pic x(9).
           05 rst-fill3 pic x.
           05 rst-stamp pic x(14).
           05 rst-fill4 pic x.
           05 rst-oper pic x(8).

       01 audit-line.
           05 aud-runid pic x(14).
           05 aud-timestamp pic x(21).
           05 aud-fill3 pic x.
           05 aud-text pic x(120).
           05 aud-fill4 pic x.
           05 aud-oper pic x(8).
           05 aud-fill5 pic x.
           05 aud-prev pic x(8).
           05 aud-fill6 pic x.
           05 aud-hash pic x(8).

      * the deck's entries, per RUNSTAT
       01 maxEntries constant as 64.
