      * resifc - downstream interface extract for a run-deck window.
      * Runs after the deck: reads RUNSTAT.DAT and, for each entry
      * that COMPLETED, the entry's own results extract (the RESULTS=
      * base name, default RESULTS.DAT, suffixed .nnn by entry the
      * way the deck writes it), and builds IFCOUT.DAT for the
      * downstream system in place of the hand-cut spreadsheet:
      *   H  window id (WINDOW=, default the first entry's stamp),
      *      creation stamp, the model member and version the window
      *      ran (MIXED when its entries ran more than one), and the
      *      number of outcome fields on each detail
      *   D  one per completed entry (one per case of a multi-case
      *      entry): entry, program, case, audit run-id, model
      *      version, then the outcome variables named in the mapping
      *      control file (MAP=, default IFCMAP.DAT) in mapping order
      *   T  record count (header and trailer included), detail
      *      count, exception count, and a hash total over every
      *      numeric outcome on the details
      * An entry that FAILED, a completed entry whose extract is
      * missing, a case the entry's CASESTAT file (the CASESTAT=
      * base name, default CASESTAT.DAT, suffixed like the extract)
      * shows FAILED or that left no results, a case run by a model
      * version not approved for production (a TEST run), and a
      * case missing a mapped outcome go to IFCEXC.DAT instead, and
      * the return code is nonzero.
      * A mapping record is the variable name as the extract writes
      * it in 1-32, with the element's subscripts in 34-38 and 40-44
      * for an array element (blank = 0); an "*" in column 1 is a
      * comment.  Numeric outcomes are written -(10)9.9(8), strings
      * left justified, each in a 30 column field.
       identification division.
       program-id.  resifc.

       environment division.

       input-output section.

       file-control.
           select runstat-fd assign "RUNSTAT.DAT"
              organization is line sequential
              file status is runstatStatus.
           select map-fd assign dynamic mapFileName
              organization is line sequential
              file status is mapStatus.
           select results-fd assign dynamic resultsName
              organization is line sequential
              file status is resultsStatus.
           select casestat-fd assign dynamic caseStatName
              organization is line sequential
              file status is casestatStatus.
           select ifc-fd assign "IFCOUT.DAT"
              organization is line sequential
              file status is ifcStatus.
           select exc-fd assign "IFCEXC.DAT"
              organization is line sequential
              file status is excStatus.

       data division.

       file section.
       fd runstat-fd.
       01 runstat-record.
           05 rst-entry pic zz9.
           05 rst-fill1 pic x.
           05 rst-prog pic x(12).
           05 rst-fill2 pic x.
           05 rst-status pic x(9).
           05 rst-fill3 pic x.
           05 rst-stamp pic x(14).
           05 rst-fill4 pic x.
           05 rst-oper pic x(8).

       fd map-fd.
       01 map-record.
           05 mpr-var pic x(32).
           05 mpr-fill1 pic x.
           05 mpr-sub1 pic x(5).
           05 mpr-fill2 pic x.
           05 mpr-sub2 pic x(5).

       fd results-fd.
       01 results-record pic x(398).

      * the deck's per-case status records of a multi-case entry
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

       fd ifc-fd.
       01 ifc-record pic x(365).

       fd exc-fd.
       01 exc-record.
           05 exc-entry pic 9(3).
           05 exc-fill1 pic x.
           05 exc-prog pic x(12).
           05 exc-fill2 pic x.
           05 exc-status pic x(9).
           05 exc-fill3 pic x.
           05 exc-stamp pic x(14).
           05 exc-fill4 pic x.
           05 exc-case pic x(12).
           05 exc-fill5 pic x.
           05 exc-reason pic x(60).

       working-storage section.

       01 runstatStatus pic xx.
       01 mapStatus pic xx.
       01 resultsStatus pic xx.
       01 casestatStatus pic xx.
       01 ifcStatus pic xx.
       01 excStatus pic xx.
       01 fileEof usage binary-long signed.

      * keyword arguments
       01 windowId pic x(14).
       01 mapFileName pic x(64).
       01 resultsBaseName pic x(64).
       01 resultsName pic x(64).
       01 caseStatBaseName pic x(64).
       01 caseStatName pic x(64).
       01 argCount usage binary-long unsigned.
       01 argIndex usage binary-long unsigned.
       01 argValue pic x(64).

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

      * the deck's entries, as RUNSTAT.DAT records them
       01 maxIfcEntries constant as 999.
       01 entryTable.
           05 entryRows occurs maxIfcEntries times.
               10 et-entry pic 9(3).
               10 et-prog pic x(12).
               10 et-status pic x(9).
               10 et-stamp pic x(14).
       01 entryCount usage binary-long signed.
       01 entryIdx usage binary-long signed.
       01 entryDisp pic 9(3).

      * a multi-case entry's cases, as its CASESTAT file records them
       01 maxIfcCases constant as 999.
       01 caseTable.
           05 caseRows occurs maxIfcCases times.
               10 ec-case pic x(12).
               10 ec-status pic x(9).
               10 ec-seen usage binary-long signed.
       01 caseCount usage binary-long signed.
       01 caseIdx usage binary-long signed.

      * the mapped outcome variables, and one case's values of them
       01 maxIfcVars constant as 10.
       01 mapTable.
           05 mapRows occurs maxIfcVars times.
               10 mp-var pic x(32).
               10 mp-sub1 pic 9(5).
               10 mp-sub2 pic 9(5).
               10 mp-found usage binary-long signed.
               10 mp-isNum usage binary-long signed.
               10 mp-numval pic s9(10)v9(8).
               10 mp-value pic x(30).
       01 mapCount usage binary-long signed.
       01 mapIdx usage binary-long signed.
       01 badRecord usage binary-long signed.

       01 ifc-header.
           05 ifh-type pic x value "H".
           05 ifh-fill1 pic x value space.
           05 ifh-window pic x(14).
           05 ifh-fill2 pic x value space.
           05 ifh-created pic x(14).
           05 ifh-fill3 pic x value space.
           05 ifh-model pic x(12).
           05 ifh-fill4 pic x value space.
           05 ifh-version pic x(8).
           05 ifh-fill5 pic x value space.
           05 ifh-fields pic 9(3).

       01 ifc-detail.
           05 ifd-type pic x value "D".
           05 ifd-fill1 pic x value space.
           05 ifd-entry pic 9(3).
           05 ifd-fill2 pic x value space.
           05 ifd-prog pic x(12).
           05 ifd-fill3 pic x value space.
           05 ifd-case pic x(12).
           05 ifd-fill4 pic x value space.
           05 ifd-runid pic x(14).
           05 ifd-fill5 pic x value space.
           05 ifd-version pic x(8).
           05 ifd-outcomes occurs maxIfcVars times.
               10 ifd-ofill pic x.
               10 ifd-value pic x(30).

       01 ifc-trailer.
           05 ift-type pic x value "T".
           05 ift-fill1 pic x value space.
           05 ift-records pic 9(9).
           05 ift-fill2 pic x value space.
           05 ift-details pic 9(9).
           05 ift-fill3 pic x value space.
           05 ift-exceptions pic 9(9).
           05 ift-fill4 pic x value space.
           05 ift-hash pic s9(14)v9(8) sign leading separate.

      * the window's model version, from each completed entry's
      * first results record
       01 windowModel pic x(12).
       01 windowVersion pic x(8).

      * the case being gathered from an entry's extract
       01 curCase pic x(12).
       01 curRunId pic x(14).
       01 curVersion pic x(8).
       01 curRelease pic x.
       01 caseOpen usage binary-long signed.

       01 nowStamp pic x(21).
       01 dispValue pic -(10)9.9(8).
       01 hashTotal pic s9(14)v9(8).
       01 detailCount usage binary-long signed.
       01 exceptionCount usage binary-long signed.
       01 dispCount pic z(5)9.
       01 excReason pic x(60).

       procedure division.

       move zero to entryCount
       move zero to mapCount
       move zero to detailCount
       move zero to exceptionCount
       move zero to hashTotal
       move spaces to windowId
       move "IFCMAP.DAT" to mapFileName
       move "RESULTS.DAT" to resultsBaseName
       move "CASESTAT.DAT" to caseStatBaseName
       move function current-date to nowStamp

       accept argCount from argument-number
       perform varying argIndex from 1 by 1 until
           argIndex greater than argCount

           display argIndex upon argument-number
           accept argValue from argument-value
           if argValue(1:7) equal "WINDOW=" then
               move argValue(8:14) to windowId
           else
             if argValue(1:4) equal "MAP=" then
                 move argValue(5:) to mapFileName
             else
               if argValue(1:8) equal "RESULTS=" then
                   move argValue(9:) to resultsBaseName
               else
                 if argValue(1:9) equal "CASESTAT=" then
                     move argValue(10:) to caseStatBaseName
                 else
                     display "resifc: unknown argument "
                       function trim (argValue)
                     move 1 to return-code
                     stop run
                 end-if
               end-if
             end-if
           end-if
       end-perform

       perform loadMapping
       perform loadRunStatus
       if windowId equal spaces then
           if entryCount greater than zero then
               move et-stamp(1) to windowId
           else
               move nowStamp(1:14) to windowId
           end-if
       end-if
       perform findWindowVersion

       open output ifc-fd
       if ifcStatus not equal "00" then
           display "resifc: cannot create IFCOUT.DAT status "
             ifcStatus
           move 1 to return-code
           stop run
       end-if
       open output exc-fd
       if excStatus not equal "00" then
           display "resifc: cannot create IFCEXC.DAT status "
             excStatus
           move 1 to return-code
           stop run
       end-if

       move windowId to ifh-window
       move nowStamp(1:14) to ifh-created
       move windowModel to ifh-model
       move windowVersion to ifh-version
       move mapCount to ifh-fields
       move ifc-header to ifc-record
       write ifc-record

       perform varying entryIdx from 1 by 1 until
           entryIdx greater than entryCount

           if et-status(entryIdx) equal "COMPLETED" then
               perform extractEntry
           else
               move spaces to curCase
               move spaces to excReason
               string "ENTRY " delimited by size
                      et-status(entryIdx) delimited by space
                 into excReason
               perform writeException
           end-if
       end-perform

       compute ift-records equal detailCount + 2
       move detailCount to ift-details
       move exceptionCount to ift-exceptions
       move hashTotal to ift-hash
       move ifc-trailer to ifc-record
       write ifc-record
       close ifc-fd
       close exc-fd

       move detailCount to dispCount
       display "resifc: window " windowId dispCount
         " detail record(s) in IFCOUT.DAT"
       if exceptionCount not equal zero then
           move exceptionCount to dispCount
           display "resifc: " dispCount " exception(s) in IFCEXC.DAT"
           move 1 to return-code
       end-if
       stop run.

      * loadMapping - the outcome variables the interface carries,
      * in the order their fields appear on a detail record
       loadMapping.
           open input map-fd
           if mapStatus equal "35" then
               display "resifc: mapping file "
                 function trim (mapFileName) " not found"
               move 1 to return-code
               stop run
           end-if
           move zero to fileEof
           read map-fd
             at end move 1 to fileEof
           end-read
           perform until fileEof equal 1
               if map-record equal spaces or
                   map-record(1:1) equal "*" then
                   continue
               else
                   move zero to badRecord
                   if mpr-var equal spaces then
                       move 1 to badRecord
                   end-if
                   if mpr-sub1 not equal spaces and
                       function trim (mpr-sub1) is not numeric then
                       move 1 to badRecord
                   end-if
                   if mpr-sub2 not equal spaces and
                       function trim (mpr-sub2) is not numeric then
                       move 1 to badRecord
                   end-if
                   if badRecord not equal zero then
                       display "resifc: bad mapping record: "
                         map-record
                       move 1 to return-code
                       stop run
                   end-if
                   if mapCount equal maxIfcVars then
                       display "resifc: more than " maxIfcVars
                         " outcome variables mapped"
                       move 1 to return-code
                       stop run
                   end-if
                   add 1 to mapCount
                   move mpr-var to mp-var(mapCount)
                   move zero to mp-sub1(mapCount)
                   move zero to mp-sub2(mapCount)
                   if mpr-sub1 not equal spaces then
                       compute mp-sub1(mapCount) equal
                         function numval (mpr-sub1)
                   end-if
                   if mpr-sub2 not equal spaces then
                       compute mp-sub2(mapCount) equal
                         function numval (mpr-sub2)
                   end-if
               end-if
               read map-fd
                 at end move 1 to fileEof
               end-read
           end-perform
           close map-fd
           if mapCount equal zero then
               display "resifc: mapping file "
                 function trim (mapFileName)
                 " names no outcome variables"
               move 1 to return-code
               stop run
           end-if.

      * loadRunStatus - the deck's entries and how each one ended
       loadRunStatus.
           open input runstat-fd
           if runstatStatus equal "35" then
               display "resifc: RUNSTAT.DAT not found"
               move 1 to return-code
               stop run
           end-if
           move zero to fileEof
           read runstat-fd
             at end move 1 to fileEof
           end-read
           perform until fileEof equal 1
               if runstat-record not equal spaces then
                   if entryCount equal maxIfcEntries then
                       display "resifc: more than " maxIfcEntries
                         " entries in RUNSTAT.DAT"
                       move 1 to return-code
                       stop run
                   end-if
                   add 1 to entryCount
                   compute et-entry(entryCount) equal
                     function numval (rst-entry)
                   move rst-prog to et-prog(entryCount)
                   move rst-status to et-status(entryCount)
                   move rst-stamp to et-stamp(entryCount)
               end-if
               read runstat-fd
                 at end move 1 to fileEof
               end-read
           end-perform
           close runstat-fd.

      * findWindowVersion - the model member and version for the
      * header: the one every completed entry ran, or MIXED
       findWindowVersion.
           move spaces to windowModel
           move spaces to windowVersion
           perform varying entryIdx from 1 by 1 until
               entryIdx greater than entryCount

               if et-status(entryIdx) equal "COMPLETED" then
                   perform buildResultsName
                   open input results-fd
                   if resultsStatus equal "00" then
                       read results-fd into res-line
                         at end move spaces to res-line
                       end-read
                       close results-fd
                       if res-line not equal spaces then
                           if windowVersion equal spaces then
                               move res-model to windowModel
                               move res-version to windowVersion
                           else
                               if res-model not equal windowModel or
                                   res-version not equal windowVersion
                               then
                                   move "MIXED" to windowModel
                                   move "MIXED" to windowVersion
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

      * buildResultsName - entry entryIdx's extract, <base>.nnn
       buildResultsName.
           move et-entry(entryIdx) to entryDisp
           move spaces to resultsName
           string function trim (resultsBaseName) delimited by size
                  "." delimited by size
                  entryDisp delimited by size
             into resultsName.

      * extractEntry - a detail for every case in a completed entry's
      * extract; the records of one case are written together
       extractEntry.
           perform loadCaseStatus
           perform buildResultsName
           open input results-fd
           if resultsStatus not equal "00" then
               move spaces to curCase
               move spaces to excReason
               string "RESULTS FILE " delimited by size
                      resultsName delimited by space
                      " NOT FOUND" delimited by size
                 into excReason
               perform writeException
               exit paragraph
           end-if
           move zero to caseOpen
           move zero to fileEof
           read results-fd into res-line
             at end move 1 to fileEof
           end-read
           perform until fileEof equal 1
               if caseOpen equal zero or res-case not equal curCase
               then
                   if caseOpen not equal zero then
                       perform writeCase
                   end-if
                   perform startCase
               end-if
               perform takeOutcome
               read results-fd into res-line
                 at end move 1 to fileEof
               end-read
           end-perform
           close results-fd
           if caseOpen not equal zero then
               perform writeCase
               perform varying caseIdx from 1 by 1 until
                   caseIdx greater than caseCount

                   if ec-status(caseIdx) equal "COMPLETED" and
                       ec-seen(caseIdx) equal zero then
                       move ec-case(caseIdx) to curCase
                       move "CASE COMPLETED BUT NOT IN RESULTS"
                         to excReason
                       perform writeException
                   end-if
               end-perform
           else
               move spaces to curCase
               move spaces to excReason
               string "RESULTS FILE " delimited by size
                      resultsName delimited by space
                      " IS EMPTY" delimited by size
                 into excReason
               perform writeException
           end-if.

      * loadCaseStatus - the CASESTAT file of entry entryIdx,
      * <base>.nnn like its extract; there is none for a single-case
      * entry.  A case that FAILED is an exception here, since it
      * left nothing in the extract to notice it by
       loadCaseStatus.
           move zero to caseCount
           move et-entry(entryIdx) to entryDisp
           move spaces to caseStatName
           string function trim (caseStatBaseName) delimited by size
                  "." delimited by size
                  entryDisp delimited by size
             into caseStatName
           open input casestat-fd
           if casestatStatus not equal "00" then
               exit paragraph
           end-if
           move zero to fileEof
           read casestat-fd
             at end move 1 to fileEof
           end-read
           perform until fileEof equal 1
               if casestat-record not equal spaces and
                   caseCount less than maxIfcCases then
                   add 1 to caseCount
                   move cst-case to ec-case(caseCount)
                   move cst-status to ec-status(caseCount)
                   move zero to ec-seen(caseCount)
                   if cst-status not equal "COMPLETED" then
                       move cst-case to curCase
                       move spaces to excReason
                       string "CASE " delimited by size
                              cst-status delimited by space
                         into excReason
                       perform writeException
                   end-if
               end-if
               read casestat-fd
                 at end move 1 to fileEof
               end-read
           end-perform
           close casestat-fd.

      * startCase - clears the mapped values for the next case
       startCase.
           move 1 to caseOpen
           move res-case to curCase
           move res-runid to curRunId
           move res-version to curVersion
           move res-release to curRelease
           perform varying mapIdx from 1 by 1 until
               mapIdx greater than mapCount

               move zero to mp-found(mapIdx)
               move zero to mp-isNum(mapIdx)
               move zero to mp-numval(mapIdx)
               move spaces to mp-value(mapIdx)
           end-perform.

      * takeOutcome - keeps the record's value if it is mapped
       takeOutcome.
           perform varying mapIdx from 1 by 1 until
               mapIdx greater than mapCount

               if mp-var(mapIdx) equal res-name and
                   mp-sub1(mapIdx) equal res-sub1 and
                   mp-sub2(mapIdx) equal res-sub2 then
                   move 1 to mp-found(mapIdx)
                   if res-type equal "S" then
                       if res-strlen greater than zero then
                           move res-strval(1:res-strlen)
                             to mp-value(mapIdx)
                       end-if
                   else
                       move 1 to mp-isNum(mapIdx)
                       move res-numval to mp-numval(mapIdx)
                       move res-numval to dispValue
                       move dispValue to mp-value(mapIdx)
                   end-if
               end-if
           end-perform.

      * writeCase - the case's detail record, or an exception when a
      * mapped outcome never turned up in its extract
       writeCase.
           perform varying caseIdx from 1 by 1 until
               caseIdx greater than caseCount

               if ec-case(caseIdx) equal curCase then
                   move 1 to ec-seen(caseIdx)
                   if ec-status(caseIdx) not equal "COMPLETED" then
                       exit paragraph
                   end-if
               end-if
           end-perform

           if curVersion equal "NONE" or curVersion equal spaces or
               curRelease not equal "P" then
               move spaces to excReason
               string "MODEL VERSION " delimited by size
                      curVersion delimited by space
                      " NOT APPROVED FOR PRODUCTION" delimited by size
                 into excReason
               perform writeException
               exit paragraph
           end-if

           perform varying mapIdx from 1 by 1 until
               mapIdx greater than mapCount

               if mp-found(mapIdx) equal zero then
                   move spaces to excReason
                   string "OUTCOME " delimited by size
                          mp-var(mapIdx) delimited by space
                          " NOT IN RESULTS" delimited by size
                     into excReason
                   perform writeException
                   exit paragraph
               end-if
           end-perform

           move spaces to ifc-detail
           move "D" to ifd-type
           move et-entry(entryIdx) to ifd-entry
           move et-prog(entryIdx) to ifd-prog
           move curCase to ifd-case
           move curRunId to ifd-runid
           move curVersion to ifd-version
           perform varying mapIdx from 1 by 1 until
               mapIdx greater than mapCount

               move mp-value(mapIdx) to ifd-value(mapIdx)
               if mp-isNum(mapIdx) not equal zero then
                   add mp-numval(mapIdx) to hashTotal
               end-if
           end-perform
           move ifc-detail to ifc-record
           write ifc-record
           add 1 to detailCount.

      * writeException - entry entryIdx (case curCase) to IFCEXC.DAT
      * for excReason
       writeException.
           move spaces to exc-record
           move et-entry(entryIdx) to exc-entry
           move et-prog(entryIdx) to exc-prog
           move et-status(entryIdx) to exc-status
           move et-stamp(entryIdx) to exc-stamp
           move curCase to exc-case
           move excReason to exc-reason
           write exc-record
           add 1 to exceptionCount.

       end program resifc.
