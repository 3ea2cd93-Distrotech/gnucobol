      ** nothing prunes them. This deletes every record of the      **
      ** runs selected either by name (purge-run-id) or by age      **
      ** (purge-age-days: runs whose header date is older than that **
      ** many days), optionally narrowed by how the runs ended      **
      ** (purge-end-status, the reason in the run's trailer, see    **
      ** animod.cob's ani-trl-rec), and can first copy a named      **
      ** run's records -- header included -- out into a fresh       **
      ** standalone ani file, so a run worth keeping survives the   **
      ** purge.                                                     **
      ** All file access goes through animod: "A"/"S"/"N" to sweep, **
      ** "O"/"W" to build the copy, "D" to purge -- one phase at a  **
      ** time, since animod holds one file open at once. The        **
      ** that case returns the error status instead.                **
      ** Records lying before the first run header belong to no     **
      ** run and are never touched.                                 **
      ** Purged runs are marked in the trace catalog, and a run     **
      ** copied out is entered there under the copy's path (see     **
      ** catmod.cob).                                               **
      ** Return code: 0 records were purged, 1 nothing matched,     **
      ** 2 the file could not be opened, or the run to copy out     **
      ** exceeded the copy buffer and the purge was abandoned.      **
                    05 pu-anih-program            pic x(30).
                    05 filler                     pic x(24).
                    05 filler                     pic x(35).
                03 pu-ani-trl redefines pu-ani-data.
                    05 filler                     pic x(7).
                    05 pu-anit-type               pic x.
                    05 pu-anit-run-id             pic x(8).
                    05 filler                     pic x(8).
                    05 filler                     pic x(6).
                    05 filler                     pic x(9).
                    05 pu-anit-reason             pic x(10).
                    05 filler                     pic x(70).

      *     run headers collected in the first sweep, with the
      *     purge decision per run
                    10 pu-hdr-date                pic 9(8).
                    10 pu-hdr-purge-flag          pic 9.
                    10 pu-hdr-copy-flag           pic 9.
      *             the reason from the run's trailer, INCOMPLETE
      *             while none was found
                    10 pu-hdr-end                 pic x(10).

      *     trailers met in the header sweep, attributed to their
      *     runs once all the headers are known
            77 pu-trl-count                       pic 9(3) value 0.
            01 pu-trl-tbl.
                05 pu-trl-entry occurs 100.
                    10 pu-trl-seqno6              pic 9(6).
                    10 pu-trl-reason              pic x(10).
            77 pu-trl-scan                        pic 9(3).
            77 pu-end-match-flag                  pic 9.

      *     keys of every record to delete, collected in a sweep of
      *     their own -- deleting while sweeping would upset the
            77 pu-hdr-int                         pic 9(8).
            77 pu-scan                            pic 9(3).
            77 pu-best-seqno                      pic 9(6).
            77 pu-match-seqno                     pic 9(6).
            77 pu-record-run                      pic 9(3).
            77 pu-index                           pic 9(6).
            77 pu-any-purge-flag                  pic 9 value 0.
            77 pu-purged-before                   pic 9(7).

      *     trace catalog interface (see catmod.cob): every purged
      *     run is marked, a copied-out run is entered under the
      *     copy's path
            01 pu-cat-ifc.
                03 pu-cat-action                  pic x.
                03 pu-cat-status                  pic 99.
                03 pu-cat-data.
                    05 pu-cat-path                pic x(256).
                    05 pu-cat-run-id              pic x(8).
                    05 pu-cat-program             pic x(30).
                    05 pu-cat-date                pic 9(8).
                    05 pu-cat-time                pic 9(6).
                    05 pu-cat-statements          pic 9(9).
                    05 pu-cat-end-reason          pic x(10).
                    05 pu-cat-records             pic 9(9).
                    05 pu-cat-segments            pic 9(3).
                    05 pu-cat-valid-status        pic x.
                    05 pu-cat-other-path          pic x(256).

        linkage section.
            01 filename                           pic x(256).
      *     spaces = select runs by age instead of by name
                88 purge-done                     value "P".
                88 purge-nothing                  value "N".
                88 purge-error                    value "E".
      *     spaces = runs are selected regardless of how they ended;
      *     otherwise only runs whose trailer carries this reason
      *     (NORMAL, GO-BUDGET, BREAKPOINT, IO-ERROR, QUIT ...),
      *     INCOMPLETE for runs without a trailer, or ABNORMAL for
      *     any run that did not end NORMAL. With an end status
      *     given, purge-age-days 0 leaves the age out altogether
            01 purge-end-status                   pic x(10).

        procedure division using by reference
            filename purge-run-id purge-age-days copy-out-path
            runs-purged records-purged records-copied purge-status
            purge-end-status.

            move 0 to runs-purged.
            move 0 to records-purged.
            move 0 to records-copied.
            move 0 to pu-hdr-count.
            move 0 to pu-trl-count.
            move 0 to pu-del-count.
            move 0 to pu-copy-count.
            move 0 to pu-copy-overflow.
                    move 2 to return-code
                    goback
                end-if

                if records-copied > 0
                    perform pu-catalog-copied-run
                end-if
            end-if

      *     collect-and-delete until nothing qualifying is left, so

            if records-purged > 0
                set purge-done to true
                perform pu-catalog-purged-runs
                move 0 to return-code
            else
                move 1 to return-code

        goback.

      ***************************************************************
      *** ----------------- mark every purged run in the trace catalog
        pu-catalog-purged-runs section.
            perform varying pu-scan from 1 by 1
                    until pu-scan > pu-hdr-count
                if pu-hdr-purge-flag(pu-scan) = 1
                    move spaces to pu-cat-data
                    move "P" to pu-cat-action
                    move filename to pu-cat-path
                    move pu-hdr-id(pu-scan) to pu-cat-run-id
                    move 0 to pu-cat-date
                    move 0 to pu-cat-time
                    move 0 to pu-cat-statements
                    move 0 to pu-cat-records
                    move 0 to pu-cat-segments
                    call "catmod" using pu-cat-ifc end-call
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- enter the copied-out run under the copy's
      *** path, from the run header that leads the copy
        pu-catalog-copied-run section.
            move pu-copy-rec(1) to pu-ani-data.
            if pu-anih-type not = "H"
                exit section
            end-if

            move spaces to pu-cat-data.
            move "H" to pu-cat-action.
            move copy-out-path to pu-cat-path.
            move pu-anih-run-id to pu-cat-run-id.
            move pu-anih-program to pu-cat-program.
            move pu-anih-date to pu-cat-date.
            move pu-anih-time to pu-cat-time.
            move 0 to pu-cat-statements.
            move 0 to pu-cat-records.
            move 1 to pu-cat-segments.
            call "catmod" using pu-cat-ifc end-call

            continue.

      ***************************************************************
      *** ----------------- sweep the file once and collect the run
      *** headers, the way every multi-run reader does
                    move pu-anih-date to pu-hdr-date(pu-hdr-count)
                    move 0 to pu-hdr-purge-flag(pu-hdr-count)
                    move 0 to pu-hdr-copy-flag(pu-hdr-count)
                    move "INCOMPLETE" to pu-hdr-end(pu-hdr-count)
                end-if

                if pu-ani-status = 0
                and pu-ani-type = "T"
                and pu-trl-count < 100
                    add 1 to pu-trl-count end-add
                    move pu-ani-seqno6
                        to pu-trl-seqno6(pu-trl-count)
                    move pu-anit-reason
                        to pu-trl-reason(pu-trl-count)
                end-if
            end-perform

      *     each trailer closes the run it is attributed to
            perform varying pu-trl-scan from 1 by 1
                    until pu-trl-scan > pu-trl-count
                move pu-trl-seqno6(pu-trl-scan) to pu-match-seqno
                perform pu-attribute-seqno
                if pu-record-run > 0
                    move pu-trl-reason(pu-trl-scan)
                        to pu-hdr-end(pu-record-run)
                end-if
            end-perform

                        move 1 to pu-hdr-copy-flag(pu-scan)
                    end-if
                else
                    if purge-age-days > 0
                    or purge-end-status = spaces
                        compute pu-hdr-int = function
                            integer-of-date(pu-hdr-date(pu-scan))
                        end-compute
                        if pu-hdr-int < pu-cutoff-int
                            move 1 to pu-hdr-purge-flag(pu-scan)
                        end-if
                    else
                        move 1 to pu-hdr-purge-flag(pu-scan)
                    end-if
                end-if

                if purge-end-status not = spaces
                    move 0 to pu-end-match-flag
                    if function upper-case(purge-end-status)
                            = "ABNORMAL"
                        if pu-hdr-end(pu-scan) not = "NORMAL"
                            move 1 to pu-end-match-flag
                        end-if
                    else
                        if pu-hdr-end(pu-scan) =
                                function upper-case(purge-end-status)
                            move 1 to pu-end-match-flag
                        end-if
                    end-if
                    if pu-end-match-flag = 0
                        move 0 to pu-hdr-purge-flag(pu-scan)
                        move 0 to pu-hdr-copy-flag(pu-scan)
                    end-if
                end-if

                if pu-hdr-purge-flag(pu-scan) = 1
                    move 1 to pu-any-purge-flag
                    add 1 to runs-purged end-add
      *** own (see printani.cob); 0 = before the first header,
      *** belonging to no run
        pu-attribute-record section.
            move pu-ani-seqno6 to pu-match-seqno.
            perform pu-attribute-seqno.

            continue.

      ***************************************************************
      *** ----------------- the same for a sequence number noted
      *** earlier (the trailers of the header sweep)
        pu-attribute-seqno section.
            move 0 to pu-record-run.
            move 0 to pu-best-seqno.

            perform varying pu-scan from 1 by 1
                    until pu-scan > pu-hdr-count

                if pu-hdr-seqno6(pu-scan) <= pu-match-seqno
                and pu-hdr-seqno6(pu-scan) >= pu-best-seqno
                    move pu-hdr-seqno6(pu-scan) to pu-best-seqno
                    move pu-scan to pu-record-run
