        identification division.
        program-id. mergeani.

      ***************************************************************
      ** Merge of several ani trace files into one multi-run file:  **
      ** a trace per job step or per tester of the same program     **
      ** leaves runs that statani and replayani cannot set side by  **
      ** side, since they only compare the runs of one file. This   **
      ** copies every run of every file named in the merge list     **
      ** (one path per line; blank lines and lines starting with    **
      ** "*" are skipped) into a fresh target file: run header,     **
      ** statement, "V" and every other record of the run, in the   **
      ** order they were written, breakpoint-weight digit kept.     **
      ** A listed file is followed through its numbered             **
      ** continuation segments ("<file>.001" ...), and a listed     **
      ** segment stands for its base file. Sequence numbers are     **
      ** renumbered from 1 so the runs cannot collide, and the      **
      ** target rolls into continuation segments of its own, led by **
      ** a chain header and a repeat of the run header, the way the **
      ** animator rolls a long trace. A run id met a second time    **
      ** is made unique (its first six characters and a number) in  **
      ** the header and the trailer, and the mapping is logged.     **
      ** Records no run owns -- ahead of a file's first run header, **
      ** the leading record at key 0000000, chain headers, the      **
      ** repeated header opening a continuation segment -- are not  **
      ** copied, nor the lower-weight record of a duplicated        **
      ** sequence number; each kind is counted, and the merge       **
      ** report reconciles the records read against the records     **
      ** copied and skipped, and the records copied against a count **
      ** of the target as written.                                  **
      ** The target, and its first continuation segment, must not   **
      ** exist yet -- a merge never writes over a trace. The merged **
      ** runs are entered in the trace catalog (see catmod.cob).    **
      ** Return code: 0 merged and reconciled, 1 no run to merge or **
      ** a listed file could not be opened, 2 the list, the report  **
      ** or the target could not be opened, the target exists, or   **
      ** the totals do not reconcile.                               **
      ***************************************************************

        environment division.
        configuration section.
        input-output section.
        file-control.
      *    both ani files carry the alternate index on the record
      *    type (see animod.cob), declared by every reader/writer
           select ani-in assign to mg-in-path
               organization is indexed
               access mode is dynamic
               record key is anii-key
               alternate record key is anii-type
                   with duplicates
               file status is mg-in-status.

           select ani-out assign to mg-out-path
               organization is indexed
               access mode is dynamic
               record key is anio-key
               alternate record key is anio-type
                   with duplicates
               file status is mg-out-status.

           select merge-list assign to merge-list-path
               organization is line sequential
               file status is mg-list-status.

           select merge-report assign to merge-report-path
               organization is line sequential
               file status is mg-report-status.

           select mapping-log assign to mapping-log-path
               organization is line sequential
               file status is mg-log-status.

        data division.
        file section.
            fd  ani-in.
            01  anii-rec.
                03  anii-key                      pic x(7).
                03  anii-type                     pic x.
                03  anii-condition                pic x.
                03  anii-area-ab                  pic x(75).
                03  anii-module                   pic x(30).
                03  anii-src-line                 pic 9(5).
            01  anii-rec2.
                03  anii-bw                       pic 9.
                03  anii-seqno6                   pic 9(6).
                03  filler                        pic x(112).
      *     run-header view, matching animod.cob's ani-hdr-rec
            01  anii-hdr.
                03  filler                        pic x(7).
                03  filler                        pic x.
                03  anii-h-run-id                 pic x(8).
                03  filler                        pic x(8).
                03  filler                        pic x(6).
                03  anii-h-program                pic x(30).
                03  filler                        pic x(59).

            fd  ani-out.
            01  anio-rec.
                03  anio-key                      pic x(7).
                03  anio-type                     pic x.
                03  anio-condition                pic x.
                03  anio-area-ab                  pic x(75).
                03  anio-module                   pic x(30).
                03  anio-src-line                 pic 9(5).

            fd  merge-list.
            01  merge-list-line                   pic x(256).

            fd  merge-report.
            01  merge-report-line                 pic x(132).

            fd  mapping-log.
            01  mapping-log-line                  pic x(300).

        working-storage section.
            01 mg-in-status pic 99.
            01 mg-out-status pic 99.
            01 mg-list-status pic 99.
            01 mg-report-status pic 99.
            01 mg-log-status pic 99.
            01 mg-in-path pic x(256).
            01 mg-out-path pic x(256).
            01 mg-base-path pic x(256).
            01 mg-list-eof-flag pic x.
                88 mg-list-at-end value "Y".
            01 mg-eof-flag pic x.
                88 mg-at-end value "Y".
            01 mg-log-open-flag pic x value "N".
                88 mg-log-is-open value "Y".

      *     per sequence number of the segment being merged, the
      *     weight digit (+1, 0 = no record) of the record to copy
      *     -- the highest weight wins a duplicate, as in repairani
            01 mg-map.
                05 mg-weight-of occurs 999999     pic 99.
            77 mg-max-seqno                       pic 9(6).
            77 mg-scan-seqno                      pic 9(7).
            77 mg-read-key                        pic 9(7).

      *     the record being copied, renumbered and relabelled here
      *     before it goes to the target
            01 mg-rec-image.
                03 mg-img-bw                      pic 9.
                03 mg-img-seqno6                  pic 9(6).
                03 mg-img-type                    pic x.
                03 filler                         pic x(111).
            01 mg-img-hdr redefines mg-rec-image.
                03 filler                         pic x(8).
                03 mg-imgh-run-id                 pic x(8).
                03 mg-imgh-date                   pic 9(8).
                03 mg-imgh-time                   pic 9(6).
                03 mg-imgh-program                pic x(30).
                03 filler                         pic x(59).
            01 mg-img-trl redefines mg-rec-image.
                03 filler                         pic x(8).
                03 mg-imgt-run-id                 pic x(8).
                03 filler                         pic x(8).
                03 filler                         pic x(6).
                03 mg-imgt-stmts                  pic 9(9).
                03 mg-imgt-reason                 pic x(10).
                03 filler                         pic x(70).
      *     the current run's header as written to the target, for
      *     the repeat that opens each continuation segment
            77 mg-run-hdr-image                   pic x(119).

      *     where the target stands
            77 mg-out-seqno                       pic 9(6) value 0.
            77 mg-out-segment                     pic 9(3) value 0.
            77 mg-target-dead                     pic 9 value 0.

      *     the file and segment being read, and the run being copied
            77 mg-seg-no                          pic 9(3).
            77 mg-seg-open                        pic 9.
            77 mg-first-in-seg                    pic 9.
            77 mg-run-open                        pic 9.
            77 mg-cur-orig-id                     pic x(8).
            77 mg-cur-run                         pic 9(4).
            77 mg-file-records                    pic 9(9).
            77 mg-file-first-run                  pic 9(4).
            77 mg-path-len                        pic 9(3).

      *     the base files merged so far, so a file listed twice, or
      *     listed with its segments, is merged once
            77 mg-done-count                      pic 9(3) value 0.
            01 mg-done-tbl.
                05 mg-done-path occurs 100        pic x(256).
            77 mg-done-scan                       pic 9(3).
            77 mg-done-flag                       pic 9.

      *     every run written to the target: where it came from, the
      *     id it had and the id it has now
            77 mg-run-count                       pic 9(4) value 0.
            01 mg-run-tbl.
                05 mg-run-entry occurs 2000.
                    10 mg-run-orig-id             pic x(8).
                    10 mg-run-new-id              pic x(8).
                    10 mg-run-program             pic x(30).
                    10 mg-run-records             pic 9(9).
            77 mg-run-scan                        pic 9(4).
            77 mg-new-id                          pic x(8).
            77 mg-id-taken                        pic 9.
            77 mg-id-suffix                       pic 99.

      *     the reconciliation totals
            77 mg-records-read                    pic 9(9) value 0.
            77 mg-records-copied                  pic 9(9) value 0.
            77 mg-lead-skipped                    pic 9(9) value 0.
            77 mg-cont-hdr-skipped                pic 9(9) value 0.
            77 mg-outside-skipped                 pic 9(9) value 0.
            77 mg-dup-skipped                     pic 9(9) value 0.
            77 mg-read-errors                     pic 9(9) value 0.
            77 mg-seg-hdrs-written                pic 9(9) value 0.
            77 mg-write-errors                    pic 9(9) value 0.
            77 mg-balance-in                      pic 9(9).
            77 mg-balance-out                     pic 9(9).
            77 mg-files-missing                   pic 9(3) value 0.
            77 mg-balanced-flag                   pic 9.

            01 mg-date pic 9(8).
            01 mg-time pic 9(8).

            01 report-header-1.
                05 filler pic x(27)
                    value "ANI MERGE REPORT GENERATED ".
                05 rh-date pic 9(8).
                05 filler pic x value space.
                05 rh-time pic 9(6).
            01 report-header-2.
                05 filler pic x(8) value "TARGET: ".
                05 rh-target pic x(120).
            01 file-line.
                05 filler pic x(6) value "FILE: ".
                05 fl-path pic x(80).
                05 fl-note pic x(46).
            01 file-count-line.
                05 filler pic x(16) value "      SEGMENTS: ".
                05 fl-segments pic zz9.
                05 filler pic x(17) value "   RECORDS READ: ".
                05 fl-records pic z(8)9.
            01 run-header-line pic x(70) value
               "      RUN ID    NEW ID    PROGRAM
      -        "    RECORDS".
            01 run-line.
                05 filler pic x(6) value spaces.
                05 rl-orig-id pic x(8).
                05 filler pic x(2) value spaces.
                05 rl-new-id pic x(8).
                05 filler pic x(2) value spaces.
                05 rl-program pic x(30).
                05 filler pic x value space.
                05 rl-records pic z(8)9.
                05 filler pic x(2) value spaces.
                05 rl-note pic x(7).
            01 total-line.
                05 tl-label pic x(40).
                05 tl-count pic z(8)9.
            01 verdict-line pic x(40).

            01 mapping-out-line pic x(300).

      *     trace catalog interface (see catmod.cob): every merged
      *     run is entered under the target's path
            01 mg-cat-ifc.
                03 mg-cat-action                  pic x.
                03 mg-cat-status                  pic 99.
                03 mg-cat-data.
                    05 mg-cat-path                pic x(256).
                    05 mg-cat-run-id              pic x(8).
                    05 mg-cat-program             pic x(30).
                    05 mg-cat-date                pic 9(8).
                    05 mg-cat-time                pic 9(6).
                    05 mg-cat-statements          pic 9(9).
                    05 mg-cat-end-reason          pic x(10).
                    05 mg-cat-records             pic 9(9).
                    05 mg-cat-segments            pic 9(3).
                    05 mg-cat-valid-status        pic x.
                    05 mg-cat-other-path          pic x(256).

        linkage section.
      *     the ani files to merge, one path per line
            01 merge-list-path                    pic x(256).
            01 target-path                        pic x(256).
            01 merge-report-path                  pic x(256).
      *     spaces = the renamed run ids are shown in the report
      *     only; otherwise each is also logged here as a line
      *     source file;old run id;new run id
            01 mapping-log-path                   pic x(256).
            01 files-merged                       pic 9(3).
            01 runs-merged                        pic 9(5).
            01 runs-renamed                       pic 9(5).
            01 records-in                         pic 9(9).
            01 records-out                        pic 9(9).
            01 merge-status                       pic x.
                88 merge-done                     value "M".
                88 merge-nothing                  value "N".
                88 merge-error                    value "E".

        procedure division using by reference
            merge-list-path target-path merge-report-path
            mapping-log-path files-merged runs-merged runs-renamed
            records-in records-out merge-status.

            move 0 to files-merged.
            move 0 to runs-merged.
            move 0 to runs-renamed.
            move 0 to records-in.
            move 0 to records-out.
            move 0 to mg-done-count.
            move 0 to mg-run-count.
            move 0 to mg-out-seqno.
            move 0 to mg-out-segment.
            move 0 to mg-target-dead.
            move 0 to mg-files-missing.
            set merge-error to true.

            open input merge-list.
            if mg-list-status not = 0
                move 2 to return-code
                goback
            end-if

            open output merge-report.
            if mg-report-status not = 0
                close merge-list
                move 2 to return-code
                goback
            end-if

            accept mg-date from date yyyymmdd end-accept.
            accept mg-time from time end-accept.
            move mg-date to rh-date.
            move mg-time(1:6) to rh-time.
            write merge-report-line from report-header-1 end-write.
            move target-path to rh-target.
            write merge-report-line from report-header-2 end-write.
            move spaces to merge-report-line.
            write merge-report-line end-write.

      *     a merge never writes over a trace: neither the target
      *     nor its first continuation segment may be there
            move target-path to mg-out-path.
            perform mg-check-target-free.
            if mg-done-flag = 0
                string function trim(target-path, trailing)
                    delimited by size
                    ".001" delimited by size
                    into mg-out-path
                end-string
                perform mg-check-target-free
            end-if
            if mg-done-flag = 1
                move "TARGET ALREADY EXISTS - NOTHING MERGED"
                    to verdict-line
                write merge-report-line from verdict-line end-write
                close merge-list
                close merge-report
                move 2 to return-code
                goback
            end-if

            move target-path to mg-out-path.
            open output ani-out.
            if mg-out-status not = 0
                move "TARGET COULD NOT BE OPENED" to verdict-line
                write merge-report-line from verdict-line end-write
                close merge-list
                close merge-report
                move 2 to return-code
                goback
            end-if

            if mapping-log-path not = spaces
                open output mapping-log
                if mg-log-status = 0
                    set mg-log-is-open to true
                end-if
            end-if

            move "N" to mg-list-eof-flag.
            perform until mg-list-at-end
                move spaces to merge-list-line
                read merge-list
                    at end set mg-list-at-end to true
                end-read

                if not mg-list-at-end
                and merge-list-line not = spaces
                and function trim(merge-list-line)(1:1) not = "*"
                    move function trim(merge-list-line)
                        to mg-base-path
                    perform mg-merge-file
                end-if
            end-perform

            close merge-list.
            close ani-out.
            if mg-log-is-open
                close mapping-log
            end-if

            perform mg-count-target.
            perform mg-write-reconciliation.
            close merge-report.

            move mg-records-read to records-in.
            move mg-run-count to runs-merged.

            evaluate true
                when mg-balanced-flag = 0
                    set merge-error to true
                    move 2 to return-code
                when mg-run-count = 0
                    set merge-nothing to true
                    move 1 to return-code
                when mg-files-missing > 0
                    set merge-done to true
                    move 1 to return-code
                when other
                    set merge-done to true
                    move 0 to return-code
            end-evaluate

        goback.

      ***************************************************************
      *** ----------------- is the file named in mg-out-path there:
      *** mg-done-flag 1 when it opens
        mg-check-target-free section.
            move 0 to mg-done-flag.
            open input ani-out.
            if mg-out-status = 0
                move 1 to mg-done-flag
                close ani-out
            end-if

            continue.

      ***************************************************************
      *** ----------------- one listed file with its continuation
      *** segments; a listed segment stands for its base file, and a
      *** base file merged already is not merged again
        mg-merge-file section.
            move function length(function trim(mg-base-path,
                trailing)) to mg-path-len.
            if mg-path-len > 4
            and mg-base-path(mg-path-len - 3:1) = "."
            and mg-base-path(mg-path-len - 2:3) is numeric
                move spaces to mg-base-path(mg-path-len - 3:4)
            end-if

            move 0 to mg-done-flag.
            perform varying mg-done-scan from 1 by 1
                    until mg-done-scan > mg-done-count
                if mg-done-path(mg-done-scan) = mg-base-path
                    move 1 to mg-done-flag
                end-if
            end-perform

            move mg-base-path(1:80) to fl-path.
            if mg-done-flag = 1
                move "MERGED ALREADY" to fl-note
                write merge-report-line from file-line end-write
                exit section
            end-if

            if mg-done-count < 100
                add 1 to mg-done-count end-add
                move mg-base-path to mg-done-path(mg-done-count)
            end-if

            move 0 to mg-file-records.
            compute mg-file-first-run = mg-run-count + 1 end-compute.
            move 0 to mg-run-open.
            move spaces to mg-cur-orig-id.
            move 0 to mg-seg-no.
            move 1 to mg-seg-open.

            perform until mg-seg-open = 0
                if mg-seg-no = 0
                    move mg-base-path to mg-in-path
                else
                    move spaces to mg-in-path
                    string function trim(mg-base-path, trailing)
                        delimited by size
                        "." delimited by size
                        mg-seg-no delimited by size
                        into mg-in-path
                    end-string
                end-if

                open input ani-in
                if mg-in-status not = 0
                    move 0 to mg-seg-open
                else
                    perform mg-map-segment
                    perform mg-copy-segment
                    close ani-in
                    if mg-seg-no < 999
                        add 1 to mg-seg-no end-add
                    else
                        move 0 to mg-seg-open
                    end-if
                end-if
            end-perform

      *     a run still open at the end of the file ends here; the
      *     next file's runs start afresh
            move 0 to mg-run-open.

            if mg-seg-no = 0
                add 1 to mg-files-missing end-add
                move "COULD NOT BE OPENED" to fl-note
                write merge-report-line from file-line end-write
                exit section
            end-if

            add 1 to files-merged end-add.
            move spaces to fl-note.
            write merge-report-line from file-line end-write.
            move mg-seg-no to fl-segments.
            move mg-file-records to fl-records.
            write merge-report-line from file-count-line end-write.

            if mg-run-count >= mg-file-first-run
                write merge-report-line from run-header-line
                    end-write
                perform varying mg-run-scan from mg-file-first-run
                        by 1 until mg-run-scan > mg-run-count
                    move mg-run-orig-id(mg-run-scan) to rl-orig-id
                    move mg-run-new-id(mg-run-scan) to rl-new-id
                    move mg-run-program(mg-run-scan) to rl-program
                    move mg-run-records(mg-run-scan) to rl-records
                    if mg-run-new-id(mg-run-scan) not =
                        mg-run-orig-id(mg-run-scan)
                        move "RENAMED" to rl-note
                    else
                        move spaces to rl-note
                    end-if
                    write merge-report-line from run-line end-write
                end-perform
            end-if

            move spaces to merge-report-line.
            write merge-report-line end-write.

            continue.

      ***************************************************************
      *** ----------------- sweep the open segment once: count its
      *** records and note per sequence number the weight digit of
      *** the record to copy
        mg-map-segment section.
            move zeros to mg-map.
            move 0 to mg-max-seqno.
            move "N" to mg-eof-flag.

            perform until mg-at-end
                read ani-in next record
                    at end set mg-at-end to true
                end-read

                if not mg-at-end
                    add 1 to mg-records-read end-add
                    add 1 to mg-file-records end-add
                    evaluate true
      *                 key 0000000: the leading record, a chain
      *                 header or a repair header -- no run's
                        when anii-seqno6 = 0
                            add 1 to mg-lead-skipped end-add
                        when mg-weight-of(anii-seqno6) > 0
                            add 1 to mg-dup-skipped end-add
                            if mg-weight-of(anii-seqno6) < anii-bw + 1
                                compute mg-weight-of(anii-seqno6) =
                                    anii-bw + 1
                                end-compute
                            end-if
                        when other
                            compute mg-weight-of(anii-seqno6) =
                                anii-bw + 1
                            end-compute
                            if anii-seqno6 > mg-max-seqno
                                move anii-seqno6 to mg-max-seqno
                            end-if
                    end-evaluate
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- walk the segment in sequence-number order
      *** and copy each mapped record
        mg-copy-segment section.
            move 1 to mg-first-in-seg.

            perform varying mg-scan-seqno from 1 by 1
                    until mg-scan-seqno > mg-max-seqno
                if mg-weight-of(mg-scan-seqno) > 0
                    compute mg-read-key =
                        (mg-weight-of(mg-scan-seqno) - 1) * 1000000
                        + mg-scan-seqno
                    end-compute
                    move mg-read-key to anii-key
                    read ani-in
                        key is anii-key
                        invalid key
                            add 1 to mg-read-errors end-add
                        not invalid key
                            perform mg-copy-record
                    end-read
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one record of the source: a run header
      *** starts a run (unless it only repeats the run a previous
      *** segment left open), every other record is copied into the
      *** run it belongs to
        mg-copy-record section.
            move anii-rec to mg-rec-image.

            evaluate true
                when anii-type = "L"
                    add 1 to mg-lead-skipped end-add
                when anii-type = "H"
                    if mg-seg-no > 0
                    and mg-first-in-seg = 1
                    and mg-run-open = 1
                    and anii-h-run-id = mg-cur-orig-id
                        add 1 to mg-cont-hdr-skipped end-add
                    else
                        perform mg-start-run
                        perform mg-write-record
                        if mg-target-dead = 0
                            move mg-rec-image to mg-run-hdr-image
                        end-if
                    end-if
                when mg-run-open = 0
                    add 1 to mg-outside-skipped end-add
                when other
                    if anii-type = "T"
                        move mg-run-new-id(mg-cur-run)
                            to mg-imgt-run-id
                    end-if
                    perform mg-write-record
                    if anii-type = "T"
                        perform mg-catalog-trailer
                    end-if
            end-evaluate

            move 0 to mg-first-in-seg.

            continue.

      ***************************************************************
      *** ----------------- a run header: the run enters the table
      *** under an id no earlier merged run has, and the header in
      *** the record image carries that id
        mg-start-run section.
            move 1 to mg-run-open.
            move anii-h-run-id to mg-cur-orig-id.

            move anii-h-run-id to mg-new-id.
            perform mg-check-id-taken.
            move 0 to mg-id-suffix.
            perform until mg-id-taken = 0
                or mg-id-suffix = 99
                add 1 to mg-id-suffix end-add
                move spaces to mg-new-id
                string anii-h-run-id(1:6) delimited by size
                    mg-id-suffix delimited by size
                    into mg-new-id
                end-string
                perform mg-check-id-taken
            end-perform
            if mg-id-taken = 1
                move spaces to mg-new-id
                string "M" delimited by size
                    mg-run-count delimited by size
                    into mg-new-id
                end-string
            end-if

            if mg-run-count < 2000
                add 1 to mg-run-count end-add
            end-if
            move mg-run-count to mg-cur-run.
            move anii-h-run-id to mg-run-orig-id(mg-cur-run).
            move mg-new-id to mg-run-new-id(mg-cur-run).
            move anii-h-program to mg-run-program(mg-cur-run).
            move 0 to mg-run-records(mg-cur-run).

            move mg-new-id to mg-imgh-run-id.

            if mg-new-id not = anii-h-run-id
                add 1 to runs-renamed end-add
                if mg-log-is-open
                    move spaces to mapping-out-line
                    string function trim(mg-in-path, trailing)
                        delimited by size
                        ";" delimited by size
                        anii-h-run-id delimited by size
                        ";" delimited by size
                        mg-new-id delimited by size
                        into mapping-out-line
                    end-string
                    write mapping-log-line from mapping-out-line
                        end-write
                end-if
            end-if

            move spaces to mg-cat-data.
            move "H" to mg-cat-action.
            move target-path to mg-cat-path.
            move mg-new-id to mg-cat-run-id.
            move mg-imgh-program to mg-cat-program.
            move mg-imgh-date to mg-cat-date.
            move mg-imgh-time to mg-cat-time.
            move 0 to mg-cat-statements.
            move 0 to mg-cat-records.
            compute mg-cat-segments = mg-out-segment + 1 end-compute.
            call "catmod" using mg-cat-ifc end-call

            continue.

      ***************************************************************
      *** ----------------- has a run already merged the id in
      *** mg-new-id: mg-id-taken 1 when it has
        mg-check-id-taken section.
            move 0 to mg-id-taken.
            perform varying mg-run-scan from 1 by 1
                    until mg-run-scan > mg-run-count
                    or mg-id-taken = 1
                if mg-run-new-id(mg-run-scan) = mg-new-id
                    move 1 to mg-id-taken
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the run's trailer brings its catalog
      *** entry up to date, with the records the run was copied in
        mg-catalog-trailer section.
            move spaces to mg-cat-data.
            move "E" to mg-cat-action.
            move target-path to mg-cat-path.
            move mg-run-new-id(mg-cur-run) to mg-cat-run-id.
            move mg-imgt-stmts to mg-cat-statements.
            move mg-imgt-reason to mg-cat-end-reason.
            move mg-run-records(mg-cur-run) to mg-cat-records.
            compute mg-cat-segments = mg-out-segment + 1 end-compute.
            call "catmod" using mg-cat-ifc end-call

            continue.

      ***************************************************************
      *** ----------------- the record image to the target under the
      *** next sequence number, its weight digit kept; a full target
      *** rolls into its next continuation segment first
        mg-write-record section.
            add 1 to mg-records-copied end-add.

            if mg-target-dead = 1
                add 1 to mg-write-errors end-add
                exit section
            end-if

            if mg-out-seqno >= 999999
                perform mg-roll-target
                if mg-target-dead = 1
                    add 1 to mg-write-errors end-add
                    exit section
                end-if
            end-if

            add 1 to mg-out-seqno end-add.
            move mg-out-seqno to mg-img-seqno6.
            move mg-rec-image to anio-rec.
            write anio-rec
                invalid key
                    add 1 to mg-write-errors end-add
                not invalid key
                    add 1 to mg-run-records(mg-cur-run) end-add
            end-write.

            continue.

      ***************************************************************
      *** ----------------- close the full target segment and open
      *** the next, led by a chain header at key 0000000 and, unless
      *** the record about to be written is itself a run header, a
      *** repeat of the current run's header
        mg-roll-target section.
            close ani-out.

            if mg-out-segment >= 999
                move 1 to mg-target-dead
                exit section
            end-if
            add 1 to mg-out-segment end-add.

            move spaces to mg-out-path.
            string function trim(target-path, trailing)
                delimited by size
                "." delimited by size
                mg-out-segment delimited by size
                into mg-out-path
            end-string

            open output ani-out.
            if mg-out-status not = 0
                move 1 to mg-target-dead
                exit section
            end-if

            move 0 to mg-out-seqno.

            move spaces to anio-rec.
            move "0000000" to anio-key.
            move "L" to anio-type.
            string "SEGMENT " delimited by size
                mg-out-segment delimited by size
                " OF " delimited by size
                function trim(target-path, trailing)
                delimited by size
                into anio-area-ab
            end-string
            move zeros to anio-src-line.
            add 1 to mg-seg-hdrs-written end-add.
            write anio-rec
                invalid key add 1 to mg-write-errors end-add
            end-write.

            if mg-img-type not = "H"
                add 1 to mg-out-seqno end-add
                move mg-run-hdr-image to anio-rec
                move "0" to anio-key(1:1)
                move mg-out-seqno to anio-key(2:6)
                add 1 to mg-seg-hdrs-written end-add
                write anio-rec
                    invalid key add 1 to mg-write-errors end-add
                end-write

                move spaces to mg-cat-data
                move "G" to mg-cat-action
                move target-path to mg-cat-path
                move mg-run-new-id(mg-cur-run) to mg-cat-run-id
                compute mg-cat-segments = mg-out-segment + 1
                end-compute
                call "catmod" using mg-cat-ifc end-call
            end-if

            continue.

      ***************************************************************
      *** ----------------- count the target as written, through its
      *** whole chain, for the reconciliation
        mg-count-target section.
            move 0 to records-out.
            move 0 to mg-seg-no.
            move 1 to mg-seg-open.

            perform until mg-seg-open = 0
                if mg-seg-no = 0
                    move target-path to mg-in-path
                else
                    move spaces to mg-in-path
                    string function trim(target-path, trailing)
                        delimited by size
                        "." delimited by size
                        mg-seg-no delimited by size
                        into mg-in-path
                    end-string
                end-if

                open input ani-in
                if mg-in-status not = 0
                or mg-seg-no > mg-out-segment
                    if mg-in-status = 0
                        close ani-in
                    end-if
                    move 0 to mg-seg-open
                else
                    move "N" to mg-eof-flag
                    perform until mg-at-end
                        read ani-in next record
                            at end set mg-at-end to true
                        end-read
                        if not mg-at-end
                            add 1 to records-out end-add
                        end-if
                    end-perform
                    close ani-in
                    add 1 to mg-seg-no end-add
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the totals: every record read is copied
      *** or skipped for a reason, and the target holds the records
      *** copied plus the segment headers the merge wrote itself
        mg-write-reconciliation section.
            compute mg-balance-in = mg-records-copied
                + mg-lead-skipped + mg-cont-hdr-skipped
                + mg-outside-skipped + mg-dup-skipped
            end-compute.
            compute mg-balance-out = mg-records-copied
                + mg-seg-hdrs-written
            end-compute.

            move 1 to mg-balanced-flag.
            if mg-balance-in not = mg-records-read
            or mg-balance-out not = records-out
            or mg-read-errors > 0
            or mg-write-errors > 0
                move 0 to mg-balanced-flag
            end-if

            move "RECONCILIATION" to merge-report-line.
            write merge-report-line end-write.
            move "FILES MERGED" to tl-label.
            move files-merged to tl-count.
            write merge-report-line from total-line end-write.
            move "FILES NOT OPENED" to tl-label.
            move mg-files-missing to tl-count.
            write merge-report-line from total-line end-write.
            move "RUNS MERGED" to tl-label.
            move mg-run-count to tl-count.
            write merge-report-line from total-line end-write.
            move "RUN IDS RENAMED" to tl-label.
            move runs-renamed to tl-count.
            write merge-report-line from total-line end-write.
            move "RECORDS READ" to tl-label.
            move mg-records-read to tl-count.
            write merge-report-line from total-line end-write.
            move "  COPIED" to tl-label.
            move mg-records-copied to tl-count.
            write merge-report-line from total-line end-write.
            move "  LEADING AND CHAIN HEADER RECORDS" to tl-label.
            move mg-lead-skipped to tl-count.
            write merge-report-line from total-line end-write.
            move "  REPEATED RUN HEADERS OF SEGMENTS" to tl-label.
            move mg-cont-hdr-skipped to tl-count.
            write merge-report-line from total-line end-write.
            move "  RECORDS OUTSIDE ANY RUN" to tl-label.
            move mg-outside-skipped to tl-count.
            write merge-report-line from total-line end-write.
            move "  DUPLICATED SEQUENCE NUMBERS" to tl-label.
            move mg-dup-skipped to tl-count.
            write merge-report-line from total-line end-write.
            move "  UNREADABLE" to tl-label.
            move mg-read-errors to tl-count.
            write merge-report-line from total-line end-write.
            move "RECORDS IN TARGET" to tl-label.
            move records-out to tl-count.
            write merge-report-line from total-line end-write.
            move "  COPIED" to tl-label.
            move mg-records-copied to tl-count.
            write merge-report-line from total-line end-write.
            move "  SEGMENT HEADERS WRITTEN BY THE MERGE" to tl-label.
            move mg-seg-hdrs-written to tl-count.
            write merge-report-line from total-line end-write.
            move "  WRITE FAILURES" to tl-label.
            move mg-write-errors to tl-count.
            write merge-report-line from total-line end-write.
            move "TARGET SEGMENTS" to tl-label.
            compute tl-count = mg-out-segment + 1 end-compute.
            write merge-report-line from total-line end-write.

            move spaces to merge-report-line.
            write merge-report-line end-write.
            if mg-balanced-flag = 1
                move "TOTALS RECONCILED" to verdict-line
            else
                move "TOTALS DO NOT RECONCILE" to verdict-line
            end-if
            write merge-report-line from verdict-line end-write.

            continue.
